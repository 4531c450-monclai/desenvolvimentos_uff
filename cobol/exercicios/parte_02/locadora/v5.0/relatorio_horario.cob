      * DA JANELA E MONTA, POR FILIAL, A GRADE DIA-DA-SEMANA X HORA
      * COM A QUANTIDADE DE MOVIMENTOS E O VALOR - E COM ISSO O
      * GERENTE ESCALA GENTE PARA SEXTA A NOITE EM VEZ DE TERCA DE
      * MANHA. AO LADO DO MOVIMENTO SAI A LOTACAO ESCALADA NAQUELA
      * HORA PELA ESCALA SEMANAL (ESCALA.DAT, MANTIDA EM
      * CADASTRO_ESCALA) E O MOVIMENTO POR PESSOA ESCALADA, PARA
      * ACHAR HORARIO COM GENTE DE MAIS OU DE MENOS. SO SAEM AS
      * CELULAS COM MOVIMENTO OU COM GENTE ESCALADA.
      *
      * A JANELA (DIAS) VEM DA VARIAVEL DE AMBIENTE HORARIO_DIAS;
      * SEM ELA, 7 (A ULTIMA SEMANA).
           access mode is sequential
           file status is fs-stat-hmv.

       select escala-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-esc
           record key is esc-key.

       select relatorio-file
           assign to disk
           organization is line sequential
           02 filler               pic x(01).
           02 hmv-valor            pic 9(05)v99.

       fd escala-file value of file-id is "ESCALA.dat".
       copy escala.

       fd relatorio-file value of file-id is "RELATORIO_HORARIO.dat".
       01 relatorio-linha             pic x(80).

           88 fs-hmv-nao-existe        value 35.
           88 fs-hmv-fim               value 10.

       77 fs-stat-esc          pic 9(02).
           88 fs-esc-ok                value zeros.
           88 fs-esc-nao-existe        value 35.
           88 fs-esc-fim               value 10.

       77 fs-stat-rel          pic 9(02).

       77 ws-data-hoje         pic 9(08).
       77 ws-qtd-filiais       pic 9(02) comp value zeros.
       78 ws-max-filiais       value 10.
       77 ws-total-lidos       pic 9(07) value zeros.
       77 ws-filial-busca      pic 9(02).

      * HORAS COBERTAS POR UM TURNO DA ESCALA (EM MINUTOS A PARTIR DA
      * ZERO HORA DO DIA DA ENTRADA)
       01 ws-hhmm              pic 9(04).
       01 ws-hhmm-red redefines ws-hhmm.
           02 ws-hhmm-hh           pic 9(02).
           02 ws-hhmm-mm           pic 9(02).
       77 ws-min-turno         pic 9(04).
       77 ws-min-saida         pic 9(04).
       77 ws-hora-turno        pic 9(02).
       77 ws-total-turnos      pic 9(05) value zeros.

      * GRADE POR FILIAL: DIA DA SEMANA (1=DOMINGO) X HORA (1=00H)
       01 ws-grade.
                   04 ws-gr-hora occurs 24 times.
                       05 ws-gr-qtd        pic 9(05) comp.
                       05 ws-gr-valor      pic 9(07)v99 comp.
                       05 ws-gr-escalados  pic 9(03) comp.

       01 ws-nomes-dias.
           02 filler               pic x(03) value "DOM".
           02 ws-lin-qtd           pic zzzz9.
           02 filler               pic x(02) value spaces.
           02 ws-lin-valor         pic zzzzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lin-escalados     pic zz9.
           02 filler               pic x(02) value spaces.
           02 ws-lin-por-pessoa    pic zzz9.9.
           02 filler               pic x(28) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_horario".
           02 ws-spl-arquivo       pic x(30)
               value "RELATORIO_HORARIO.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
           PERFORM OBTEM-JANELA.
           OPEN INPUT HORARIO-MOV-FILE.
           IF FS-HMV-NAO-EXISTE
               DISPLAY "NENHUM CARIMBO DE HORARIO NA JANELA"
           ELSE
               PERFORM ACUMULA-CARIMBO THRU ACUMULA-CARIMBO-FIM
                   UNTIL FS-HMV-FIM
               CLOSE HORARIO-MOV-FILE
           END-IF
           OPEN INPUT ESCALA-FILE.
           IF NOT FS-ESC-NAO-EXISTE
               PERFORM ACUMULA-ESCALA THRU ACUMULA-ESCALA-FIM
                   UNTIL FS-ESC-FIM
               CLOSE ESCALA-FILE
           END-IF
           OPEN OUTPUT RELATORIO-FILE.
           PERFORM IMPRIME-GRADE THRU IMPRIME-GRADE-FIM.
           DISPLAY "JANELA APURADA (DIAS)..: " WS-JANELA-DIAS.
           DISPLAY "CARIMBOS NA JANELA.....: " WS-TOTAL-LIDOS.
           DISPLAY "TURNOS NA ESCALA.......: " WS-TOTAL-TURNOS.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           GOBACK.

      * -----------------------------------
           IF WS-MOV-INT < WS-CORTE-INT
               GO ACUMULA-CARIMBO-FIM
           END-IF
           MOVE HMV-FILIAL TO WS-FILIAL-BUSCA.
           PERFORM LOCALIZA-FILIAL THRU LOCALIZA-FILIAL-FIM.
           IF WS-IND-FIL EQUAL ZEROS
               GO ACUMULA-CARIMBO-FIM
       ACUMULA-CARIMBO-FIM.

      * -----------------------------------
      * CADA TURNO DA ESCALA SOMA UMA PESSOA EM CADA HORA QUE COBRE
      * (MESMO QUE SO EM PARTE). TURNO QUE VIRA A MEIA-NOITE CONTINUA
      * NO DIA SEGUINTE.

       ACUMULA-ESCALA.
           READ ESCALA-FILE
           AT END
               MOVE 10 TO FS-STAT-ESC
               GO ACUMULA-ESCALA-FIM
           END-READ.
           IF ESC-DIA-SEMANA < 1 OR ESC-DIA-SEMANA > 7
               GO ACUMULA-ESCALA-FIM
           END-IF
           MOVE ESC-FILIAL TO WS-FILIAL-BUSCA.
           PERFORM LOCALIZA-FILIAL THRU LOCALIZA-FILIAL-FIM.
           IF WS-IND-FIL EQUAL ZEROS
               GO ACUMULA-ESCALA-FIM
           END-IF
           ADD 1 TO WS-TOTAL-TURNOS.
           MOVE ESC-HORA-SAIDA TO WS-HHMM.
           COMPUTE WS-MIN-SAIDA = WS-HHMM-HH * 60 + WS-HHMM-MM.
           MOVE ESC-HORA-ENTRADA TO WS-HHMM.
           COMPUTE WS-MIN-TURNO = WS-HHMM-HH * 60.
           IF ESC-HORA-SAIDA NOT > ESC-HORA-ENTRADA
               ADD 1440 TO WS-MIN-SAIDA
           END-IF
           MOVE ESC-DIA-SEMANA TO WS-DIA-SEMANA.

           ACUMULA-ESCALA-HORA.
           IF WS-MIN-TURNO NOT < WS-MIN-SAIDA
               GO ACUMULA-ESCALA-FIM
           END-IF
           COMPUTE WS-HORA-TURNO = WS-MIN-TURNO / 60.
           IF WS-HORA-TURNO > 23
               SUBTRACT 24 FROM WS-HORA-TURNO
               MOVE ESC-DIA-SEMANA TO WS-DIA-SEMANA
               ADD 1 TO WS-DIA-SEMANA
               IF WS-DIA-SEMANA > 7
                   MOVE 1 TO WS-DIA-SEMANA
               END-IF
           END-IF
           COMPUTE WS-HORA-TAB = WS-HORA-TURNO + 1.
           ADD 1 TO
               WS-GR-ESCALADOS(WS-IND-FIL WS-DIA-SEMANA WS-HORA-TAB).
           ADD 60 TO WS-MIN-TURNO.
           GO ACUMULA-ESCALA-HORA.
       ACUMULA-ESCALA-FIM.

      * -----------------------------------
      * PROCURA (OU ABRE) A GRADE DA FILIAL EM WS-FILIAL-BUSCA

       LOCALIZA-FILIAL.
           MOVE ZEROS TO WS-IND-FIL.
           IF WS-IND-FIL > WS-QTD-FILIAIS
               GO LOCALIZA-FILIAL-NOVA
           END-IF
           IF WS-GR-FIL-NUM(WS-IND-FIL) EQUAL WS-FILIAL-BUSCA
               GO LOCALIZA-FILIAL-FIM
           END-IF
           GO LOCALIZA-FILIAL-LOOP.
           END-IF
           ADD 1 TO WS-QTD-FILIAIS.
           MOVE WS-QTD-FILIAIS TO WS-IND-FIL.
           MOVE WS-FILIAL-BUSCA TO WS-GR-FIL-NUM(WS-IND-FIL).
       LOCALIZA-FILIAL-FIM.

      * -----------------------------------
      * UMA LINHA POR CELULA COM MOVIMENTO OU GENTE ESCALADA, FILIAL
      * A FILIAL

       IMPRIME-GRADE.
           MOVE ZEROS TO WS-IND-FIL.
               GO IMPRIME-GRADE-DIA
           END-IF
           IF WS-GR-QTD(WS-IND-FIL WS-IND-DIA WS-IND-HORA)
               EQUAL ZEROS
               AND WS-GR-ESCALADOS(WS-IND-FIL WS-IND-DIA WS-IND-HORA)
               EQUAL ZEROS
               GO IMPRIME-GRADE-HORA
           END-IF
               TO WS-LIN-QTD.
           MOVE WS-GR-VALOR(WS-IND-FIL WS-IND-DIA WS-IND-HORA)
               TO WS-LIN-VALOR.
           MOVE WS-GR-ESCALADOS(WS-IND-FIL WS-IND-DIA WS-IND-HORA)
               TO WS-LIN-ESCALADOS.
           IF WS-GR-ESCALADOS(WS-IND-FIL WS-IND-DIA WS-IND-HORA)
               EQUAL ZEROS
               MOVE ZEROS TO WS-LIN-POR-PESSOA
           ELSE
               COMPUTE WS-LIN-POR-PESSOA ROUNDED =
                   WS-GR-QTD(WS-IND-FIL WS-IND-DIA WS-IND-HORA)
                   / WS-GR-ESCALADOS(WS-IND-FIL WS-IND-DIA WS-IND-HORA)
           END-IF
           MOVE WS-LINHA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           GO IMPRIME-GRADE-HORA.
