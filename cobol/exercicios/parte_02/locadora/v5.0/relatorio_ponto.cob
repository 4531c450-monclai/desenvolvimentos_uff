       identification division.
       program-id. relatorio_ponto.

      *=================================================================
      * RELATORIO MENSAL DE HORAS POR FUNCIONARIO PARA A FOLHA
      * (RELATORIO_PONTO.DAT). CRUZA AS BATIDAS DE PONTO.DAT (GRAVADAS
      * PELO RELOGIO_PONTO) COM A ESCALA SEMANAL DE ESCALA.DAT:
      *   - HORAS ESCALADAS: CADA TURNO DA ESCALA VEZES A QUANTIDADE
      *     DAQUELE DIA DA SEMANA NO MES;
      *   - HORAS TRABALHADAS: SOMA DAS BATIDAS FECHADAS (ENTRADA A
      *     SAIDA, MESMO VIRANDO A MEIA-NOITE);
      *   - ATRASO: PRIMEIRA ENTRADA DO DIA DEPOIS DA HORA DO TURNO
      *     DAQUELE DIA NA FILIAL ONDE BATEU, ALEM DA TOLERANCIA;
      *   - HORA EXTRA: O QUE PASSAR DO TURNO ESCALADO NO DIA (DIA SEM
      *     TURNO NA ESCALA CONTA INTEIRO COMO EXTRA).
      * BATIDA SEM SAIDA NAO ENTRA NAS HORAS - SAI CONTADA EM
      * "ABERTAS" PARA O GERENTE ACERTAR ANTES DA FOLHA.
      *
      * MES (AAAAMM) EM MES_APURACAO, COMO NO RELATORIO_COMISSAO, E
      * TOLERANCIA DE ATRASO (MINUTOS) EM TOLERANCIA_PONTO (PADRAO 5).
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select ponto-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat
           record key is pnt-key.

       select escala-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-esc
           record key is esc-key.

       select funcionario-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-func
           record key is fun-key.

       select relatorio-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-rel.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd ponto-file value of file-id is "PONTO.dat".
       copy ponto.

       fd escala-file value of file-id is "ESCALA.dat".
       copy escala.

       fd funcionario-file value of file-id is "FUNCIONARIO.dat".
       copy funcionario.

       fd relatorio-file value of file-id is "RELATORIO_PONTO.dat".
       01 relatorio-linha             pic x(100).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-nao-existe            value 35.
           88 fs-fim                   value 10.

       77 fs-stat-esc          pic 9(02).
           88 fs-esc-ok                value zeros.
           88 fs-esc-nao-existe        value 35.
           88 fs-esc-fim               value 10.

       77 fs-stat-func         pic 9(02).
           88 fs-func-ok               value zeros.

       77 fs-stat-rel          pic 9(02).

       77 ws-data-hoje         pic 9(08).
       77 ws-mes-ambiente      pic x(06).
       01 ws-mes-apuracao      pic 9(06).
       01 ws-mes-apuracao-red redefines ws-mes-apuracao.
           02 ws-ano-apuracao      pic 9(04).
           02 ws-mm-apuracao       pic 9(02).
       77 ws-tol-ambiente      pic x(03).
       77 ws-tolerancia        pic 9(03).

      * QUANTAS VEZES CADA DIA DA SEMANA (1=DOMINGO) CAI NO MES
       77 ws-data-calculo      pic 9(08).
       77 ws-ini-mes-int       pic 9(09).
       77 ws-fim-mes-int       pic 9(09).
       77 ws-dia-int           pic 9(09).
       77 ws-dia-semana        pic 9(01).
       01 ws-dias-no-mes.
           02 ws-qtd-dia-semana occurs 7 times pic 9(01).

       77 ws-tem-escala        pic x(01).
           88 tem-escala               value "S".

      * CONVERSAO DE HORARIO PARA MINUTOS DO DIA
       01 ws-hhmm              pic 9(04).
       01 ws-hhmm-red redefines ws-hhmm.
           02 ws-hhmm-hh           pic 9(02).
           02 ws-hhmm-mm           pic 9(02).
       01 ws-hhmmss            pic 9(06).
       01 ws-hhmmss-red redefines ws-hhmmss.
           02 ws-hhmmss-hh         pic 9(02).
           02 ws-hhmmss-mm         pic 9(02).
           02 ws-hhmmss-ss         pic 9(02).
       77 ws-min-entrada       pic 9(05).
       77 ws-min-saida         pic 9(05).
       77 ws-min-turno         pic 9(05).
       77 ws-min-batida        pic s9(07).

      * DIA CORRENTE DO FUNCIONARIO (QUEBRA POR FUNCIONARIO + DATA)
       77 ws-dia-fun           pic 9(03) value zeros.
       77 ws-dia-data          pic 9(08) value zeros.
       77 ws-dia-trabalhado    pic 9(05).
       77 ws-dia-escalado      pic 9(05).
       77 ws-dia-atraso        pic 9(05).
       77 ws-dia-abertas       pic 9(03).

       77 ws-ind               pic 9(03) comp.
       77 ws-qtd-funcionarios  pic 9(03) comp value zeros.
       78 ws-max-funcionarios  value 50.
       77 ws-fun-mov           pic 9(03).

       01 ws-tabela-funcionarios.
           02 ws-fnc occurs 50 times.
               03 ws-fnc-id            pic 9(03).
               03 ws-fnc-dias          pic 9(03).
               03 ws-fnc-escalado      pic 9(07).
               03 ws-fnc-trabalhado    pic 9(07).
               03 ws-fnc-extra         pic 9(07).
               03 ws-fnc-atraso        pic 9(07).
               03 ws-fnc-qtd-atrasos   pic 9(03).
               03 ws-fnc-abertas       pic 9(03).

       77 ws-minutos-fmt       pic 9(07).
       77 ws-horas-calc        pic 9(05).
       77 ws-minutos-calc      pic 9(02).
       01 ws-horas-fmt.
           02 ws-hf-horas          pic zzzz9.
           02 filler               pic x(01) value ":".
           02 ws-hf-minutos        pic 9(02).

       01 ws-cabecalho.
           02 filler               pic x(25) value "FUNC NOME".
           02 filler               pic x(06) value "DIAS".
           02 filler               pic x(10) value " ESCALADAS".
           02 filler               pic x(10) value "  TRABALH.".
           02 filler               pic x(10) value "    EXTRAS".
           02 filler               pic x(10) value "    ATRASO".
           02 filler               pic x(07) value " ATRAS.".
           02 filler               pic x(07) value " ABERT.".
           02 filler               pic x(15) value spaces.

       01 ws-linha.
           02 ws-lin-funcionario   pic 9(03).
           02 filler               pic x(02).
           02 ws-lin-nome          pic x(20).
           02 filler               pic x(02).
           02 ws-lin-dias          pic zz9.
           02 filler               pic x(02).
           02 ws-lin-escalado      pic x(08).
           02 filler               pic x(02).
           02 ws-lin-trabalhado    pic x(08).
           02 filler               pic x(02).
           02 ws-lin-extra         pic x(08).
           02 filler               pic x(02).
           02 ws-lin-atraso        pic x(08).
           02 filler               pic x(04).
           02 ws-lin-qtd-atrasos   pic zz9.
           02 filler               pic x(04).
           02 ws-lin-abertas       pic zz9.
           02 filler               pic x(14).

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_ponto".
           02 ws-spl-arquivo       pic x(30)
               value "RELATORIO_PONTO.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-MES-AMBIENTE FROM ENVIRONMENT "MES_APURACAO".
           IF WS-MES-AMBIENTE IS NUMERIC
               AND WS-MES-AMBIENTE NOT = SPACES
               MOVE WS-MES-AMBIENTE TO WS-MES-APURACAO
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-MES-APURACAO
           END-IF
           ACCEPT WS-TOL-AMBIENTE FROM ENVIRONMENT "TOLERANCIA_PONTO".
           IF WS-TOL-AMBIENTE IS NUMERIC
               AND WS-TOL-AMBIENTE NOT = SPACES
               MOVE WS-TOL-AMBIENTE TO WS-TOLERANCIA
           ELSE
               MOVE 5 TO WS-TOLERANCIA
           END-IF
           PERFORM CONTA-DIAS-SEMANA THRU CONTA-DIAS-SEMANA-FIM.

           MOVE "N" TO WS-TEM-ESCALA.
           OPEN INPUT ESCALA-FILE.
           IF NOT FS-ESC-NAO-EXISTE
               MOVE "S" TO WS-TEM-ESCALA
               PERFORM APURA-ESCALA THRU APURA-ESCALA-FIM
                   UNTIL FS-ESC-FIM
           END-IF.

           OPEN INPUT PONTO-FILE.
           IF NOT FS-NAO-EXISTE
               PERFORM APURA-PONTO THRU APURA-PONTO-FIM
                   UNTIL FS-FIM
               PERFORM FECHA-DIA THRU FECHA-DIA-FIM
               CLOSE PONTO-FILE
           END-IF.
           IF TEM-ESCALA
               CLOSE ESCALA-FILE
           END-IF

           OPEN INPUT FUNCIONARIO-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE "HORAS DO MES" TO RELATORIO-LINHA.
           MOVE WS-MES-APURACAO TO RELATORIO-LINHA(14:6).
           WRITE RELATORIO-LINHA.
           MOVE WS-CABECALHO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM IMPRIME-PONTO THRU IMPRIME-PONTO-FIM.
           CLOSE RELATORIO-FILE FUNCIONARIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           DISPLAY "MES APURADO: " WS-MES-APURACAO
               "  TOLERANCIA (MIN): " WS-TOLERANCIA.
           GOBACK.

      * -----------------------------------
      * CONTA QUANTOS DOMINGOS, SEGUNDAS ETC. O MES TEM, PELA MESMA
      * CONTA DE DIA DA SEMANA DO RELATORIO_HORARIO

       CONTA-DIAS-SEMANA.
           MOVE ZEROS TO WS-DIAS-NO-MES.
           COMPUTE WS-DATA-CALCULO = WS-MES-APURACAO * 100 + 1.
           COMPUTE WS-INI-MES-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-CALCULO).
           IF WS-MM-APURACAO EQUAL 12
               COMPUTE WS-DATA-CALCULO =
                   (WS-ANO-APURACAO + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATA-CALCULO =
                   (WS-MES-APURACAO + 1) * 100 + 1
           END-IF
           COMPUTE WS-FIM-MES-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-CALCULO).
           MOVE WS-INI-MES-INT TO WS-DIA-INT.

           CONTA-DIAS-SEMANA-LOOP.
           IF WS-DIA-INT NOT < WS-FIM-MES-INT
               GO CONTA-DIAS-SEMANA-FIM
           END-IF
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(WS-DIA-INT, 7).
           ADD 1 TO WS-DIA-SEMANA.
           ADD 1 TO WS-QTD-DIA-SEMANA(WS-DIA-SEMANA).
           ADD 1 TO WS-DIA-INT.
           GO CONTA-DIAS-SEMANA-LOOP.
       CONTA-DIAS-SEMANA-FIM.

      * -----------------------------------
      * CADA TURNO DA ESCALA SOMA NO FUNCIONARIO, VEZES A QUANTIDADE
      * DAQUELE DIA DA SEMANA NO MES

       APURA-ESCALA.
           READ ESCALA-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-ESC
               GO APURA-ESCALA-FIM
           END-READ.
           IF ESC-DIA-SEMANA < 1 OR ESC-DIA-SEMANA > 7
               GO APURA-ESCALA-FIM
           END-IF
           PERFORM MINUTOS-TURNO.
           MOVE ESC-FUN-ID TO WS-FUN-MOV.
           PERFORM LOCALIZA-FUNCIONARIO THRU LOCALIZA-FUNCIONARIO-FIM.
           IF WS-IND EQUAL ZEROS
               GO APURA-ESCALA-FIM
           END-IF
           COMPUTE WS-FNC-ESCALADO(WS-IND) = WS-FNC-ESCALADO(WS-IND)
               + WS-MIN-TURNO * WS-QTD-DIA-SEMANA(ESC-DIA-SEMANA).
       APURA-ESCALA-FIM.

      * -----------------------------------
      * AS BATIDAS VEM EM ORDEM DE FUNCIONARIO + DATA + HORA; A CADA
      * DIA NOVO FECHA O DIA ANTERIOR E CONFERE O ATRASO DA PRIMEIRA
      * ENTRADA

       APURA-PONTO.
           READ PONTO-FILE
           AT END
               MOVE 10 TO FS-STAT
               GO APURA-PONTO-FIM
           END-READ.
           IF PNT-DATA(1:6) NOT EQUAL WS-MES-APURACAO
               GO APURA-PONTO-FIM
           END-IF
           IF PNT-FUN-ID NOT EQUAL WS-DIA-FUN
               OR PNT-DATA NOT EQUAL WS-DIA-DATA
               PERFORM FECHA-DIA THRU FECHA-DIA-FIM
               PERFORM ABRE-DIA THRU ABRE-DIA-FIM
           END-IF
           IF NOT PNT-FECHADO
               ADD 1 TO WS-DIA-ABERTAS
               GO APURA-PONTO-FIM
           END-IF
           MOVE PNT-HORA-ENTRADA TO WS-HHMMSS.
           COMPUTE WS-MIN-ENTRADA = WS-HHMMSS-HH * 60 + WS-HHMMSS-MM.
           MOVE PNT-HORA-SAIDA TO WS-HHMMSS.
           COMPUTE WS-MIN-SAIDA = WS-HHMMSS-HH * 60 + WS-HHMMSS-MM.
           COMPUTE WS-MIN-BATIDA =
               (FUNCTION INTEGER-OF-DATE(PNT-DATA-SAIDA)
               - FUNCTION INTEGER-OF-DATE(PNT-DATA)) * 1440
               + WS-MIN-SAIDA - WS-MIN-ENTRADA.
           IF WS-MIN-BATIDA > ZEROS
               ADD WS-MIN-BATIDA TO WS-DIA-TRABALHADO
           END-IF.
       APURA-PONTO-FIM.

      * -----------------------------------
      * PRIMEIRA BATIDA DO DIA: PEGA O TURNO DA ESCALA NA FILIAL ONDE
      * BATEU E CONFERE O ATRASO CONTRA A TOLERANCIA

       ABRE-DIA.
           MOVE PNT-FUN-ID TO WS-DIA-FUN.
           MOVE PNT-DATA TO WS-DIA-DATA.
           MOVE ZEROS TO WS-DIA-TRABALHADO WS-DIA-ESCALADO
               WS-DIA-ATRASO WS-DIA-ABERTAS.
           IF NOT TEM-ESCALA
               GO ABRE-DIA-FIM
           END-IF
           COMPUTE WS-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(PNT-DATA), 7).
           ADD 1 TO WS-DIA-SEMANA.
           MOVE PNT-FILIAL TO ESC-FILIAL.
           MOVE PNT-FUN-ID TO ESC-FUN-ID.
           MOVE WS-DIA-SEMANA TO ESC-DIA-SEMANA.
           READ ESCALA-FILE
           INVALID KEY
               GO ABRE-DIA-FIM
           END-READ.
           PERFORM MINUTOS-TURNO.
           MOVE WS-MIN-TURNO TO WS-DIA-ESCALADO.
           MOVE PNT-HORA-ENTRADA TO WS-HHMMSS.
           COMPUTE WS-MIN-BATIDA = WS-HHMMSS-HH * 60 + WS-HHMMSS-MM
               - WS-MIN-ENTRADA.
           IF WS-MIN-BATIDA > WS-TOLERANCIA
               MOVE WS-MIN-BATIDA TO WS-DIA-ATRASO
           END-IF.
       ABRE-DIA-FIM.

      * -----------------------------------
      * LEVA O DIA CORRENTE PARA A LINHA DO FUNCIONARIO; O QUE PASSOU
      * DO TURNO ESCALADO E HORA EXTRA

       FECHA-DIA.
           IF WS-DIA-FUN EQUAL ZEROS AND WS-DIA-DATA EQUAL ZEROS
               GO FECHA-DIA-FIM
           END-IF
           MOVE WS-DIA-FUN TO WS-FUN-MOV.
           PERFORM LOCALIZA-FUNCIONARIO THRU LOCALIZA-FUNCIONARIO-FIM.
           IF WS-IND EQUAL ZEROS
               GO FECHA-DIA-FIM
           END-IF
           ADD 1 TO WS-FNC-DIAS(WS-IND).
           ADD WS-DIA-TRABALHADO TO WS-FNC-TRABALHADO(WS-IND).
           ADD WS-DIA-ABERTAS TO WS-FNC-ABERTAS(WS-IND).
           IF WS-DIA-ATRASO > ZEROS
               ADD WS-DIA-ATRASO TO WS-FNC-ATRASO(WS-IND)
               ADD 1 TO WS-FNC-QTD-ATRASOS(WS-IND)
           END-IF
           IF WS-DIA-TRABALHADO > WS-DIA-ESCALADO
               COMPUTE WS-FNC-EXTRA(WS-IND) = WS-FNC-EXTRA(WS-IND)
                   + WS-DIA-TRABALHADO - WS-DIA-ESCALADO
           END-IF.
       FECHA-DIA-FIM.

      * -----------------------------------
      * DURACAO DO TURNO DA ESCALA EM MINUTOS (SAIDA MENOR QUE A
      * ENTRADA VIRA A MEIA-NOITE). DEIXA A ENTRADA EM WS-MIN-ENTRADA

       MINUTOS-TURNO.
           MOVE ESC-HORA-ENTRADA TO WS-HHMM.
           COMPUTE WS-MIN-ENTRADA = WS-HHMM-HH * 60 + WS-HHMM-MM.
           MOVE ESC-HORA-SAIDA TO WS-HHMM.
           COMPUTE WS-MIN-SAIDA = WS-HHMM-HH * 60 + WS-HHMM-MM.
           IF WS-MIN-SAIDA > WS-MIN-ENTRADA
               COMPUTE WS-MIN-TURNO = WS-MIN-SAIDA - WS-MIN-ENTRADA
           ELSE
               COMPUTE WS-MIN-TURNO =
                   WS-MIN-SAIDA + 1440 - WS-MIN-ENTRADA
           END-IF.

      * -----------------------------------
      * PROCURA (OU ABRE) A LINHA DO FUNCIONARIO NA TABELA; DEVOLVE
      * WS-IND ZERADO QUANDO A TABELA ESTA CHEIA

       LOCALIZA-FUNCIONARIO.
           MOVE ZEROS TO WS-IND.

           LOCALIZA-FUNCIONARIO-LOOP.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-FUNCIONARIOS
               GO LOCALIZA-FUNCIONARIO-NOVO
           END-IF
           IF WS-FNC-ID(WS-IND) EQUAL WS-FUN-MOV
               GO LOCALIZA-FUNCIONARIO-FIM
           END-IF
           GO LOCALIZA-FUNCIONARIO-LOOP.

           LOCALIZA-FUNCIONARIO-NOVO.
           IF WS-QTD-FUNCIONARIOS NOT < WS-MAX-FUNCIONARIOS
               MOVE ZEROS TO WS-IND
               GO LOCALIZA-FUNCIONARIO-FIM
           END-IF
           ADD 1 TO WS-QTD-FUNCIONARIOS.
           MOVE WS-QTD-FUNCIONARIOS TO WS-IND.
           MOVE ZEROS TO WS-FNC(WS-IND).
           MOVE WS-FUN-MOV TO WS-FNC-ID(WS-IND).
       LOCALIZA-FUNCIONARIO-FIM.

      * -----------------------------------
      * UMA LINHA POR FUNCIONARIO, HORAS EM HHHHH:MM

       IMPRIME-PONTO.
           MOVE ZEROS TO WS-IND.

           IMPRIME-PONTO-LOOP.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-FUNCIONARIOS
               GO IMPRIME-PONTO-FIM
           END-IF
           MOVE SPACES TO WS-LINHA.
           MOVE WS-FNC-ID(WS-IND) TO WS-LIN-FUNCIONARIO.
           MOVE WS-FNC-ID(WS-IND) TO FUN-ID.
           READ FUNCIONARIO-FILE
           INVALID KEY
               MOVE "(NAO CADASTRADO)" TO FUN-NOME
           END-READ.
           MOVE FUN-NOME TO WS-LIN-NOME.
           MOVE WS-FNC-DIAS(WS-IND) TO WS-LIN-DIAS.
           MOVE WS-FNC-ESCALADO(WS-IND) TO WS-MINUTOS-FMT.
           PERFORM FORMATA-HORAS.
           MOVE WS-HORAS-FMT TO WS-LIN-ESCALADO.
           MOVE WS-FNC-TRABALHADO(WS-IND) TO WS-MINUTOS-FMT.
           PERFORM FORMATA-HORAS.
           MOVE WS-HORAS-FMT TO WS-LIN-TRABALHADO.
           MOVE WS-FNC-EXTRA(WS-IND) TO WS-MINUTOS-FMT.
           PERFORM FORMATA-HORAS.
           MOVE WS-HORAS-FMT TO WS-LIN-EXTRA.
           MOVE WS-FNC-ATRASO(WS-IND) TO WS-MINUTOS-FMT.
           PERFORM FORMATA-HORAS.
           MOVE WS-HORAS-FMT TO WS-LIN-ATRASO.
           MOVE WS-FNC-QTD-ATRASOS(WS-IND) TO WS-LIN-QTD-ATRASOS.
           MOVE WS-FNC-ABERTAS(WS-IND) TO WS-LIN-ABERTAS.
           MOVE WS-LINHA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY WS-LINHA.
           GO IMPRIME-PONTO-LOOP.
       IMPRIME-PONTO-FIM.

      * -----------------------------------
      * MINUTOS EM HORAS:MINUTOS

       FORMATA-HORAS.
           DIVIDE WS-MINUTOS-FMT BY 60 GIVING WS-HORAS-CALC
               REMAINDER WS-MINUTOS-CALC.
           MOVE WS-HORAS-CALC TO WS-HF-HORAS.
           MOVE WS-MINUTOS-CALC TO WS-HF-MINUTOS.
