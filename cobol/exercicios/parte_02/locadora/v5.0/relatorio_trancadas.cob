       identification division.
       program-id. relatorio_trancadas.

      *=================================================================
      * RELATORIO DE ASSINATURAS TRANCADAS (ASSINATURAS_TRANCADAS.DAT):
      * UMA LINHA POR PLANO COM STATUS "T", COM O INICIO DA PAUSA, A
      * DATA PREVISTA DE RETOMADA E OS DIAS QUE AINDA FALTAM. PAUSA
      * COM INICIO FUTURO SAI COMO "AGENDADA"; A QUE JA PASSOU DA
      * RETOMADA E AINDA NAO FOI PROCESSADA PELO COBRANCA_ASSINATURAS
      * SAI COMO "A RETOMAR". RODA AVULSO OU PELA OPCAO 9 DO
      * CADASTRO_ASSINATURA.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select assinatura-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat
           record key is fs-key.

       select cliente-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-cliente
           record key is cli-key.

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

       fd assinatura-file value of file-id is "ASSINATURA.dat".
       copy assinatura.

       fd cliente-file value of file-id is "FUNC.dat".
       copy cliente replacing ==FILE1-REC==     by ==CLI-REC==
                              ==FS-KEY==        by ==CLI-KEY==
                              ==FS-ID==         by ==CLI-ID==
                              ==FS-NOME==       by ==CLI-NOME==
                              ==FS-SENHA==      by ==CLI-SENHA==.

       fd relatorio-file
           value of file-id is "ASSINATURAS_TRANCADAS.dat".
       01 relatorio-linha             pic x(100).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-fim                   value 10.

       77 fs-stat-cliente      pic 9(02).
           88 fs-cliente-ok            value zeros.

       77 fs-stat-rel          pic 9(02).

       77 ws-cliente-aberto    pic x(01) value "N".
           88 cliente-aberto           value "S".

       77 ws-data-hoje         pic 9(08).
       77 ws-dias-faltam       pic s9(05).

       77 ws-qtd-pausa         pic 9(05) value zeros.
       77 ws-qtd-agendada      pic 9(05) value zeros.
       77 ws-qtd-retomar       pic 9(05) value zeros.

       01 ws-titulo.
           02 filler               pic x(32)
               value "ASSINATURAS TRANCADAS - POSICAO ".
           02 ws-tit-data          pic 9(08).
           02 filler               pic x(60) value spaces.

       01 ws-cabecalho.
           02 filler               pic x(40)
               value "ASSINATURA  CLIENTE NOME               ".
           02 filler               pic x(37)
               value "           P INICIO   RETOMADA FALTA ".
           02 filler               pic x(23)
               value "SITUACAO".

       01 ws-linha.
           02 ws-lin-assinatura    pic 9(11).
           02 filler               pic x(01) value spaces.
           02 ws-lin-cliente       pic 9(05).
           02 filler               pic x(03) value spaces.
           02 ws-lin-nome          pic x(30).
           02 filler               pic x(01) value spaces.
           02 ws-lin-plano         pic x(01).
           02 filler               pic x(01) value spaces.
           02 ws-lin-inicio        pic 9(08).
           02 filler               pic x(01) value spaces.
           02 ws-lin-retomada      pic 9(08).
           02 filler               pic x(01) value spaces.
           02 ws-lin-faltam        pic zzzz9.
           02 filler               pic x(01) value spaces.
           02 ws-lin-situacao      pic x(10).
           02 filler               pic x(13) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_trancadas".
           02 ws-spl-arquivo       pic x(30)
               value "ASSINATURAS_TRANCADAS.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WS-QTD-PAUSA WS-QTD-AGENDADA WS-QTD-RETOMAR.
           MOVE ZEROS TO FS-STAT.
           OPEN INPUT ASSINATURA-FILE.
           IF NOT FS-OK
               DISPLAY "NENHUMA ASSINATURA CADASTRADA"
               GOBACK
           END-IF
           OPEN INPUT CLIENTE-FILE.
           IF FS-CLIENTE-OK
               MOVE "S" TO WS-CLIENTE-ABERTO
           END-IF
           OPEN OUTPUT RELATORIO-FILE.
           MOVE WS-DATA-HOJE TO WS-TIT-DATA.
           MOVE WS-TITULO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE WS-CABECALHO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           PERFORM LE-ASSINATURA THRU LE-ASSINATURA-FIM
               UNTIL FS-FIM.
           CLOSE ASSINATURA-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           IF CLIENTE-ABERTO
               CLOSE CLIENTE-FILE
           END-IF
           DISPLAY "EM PAUSA...............: " WS-QTD-PAUSA.
           DISPLAY "PAUSA AGENDADA.........: " WS-QTD-AGENDADA.
           DISPLAY "A RETOMAR..............: " WS-QTD-RETOMAR.
           GOBACK.

      * -----------------------------------
      * UMA LINHA POR ASSINATURA TRANCADA; FALTA = DIAS ATE A RETOMADA

       LE-ASSINATURA.
           READ ASSINATURA-FILE
           AT END
               MOVE 10 TO FS-STAT
               GO LE-ASSINATURA-FIM
           END-READ.
           IF NOT FS-STATUS-TRANCADA
               GO LE-ASSINATURA-FIM
           END-IF
           MOVE SPACES TO WS-LINHA.
           MOVE FS-ID TO WS-LIN-ASSINATURA.
           MOVE FS-CLIENTE-ID TO WS-LIN-CLIENTE.
           MOVE SPACES TO WS-LIN-NOME.
           IF CLIENTE-ABERTO
               MOVE FS-CLIENTE-ID TO CLI-ID
               READ CLIENTE-FILE
               NOT INVALID KEY
                   MOVE CLI-NOME TO WS-LIN-NOME
               END-READ
           END-IF
           MOVE FS-PLANO TO WS-LIN-PLANO.
           MOVE FS-DATA-TRANCAMENTO TO WS-LIN-INICIO.
           MOVE FS-DATA-RETOMADA TO WS-LIN-RETOMADA.
           MOVE ZEROS TO WS-DIAS-FALTAM.
           IF FS-DATA-RETOMADA > WS-DATA-HOJE
               COMPUTE WS-DIAS-FALTAM =
                   FUNCTION INTEGER-OF-DATE(FS-DATA-RETOMADA)
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           END-IF
           MOVE WS-DIAS-FALTAM TO WS-LIN-FALTAM.
           EVALUATE TRUE
               WHEN FS-DATA-RETOMADA NOT > WS-DATA-HOJE
                   MOVE "A RETOMAR" TO WS-LIN-SITUACAO
                   ADD 1 TO WS-QTD-RETOMAR
               WHEN FS-DATA-TRANCAMENTO > WS-DATA-HOJE
                   MOVE "AGENDADA" TO WS-LIN-SITUACAO
                   ADD 1 TO WS-QTD-AGENDADA
               WHEN OTHER
                   MOVE "EM PAUSA" TO WS-LIN-SITUACAO
                   ADD 1 TO WS-QTD-PAUSA
           END-EVALUATE
           MOVE WS-LINHA TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
       LE-ASSINATURA-FIM.

      * -----------------------------------

       IMPRIME-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY RELATORIO-LINHA.
