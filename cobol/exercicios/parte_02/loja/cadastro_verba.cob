       identification division.
       program-id. cadastro_verba.

      *=================================================================
      * MANUTENCAO DA VERBA MENSAL DE COMPRAS POR FILIAL (VERBA.DAT).
      * A GERENCIA LANCA AQUI, PARA CADA FILIAL E COMPETENCIA (AAAAMM),
      * QUANTO PODE SER COMPRADO EM CADA LINHA: MERCADORIA DA LOJA (M)
      * E COPIAS DE FILME DA DISTRIBUIDORA (F). A TELA DE COMPRAS
      * CONFERE O SALDO PARA COMPRAR A CADA PEDIDO E PEDE SUPERVISOR
      * QUANDO ELE ESTOURA; O RELATORIO_VERBA MOSTRA NO FECHAMENTO A
      * VERBA, O COMPROMETIDO, O RECEBIDO E O SALDO DE CADA FILIAL. A
      * FILIAL PRECISA EXISTIR EM FILIAL.DAT.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select verba-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is vrb-key.

       select filial-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-fil
           record key is fil-key.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd verba-file value of file-id is "VERBA.dat".
       copy verba.

       fd filial-file value of file-id is "FILIAL.dat".
       copy filial.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       01 ws-modulo.
           02 filler           pic x(11)   value "verba-".
           02 ws-op            pic x(20)   value spaces.

       77 ws-opcao             pic x.
           88 e-incluir                value is "1".
           88 e-consultar              value is "2".
           88 e-alterar                value is "3".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-cancela               value 99.
           88 fs-nao-existe            value 35.
           88 fs-fim                   value 10.

       77 fs-stat-fil          pic 9(02).
           88 fs-fil-ok                value zeros.

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).
       77 ws-aud-chave         pic 9(11).

       77 ws-erro              pic x.
           88 e-sim                    values are "S" "s".

       77 ws-numl              pic 999.
       77 ws-numc              pic 999.
       77 cor-fundo            pic 9       value 4.
       77 cor-frente           pic 9       value 6.

       77 ws-status            pic x(30).
       77 ws-msgerro           pic x(80).

       copy screenio.

      *-----------------------------------------------------------------
       screen section.
      *-----------------------------------------------------------------

       01 SS-CLS.
           05 SS-FILLER.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL
               BACKGROUND-COLOR COR-FUNDO.
               10 LINE WS-NUML COLUMN 01 ERASE EOL
               BACKGROUND-COLOR COR-FUNDO.
           05 SS-CABECALHO.
               10 LINE 01 COLUMN 02 PIC X(31) FROM WS-MODULO
               HIGHLIGHT FOREGROUND-COLOR COR-FRENTE
               BACKGROUND-COLOR COR-FUNDO.
           05 SS-STATUS.
               10 LINE WS-NUML COLUMN 2 ERASE EOL PIC X(30)
               FROM WS-STATUS HIGHLIGHT
               FOREGROUND-COLOR COR-FRENTE
               BACKGROUND-COLOR COR-FUNDO.

       01 SS-MENU FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "1 - INCLUIR VERBA".
           05 LINE 08 COLUMN 15 VALUE "2 - CONSULTAR".
           05 LINE 09 COLUMN 15 VALUE "3 - ALTERAR".
           05 LINE 10 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 12 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 12 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-VERBA.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 10 VALUE "FILIAL..............:".
               10 COLUMN PLUS 2 PIC 9(02) USING VRB-FILIAL.
               10 LINE 10 COLUMN 10 VALUE "COMPETENCIA (AAAAMM):".
               10 COLUMN PLUS 2 PIC 9(06) USING VRB-ANOMES.
               10 LINE 11 COLUMN 10 VALUE "LINHA (M=MERC/F=FILME):".
               10 COLUMN PLUS 2 PIC X(01) USING VRB-LINHA.
           05 SS-DADOS.
               10 LINE 12 COLUMN 10 VALUE "VERBA DO MES (R$)...:".
               10 COLUMN PLUS 2 PIC ZZZZZZZZ9.99
                   USING VRB-VALOR.
               10 LINE 13 COLUMN 10 VALUE "ULTIMA ALTERACAO....:".
               10 COLUMN PLUS 2 PIC 9(08) FROM VRB-DATA-ALTERACAO.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

      *=================================================================
       procedure division.
      *=================================================================

       INICIO.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           ACCEPT WS-NUML FROM LINES
           ACCEPT WS-NUMC FROM COLUMNS
           PERFORM ABRIR-ARQUIVOS
           PERFORM UNTIL E-ENCERRAR
               MOVE "VERBA DE COMPRAS" TO WS-OP
               MOVE "ESCOLHA A OPCAO" TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-INCLUIR
                       PERFORM INCLUI THRU INCLUI-FIM
                   WHEN E-CONSULTAR
                       PERFORM CONSULTA THRU CONSULTA-FIM
                   WHEN E-ALTERAR
                       PERFORM ALTERA THRU ALTERA-FIM
               END-EVALUATE
           END-PERFORM.

       FINALIZA.

       CLOSE VERBA-FILE FILIAL-FILE.
       GOBACK.

      * -----------------------------------

       INCLUI.
           MOVE "INCLUSAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.

           INCLUI-LOOP.
           MOVE SPACES TO VRB-REC.
           MOVE ZEROS TO VRB-FILIAL VRB-ANOMES VRB-VALOR
               VRB-DATA-ALTERACAO.
           DISPLAY SS-TELA-VERBA.
           ACCEPT SS-TELA-VERBA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INCLUI-FIM
           END-IF
           IF VRB-FILIAL EQUAL ZEROS OR VRB-ANOMES EQUAL ZEROS
               MOVE "FAVOR INFORMAR FILIAL E COMPETENCIA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           PERFORM MAIUSCULA-LINHA.
           IF NOT (VRB-MERCADORIA OR VRB-FILME)
               MOVE "LINHA DEVE SER M (MERCADORIA) OU F (FILME)"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           IF VRB-VALOR EQUAL ZEROS
               MOVE "FAVOR INFORMAR O VALOR DA VERBA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           MOVE VRB-FILIAL TO FIL-CODIGO.
           READ FILIAL-FILE
           INVALID KEY
               MOVE "FILIAL NAO CADASTRADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-READ.
           ACCEPT VRB-DATA-ALTERACAO FROM DATE YYYYMMDD.
           WRITE VRB-REC
           INVALID KEY
               MOVE "VERBA JA LANCADA - USE ALTERAR" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           NOT INVALID KEY
               MOVE "CADASTRO_VERBA" TO WS-AUD-PROGRAMA
               MOVE "INCLUSAO" TO WS-AUD-OPERACAO
               MOVE VRB-FILIAL TO WS-AUD-CHAVE
               CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
                   WS-AUD-OPERACAO WS-AUD-CHAVE
               MOVE "VERBA INCLUIDA" TO WS-STATUS
               DISPLAY SS-STATUS
           END-WRITE.
           GO INCLUI-LOOP.
       INCLUI-FIM.

      * -----------------------------------

       CONSULTA.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.

           CONSULTA-LOOP.
           MOVE SPACES TO VRB-REC.
           MOVE ZEROS TO VRB-FILIAL VRB-ANOMES VRB-VALOR
               VRB-DATA-ALTERACAO.
           DISPLAY SS-TELA-VERBA.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONSULTA-FIM
           END-IF
           PERFORM MAIUSCULA-LINHA.
           READ VERBA-FILE
           INVALID KEY
               MOVE "VERBA NAO ENCONTRADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONSULTA-LOOP
           END-READ.
           DISPLAY SS-DADOS.
           MOVE "PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO CONSULTA-LOOP.
       CONSULTA-FIM.

      * -----------------------------------
      * A VERBA PODE SER REVISTA NO MEIO DO MES; O SALDO PARA COMPRAR
      * PASSA A VALER PELO VALOR NOVO NO PROXIMO PEDIDO

       ALTERA.
           MOVE "ALTERACAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.

           ALTERA-LOOP.
           MOVE SPACES TO VRB-REC.
           MOVE ZEROS TO VRB-FILIAL VRB-ANOMES VRB-VALOR
               VRB-DATA-ALTERACAO.
           DISPLAY SS-TELA-VERBA.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO ALTERA-FIM
           END-IF
           PERFORM MAIUSCULA-LINHA.
           READ VERBA-FILE
           INVALID KEY
               MOVE "VERBA NAO ENCONTRADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ALTERA-LOOP
           END-READ.
           DISPLAY SS-DADOS.
           ACCEPT SS-DADOS.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO ALTERA-FIM
           END-IF
           IF VRB-VALOR EQUAL ZEROS
               MOVE "FAVOR INFORMAR O VALOR DA VERBA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ALTERA-LOOP
           END-IF
           ACCEPT VRB-DATA-ALTERACAO FROM DATE YYYYMMDD.
           REWRITE VRB-REC.
           MOVE "CADASTRO_VERBA" TO WS-AUD-PROGRAMA.
           MOVE "ALTERACAO" TO WS-AUD-OPERACAO.
           MOVE VRB-FILIAL TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE "VERBA ALTERADA" TO WS-STATUS.
           DISPLAY SS-STATUS.
           GO ALTERA-LOOP.
       ALTERA-FIM.

      * -----------------------------------
      * LINHA DIGITADA EM MINUSCULA VALE A MAIUSCULA DA CHAVE

       MAIUSCULA-LINHA.
           IF VRB-LINHA EQUAL "m"
               MOVE "M" TO VRB-LINHA
           END-IF
           IF VRB-LINHA EQUAL "f"
               MOVE "F" TO VRB-LINHA
           END-IF.

      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAIDA

       ABRIR-ARQUIVOS.
           OPEN I-O VERBA-FILE
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT VERBA-FILE
               CLOSE VERBA-FILE
               OPEN I-O VERBA-FILE
           END-IF.
           OPEN INPUT FILIAL-FILE.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS

       MOSTRA-ERRO.
           ACCEPT SS-ERRO.
           DISPLAY SS-STATUS.
