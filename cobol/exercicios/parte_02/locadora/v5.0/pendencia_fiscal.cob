       identification division.
       program-id. pendencia_fiscal.

      *=================================================================
      * LISTA DE TRABALHO DAS NOTAS FISCAIS ELETRONICAS REJEITADAS
      * (DOCFISCAL.DAT). A PREFEITURA OU A SEFAZ DEVOLVEU A NFS-E /
      * NFC-E (OU O PEDIDO DE CANCELAMENTO DELA) COM UM MOTIVO; AQUI O
      * BALCAO CONFERE, CORRIGE O TOMADOR E OS VALORES DA NOTA E A
      * DEVOLVE PARA PENDENTE, E A PROXIMA REMESSA DO PASSO NOTURNO
      * DOCUMENTO_FISCAL REENVIA COM O MESMO NUMERO.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select docfiscal-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is df-key
           alternate record key is df-origem.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd docfiscal-file value of file-id is "DOCFISCAL.dat".
       copy doc_fiscal.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       01 ws-modulo.
           02 filler           pic x(11)   value "fiscal-".
           02 ws-op            pic x(20)   value spaces.

       77 ws-opcao             pic x.
           88 e-corrigir               value is "1".
           88 e-listar                 value is "2".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-nao-existe            value 35.
           88 fs-fim                   value 10.

       77 ws-erro              pic x.
           88 e-sim                    values are "S" "s".

       77 ws-numl              pic 999.
       77 ws-numc              pic 999.
       77 cor-fundo            pic 9       value 4.
       77 cor-frente           pic 9       value 6.

       77 ws-status            pic x(30).
       77 ws-msgerro           pic x(80).

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).
       77 ws-aud-chave         pic 9(11).

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
           05 LINE 07 COLUMN 15 VALUE "1 - CORRIGIR E REENVIAR".
           05 LINE 08 COLUMN 15 VALUE "2 - LISTAR REJEITADAS".
           05 LINE 09 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 11 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 11 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-DOCUMENTO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 05 COLUMN 10 VALUE "SERIE:".
               10 COLUMN PLUS 2 PIC X(03) USING DF-SERIE.
               10 LINE 05 COLUMN 30 VALUE "NUMERO:".
               10 COLUMN PLUS 2 PIC 9(09) USING DF-NUMERO.
           05 SS-SITUACAO.
               10 LINE 07 COLUMN 10 VALUE "TIPO (S=NFS-E/C=NFC-E):".
               10 COLUMN PLUS 2 PIC X(01) FROM DF-TIPO.
               10 LINE 07 COLUMN 45 VALUE "ORIGEM:".
               10 COLUMN PLUS 2 PIC 9(11) FROM DF-ORIGEM-ID.
               10 LINE 08 COLUMN 10 VALUE "EMISSAO:".
               10 COLUMN PLUS 2 PIC 9(08) FROM DF-DATA-EMISSAO.
               10 LINE 08 COLUMN 45 VALUE "ENVIOS:".
               10 COLUMN PLUS 2 PIC 9(02) FROM DF-QTD-ENVIOS.
               10 LINE 09 COLUMN 10 VALUE "NOTA (P/T/A/R):".
               10 COLUMN PLUS 2 PIC X(01) FROM DF-SITUACAO.
               10 LINE 09 COLUMN 45 VALUE "CANCELAMENTO (P/T/C/R):".
               10 COLUMN PLUS 2 PIC X(01) FROM DF-CANCELAMENTO.
               10 LINE 10 COLUMN 10 VALUE "MOTIVO:".
               10 COLUMN PLUS 2 PIC X(40) FROM DF-MOTIVO.
           05 SS-CORRECAO.
               10 LINE 12 COLUMN 10 VALUE "CPF/CNPJ DO TOMADOR:".
               10 COLUMN PLUS 2 PIC 9(14) USING DF-DOC-TOMADOR.
               10 LINE 13 COLUMN 10 VALUE "PESSOA (F/J/BRANCO):".
               10 COLUMN PLUS 2 PIC X(01) USING DF-TIPO-TOMADOR.
               10 LINE 14 COLUMN 10 VALUE "VALOR:".
               10 COLUMN PLUS 2 PIC ZZZZZZ9.99 USING DF-VALOR.
               10 LINE 15 COLUMN 10 VALUE "IMPOSTO:".
               10 COLUMN PLUS 2 PIC ZZZZ9.99 USING DF-VALOR-IMPOSTO.

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
           MOVE "pendencia_fiscal" TO WS-AUD-PROGRAMA.
           PERFORM ABRIR-ARQUIVOS
           PERFORM UNTIL E-ENCERRAR
               MOVE "NOTAS REJEITADAS" TO WS-OP
               MOVE "ESCOLHA A OPCAO" TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-CORRIGIR
                       PERFORM CORRIGE THRU CORRIGE-FIM
                   WHEN E-LISTAR
                       PERFORM LISTA-REJEITADAS
                           THRU LISTA-REJEITADAS-FIM
               END-EVALUATE
           END-PERFORM.

       FINALIZA.

       CLOSE DOCFISCAL-FILE.
       GOBACK.

      * -----------------------------------
      * CORRIGE A NOTA REJEITADA E A DEVOLVE PARA PENDENTE; O
      * CANCELAMENTO REJEITADO SO E REENVIADO (NADA A CORRIGIR NELE)

       CORRIGE.
           MOVE "CORRIGIR E REENVIAR" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.

           CORRIGE-LOOP.
           DISPLAY SS-CLS.
           MOVE SPACES TO DF-REC.
           MOVE ZEROS TO DF-NUMERO.
           DISPLAY SS-CHAVE.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CORRIGE-FIM
           END-IF
           READ DOCFISCAL-FILE
           INVALID KEY
               MOVE "DOCUMENTO NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CORRIGE-LOOP
           END-READ.
           DISPLAY SS-TELA-DOCUMENTO.
           IF DF-CANC-REJEITADO
               MOVE "N" TO WS-ERRO
               MOVE "REENVIAR O CANCELAMENTO (S/N)?" TO WS-MSGERRO
               ACCEPT SS-ERRO
               IF NOT E-SIM
                   GO CORRIGE-LOOP
               END-IF
               MOVE "P" TO DF-CANCELAMENTO
               GO CORRIGE-GRAVA
           END-IF
           IF NOT DF-REJEITADO
               MOVE "DOCUMENTO SEM REJEICAO A CORRIGIR" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CORRIGE-LOOP
           END-IF.

           CORRIGE-DADOS.
           ACCEPT SS-CORRECAO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CORRIGE-LOOP
           END-IF
           IF DF-TIPO-TOMADOR = "f" OR "j"
               INSPECT DF-TIPO-TOMADOR CONVERTING "fj" TO "FJ"
           END-IF
           IF NOT (DF-TOMADOR-PF OR DF-TOMADOR-PJ
               OR DF-TIPO-TOMADOR = SPACE)
               MOVE "PESSOA DEVE SER F, J OU BRANCO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CORRIGE-DADOS
           END-IF
           IF DF-DOC-TOMADOR = ZEROS AND DF-TIPO-TOMADOR NOT = SPACE
               OR DF-DOC-TOMADOR NOT = ZEROS
                   AND DF-TIPO-TOMADOR = SPACE
               MOVE "INFORME O CPF/CNPJ JUNTO COM O TIPO DE PESSOA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CORRIGE-DADOS
           END-IF
           IF DF-VALOR = ZEROS OR DF-VALOR-IMPOSTO > DF-VALOR
               MOVE "VALOR OU IMPOSTO INVALIDO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CORRIGE-DADOS
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "REENVIAR A NOTA CORRIGIDA (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO CORRIGE-LOOP
           END-IF
           MOVE "P" TO DF-SITUACAO.

           CORRIGE-GRAVA.
           MOVE SPACES TO DF-MOTIVO.
           REWRITE DF-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR O DOCUMENTO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CORRIGE-LOOP
           END-REWRITE.
           MOVE "REENVIA-NF" TO WS-AUD-OPERACAO.
           MOVE DF-NUMERO TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE "VAI NA PROXIMA REMESSA - PRESSIONE ENTER"
               TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO CORRIGE-LOOP.
       CORRIGE-FIM.

      * -----------------------------------
      * FOLHEIA SO AS NOTAS E CANCELAMENTOS REJEITADOS

       LISTA-REJEITADAS.
           MOVE "LISTAGEM" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE LOW-VALUES TO DF-KEY.
           START DOCFISCAL-FILE KEY IS NOT LESS THAN DF-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT
           END-START.

           LISTA-REJEITADAS-LOOP.
           IF FS-FIM
               MOVE ZEROS TO FS-STAT
               MOVE "FIM DA LISTAGEM - PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO LISTA-REJEITADAS-FIM
           END-IF
           READ DOCFISCAL-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT
               GO LISTA-REJEITADAS-LOOP
           END-READ.
           IF NOT (DF-REJEITADO OR DF-CANC-REJEITADO)
               GO LISTA-REJEITADAS-LOOP
           END-IF
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-DOCUMENTO.
           MOVE "ENTER PARA PROXIMO - ESC PARA SAIR" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO LISTA-REJEITADAS-FIM
           END-IF
           GO LISTA-REJEITADAS-LOOP.
       LISTA-REJEITADAS-FIM.

      * -----------------------------------
      * ABRE ARQUIVO PARA ENTRADA E SAIDA

       ABRIR-ARQUIVOS.
           OPEN I-O DOCFISCAL-FILE
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT DOCFISCAL-FILE
               CLOSE DOCFISCAL-FILE
               OPEN I-O DOCFISCAL-FILE
           END-IF.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS

       MOSTRA-ERRO.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.
