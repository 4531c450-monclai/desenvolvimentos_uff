       identification division.
       program-id. transfere_mercadoria.

      *=================================================================
      * TRANSFERENCIA DE MERCADORIA ENTRE FILIAIS, NOS MOLDES DE
      * TRANSFERE_COPIA. O DESPACHO (1) TIRA A QUANTIDADE DO SALDO DA
      * FILIAL DE ORIGEM (ESTOQUE_FILIAL.DAT) E DO TOTAL DA REDE
      * (FS-QTD-ESTOQUE), PARA NENHUM BALCAO VENDER O QUE ESTA NA
      * ESTRADA; A CONFIRMACAO (2) SOMA A QUANTIDADE NO SALDO DA
      * FILIAL DE DESTINO E DEVOLVE AO TOTAL DA REDE. CADA MOVIMENTO
      * FICA REGISTRADO EM TRANSFERENCIA_MERC.DAT.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select transfere-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is tm-key.

       select mercadoria-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-mercadoria
           record key is fs-key.

       select filial-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-filial
           record key is fil-key.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd transfere-file value of file-id is "TRANSFERENCIA_MERC.dat".
       copy transfere_merc.

       fd mercadoria-file value of file-id is "MERCADORIA.dat".
       copy mercadoria.

       fd filial-file value of file-id is "FILIAL.dat".
       copy filial.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       01 ws-modulo.
           02 filler           pic x(11)   value "transfere-".
           02 ws-op            pic x(20)   value spaces.

       77 ws-opcao             pic x.
           88 e-despachar              value is "1".
           88 e-confirmar              value is "2".
           88 e-consultar              value is "3".
           88 e-listar                 value is "4".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-cancela               value 99.
           88 fs-nao-existe            value 35.
           88 fs-fim                   value 10.

       77 fs-stat-mercadoria   pic 9(02).
           88 fs-mercadoria-ok         value zeros.
           88 fs-mercadoria-nao-existe value 35.

       77 fs-stat-filial       pic 9(02).
           88 fs-filial-ok             value zeros.

       77 ws-filial-teste      pic 9(02).
       77 ws-filial-valida     pic x.
           88 filial-valida            value "S".

       77 ws-es-operacao       pic x(01).
       77 ws-es-codigo         pic 9(05).
       77 ws-es-filial         pic 9(02).
       77 ws-es-quantidade     pic 9(05).
       77 ws-es-saldo          pic 9(05).
       77 ws-es-resultado      pic x(01).

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).

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
           05 LINE 07 COLUMN 15 VALUE "1 - DESPACHAR MERCADORIA".
           05 LINE 08 COLUMN 15 VALUE "2 - CONFIRMAR RECEBIMENTO".
           05 LINE 09 COLUMN 15 VALUE "3 - CONSULTAR".
           05 LINE 10 COLUMN 15 VALUE "4 - LISTAR EM TRANSITO".
           05 LINE 11 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 13 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 13 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-TRANSFERE.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 10 VALUE "NUMERO DA TRANSFERENCIA:".
               10 COLUMN PLUS 2 PIC 9(11) USING TM-ID.
           05 SS-DADOS.
               10 LINE 10 COLUMN 10 VALUE "CODIGO DA MERCADORIA:".
               10 COLUMN PLUS 2 PIC 9(05) USING TM-MERCADORIA-COD.
               10 LINE 11 COLUMN 10 VALUE "QUANTIDADE:".
               10 COLUMN PLUS 2 PIC ZZZZ9 USING TM-QUANTIDADE.
               10 LINE 12 COLUMN 10 VALUE "FILIAL DE ORIGEM:".
               10 COLUMN PLUS 2 PIC 99 USING TM-FILIAL-ORIGEM.
               10 LINE 13 COLUMN 10 VALUE "FILIAL DE DESTINO:".
               10 COLUMN PLUS 2 PIC 99 USING TM-FILIAL-DESTINO.
               10 LINE 14 COLUMN 10 VALUE "DATA DO ENVIO:".
               10 COLUMN PLUS 2 PIC 9(08) USING TM-DATA-ENVIO.
               10 LINE 15 COLUMN 10 VALUE "DATA DO RECEBIMENTO:".
               10 COLUMN PLUS 2 PIC 9(08) USING TM-DATA-RECEBTO.
               10 LINE 16 COLUMN 10 VALUE "STATUS (T/R):".
               10 COLUMN PLUS 2 PIC X(01) USING TM-STATUS.

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
               MOVE "TRANSF. MERCADORIA" TO WS-OP
               MOVE "ESCOLHA A OPCAO" TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-DESPACHAR
                       PERFORM DESPACHA THRU DESPACHA-FIM
                   WHEN E-CONFIRMAR
                       PERFORM CONFIRMA THRU CONFIRMA-FIM
                   WHEN E-CONSULTAR
                       PERFORM CONSULTA THRU CONSULTA-FIM
                   WHEN E-LISTAR
                       PERFORM LISTA-TRANSITO THRU LISTA-TRANSITO-FIM
               END-EVALUATE
           END-PERFORM.

       FINALIZA.

       CLOSE TRANSFERE-FILE MERCADORIA-FILE.
       IF FS-FILIAL-OK
           CLOSE FILIAL-FILE
       END-IF.
       GOBACK.

      * -----------------------------------
      * DESPACHA UMA QUANTIDADE DO SALDO DA FILIAL DE ORIGEM: BAIXA O
      * SALDO DELA E O TOTAL DA REDE E ABRE O REGISTRO DE
      * TRANSFERENCIA

       DESPACHA.
           MOVE "DESPACHO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO TM-REC.
           MOVE ZEROS TO TM-ID TM-DATA-RECEBTO TM-QUANTIDADE.
           ACCEPT TM-DATA-ENVIO FROM DATE YYYYMMDD.

           DESPACHA-LOOP.
           ACCEPT SS-TELA-TRANSFERE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO DESPACHA-FIM
           END-IF
           IF TM-QUANTIDADE EQUAL ZEROS
               MOVE "FAVOR INFORMAR A QUANTIDADE" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DESPACHA-LOOP
           END-IF
           IF TM-FILIAL-ORIGEM EQUAL ZEROS
               MOVE "FAVOR INFORMAR A FILIAL DE ORIGEM" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DESPACHA-LOOP
           END-IF
           IF TM-FILIAL-DESTINO EQUAL ZEROS
               MOVE "FAVOR INFORMAR A FILIAL DE DESTINO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DESPACHA-LOOP
           END-IF
           IF TM-FILIAL-DESTINO EQUAL TM-FILIAL-ORIGEM
               MOVE "DESTINO IGUAL A FILIAL DE ORIGEM" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DESPACHA-LOOP
           END-IF
           MOVE TM-FILIAL-ORIGEM TO WS-FILIAL-TESTE
           PERFORM VALIDA-FILIAL THRU VALIDA-FILIAL-FIM
           IF NOT FILIAL-VALIDA
               MOVE "FILIAL DE ORIGEM NAO CADASTRADA OU DESATIVADA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DESPACHA-LOOP
           END-IF
           MOVE TM-FILIAL-DESTINO TO WS-FILIAL-TESTE
           PERFORM VALIDA-FILIAL THRU VALIDA-FILIAL-FIM
           IF NOT FILIAL-VALIDA
               MOVE "FILIAL DE DESTINO NAO CADASTRADA OU DESATIVADA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DESPACHA-LOOP
           END-IF

           MOVE TM-MERCADORIA-COD TO FS-CODIGO
           READ MERCADORIA-FILE
           INVALID KEY
               MOVE "MERCADORIA NAO CADASTRADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DESPACHA-LOOP
           END-READ.

           MOVE "C" TO WS-ES-OPERACAO.
           MOVE FS-CODIGO TO WS-ES-CODIGO.
           MOVE TM-FILIAL-ORIGEM TO WS-ES-FILIAL.
           MOVE ZEROS TO WS-ES-QUANTIDADE.
           CALL "ESTOQUE-FILIAL" USING WS-ES-OPERACAO WS-ES-CODIGO
               WS-ES-FILIAL WS-ES-QUANTIDADE WS-ES-SALDO
               WS-ES-RESULTADO.
           IF TM-QUANTIDADE > WS-ES-SALDO
               OR TM-QUANTIDADE > FS-QTD-ESTOQUE
               MOVE "SALDO INSUFICIENTE NA FILIAL DE ORIGEM"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DESPACHA-LOOP
           END-IF

           MOVE "T" TO TM-STATUS.
           DISPLAY SS-DADOS.
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA O DESPACHO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO DESPACHA-LOOP
           END-IF
           WRITE TM-REC
           INVALID KEY
               MOVE "REGISTRO JA REALIZADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE ZEROS TO TM-KEY
               GO DESPACHA-LOOP
           NOT INVALID KEY
               SUBTRACT TM-QUANTIDADE FROM FS-QTD-ESTOQUE
               REWRITE FILE1-REC
               MOVE "S" TO WS-ES-OPERACAO
               MOVE TM-QUANTIDADE TO WS-ES-QUANTIDADE
               CALL "ESTOQUE-FILIAL" USING WS-ES-OPERACAO WS-ES-CODIGO
                   WS-ES-FILIAL WS-ES-QUANTIDADE WS-ES-SALDO
                   WS-ES-RESULTADO
               MOVE "TRANSFERE_MERC" TO WS-AUD-PROGRAMA
               MOVE "DESPACHO" TO WS-AUD-OPERACAO
               CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
                   WS-AUD-OPERACAO TM-ID
           END-WRITE.
           GO DESPACHA.
       DESPACHA-FIM.

      * -----------------------------------
      * CONFERE SE A FILIAL EM WS-FILIAL-TESTE EXISTE E ESTA ATIVA NO
      * CADASTRO MESTRE DE FILIAIS (FILIAL.DAT, MANTIDO POR
      * CADASTRO_FILIAL). SEM O ARQUIVO NO AR, A CRITICA FICA LIVRE
      * COMO SEMPRE FOI.

       VALIDA-FILIAL.
           MOVE "S" TO WS-FILIAL-VALIDA.
           IF NOT FS-FILIAL-OK
               GO VALIDA-FILIAL-FIM
           END-IF
           MOVE "N" TO WS-FILIAL-VALIDA.
           MOVE WS-FILIAL-TESTE TO FIL-CODIGO.
           READ FILIAL-FILE
           NOT INVALID KEY
               IF NOT FIL-ATIVO-NAO
                   MOVE "S" TO WS-FILIAL-VALIDA
               END-IF
           END-READ.
       VALIDA-FILIAL-FIM.

      * -----------------------------------
      * CONFIRMA O RECEBIMENTO NO DESTINO: A QUANTIDADE ENTRA NO SALDO
      * DA FILIAL DE DESTINO E VOLTA AO TOTAL DA REDE

       CONFIRMA.
           MOVE "RECEBIMENTO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO TM-REC.
           DISPLAY SS-TELA-TRANSFERE.
           PERFORM LE-TRANSFERE THRU LE-TRANSFERE-FIM.
           IF FS-CANCELA
               GO CONFIRMA-FIM
           END-IF
           IF NOT FS-OK
               GO CONFIRMA-FIM
           END-IF
           IF NOT TM-EM-TRANSITO
               MOVE "TRANSFERENCIA JA FOI RECEBIDA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONFIRMA-FIM
           END-IF
           DISPLAY SS-DADOS.
           MOVE TM-MERCADORIA-COD TO FS-CODIGO.
           READ MERCADORIA-FILE
           INVALID KEY
               MOVE "MERCADORIA NAO CADASTRADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONFIRMA-FIM
           END-READ.
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA O RECEBIMENTO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO CONFIRMA-FIM
           END-IF
           ACCEPT TM-DATA-RECEBTO FROM DATE YYYYMMDD.
           MOVE "R" TO TM-STATUS.
           REWRITE TM-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR RECEBIMENTO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONFIRMA-FIM
           END-REWRITE.
           ADD TM-QUANTIDADE TO FS-QTD-ESTOQUE.
           REWRITE FILE1-REC.
           MOVE "E" TO WS-ES-OPERACAO.
           MOVE FS-CODIGO TO WS-ES-CODIGO.
           MOVE TM-FILIAL-DESTINO TO WS-ES-FILIAL.
           MOVE TM-QUANTIDADE TO WS-ES-QUANTIDADE.
           CALL "ESTOQUE-FILIAL" USING WS-ES-OPERACAO WS-ES-CODIGO
               WS-ES-FILIAL WS-ES-QUANTIDADE WS-ES-SALDO
               WS-ES-RESULTADO.
           MOVE "TRANSFERE_MERC" TO WS-AUD-PROGRAMA.
           MOVE "RECEBTO" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO TM-ID.
           MOVE "RECEBIMENTO REGISTRADO - PRESSIONE ENTER"
               TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       CONFIRMA-FIM.

      * -----------------------------------

       CONSULTA.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           CONSULTA-LOOP.
           MOVE SPACES TO TM-REC.
           DISPLAY SS-TELA-TRANSFERE.
           PERFORM LE-TRANSFERE THRU LE-TRANSFERE-FIM.
           IF FS-CANCELA
               GO CONSULTA-FIM
           END-IF
           IF FS-OK
               DISPLAY SS-DADOS
               MOVE "PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF.
           GO CONSULTA-LOOP.
       CONSULTA-FIM.

      * -----------------------------------
      * FOLHEIA AS TRANSFERENCIAS AINDA NA ESTRADA

       LISTA-TRANSITO.
           MOVE "MERCADORIA EM TRANSITO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE ZEROS TO TM-KEY.
           START TRANSFERE-FILE KEY IS NOT LESS THAN TM-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT
           END-START.

           LISTA-TRANSITO-LOOP.
           IF FS-FIM
               MOVE "FIM DA LISTAGEM - PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO LISTA-TRANSITO-FIM
           END-IF
           READ TRANSFERE-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT
               GO LISTA-TRANSITO-LOOP
           END-READ.
           IF NOT TM-EM-TRANSITO
               GO LISTA-TRANSITO-LOOP
           END-IF
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-TRANSFERE.
           DISPLAY SS-DADOS.
           MOVE "ENTER PARA PROXIMO - ESC PARA SAIR" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO LISTA-TRANSITO-FIM
           END-IF
           GO LISTA-TRANSITO-LOOP.
       LISTA-TRANSITO-FIM.

      * -----------------------------------
      * LE TRANSFERENCIA E MOSTRA MENSAGEM SE CHAVE NAO EXISTE

       LE-TRANSFERE.

           ACCEPT SS-CHAVE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               READ TRANSFERE-FILE
               INVALID KEY
               MOVE "REGISTRO NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               END-READ
               ELSE
                   MOVE 99 to FS-STAT
           END-IF.

       LE-TRANSFERE-FIM.

      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAIDA

       ABRIR-ARQUIVOS.
           OPEN I-O TRANSFERE-FILE
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT TRANSFERE-FILE
               CLOSE TRANSFERE-FILE
               OPEN I-O TRANSFERE-FILE
           END-IF.
           OPEN I-O MERCADORIA-FILE
           IF FS-MERCADORIA-NAO-EXISTE THEN
               OPEN OUTPUT MERCADORIA-FILE
               CLOSE MERCADORIA-FILE
               OPEN I-O MERCADORIA-FILE
           END-IF.
           OPEN INPUT FILIAL-FILE.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS

       MOSTRA-ERRO.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.
