       identification division.
       program-id. cadastro_campanha.

      *=================================================================
      * CADASTRO DAS CAMPANHAS DE ANISTIA DE MULTA "TRAGA DE VOLTA"
      * (CAMPANHA.DAT): JANELA DE DATAS, PERCENTUAL DA MULTA PERDOADO
      * E AS REGRAS DE QUEM ENTRA (IDADE MINIMA DA PENDENCIA, VALOR
      * MINIMO, FILIAL). A DEVOLUCAO DO ALUGUEL E O CONTAS A RECEBER
      * APLICAM O PERDAO SOZINHOS (SUBROTINA PERDAO-CAMPANHA).
      * CHAMADO PELO CONTAS A RECEBER. ESPELHA O PADRAO DE
      * INCLUI/CONSULTA/ALTERA/EXCLUI DOS OUTROS CADASTROS; A OPCAO 6
      * RODA O RELATORIO DE ENCERRAMENTO (RELATORIO_CAMPANHA).
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select campanha-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is cmp-key.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd campanha-file value of file-id is "CAMPANHA.dat".
       copy campanha.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       01 ws-modulo.
           02 filler           pic x(11)   value "campanhas-".
           02 ws-op            pic x(20)   value spaces.

       77 ws-opcao             pic x.
           88 e-incluir                value is "1".
           88 e-consultar              value is "2".
           88 e-alterar                value is "3".
           88 e-excluir                value is "4".
           88 e-listar                 value is "5".
           88 e-encerramento           value is "6".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-cancela               value 99.
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
           05 LINE 07 COLUMN 15 VALUE "1 - INCLUIR".
           05 LINE 08 COLUMN 15 VALUE "2 - CONSULTAR".
           05 LINE 09 COLUMN 15 VALUE "3 - ALTERAR".
           05 LINE 10 COLUMN 15 VALUE "4 - EXCLUIR".
           05 LINE 11 COLUMN 15 VALUE "5 - LISTAR TODOS".
           05 LINE 12 COLUMN 15 VALUE "6 - RELATORIO DE ENCERRAMENTO".
           05 LINE 13 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 15 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 15 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-REGISTRO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 08 COLUMN 10 VALUE "CODIGO DA CAMPANHA:".
               10 COLUMN PLUS 2 PIC 9(03) USING cmp-id.
           05 SS-DADOS.
               10 LINE 09 COLUMN 10 VALUE "DESCRICAO:".
               10 COLUMN PLUS 2 PIC X(30) USING cmp-descricao.
               10 LINE 10 COLUMN 10 VALUE "INICIO (AAAAMMDD):".
               10 COLUMN PLUS 2 PIC 9(08) USING cmp-data-ini.
               10 LINE 11 COLUMN 10 VALUE "FIM (AAAAMMDD):".
               10 COLUMN PLUS 2 PIC 9(08) USING cmp-data-fim.
               10 LINE 12 COLUMN 10 VALUE "PERCENTUAL PERDOADO:".
               10 COLUMN PLUS 2 PIC ZZ9 USING cmp-perc-perdao.
               10 LINE 13 COLUMN 10 VALUE "IDADE MINIMA DA PENDENCIA "
                   & "(DIAS):".
               10 COLUMN PLUS 2 PIC ZZZ9 USING cmp-dias-min.
               10 LINE 14 COLUMN 10 VALUE "VALOR MINIMO DA MULTA:".
               10 COLUMN PLUS 2 PIC ZZZZ9.99 USING cmp-valor-min.
               10 LINE 15 COLUMN 10 VALUE "FILIAL (ZEROS=TODAS):".
               10 COLUMN PLUS 2 PIC 9(02) USING cmp-filial.

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
               MOVE "CAMPANHAS" TO WS-OP
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
                   WHEN E-EXCLUIR
                       PERFORM EXCLUI THRU EXCLUI-FIM
                   WHEN E-LISTAR
                       PERFORM LISTA-TODOS THRU LISTA-TODOS-FIM
                   WHEN E-ENCERRAMENTO
                       CALL "relatorio_campanha"
               END-EVALUATE
           END-PERFORM.

       FINALIZA.

       CLOSE CAMPANHA-FILE.
       GOBACK.

      * -----------------------------------

       INCLUI.
           MOVE "INCLUSAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO CMP-REC.
           MOVE ZEROS TO CMP-ID CMP-DATA-INI CMP-DATA-FIM
               CMP-PERC-PERDAO CMP-DIAS-MIN CMP-VALOR-MIN CMP-FILIAL.

           INCLUI-LOOP.
           ACCEPT SS-TELA-REGISTRO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INCLUI-FIM
           END-IF
           PERFORM VALIDA-CAMPANHA THRU VALIDA-CAMPANHA-FIM.
           IF FS-CANCELA
               MOVE ZEROS TO FS-STAT
               GO INCLUI-LOOP
           END-IF
           MOVE "S" TO CMP-ATIVO.
           WRITE CMP-REC
           INVALID KEY
           MOVE "REGISTRO JA REALIZADO" TO WS-MSGERRO
           PERFORM MOSTRA-ERRO
           MOVE ZEROS TO CMP-KEY
           END-WRITE.
           GO INCLUI.
       INCLUI-FIM.

      * -----------------------------------
      * CRITICA DA CAMPANHA: JANELA VALIDA E PERCENTUAL DE 1 A 100.
      * SINALIZA ERRO EM FS-CANCELA (99) PARA O CHAMADOR REPETIR A
      * TELA.

       VALIDA-CAMPANHA.
           IF CMP-DESCRICAO EQUAL SPACES
               MOVE "FAVOR INFORMAR A DESCRICAO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-CAMPANHA-FIM
           END-IF
           IF CMP-DATA-INI EQUAL ZEROS OR CMP-DATA-FIM EQUAL ZEROS
               OR CMP-DATA-FIM < CMP-DATA-INI
               MOVE "JANELA DA CAMPANHA INVALIDA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-CAMPANHA-FIM
           END-IF
           IF CMP-PERC-PERDAO EQUAL ZEROS OR CMP-PERC-PERDAO > 100
               MOVE "PERCENTUAL PERDOADO DEVE SER DE 1 A 100"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-CAMPANHA-FIM
           END-IF.
       VALIDA-CAMPANHA-FIM.

      * -----------------------------------

       CONSULTA.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           CONSULTA-LOOP.
           MOVE SPACES TO CMP-REC.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-CAMPANHA THRU LE-CAMPANHA-FIM.
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

       ALTERA.
           MOVE "ALTERACAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           ALTERA-LOOP.
           MOVE SPACES TO CMP-REC.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-CAMPANHA THRU LE-CAMPANHA-FIM.
           IF FS-CANCELA
               GO TO ALTERA-FIM
           END-IF
           IF FS-OK
               ACCEPT SS-DADOS
               IF COB-CRT-STATUS = COB-SCR-ESC
               GO ALTERA-LOOP
           END-IF
           ELSE
               GO ALTERA-LOOP
           END-IF
           PERFORM VALIDA-CAMPANHA THRU VALIDA-CAMPANHA-FIM.
           IF FS-CANCELA
               MOVE ZEROS TO FS-STAT
               GO ALTERA-LOOP
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A ALTERACAO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO ALTERA-LOOP
           END-IF
           REWRITE CMP-REC
           INVALID KEY
           MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
           PERFORM MOSTRA-ERRO
           NOT INVALID KEY
           CONTINUE
           END-REWRITE.
           GO ALTERA-LOOP.
       ALTERA-FIM.

      * -----------------------------------
      * A EXCLUSAO SO DESLIGA CMP-ATIVO, COMO OS OUTROS CADASTROS.

       EXCLUI.
           MOVE "EXCLUSAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO CMP-REC.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-CAMPANHA THRU LE-CAMPANHA-FIM.
           IF FS-CANCELA
               GO EXCLUI-FIM
           END-IF
           IF NOT FS-OK
               GO EXCLUI
           END-IF
           DISPLAY SS-DADOS.
           IF CMP-ATIVO-NAO
               MOVE "CAMPANHA JA ESTA DESATIVADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO EXCLUI-FIM
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A DESATIVACAO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO EXCLUI-FIM
           END-IF
           MOVE "N" TO CMP-ATIVO.
           REWRITE CMP-REC
           INVALID KEY
           MOVE "ERRO AO EXCLUIR" TO WS-MSGERRO
           PERFORM MOSTRA-ERRO
           END-REWRITE.
       EXCLUI-FIM.

      * -----------------------------------
      * FOLHEIA AS CAMPANHAS ATIVAS

       LISTA-TODOS.
           MOVE "LISTAGEM DE CAMPANHAS" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE ZEROS TO CMP-KEY.
           START CAMPANHA-FILE KEY IS NOT LESS THAN CMP-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT
           END-START.

           LISTA-TODOS-LOOP.
           IF FS-FIM
               MOVE "FIM DA LISTAGEM - PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO LISTA-TODOS-FIM
           END-IF
           READ CAMPANHA-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT
               GO LISTA-TODOS-LOOP
           END-READ.
           IF CMP-ATIVO-NAO
               GO LISTA-TODOS-LOOP
           END-IF
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-DADOS.
           MOVE "ENTER PARA PROXIMO - ESC PARA SAIR" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO LISTA-TODOS-FIM
           END-IF
           GO LISTA-TODOS-LOOP.
       LISTA-TODOS-FIM.

      * -----------------------------------
      * LE CAMPANHA E MOSTRA MENSAGEM SE CHAVE NAO EXISTE

       LE-CAMPANHA.

           ACCEPT SS-CHAVE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               READ CAMPANHA-FILE
               INVALID KEY
               MOVE "REGISTRO NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               END-READ
               ELSE
                   MOVE 99 to FS-STAT
           END-IF.

       LE-CAMPANHA-FIM.

      * -----------------------------------
      * ABRE ARQUIVO PARA ENTRADA E SAIDA

       ABRIR-ARQUIVOS.
           OPEN I-O CAMPANHA-FILE
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT CAMPANHA-FILE
               CLOSE CAMPANHA-FILE
               OPEN I-O CAMPANHA-FILE
           END-IF.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS

       MOSTRA-ERRO.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.
