       identification division.
       program-id. cadastro_pacote.

      *=================================================================
      * CADASTRO DOS PACOTES DE LOCACAO DO BALCAO (PACOTE.DAT) - "3
      * FILMES DE SEXTA A SEGUNDA POR X": QUANTOS TITULOS, QUAIS
      * CATEGORIAS ENTRAM, EM QUE DIAS DA SEMANA O PACOTE E VENDIDO,
      * O PRECO FIXO E A REGRA DE DEVOLUCAO. O CARRINHO DO ALUGUEL
      * OFERECE O PACOTE SOZINHO QUANDO O TICKET SE ENCAIXA. CHAMADO
      * PELO CADASTRO DE PROMOCOES. ESPELHA O PADRAO DE
      * INCLUI/CONSULTA/ALTERA/EXCLUI DOS OUTROS CADASTROS.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select pacote-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is pct-key.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd pacote-file value of file-id is "PACOTE.dat".
       copy pacote.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       01 ws-modulo.
           02 filler           pic x(11)   value "pacotes-".
           02 ws-op            pic x(20)   value spaces.

       77 ws-opcao             pic x.
           88 e-incluir                value is "1".
           88 e-consultar              value is "2".
           88 e-alterar                value is "3".
           88 e-excluir                value is "4".
           88 e-listar                 value is "5".
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

       77 ws-ind               pic 9(01).
       77 ws-dias-valido       pic x.
           88 dias-valido              value "S".

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
           05 LINE 12 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 14 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 14 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-REGISTRO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 07 COLUMN 10 VALUE "CODIGO DO PACOTE:".
               10 COLUMN PLUS 2 PIC 9(03) USING pct-id.
           05 SS-DADOS.
               10 LINE 08 COLUMN 10 VALUE "DESCRICAO:".
               10 COLUMN PLUS 2 PIC X(30) USING pct-descricao.
               10 LINE 09 COLUMN 10 VALUE "QTD DE TITULOS:".
               10 COLUMN PLUS 2 PIC 9(02) USING pct-qtd-titulos.
               10 LINE 10 COLUMN 10 VALUE "CATEGORIA 1 (BRANCO=TODAS):".
               10 COLUMN PLUS 2 PIC X(40) USING pct-categoria(1).
               10 LINE 11 COLUMN 10 VALUE "CATEGORIA 2:".
               10 COLUMN PLUS 2 PIC X(40) USING pct-categoria(2).
               10 LINE 12 COLUMN 10 VALUE "CATEGORIA 3:".
               10 COLUMN PLUS 2 PIC X(40) USING pct-categoria(3).
               10 LINE 13 COLUMN 10 VALUE "DIAS DE VENDA (SEG A DOM, "
                   & "S/N):".
               10 COLUMN PLUS 2 PIC X(07) USING pct-dias-semana.
               10 LINE 14 COLUMN 10 VALUE "PRECO DO PACOTE:".
               10 COLUMN PLUS 2 PIC ZZZZ9.99 USING pct-preco.
               10 LINE 15 COLUMN 10 VALUE "DEVOLUCAO (D=DIA DA SEMANA "
                   & "P=PRAZO):".
               10 COLUMN PLUS 2 PIC X(01) USING pct-regra-dev.
               10 LINE 16 COLUMN 10 VALUE "DIA DA DEVOLUCAO (1=SEG ... "
                   & "7=DOM):".
               10 COLUMN PLUS 2 PIC 9(01) USING pct-dia-dev.
               10 LINE 17 COLUMN 10 VALUE "PRAZO EM DIAS (REGRA P):".
               10 COLUMN PLUS 2 PIC 9(03) USING pct-prazo-dias.

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
               MOVE "PACOTES" TO WS-OP
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
               END-EVALUATE
           END-PERFORM.

       FINALIZA.

       CLOSE PACOTE-FILE.
       GOBACK.

      * -----------------------------------

       INCLUI.
           MOVE "INCLUSAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO PCT-REC.
           MOVE ZEROS TO PCT-ID PCT-QTD-TITULOS PCT-PRECO PCT-DIA-DEV
               PCT-PRAZO-DIAS.
           MOVE "NNNNNNN" TO PCT-DIAS-SEMANA.

           INCLUI-LOOP.
           ACCEPT SS-TELA-REGISTRO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INCLUI-FIM
           END-IF
           PERFORM VALIDA-PACOTE THRU VALIDA-PACOTE-FIM.
           IF FS-CANCELA
               MOVE ZEROS TO FS-STAT
               GO INCLUI-LOOP
           END-IF
           MOVE "S" TO PCT-ATIVO.
           WRITE PCT-REC
           INVALID KEY
           MOVE "REGISTRO JA REALIZADO" TO WS-MSGERRO
           PERFORM MOSTRA-ERRO
           MOVE ZEROS TO PCT-KEY
           END-WRITE.
           GO INCLUI.
       INCLUI-FIM.

      * -----------------------------------
      * CRITICA DO PACOTE: PELO MENOS DOIS TITULOS, PRECO INFORMADO,
      * DIAS DE VENDA SO COM S/N E REGRA DE DEVOLUCAO COMPLETA.
      * SINALIZA ERRO EM FS-CANCELA (99) PARA O CHAMADOR REPETIR A
      * TELA.

       VALIDA-PACOTE.
           IF PCT-DESCRICAO EQUAL SPACES
               MOVE "FAVOR INFORMAR A DESCRICAO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-PACOTE-FIM
           END-IF
           IF PCT-QTD-TITULOS < 2 OR PCT-QTD-TITULOS > 10
               MOVE "O PACOTE DEVE TER DE 2 A 10 TITULOS" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-PACOTE-FIM
           END-IF
           IF PCT-PRECO EQUAL ZEROS
               MOVE "FAVOR INFORMAR O PRECO DO PACOTE" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-PACOTE-FIM
           END-IF
           PERFORM VALIDA-DIAS THRU VALIDA-DIAS-FIM.
           IF NOT DIAS-VALIDO
               MOVE "DIAS DE VENDA: SETE POSICOES S OU N, PELO MENOS "
                   & "UM S" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-PACOTE-FIM
           END-IF
           IF NOT (PCT-DEV-DIA-SEMANA OR PCT-DEV-PRAZO)
               MOVE "REGRA DE DEVOLUCAO DEVE SER D OU P" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-PACOTE-FIM
           END-IF
           IF PCT-DEV-DIA-SEMANA
               AND (PCT-DIA-DEV < 1 OR PCT-DIA-DEV > 7)
               MOVE "DIA DA DEVOLUCAO DEVE SER DE 1 A 7" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-PACOTE-FIM
           END-IF
           IF PCT-DEV-PRAZO AND PCT-PRAZO-DIAS EQUAL ZEROS
               MOVE "FAVOR INFORMAR O PRAZO EM DIAS" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-PACOTE-FIM
           END-IF.
       VALIDA-PACOTE-FIM.

      * -----------------------------------
      * OS SETE DIAS DE VENDA SO ACEITAM S OU N, COM PELO MENOS UM S

       VALIDA-DIAS.
           MOVE "N" TO WS-DIAS-VALIDO.
           MOVE ZEROS TO WS-IND.

           VALIDA-DIAS-LOOP.
           ADD 1 TO WS-IND.
           IF WS-IND > 7
               GO VALIDA-DIAS-FIM
           END-IF
           IF PCT-DIAS-SEMANA(WS-IND:1) NOT = "S"
               AND PCT-DIAS-SEMANA(WS-IND:1) NOT = "N"
               MOVE "N" TO WS-DIAS-VALIDO
               GO VALIDA-DIAS-FIM
           END-IF
           IF PCT-DIAS-SEMANA(WS-IND:1) = "S"
               MOVE "S" TO WS-DIAS-VALIDO
           END-IF
           GO VALIDA-DIAS-LOOP.
       VALIDA-DIAS-FIM.

      * -----------------------------------

       CONSULTA.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           CONSULTA-LOOP.
           MOVE SPACES TO PCT-REC.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-PACOTE THRU LE-PACOTE-FIM.
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
           MOVE SPACES TO PCT-REC.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-PACOTE THRU LE-PACOTE-FIM.
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
           PERFORM VALIDA-PACOTE THRU VALIDA-PACOTE-FIM.
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
           REWRITE PCT-REC
           INVALID KEY
           MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
           PERFORM MOSTRA-ERRO
           NOT INVALID KEY
           CONTINUE
           END-REWRITE.
           GO ALTERA-LOOP.
       ALTERA-FIM.

      * -----------------------------------
      * A EXCLUSAO SO DESLIGA PCT-ATIVO, COMO OS OUTROS CADASTROS.

       EXCLUI.
           MOVE "EXCLUSAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO PCT-REC.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-PACOTE THRU LE-PACOTE-FIM.
           IF FS-CANCELA
               GO EXCLUI-FIM
           END-IF
           IF NOT FS-OK
               GO EXCLUI
           END-IF
           DISPLAY SS-DADOS.
           IF PCT-ATIVO-NAO
               MOVE "PACOTE JA ESTA DESATIVADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO EXCLUI-FIM
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A DESATIVACAO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO EXCLUI-FIM
           END-IF
           MOVE "N" TO PCT-ATIVO.
           REWRITE PCT-REC
           INVALID KEY
           MOVE "ERRO AO EXCLUIR" TO WS-MSGERRO
           PERFORM MOSTRA-ERRO
           END-REWRITE.
       EXCLUI-FIM.

      * -----------------------------------
      * FOLHEIA OS PACOTES ATIVOS

       LISTA-TODOS.
           MOVE "LISTAGEM DE PACOTES" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE ZEROS TO PCT-KEY.
           START PACOTE-FILE KEY IS NOT LESS THAN PCT-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT
           END-START.

           LISTA-TODOS-LOOP.
           IF FS-FIM
               MOVE "FIM DA LISTAGEM - PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO LISTA-TODOS-FIM
           END-IF
           READ PACOTE-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT
               GO LISTA-TODOS-LOOP
           END-READ.
           IF PCT-ATIVO-NAO
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
      * LE PACOTE E MOSTRA MENSAGEM SE CHAVE NAO EXISTE

       LE-PACOTE.

           ACCEPT SS-CHAVE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               READ PACOTE-FILE
               INVALID KEY
               MOVE "REGISTRO NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               END-READ
               ELSE
                   MOVE 99 to FS-STAT
           END-IF.

       LE-PACOTE-FIM.

      * -----------------------------------
      * ABRE ARQUIVO PARA ENTRADA E SAIDA

       ABRIR-ARQUIVOS.
           OPEN I-O PACOTE-FILE
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT PACOTE-FILE
               CLOSE PACOTE-FILE
               OPEN I-O PACOTE-FILE
           END-IF.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS

       MOSTRA-ERRO.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.
