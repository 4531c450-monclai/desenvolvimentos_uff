       identification division.
       program-id. cadastro_equipamento.

      *=================================================================
      * CADASTRO DOS EQUIPAMENTOS DE REPRODUCAO PARA LOCACAO
      * (EQUIPAMENTO.DAT) - APARELHO DE DVD, VIDEOGAME E AFINS: A
      * ETIQUETA BIPADA NO BALCAO, O NUMERO DE SERIE, O MODELO, O
      * ESTADO DE CONSERVACAO, A DIARIA, O PRAZO E A MULTA PROPRIOS,
      * A CAUCAO OBRIGATORIA E OS ACESSORIOS QUE ACOMPANHAM O
      * APARELHO COM O VALOR DE REPOSICAO DE CADA UM. O APARELHO SAI
      * PELO CARRINHO DO ALUGUEL JUNTO COM OS FILMES E VOLTA PELA
      * DEVOLUCAO DE EQUIPAMENTO, QUE CONFERE OS ACESSORIOS. CHAMADO
      * PELO SUBMENU DE MODULOS. ESPELHA O PADRAO DE
      * INCLUI/CONSULTA/ALTERA/EXCLUI DOS OUTROS CADASTROS.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select equipamento-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is eqp-key.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd equipamento-file value of file-id is "EQUIPAMENTO.dat".
       copy equipamento.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       01 ws-modulo.
           02 filler           pic x(11)   value "equipam.-".
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
       77 ws-status-anterior   pic x(01).

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
           05 LINE 10 COLUMN 15 VALUE "4 - DAR BAIXA".
           05 LINE 11 COLUMN 15 VALUE "5 - LISTAR TODOS".
           05 LINE 12 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 14 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 14 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-REGISTRO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 05 COLUMN 10 VALUE "ETIQUETA (COD. BARRAS):".
               10 COLUMN PLUS 2 PIC X(13) USING eqp-codigo.
           05 SS-DADOS.
               10 LINE 06 COLUMN 10 VALUE "NUMERO DE SERIE:".
               10 COLUMN PLUS 2 PIC X(20) USING eqp-serie.
               10 LINE 07 COLUMN 10 VALUE "TIPO (D=DVD C=CONSOLE "
                   & "O=OUTRO):".
               10 COLUMN PLUS 2 PIC X(01) USING eqp-tipo.
               10 LINE 08 COLUMN 10 VALUE "MODELO:".
               10 COLUMN PLUS 2 PIC X(30) USING eqp-modelo.
               10 LINE 09 COLUMN 10 VALUE "ESTADO (N=NOVO B=BOM "
                   & "R=REGULAR):".
               10 COLUMN PLUS 2 PIC X(01) USING eqp-estado.
               10 LINE 10 COLUMN 10 VALUE "DIARIA:".
               10 COLUMN PLUS 2 PIC ZZ9.99 USING eqp-taxa-diaria.
               10 LINE 10 COLUMN 45 VALUE "PRAZO (DIAS):".
               10 COLUMN PLUS 2 PIC ZZ9 USING eqp-prazo-dias.
               10 LINE 11 COLUMN 10 VALUE "MULTA POR DIA:".
               10 COLUMN PLUS 2 PIC ZZ9.99 USING eqp-multa-dia.
               10 LINE 11 COLUMN 45 VALUE "TETO DA MULTA (0=SEM):".
               10 COLUMN PLUS 2 PIC ZZZZ9.99 USING eqp-multa-maxima.
               10 LINE 12 COLUMN 10 VALUE "CAUCAO:".
               10 COLUMN PLUS 2 PIC ZZZZ9.99 USING eqp-caucao.
               10 LINE 12 COLUMN 45 VALUE "FILIAL:".
               10 COLUMN PLUS 2 PIC 9(02) USING eqp-filial.
               10 LINE 13 COLUMN 10 VALUE "ACESSORIO 1:".
               10 COLUMN PLUS 2 PIC X(15) USING eqp-aces-descricao(1).
               10 LINE 13 COLUMN 45 VALUE "REPOSICAO:".
               10 COLUMN PLUS 2 PIC ZZZZ9.99 USING eqp-aces-valor(1).
               10 LINE 14 COLUMN 10 VALUE "ACESSORIO 2:".
               10 COLUMN PLUS 2 PIC X(15) USING eqp-aces-descricao(2).
               10 LINE 14 COLUMN 45 VALUE "REPOSICAO:".
               10 COLUMN PLUS 2 PIC ZZZZ9.99 USING eqp-aces-valor(2).
               10 LINE 15 COLUMN 10 VALUE "ACESSORIO 3:".
               10 COLUMN PLUS 2 PIC X(15) USING eqp-aces-descricao(3).
               10 LINE 15 COLUMN 45 VALUE "REPOSICAO:".
               10 COLUMN PLUS 2 PIC ZZZZ9.99 USING eqp-aces-valor(3).
               10 LINE 16 COLUMN 10 VALUE "ACESSORIO 4:".
               10 COLUMN PLUS 2 PIC X(15) USING eqp-aces-descricao(4).
               10 LINE 16 COLUMN 45 VALUE "REPOSICAO:".
               10 COLUMN PLUS 2 PIC ZZZZ9.99 USING eqp-aces-valor(4).
               10 LINE 17 COLUMN 10 VALUE "AQUISICAO (AAAAMMDD):".
               10 COLUMN PLUS 2 PIC 9(08) USING eqp-data-aquisicao.
               10 LINE 18 COLUMN 10 VALUE "STATUS (D=DISPONIVEL "
                   & "M=MANUTENCAO B=BAIXADO):".
               10 COLUMN PLUS 2 PIC X(01) USING eqp-status.
           05 SS-HISTORICO.
               10 LINE 19 COLUMN 10 VALUE "LOCACOES:".
               10 COLUMN PLUS 2 PIC ZZZZ9 FROM eqp-qtd-locacoes.
               10 LINE 19 COLUMN 45 VALUE "TICKET EM ABERTO:".
               10 COLUMN PLUS 2 PIC Z(10)9 FROM eqp-loc-ticket.

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
               MOVE "EQUIPAMENTOS" TO WS-OP
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

       CLOSE EQUIPAMENTO-FILE.
       GOBACK.

      * -----------------------------------

       INCLUI.
           MOVE "INCLUSAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO EQP-REC.
           MOVE ZEROS TO EQP-TAXA-DIARIA EQP-PRAZO-DIAS EQP-MULTA-DIA
               EQP-MULTA-MAXIMA EQP-CAUCAO EQP-FILIAL
               EQP-LOCACAO-ATUAL EQP-QTD-LOCACOES EQP-DATA-AQUISICAO.
           MOVE ZEROS TO EQP-ACES-VALOR(1) EQP-ACES-VALOR(2)
               EQP-ACES-VALOR(3) EQP-ACES-VALOR(4).
           MOVE "D" TO EQP-STATUS.
           MOVE "B" TO EQP-ESTADO.
           MOVE SPACES TO WS-STATUS-ANTERIOR.

           INCLUI-LOOP.
           ACCEPT SS-TELA-REGISTRO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INCLUI-FIM
           END-IF
           IF EQP-CODIGO EQUAL SPACES
               MOVE "FAVOR INFORMAR A ETIQUETA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           PERFORM VALIDA-EQUIPAMENTO THRU VALIDA-EQUIPAMENTO-FIM.
           IF FS-CANCELA
               MOVE ZEROS TO FS-STAT
               GO INCLUI-LOOP
           END-IF
           MOVE ZEROS TO EQP-LOCACAO-ATUAL EQP-QTD-LOCACOES.
           WRITE EQP-REC
           INVALID KEY
           MOVE "REGISTRO JA REALIZADO" TO WS-MSGERRO
           PERFORM MOSTRA-ERRO
           MOVE SPACES TO EQP-KEY
           END-WRITE.
           GO INCLUI.
       INCLUI-FIM.

      * -----------------------------------
      * CRITICA DO EQUIPAMENTO: SERIE, TIPO, MODELO E ESTADO
      * INFORMADOS, DIARIA, PRAZO E CAUCAO OBRIGATORIOS, ACESSORIO
      * DESCRITO COM VALOR DE REPOSICAO. O STATUS "A" SO E MEXIDO
      * PELO ALUGUEL. SINALIZA ERRO EM FS-CANCELA (99) PARA O
      * CHAMADOR REPETIR A TELA.

       VALIDA-EQUIPAMENTO.
           IF EQP-SERIE EQUAL SPACES
               MOVE "FAVOR INFORMAR O NUMERO DE SERIE" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-EQUIPAMENTO-FIM
           END-IF
           IF NOT EQP-TIPO-VALIDO
               MOVE "TIPO DEVE SER D, C OU O" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-EQUIPAMENTO-FIM
           END-IF
           IF EQP-MODELO EQUAL SPACES
               MOVE "FAVOR INFORMAR O MODELO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-EQUIPAMENTO-FIM
           END-IF
           IF NOT EQP-ESTADO-VALIDO
               MOVE "ESTADO DEVE SER N, B OU R" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-EQUIPAMENTO-FIM
           END-IF
           IF EQP-TAXA-DIARIA EQUAL ZEROS
               OR EQP-PRAZO-DIAS EQUAL ZEROS
               MOVE "FAVOR INFORMAR DIARIA E PRAZO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-EQUIPAMENTO-FIM
           END-IF
           IF EQP-CAUCAO EQUAL ZEROS
               MOVE "CAUCAO E OBRIGATORIA PARA EQUIPAMENTO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-EQUIPAMENTO-FIM
           END-IF
           PERFORM VALIDA-ACESSORIOS THRU VALIDA-ACESSORIOS-FIM.
           IF FS-CANCELA
               GO VALIDA-EQUIPAMENTO-FIM
           END-IF
           IF WS-STATUS-ANTERIOR EQUAL "A"
               AND NOT EQP-ALUGADO
               MOVE "EQUIPAMENTO ALUGADO - STATUS SO MUDA NA DEVOLUCAO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE "A" TO EQP-STATUS
               MOVE 99 TO FS-STAT
               GO VALIDA-EQUIPAMENTO-FIM
           END-IF
           IF WS-STATUS-ANTERIOR NOT EQUAL "A"
               AND NOT (EQP-DISPONIVEL OR EQP-MANUTENCAO
                   OR EQP-BAIXADO)
               MOVE "STATUS DEVE SER D, M OU B" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-EQUIPAMENTO-FIM
           END-IF.
       VALIDA-EQUIPAMENTO-FIM.

      * -----------------------------------
      * ACESSORIO DESCRITO PRECISA DO VALOR DE REPOSICAO; LINHA SEM
      * DESCRICAO FICA ZERADA

       VALIDA-ACESSORIOS.
           MOVE ZEROS TO WS-IND.

           VALIDA-ACESSORIOS-LOOP.
           ADD 1 TO WS-IND.
           IF WS-IND > 4
               GO VALIDA-ACESSORIOS-FIM
           END-IF
           IF EQP-ACES-DESCRICAO(WS-IND) EQUAL SPACES
               MOVE ZEROS TO EQP-ACES-VALOR(WS-IND)
               GO VALIDA-ACESSORIOS-LOOP
           END-IF
           IF EQP-ACES-VALOR(WS-IND) EQUAL ZEROS
               MOVE "FAVOR INFORMAR A REPOSICAO DO ACESSORIO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-ACESSORIOS-FIM
           END-IF
           GO VALIDA-ACESSORIOS-LOOP.
       VALIDA-ACESSORIOS-FIM.

      * -----------------------------------

       CONSULTA.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           CONSULTA-LOOP.
           MOVE SPACES TO EQP-REC.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-EQUIPAMENTO THRU LE-EQUIPAMENTO-FIM.
           IF FS-CANCELA
               GO CONSULTA-FIM
           END-IF
           IF FS-OK
               DISPLAY SS-DADOS
               DISPLAY SS-HISTORICO
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
           MOVE SPACES TO EQP-REC.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-EQUIPAMENTO THRU LE-EQUIPAMENTO-FIM.
           IF FS-CANCELA
               GO TO ALTERA-FIM
           END-IF
           IF FS-OK
               MOVE EQP-STATUS TO WS-STATUS-ANTERIOR
               DISPLAY SS-HISTORICO
               ACCEPT SS-DADOS
               IF COB-CRT-STATUS = COB-SCR-ESC
               GO ALTERA-LOOP
           END-IF
           ELSE
               GO ALTERA-LOOP
           END-IF
           PERFORM VALIDA-EQUIPAMENTO THRU VALIDA-EQUIPAMENTO-FIM.
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
           REWRITE EQP-REC
           INVALID KEY
           MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
           PERFORM MOSTRA-ERRO
           NOT INVALID KEY
           CONTINUE
           END-REWRITE.
           GO ALTERA-LOOP.
       ALTERA-FIM.

      * -----------------------------------
      * A EXCLUSAO SO DA BAIXA NO APARELHO ("B") - O HISTORICO DE
      * LOCACOES FICA. APARELHO NA RUA NAO PODE SER BAIXADO.

       EXCLUI.
           MOVE "BAIXA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO EQP-REC.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-EQUIPAMENTO THRU LE-EQUIPAMENTO-FIM.
           IF FS-CANCELA
               GO EXCLUI-FIM
           END-IF
           IF NOT FS-OK
               GO EXCLUI
           END-IF
           DISPLAY SS-DADOS.
           DISPLAY SS-HISTORICO.
           IF EQP-BAIXADO
               MOVE "EQUIPAMENTO JA ESTA BAIXADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO EXCLUI-FIM
           END-IF
           IF EQP-ALUGADO
               MOVE "EQUIPAMENTO ALUGADO - BAIXA SO APOS A DEVOLUCAO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO EXCLUI-FIM
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A BAIXA (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO EXCLUI-FIM
           END-IF
           MOVE "B" TO EQP-STATUS.
           REWRITE EQP-REC
           INVALID KEY
           MOVE "ERRO AO EXCLUIR" TO WS-MSGERRO
           PERFORM MOSTRA-ERRO
           END-REWRITE.
       EXCLUI-FIM.

      * -----------------------------------
      * FOLHEIA OS EQUIPAMENTOS QUE NAO FORAM BAIXADOS

       LISTA-TODOS.
           MOVE "LISTAGEM" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE LOW-VALUES TO EQP-KEY.
           START EQUIPAMENTO-FILE KEY IS NOT LESS THAN EQP-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT
           END-START.

           LISTA-TODOS-LOOP.
           IF FS-FIM
               MOVE "FIM DA LISTAGEM - PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO LISTA-TODOS-FIM
           END-IF
           READ EQUIPAMENTO-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT
               GO LISTA-TODOS-LOOP
           END-READ.
           IF EQP-BAIXADO
               GO LISTA-TODOS-LOOP
           END-IF
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-HISTORICO.
           MOVE "ENTER PARA PROXIMO - ESC PARA SAIR" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO LISTA-TODOS-FIM
           END-IF
           GO LISTA-TODOS-LOOP.
       LISTA-TODOS-FIM.

      * -----------------------------------
      * LE EQUIPAMENTO E MOSTRA MENSAGEM SE CHAVE NAO EXISTE

       LE-EQUIPAMENTO.

           ACCEPT SS-CHAVE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               READ EQUIPAMENTO-FILE
               INVALID KEY
               MOVE "REGISTRO NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               END-READ
               ELSE
                   MOVE 99 to FS-STAT
           END-IF.

       LE-EQUIPAMENTO-FIM.

      * -----------------------------------
      * ABRE ARQUIVO PARA ENTRADA E SAIDA

       ABRIR-ARQUIVOS.
           OPEN I-O EQUIPAMENTO-FILE
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT EQUIPAMENTO-FILE
               CLOSE EQUIPAMENTO-FILE
               OPEN I-O EQUIPAMENTO-FILE
           END-IF.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS

       MOSTRA-ERRO.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.
