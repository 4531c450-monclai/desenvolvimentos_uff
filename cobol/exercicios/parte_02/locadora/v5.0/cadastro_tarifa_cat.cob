      * (TARIFA_CATEGORIA.DAT), VALIDADA CONTRA O CADASTRO MESTRE DE
      * CATEGORIAS (CATEGORIA.DAT). O BALCAO DE ALUGUEL CONSULTA ESTA
      * TABELA ANTES DE CAIR NOS PADROES DE TARIFA.DAT. ESPELHA O
      * PADRAO DOS OUTROS CADASTROS. A JANELA (DIAS A PARTIR DO
      * LANCAMENTO DO TITULO) E A CATEGORIA DE DESTINO ALIMENTAM A
      * RECLASSIFICACAO NOTURNA (RECLASSIFICA_TITULOS).
      *=================================================================
       environment division.
      *=================================================================
               10 COLUMN PLUS 2 PIC ZZ9.99 USING tca-taxa-diaria.
               10 LINE 12 COLUMN 10 VALUE "MULTA POR DIA (0=PADRAO):".
               10 COLUMN PLUS 2 PIC ZZ9.99 USING tca-taxa-multa-dia.
               10 LINE 13 COLUMN 10 VALUE "REPOSICAO (0=PADRAO):".
               10 COLUMN PLUS 2 PIC ZZZZ9.99 USING tca-valor-reposicao.
               10 LINE 14 COLUMN 10 VALUE "JANELA (DIAS, 0=SEM):".
               10 COLUMN PLUS 2 PIC 9(03) USING tca-janela-dias.
               10 LINE 15 COLUMN 10 VALUE "PASSA PARA CATEGORIA:".
               10 COLUMN PLUS 2 PIC X(40) USING tca-categoria-destino.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
           MANTEM-LOOP.
           MOVE SPACES TO TCA-REC.
           MOVE ZEROS TO TCA-PRAZO-DIAS TCA-TAXA-DIARIA
               TCA-TAXA-MULTA-DIA TCA-VALOR-REPOSICAO TCA-JANELA-DIAS.
           DISPLAY SS-TELA-REGISTRO.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
           READ TARIFA-CAT-FILE
           INVALID KEY
               MOVE ZEROS TO TCA-PRAZO-DIAS TCA-TAXA-DIARIA
                   TCA-TAXA-MULTA-DIA TCA-VALOR-REPOSICAO
                   TCA-JANELA-DIAS
           END-READ.
      * TARIFA GRAVADA ANTES DA REPOSICAO TRAZ ESPACOS NO CAMPO
           IF TCA-VALOR-REPOSICAO NOT NUMERIC
               MOVE ZEROS TO TCA-VALOR-REPOSICAO
           END-IF
           IF TCA-JANELA-DIAS NOT NUMERIC
               MOVE ZEROS TO TCA-JANELA-DIAS
               MOVE SPACES TO TCA-CATEGORIA-DESTINO
           END-IF
           ACCEPT SS-DADOS.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO MANTEM-LOOP
           END-IF
      * COM JANELA, O DESTINO TEM QUE SER OUTRA CATEGORIA CADASTRADA
           IF TCA-JANELA-DIAS EQUAL ZEROS
               MOVE SPACES TO TCA-CATEGORIA-DESTINO
           ELSE
               IF TCA-CATEGORIA-DESTINO EQUAL SPACES
                   OR TCA-CATEGORIA-DESTINO EQUAL TCA-CATEGORIA
                   MOVE "INFORME OUTRA CATEGORIA DE DESTINO"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO MANTEM-LOOP
               END-IF
               MOVE TCA-CATEGORIA-DESTINO TO CAT-NOME
               READ CATEGORIA-FILE
               INVALID KEY
                   MOVE "CATEGORIA DE DESTINO NAO CADASTRADA"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO MANTEM-LOOP
               END-READ
           END-IF
           REWRITE TCA-REC
           INVALID KEY
               WRITE TCA-REC
               MOVE 10 TO FS-STAT
               GO LISTA-TODAS-LOOP
           END-READ.
           IF TCA-VALOR-REPOSICAO NOT NUMERIC
               MOVE ZEROS TO TCA-VALOR-REPOSICAO
           END-IF
           IF TCA-JANELA-DIAS NOT NUMERIC
               MOVE ZEROS TO TCA-JANELA-DIAS
               MOVE SPACES TO TCA-CATEGORIA-DESTINO
           END-IF
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-DADOS.
