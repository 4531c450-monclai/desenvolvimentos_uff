      * DOCUMENTO E A PROPOSTA E A APROVACAO GERAM CADA UMA SUA
      * LINHA DE AUDITORIA. O VALOR DA QUEBRA (CUSTO DE CADASTRO DA
      * MERCADORIA OU TAXA DE DANO DA TARIFA PARA COPIA) E GRAVADO
      * PARA O RELATORIO MENSAL DE QUEBRAS (RELATORIO_QUEBRAS). NA
      * BAIXA DE COPIA O BEM E FECHADO NO REGISTRO DO ACERVO
      * (BAIXA-ATIVO), COM O VALOR AINDA NAO DEPRECIADO COMO PERDA.
      * O ACERTO DE MERCADORIA E DE UMA FILIAL: MEXE NO TOTAL DA REDE
      * E NO SALDO DA FILIAL DO DOCUMENTO (SUBROTINA ESTOQUE-FILIAL),
      * E E POR ELE QUE A CONTAGEM CICLICA DE CADA LOJA E ACERTADA.
      *=================================================================
       environment division.
      *=================================================================

       77 ws-data-hoje         pic 9(08).
       77 ws-aprovador-id      pic 9(03).
       77 ws-filial-copia      pic 9(02).
       77 ws-valor-perda       pic 9(05)v99.
       77 ws-es-operacao       pic x(01).
       77 ws-es-codigo         pic 9(05).
       77 ws-es-filial         pic 9(02).
       77 ws-es-quantidade     pic 9(05).
       77 ws-es-saldo          pic 9(05).
       77 ws-es-resultado      pic x(01).

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).
               10 LINE 09 COLUMN 10 VALUE "MERCADORIA (TIPO M).:".
               10 COLUMN PLUS 2 PIC 9(05) USING AJ-MERCADORIA
                   BLANK WHEN ZEROS.
               10 LINE 09 COLUMN 42 VALUE "FILIAL:".
               10 COLUMN PLUS 2 PIC 9(02) USING AJ-FILIAL.
               10 LINE 10 COLUMN 10 VALUE "COPIA (TIPO C)......:".
               10 COLUMN PLUS 2 PIC X(13) USING AJ-COPIA-BARCODE.
               10 LINE 11 COLUMN 10 VALUE "SENTIDO (+/-).......:".
           MOVE ZEROS TO AJ-ID AJ-MERCADORIA AJ-QTD AJ-MOTIVO
               AJ-PROPONENTE AJ-APROVADOR AJ-VALOR
               AJ-DATA-PROPOSTA AJ-DATA-APROVACAO.
           MOVE 1 TO AJ-FILIAL.
           MOVE "P" TO AJ-STATUS.
           DISPLAY SS-TELA-AJUSTE.
           ACCEPT SS-TELA-AJUSTE.
               MOVE 99 TO FS-STAT
               GO VALIDA-MERCADORIA-FIM
           END-IF
           IF AJ-FILIAL EQUAL ZEROS
               MOVE 1 TO AJ-FILIAL
           END-IF
           PERFORM SALDO-FILIAL.
           IF AJ-SAIDA AND AJ-QTD > WS-ES-SALDO
               MOVE "SAIDA MAIOR QUE O SALDO DA FILIAL" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-MERCADORIA-FIM
           END-IF
           COMPUTE AJ-VALOR = MRC-CUSTO-UNIT * AJ-QTD.
           MOVE SPACES TO AJ-COPIA-BARCODE.
       VALIDA-MERCADORIA-FIM.
                   MOVE 99 TO FS-STAT
                   GO EFETIVA-FIM
               END-READ
               IF AJ-FILIAL NOT NUMERIC OR AJ-FILIAL EQUAL ZEROS
                   MOVE 1 TO AJ-FILIAL
               END-IF
               PERFORM SALDO-FILIAL
               IF AJ-ENTRADA
                   ADD AJ-QTD TO MRC-QTD-ESTOQUE
                   MOVE "E" TO WS-ES-OPERACAO
               ELSE
                   IF AJ-QTD > MRC-QTD-ESTOQUE
                       OR AJ-QTD > WS-ES-SALDO
                       MOVE "SALDO ATUAL JA NAO COMPORTA A SAIDA"
                           TO WS-MSGERRO
                       PERFORM MOSTRA-ERRO
                       GO EFETIVA-FIM
                   END-IF
                   SUBTRACT AJ-QTD FROM MRC-QTD-ESTOQUE
                   MOVE "S" TO WS-ES-OPERACAO
               END-IF
               REWRITE MRC-REC
               MOVE AJ-QTD TO WS-ES-QUANTIDADE
               CALL "ESTOQUE-FILIAL" USING WS-ES-OPERACAO WS-ES-CODIGO
                   WS-ES-FILIAL WS-ES-QUANTIDADE WS-ES-SALDO
                   WS-ES-RESULTADO
               GO EFETIVA-FIM
           END-IF
           MOVE AJ-COPIA-BARCODE TO COPIA-BARCODE.
           MOVE ZEROS TO WS-FILIAL-COPIA.
           READ COPIA-FILE
           INVALID KEY
               MOVE "COPIA NAO EXISTE MAIS" TO WS-MSGERRO
                   SUBTRACT 1 FROM FLM-QTD-DISPONIVEL
               END-IF
               REWRITE FLM-REC
               MOVE FLM-FILIAL TO WS-FILIAL-COPIA
           END-READ.
           MOVE "B" TO COPIA-STATUS.
           REWRITE COPIA-REC.
           CALL "BAIXA-ATIVO" USING COPIA-BARCODE WS-FILIAL-COPIA
               WS-VALOR-PERDA.
       EFETIVA-FIM.

      * -----------------------------------
      * SALDO DA MERCADORIA DO DOCUMENTO NA FILIAL DO DOCUMENTO

       SALDO-FILIAL.
           MOVE "C" TO WS-ES-OPERACAO.
           MOVE AJ-MERCADORIA TO WS-ES-CODIGO.
           MOVE AJ-FILIAL TO WS-ES-FILIAL.
           MOVE ZEROS TO WS-ES-QUANTIDADE.
           CALL "ESTOQUE-FILIAL" USING WS-ES-OPERACAO WS-ES-CODIGO
               WS-ES-FILIAL WS-ES-QUANTIDADE WS-ES-SALDO
               WS-ES-RESULTADO.

      * -----------------------------------

       CONSULTA.
