      *=================================================================
      * BATCH QUE LISTA TODA A MERCADORIA ATIVA, ORDENADA POR
      * DESCRICAO, PARA CONFERENCIA FISICA DE ESTOQUE NO BALCAO.
      *
      * A QUANTIDADE DA LINHA DO ITEM E O TOTAL DA REDE, SEGUIDA DO
      * SALDO DE CADA FILIAL (ESTOQUE_FILIAL.DAT). COM A VARIAVEL DE
      * AMBIENTE FILIAL_RELATORIO PREENCHIDA, LISTA SO A LOJA
      * INFORMADA: A QUANTIDADE E O VALOR PASSAM A SER OS DELA E O
      * ITEM SEM SALDO ABERTO NELA FICA DE FORA.
      *=================================================================
       environment division.
      *=================================================================
           file status is fs-stat
           record key is fs-key.

       select estoque-filial-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-ef
           record key is ef-key.

       select relatorio-file
           assign to disk
           organization is line sequential
       fd mercadoria-file value of file-id is "MERCADORIA.dat".
       copy mercadoria.

       fd estoque-filial-file value of file-id is "ESTOQUE_FILIAL.dat".
       copy estoque_filial.

       fd relatorio-file value of file-id is "MERCADORIA_LST.dat".
       01 relatorio-linha             pic x(80).

       77 fs-stat-rel          pic 9(02).
           88 fs-rel-ok                value zeros.

       77 fs-stat-ef           pic 9(02).
           88 fs-ef-ok                 value zeros.

       77 ws-filial-ambiente   pic x(02).
       77 ws-filial-relatorio  pic 9(02) value zeros.

       01 ws-linha-filial.
           02 filler               pic x(04) value spaces.
           02 filler               pic x(07) value "FILIAL ".
           02 ws-lfi-filial        pic 9(02).
           02 filler               pic x(39) value spaces.
           02 ws-lfi-qtd           pic zzzz9.
           02 filler               pic x(23) value spaces.

       77 ws-total-itens       pic 9(05) value zeros.

      * VALOR DE ESTOQUE A CUSTO: O CONSIGNADO E DO PARCEIRO DONO E
           02 ws-lin-consignado    pic x(01).
           02 filler               pic x(12) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_mercadoria".
           02 ws-spl-arquivo       pic x(30)
               value "MERCADORIA_LST.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           END-IF
           CLOSE MERCADORIA-FILE.

           ACCEPT WS-FILIAL-AMBIENTE
               FROM ENVIRONMENT "FILIAL_RELATORIO".
           IF WS-FILIAL-AMBIENTE IS NUMERIC
               MOVE WS-FILIAL-AMBIENTE TO WS-FILIAL-RELATORIO
           END-IF
           OPEN INPUT ESTOQUE-FILIAL-FILE.

           OPEN OUTPUT RELATORIO-FILE.

           SORT WORK-FILE ON ASCENDING KEY WS-ORD-DESCRICAO
               OUTPUT PROCEDURE IS GRAVA-RELATORIO.

           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           IF FS-EF-OK
               CLOSE ESTOQUE-FILIAL-FILE
           END-IF.
           IF WS-FILIAL-RELATORIO NOT EQUAL ZEROS
               DISPLAY "FILIAL LISTADA.........: " WS-FILIAL-RELATORIO
           END-IF.
           DISPLAY "TOTAL DE ITENS LISTADOS: " WS-TOTAL-ITENS.
           DISPLAY "VALOR ESTOQUE PROPRIO..: " WS-VALOR-PROPRIO.
           DISPLAY "VALOR CONSIGNADO (FORA): " WS-VALOR-CONSIGNADO.
               MOVE 10 TO FS-STAT
               GO GRAVA-RELATORIO-LOOP-FIM
           END-RETURN.
      * LISTAGEM DE UMA LOJA SO: A QUANTIDADE VEM DO SALDO DELA
           IF WS-FILIAL-RELATORIO NOT EQUAL ZEROS
               IF NOT FS-EF-OK
                   GO GRAVA-RELATORIO-LOOP-FIM
               END-IF
               MOVE WS-ORD-CODIGO TO EF-CODIGO
               MOVE WS-FILIAL-RELATORIO TO EF-FILIAL
               READ ESTOQUE-FILIAL-FILE
               INVALID KEY
                   GO GRAVA-RELATORIO-LOOP-FIM
               END-READ
               MOVE EF-QTD-ESTOQUE TO WS-ORD-QTD-ESTOQUE
           END-IF
           MOVE SPACES TO WS-LINHA.
           MOVE WS-ORD-DESCRICAO   TO WS-LIN-DESCRICAO.
           MOVE WS-ORD-PRECO       TO WS-LIN-PRECO.
           WRITE RELATORIO-LINHA.
           DISPLAY WS-LINHA.
           ADD 1 TO WS-TOTAL-ITENS.
           IF WS-FILIAL-RELATORIO EQUAL ZEROS AND FS-EF-OK
               PERFORM GRAVA-FILIAIS THRU GRAVA-FILIAIS-FIM
           END-IF.
       GRAVA-RELATORIO-LOOP-FIM.

      * -----------------------------------
      * ABRE, ABAIXO DA LINHA DO ITEM, O SALDO DE CADA FILIAL QUE TEM
      * LINHA EM ESTOQUE_FILIAL.DAT

       GRAVA-FILIAIS.
           MOVE WS-ORD-CODIGO TO EF-CODIGO.
           MOVE ZEROS TO EF-FILIAL.
           START ESTOQUE-FILIAL-FILE KEY IS NOT LESS THAN EF-KEY
           INVALID KEY
               GO GRAVA-FILIAIS-FIM
           END-START.

           GRAVA-FILIAIS-LOOP.
           READ ESTOQUE-FILIAL-FILE NEXT RECORD
           AT END
               GO GRAVA-FILIAIS-FIM
           END-READ.
           IF EF-CODIGO NOT EQUAL WS-ORD-CODIGO
               GO GRAVA-FILIAIS-FIM
           END-IF
           MOVE EF-FILIAL TO WS-LFI-FILIAL.
           MOVE EF-QTD-ESTOQUE TO WS-LFI-QTD.
           MOVE WS-LINHA-FILIAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY WS-LINHA-FILIAL.
           GO GRAVA-FILIAIS-LOOP.
       GRAVA-FILIAIS-FIM.
