      * ENGROSSA - UM ITEM DE MERCADORIA.DAT COM O PRECO DE REVENDA
      * ESCOLHIDO, GUARDANDO O TITULO DE ORIGEM EM FS-FILME-ORIGEM
      * PARA A TRILHA DE AUDITORIA. A BAIXA E RECUSADA QUANDO A COPIA
      * ESTA ALUGADA OU TEM ALUGUEL EM ABERTO NO HISTORICO. O BEM DA
      * COPIA NO REGISTRO DO ACERVO E FECHADO (BAIXA-ATIVO) E O QUE
      * FALTAVA DEPRECIAR VAI COMO PERDA PARA O DRE.
      *=================================================================
       environment division.
      *=================================================================
           88 achou-item               value "S".
       77 ws-item-achado       pic 9(05).

       77 ws-valor-perda       pic 9(05)v99.

      * O DISCO ENTRA NO SALDO DA FILIAL DO TITULO (SUBROTINA
      * ESTOQUE-FILIAL)
       77 ws-es-operacao       pic x(01).
       77 ws-es-codigo         pic 9(05).
       77 ws-es-filial         pic 9(02).
       77 ws-es-quantidade     pic 9(05).
       77 ws-es-saldo          pic 9(05).
       77 ws-es-resultado      pic x(01).

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).
       77 ws-aud-chave         pic 9(11).
           REWRITE FLM-REC.
           MOVE "B" TO COPIA-STATUS.
           REWRITE COPIA-REC.
           CALL "BAIXA-ATIVO" USING COPIA-BARCODE FLM-FILIAL
               WS-VALOR-PERDA.
           PERFORM ENTREGA-MERCADORIA THRU ENTREGA-MERCADORIA-FIM.
           MOVE "BAIXA_COPIA" TO WS-AUD-PROGRAMA.
           MOVE "BAIXA" TO WS-AUD-OPERACAO.
                   MOVE WS-PRECO-REVENDA TO FS-PRECO
                   MOVE "S" TO FS-ATIVO
                   REWRITE FILE1-REC
                   PERFORM ENTRA-FILIAL
               END-READ
               GO ENTREGA-MERCADORIA-FIM
           END-IF
           MOVE "S" TO FS-ATIVO.
           MOVE ZEROS TO FS-CUSTO-UNIT.
           MOVE FLM-ID TO FS-FILME-ORIGEM.
           MOVE ZEROS TO FS-QTD-RESERVADA.
           MOVE SPACES TO FS-RECOMPRA.
           WRITE FILE1-REC
           INVALID KEY
               MOVE "CODIGO DE MERCADORIA JA USADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           NOT INVALID KEY
               PERFORM ENTRA-FILIAL
           END-WRITE.
       ENTREGA-MERCADORIA-FIM.

      * -----------------------------------
      * O DISCO BAIXADO ENTRA NO SALDO DA FILIAL DONA DO TITULO

       ENTRA-FILIAL.
           MOVE "E" TO WS-ES-OPERACAO.
           MOVE FS-CODIGO TO WS-ES-CODIGO.
           MOVE FLM-FILIAL TO WS-ES-FILIAL.
           MOVE 1 TO WS-ES-QUANTIDADE.
           CALL "ESTOQUE-FILIAL" USING WS-ES-OPERACAO WS-ES-CODIGO
               WS-ES-FILIAL WS-ES-QUANTIDADE WS-ES-SALDO
               WS-ES-RESULTADO.

      * -----------------------------------
      * PROCURA UM ITEM DE SEMINOVO JA ABERTO PARA O TITULO DA COPIA

               MOVE 10 TO FS-STAT-MERC
               GO PROCURA-SEMINOVO-LOOP
           END-READ.
      * A LINHA DE DISCOS COMPRADOS DE CLIENTES TEM CUSTO PROPRIO E
      * NAO RECEBE A COPIA BAIXADA
           IF FS-FILME-ORIGEM EQUAL FLM-ID
               AND NOT FS-ITEM-RECOMPRA
               MOVE "S" TO WS-ACHOU-ITEM
               MOVE FS-CODIGO TO WS-ITEM-ACHADO
               GO PROCURA-SEMINOVO-FIM
