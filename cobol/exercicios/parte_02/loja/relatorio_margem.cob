      * NO MES APURADO E MOSTRA, POR MERCADORIA, A QUANTIDADE VENDIDA,
      * A RECEITA, O CUSTO DA MERCADORIA VENDIDA (PELO CUSTO UNITARIO
      * DO CADASTRO, GRAVADO NO RECEBIMENTO DE COMPRA) E A MARGEM,
      * MARCANDO COM "*" OS ITENS VENDIDOS ABAIXO DO CUSTO. A VENDA
      * NO ATACADO (PEDIDOS FATURADOS NO MES EM PEDIDO_ATACADO.DAT,
      * PELO CUSTO GRAVADO NA SEPARACAO) SAI NUMA LINHA PROPRIA DEPOIS
      * DOS ITENS DE BALCAO, FORA DOS TOTAIS DO BALCAO.
      *
      * O MES APURADO (AAAAMM) VEM DA VARIAVEL DE AMBIENTE
      * MES_APURACAO, COMO RELATORIO_ESTOQUE_BAIXO FAZ COM O LIMIAR;
           file status is fs-stat-merc
           record key is fs-key.

       select pedido-atacado-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-pa
           record key is pa-key.

       select kit-file
           assign to disk
           organization is indexed
       fd mercadoria-file value of file-id is "MERCADORIA.dat".
       copy mercadoria.

       fd pedido-atacado-file value of file-id is "PEDIDO_ATACADO.dat".
       copy pedido_atacado.

       fd kit-file value of file-id is "KIT.dat".
       copy kit.

       77 fs-stat-rel          pic 9(02).
           88 fs-rel-ok                value zeros.

      * VENDA NO ATACADO DO MES, TOTALIZADA A PARTE
       77 fs-stat-pa           pic 9(02).
           88 fs-pa-nao-existe         value 35.
       77 ws-atc-qtd           pic s9(07) value zeros.
       77 ws-atc-receita       pic 9(09)v99 value zeros.
       77 ws-atc-custo         pic 9(09)v99 value zeros.
       77 ws-atc-margem        pic s9(09)v99 value zeros.

      * CUSTO UNITARIO DA LINHA: PARA KIT, A SOMA DOS CUSTOS DOS
      * COMPONENTES (KIT.DAT) NO LUGAR DO CUSTO DO PROPRIO CODIGO
       77 fs-stat-kit          pic 9(02).
           02 ws-lin-alerta        pic x(01).
           02 filler               pic x(11) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_margem".
           02 ws-spl-arquivo       pic x(30)
               value "RELATORIO_MARGEM.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           PERFORM ACUMULA-VENDA THRU ACUMULA-VENDA-FIM
               UNTIL FS-VENDA-FIM.
           PERFORM IMPRIME-ITENS THRU IMPRIME-ITENS-FIM.
           PERFORM APURA-ATACADO THRU APURA-ATACADO-FIM.
           DISPLAY "MES APURADO..........: " WS-MES-APURACAO.
           DISPLAY "RECEITA DO MES.......: " WS-TOT-RECEITA.
           DISPLAY "CUSTO DO MES.........: " WS-TOT-CUSTO.
           DISPLAY "MARGEM DO MES........: " WS-TOT-MARGEM.
           DISPLAY "RECEITA DE ATACADO...: " WS-ATC-RECEITA.
           DISPLAY "CUSTO DO ATACADO.....: " WS-ATC-CUSTO.
           DISPLAY "MARGEM DO ATACADO....: " WS-ATC-MARGEM.
           CLOSE VENDA-FILE MERCADORIA-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           IF HA-ARQUIVO-KITS
               CLOSE KIT-FILE
           END-IF
           DISPLAY WS-LINHA.
           GO IMPRIME-ITENS-LOOP.
       IMPRIME-ITENS-FIM.

      * -----------------------------------
      * SOMA OS PEDIDOS DE ATACADO FATURADOS (EXPEDIDOS) NO MES E
      * IMPRIME A LINHA DO ATACADO. A RECEITA E O VALOR LIQUIDO DO
      * PEDIDO (JA COM O DESCONTO DO COMPRADOR) E O CUSTO E O GRAVADO
      * NA SEPARACAO.

       APURA-ATACADO.
           OPEN INPUT PEDIDO-ATACADO-FILE.
           IF FS-PA-NAO-EXISTE
               GO APURA-ATACADO-FIM
           END-IF.

           APURA-ATACADO-LOOP.
           READ PEDIDO-ATACADO-FILE
           AT END
               CLOSE PEDIDO-ATACADO-FILE
               GO APURA-ATACADO-LINHA
           END-READ.
           IF NOT PA-FATURADO
               OR PA-DATA-EXPEDICAO(1:6) NOT EQUAL WS-MES-APURACAO
               GO APURA-ATACADO-LOOP
           END-IF
           ADD PA-QTD-SEPARADA TO WS-ATC-QTD.
           ADD PA-VALOR-TOTAL TO WS-ATC-RECEITA.
           COMPUTE WS-ATC-CUSTO = WS-ATC-CUSTO
               + PA-CUSTO-UNIT * PA-QTD-SEPARADA.
           GO APURA-ATACADO-LOOP.

           APURA-ATACADO-LINHA.
           COMPUTE WS-ATC-MARGEM = WS-ATC-RECEITA - WS-ATC-CUSTO.
           MOVE SPACES TO WS-LINHA.
           MOVE ZEROS TO WS-LIN-CODIGO.
           MOVE "VENDA NO ATACADO" TO WS-LIN-DESCRICAO.
           MOVE WS-ATC-QTD TO WS-LIN-QTD.
           MOVE WS-ATC-RECEITA TO WS-LIN-RECEITA.
           MOVE WS-ATC-CUSTO TO WS-LIN-CUSTO.
           MOVE WS-ATC-MARGEM TO WS-LIN-MARGEM.
           IF WS-ATC-MARGEM < ZEROS
               MOVE "*" TO WS-LIN-ALERTA
           END-IF
           MOVE WS-LINHA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY WS-LINHA.
       APURA-ATACADO-FIM.
