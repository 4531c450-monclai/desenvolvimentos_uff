       77 ws-tot-mais-60       pic 9(09)v99.
       77 ws-tot-geral         pic 9(09)v99.

      * A MERCADORIA SAI DA FILIAL QUE RECEBEU O PEDIDO DE ORIGEM
      * (CP-FILIAL) - SUBROTINA ESTOQUE-FILIAL
       77 ws-es-operacao       pic x(01).
       77 ws-es-codigo         pic 9(05).
       77 ws-es-filial         pic 9(02).
       77 ws-es-quantidade     pic 9(05).
       77 ws-es-saldo          pic 9(05).
       77 ws-es-resultado      pic x(01).

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).
       77 ws-aud-chave         pic 9(11).
           02 ws-ltt-valor         pic zzzzzzz9.99.
           02 filler               pic x(59) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "devolucao_fornecedor".
           02 ws-spl-arquivo       pic x(30)
               value "CREDITO_FORN_AGING.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

       copy screenio.

      *-----------------------------------------------------------------
               PERFORM MOSTRA-ERRO
               GO DEVOLVE-LOOP
           END-READ.
      * DISCO DE FILME RECEBIDO JA VIROU COPIA DO ACERVO - SAI PELA
      * BAIXA DE COPIA, NAO PELA DEVOLUCAO DE MERCADORIA
           IF CP-DE-FILME
               MOVE "PEDIDO DE COPIAS DE FILME - USE A BAIXA DE COPIA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLVE-LOOP
           END-IF
           IF DF-QTD > CP-QTD-RECEBIDA
               MOVE "QUANTIDADE MAIOR QUE O RECEBIDO DO PEDIDO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLVE-LOOP
           END-IF
           IF CP-FILIAL NOT NUMERIC OR CP-FILIAL EQUAL ZEROS
               MOVE 1 TO CP-FILIAL
           END-IF
           MOVE "C" TO WS-ES-OPERACAO.
           MOVE CP-MERCADORIA-COD TO WS-ES-CODIGO.
           MOVE CP-FILIAL TO WS-ES-FILIAL.
           MOVE ZEROS TO WS-ES-QUANTIDADE.
           CALL "ESTOQUE-FILIAL" USING WS-ES-OPERACAO WS-ES-CODIGO
               WS-ES-FILIAL WS-ES-QUANTIDADE WS-ES-SALDO
               WS-ES-RESULTADO.
           IF DF-QTD > WS-ES-SALDO
               MOVE "QUANTIDADE MAIOR QUE O SALDO DA FILIAL QUE RECEBEU"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLVE-LOOP
           END-IF
           MOVE CP-PARCEIRO-COD TO DF-PARCEIRO-COD.
           MOVE CP-MERCADORIA-COD TO DF-MERCADORIA-COD.
           COMPUTE DF-VALOR = CP-CUSTO-UNIT * DF-QTD.
           NOT INVALID KEY
               SUBTRACT DF-QTD FROM FS-QTD-ESTOQUE
               REWRITE FILE1-REC
               MOVE "S" TO WS-ES-OPERACAO
               MOVE CP-MERCADORIA-COD TO WS-ES-CODIGO
               MOVE CP-FILIAL TO WS-ES-FILIAL
               MOVE DF-QTD TO WS-ES-QUANTIDADE
               CALL "ESTOQUE-FILIAL" USING WS-ES-OPERACAO WS-ES-CODIGO
                   WS-ES-FILIAL WS-ES-QUANTIDADE WS-ES-SALDO
                   WS-ES-RESULTADO
               MOVE "DEVOLUCAO_FORN" TO WS-AUD-PROGRAMA
               MOVE "DEVOLUCAO" TO WS-AUD-OPERACAO
               MOVE DF-ID TO WS-AUD-CHAVE
           MOVE WS-TOT-GERAL TO WS-LTT-VALOR.
           PERFORM GRAVA-TOTAL.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           MOVE "RELATORIO GERADO - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       AGING-FIM.
