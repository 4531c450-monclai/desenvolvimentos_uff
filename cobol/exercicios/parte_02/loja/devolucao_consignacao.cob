      * CONTAS A PAGAR: A TELA BAIXA A QUANTIDADE DO ESTOQUE E GRAVA
      * UMA LINHA EM CONSIG_DEV.DAT (DATA, ITEM, QUANTIDADE, DONO)
      * QUE E O CANHOTO DA LOJA PARA CONFERIR COM O ROMANEIO DO
      * PARCEIRO. A QUANTIDADE SAI DO SALDO DA FILIAL INFORMADA NA
      * TELA (ESTOQUE_FILIAL.DAT).
      *=================================================================
       environment division.
      *=================================================================
       77 fs-stat-mov          pic 9(02).

       77 ws-qtd-devolvida     pic 9(05).
      * FILIAL DE ONDE A MERCADORIA SAI (SUBROTINA ESTOQUE-FILIAL)
       77 ws-filial-dev        pic 9(02) value 1.
       77 ws-es-operacao       pic x(01).
       77 ws-es-codigo         pic 9(05).
       77 ws-es-filial         pic 9(02).
       77 ws-es-quantidade     pic 9(05).
       77 ws-es-saldo          pic 9(05).
       77 ws-es-resultado      pic x(01).
       77 ws-data-hoje         pic 9(08).

       01 ws-linha-mov.
       01 SS-TELA-QTD.
           05 LINE 14 COLUMN 10 VALUE "QUANTIDADE DEVOLVIDA:".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-QTD-DEVOLVIDA.
           05 LINE 15 COLUMN 10 VALUE "FILIAL QUE DEVOLVE..:".
           05 COLUMN PLUS 2 PIC 9(02) USING WS-FILIAL-DEV.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               PERFORM MOSTRA-ERRO
               GO DEVOLVE-LOOP
           END-IF
           MOVE "C" TO WS-ES-OPERACAO.
           MOVE FS-CODIGO TO WS-ES-CODIGO.
           MOVE WS-FILIAL-DEV TO WS-ES-FILIAL.
           MOVE ZEROS TO WS-ES-QUANTIDADE.
           CALL "ESTOQUE-FILIAL" USING WS-ES-OPERACAO WS-ES-CODIGO
               WS-ES-FILIAL WS-ES-QUANTIDADE WS-ES-SALDO
               WS-ES-RESULTADO.
           IF WS-QTD-DEVOLVIDA > WS-ES-SALDO
               MOVE "QUANTIDADE MAIOR QUE O SALDO DA FILIAL"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLVE-LOOP
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A DEVOLUCAO AO DONO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           END-IF
           SUBTRACT WS-QTD-DEVOLVIDA FROM FS-QTD-ESTOQUE.
           REWRITE FILE1-REC.
           MOVE "S" TO WS-ES-OPERACAO.
           MOVE FS-CODIGO TO WS-ES-CODIGO.
           MOVE WS-FILIAL-DEV TO WS-ES-FILIAL.
           MOVE WS-QTD-DEVOLVIDA TO WS-ES-QUANTIDADE.
           CALL "ESTOQUE-FILIAL" USING WS-ES-OPERACAO WS-ES-CODIGO
               WS-ES-FILIAL WS-ES-QUANTIDADE WS-ES-SALDO
               WS-ES-RESULTADO.
           MOVE WS-DATA-HOJE TO WS-MOV-DATA.
           MOVE FS-CODIGO TO WS-MOV-CODIGO.
           MOVE WS-QTD-DEVOLVIDA TO WS-MOV-QTD.
