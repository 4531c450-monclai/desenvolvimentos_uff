       77 ws-erro              pic x.
           88 e-sim                    values are "S" "s".

      * A QUANTIDADE DIGITADA AQUI E A DA FILIAL 01: A INCLUSAO ABRE
      * O SALDO DELA E A ALTERACAO LEVA A DIFERENCA PARA ELA
      * (SUBROTINA ESTOQUE-FILIAL)
       77 ws-qtd-anterior      pic 9(05).
       77 ws-es-operacao       pic x(01).
       77 ws-es-codigo         pic 9(05).
       77 ws-es-filial         pic 9(02).
       77 ws-es-quantidade     pic 9(05).
       77 ws-es-saldo          pic 9(05).
       77 ws-es-resultado      pic x(01).

       77 ws-numl              pic 999.
       77 ws-numc              pic 999.
       77 cor-fundo            pic 9       value 4.
               GO INCLUI-LOOP
           END-IF
           MOVE "S" TO FS-ATIVO.
           MOVE ZEROS TO FS-QTD-RESERVADA.
           MOVE SPACES TO FS-RECOMPRA.
           WRITE FILE1-REC
           INVALID KEY
           MOVE "REGISTRO JA REALIZADO" TO WS-MSGERRO
           PERFORM MOSTRA-ERRO
           MOVE ZEROS TO FS-KEY
           NOT INVALID KEY
           MOVE ZEROS TO WS-QTD-ANTERIOR
           PERFORM ACERTA-FILIAL
           END-WRITE.
           GO INCLUI.
       INCLUI-FIM.
               GO TO ALTERA-FIM
           END-IF
           IF FS-OK
               MOVE FS-QTD-ESTOQUE TO WS-QTD-ANTERIOR
               ACCEPT SS-DADOS
               IF COB-CRT-STATUS = COB-SCR-ESC
               GO ALTERA-LOOP
           MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
           PERFORM MOSTRA-ERRO
           NOT INVALID KEY
           PERFORM ACERTA-FILIAL
           END-REWRITE.
           GO ALTERA-LOOP.
       ALTERA-FIM.

      * -----------------------------------
      * LEVA A DIFERENCA ENTRE A QUANTIDADE GRAVADA E A ANTERIOR PARA
      * O SALDO DA FILIAL 01

       ACERTA-FILIAL.
           IF FS-QTD-ESTOQUE EQUAL WS-QTD-ANTERIOR
               GO ACERTA-FILIAL-FIM
           END-IF
           IF FS-QTD-ESTOQUE > WS-QTD-ANTERIOR
               MOVE "E" TO WS-ES-OPERACAO
               COMPUTE WS-ES-QUANTIDADE =
                   FS-QTD-ESTOQUE - WS-QTD-ANTERIOR
           ELSE
               MOVE "S" TO WS-ES-OPERACAO
               COMPUTE WS-ES-QUANTIDADE =
                   WS-QTD-ANTERIOR - FS-QTD-ESTOQUE
           END-IF.
           MOVE FS-CODIGO TO WS-ES-CODIGO.
           MOVE 1 TO WS-ES-FILIAL.
           CALL "ESTOQUE-FILIAL" USING WS-ES-OPERACAO WS-ES-CODIGO
               WS-ES-FILIAL WS-ES-QUANTIDADE WS-ES-SALDO
               WS-ES-RESULTADO.
       ACERTA-FILIAL-FIM.

      * -----------------------------------
      * A EXCLUSAO NAO REMOVE FISICAMENTE O REGISTRO - SO DESLIGA
      * FS-ATIVO, DO MESMO JEITO QUE REGISTRO_DE_FILMES FAZ COM O
