           02 ws-lin-alerta        pic x(01).
           02 filler               pic x(29) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_validade".
           02 ws-spl-arquivo       pic x(30)
               value "RELATORIO_VALIDADE.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           DISPLAY "LOTES DENTRO DA JANELA: " WS-QTD-LISTADOS.
           DISPLAY "LOTES JA VENCIDOS.....: " WS-QTD-VENCIDOS.
           CLOSE LOTE-FILE MERCADORIA-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           GOBACK.

      * -----------------------------------
