           02 ws-lin-acumulado     pic -zzzzzzz9.99.
           02 filler               pic x(16) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "fluxo_caixa".
           02 ws-spl-arquivo       pic x(30)
               value "FLUXO_CAIXA.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           MOVE WS-TAXA-RECEBIMENTO TO WS-TAXA-QUADRO.
           PERFORM IMPRIME-QUADRO THRU IMPRIME-QUADRO-FIM.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           DISPLAY "TAXA DE RECEBIMENTO (%): " WS-TAXA-RECEBIMENTO.
           GOBACK.

