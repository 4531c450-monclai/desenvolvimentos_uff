           02 ws-ltt-valor         pic zzzzzzz9.99.
           02 filler               pic x(59) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "contas_pagar".
           02 ws-spl-arquivo       pic x(30)
               value "PAGAR_AGING.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

       copy screenio.

      *-----------------------------------------------------------------
           MOVE WS-TOT-GERAL TO WS-LTT-VALOR.
           PERFORM GRAVA-TOTAL.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           MOVE "RELATORIO GERADO - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       AGING-FIM.
