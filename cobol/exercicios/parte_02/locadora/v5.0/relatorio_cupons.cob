           02 ws-lin-doc           pic 9(11).
           02 filler               pic x(28) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_cupons".
           02 ws-spl-arquivo       pic x(30)
               value "RELATORIO_CUPONS.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           DISPLAY "VENCIDOS SEM USO......: " WS-TOT-VENCIDOS.
           DISPLAY "AINDA VALIDOS.........: " WS-TOT-VALIDOS.
           CLOSE CUPOM-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           GOBACK.

      * -----------------------------------
