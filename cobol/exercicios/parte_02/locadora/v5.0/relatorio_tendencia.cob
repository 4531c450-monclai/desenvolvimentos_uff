           02 ws-lin-assin         pic zzzz9.
           02 filler               pic x(32) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_tendencia".
           02 ws-spl-arquivo       pic x(30)
               value "TENDENCIA.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           OPEN OUTPUT RELATORIO-FILE.
           PERFORM IMPRIME-TENDENCIA THRU IMPRIME-TENDENCIA-FIM.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           STOP RUN.

      * -----------------------------------
