           02 ws-lin-data          pic 9(08).
           02 filler               pic x(15) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_clientes".
           02 ws-spl-arquivo       pic x(30)
               value "CLIENTES_LST.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
               OUTPUT PROCEDURE IS GRAVA-RELATORIO.

           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           DISPLAY "TOTAL DE CLIENTES LISTADOS: " WS-TOTAL-CLIENTES.
           STOP RUN.

