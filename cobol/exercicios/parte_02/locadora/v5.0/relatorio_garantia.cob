           02 ws-lin-valor         pic -zzzzzz9.99.
           02 filler               pic x(37) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_garantia".
           02 ws-spl-arquivo       pic x(30)
               value "GARANTIA_MENSAL.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           OPEN OUTPUT RELATORIO-FILE.
           PERFORM IMPRIME-RESUMO.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           GOBACK.

      * -----------------------------------
