           02 ws-lct-contagem      pic zzzz9.
           02 filler               pic x(49) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_copias_paradas".
           02 ws-spl-arquivo       pic x(30)
               value "COPIAS_PARADAS.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           DISPLAY "DATA DE CORTE........: " WS-DATA-CORTE.
           DISPLAY "COPIAS SEM GIRO......: " WS-TOTAL-PARADAS.
           CLOSE COPIA-FILE FILME-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           IF NOT FS-NAO-EXISTE
               CLOSE ALUGUEL-FILE
           END-IF.
