           02 ws-cola-vezes        pic zzzz9.
           02 filler               pic x(29) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "afinidade".
           02 ws-spl-arquivo       pic x(30)
               value "AFINIDADE.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           DISPLAY "TITULOS NO HISTORICO...: " WS-QTD-TITULOS.
           DISPLAY "TITULOS COM AFINIDADE..: " WS-TOTAL-GRAVADOS.
           CLOSE FILME-FILE AFINIDADE-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           GOBACK.

      * -----------------------------------
