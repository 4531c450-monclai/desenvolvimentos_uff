           02 ws-ltt-valor         pic zzzzzz9.99.
           02 filler               pic x(40) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_caucao".
           02 ws-spl-arquivo       pic x(30)
               value "CAUCOES_REL.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
               UNTIL FS-FIM.
           PERFORM IMPRIME-TOTAIS.
           CLOSE CAUCAO-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           IF NOT FS-ALUGUEL-NAO-EXISTE
               CLOSE ALUGUEL-FILE
           END-IF.
