           02 ws-lin-texto         pic x(16).
           02 filler               pic x(11) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_desgaste".
           02 ws-spl-arquivo       pic x(30)
               value "DESGASTE.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
               UNTIL FS-FIM.
           DISPLAY "COPIAS ACIMA DO LIMIAR: " WS-TOTAL-CANSADAS.
           CLOSE COPIA-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           IF NOT FS-FILME-NAO-EXISTE
               CLOSE FILME-FILE
           END-IF.
