           02 ws-ltt-valor         pic -zzzzzzz9.99.
           02 filler               pic x(37) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_quebras".
           02 ws-spl-arquivo       pic x(30)
               value "RELATORIO_QUEBRAS.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           DISPLAY "AJUSTES APROVADOS.....: " WS-TOT-AJUSTES.
           DISPLAY "QUEBRA LIQUIDA DO MES.: " WS-TOT-GERAL.
           CLOSE AJUSTE-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           IF NOT FS-MOT-NAO-EXISTE
               CLOSE MOTIVO-FILE
           END-IF
