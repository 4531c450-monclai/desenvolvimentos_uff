           02 ws-lin-situacao      pic x(10).
           02 filler               pic x(13) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "acompanha_metas".
           02 ws-spl-arquivo       pic x(30)
               value "ACOMPANHA_METAS.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
               " DE " WS-DIAS-DO-MES.
           DISPLAY "ALVOS ACOMPANHADOS.....: " WS-TOTAL-LINHAS.
           CLOSE META-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           IF NOT FS-CLI-NAO-EXISTE
               CLOSE CLIENTE-FILE
           END-IF
