           02 ws-lin-contado       pic zzzz9.
           02 filler               pic x(09) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "reconcilia_estoque".
           02 ws-spl-arquivo       pic x(30)
               value "RECONCILIA_ESTOQUE.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       FINALIZA.
           CLOSE FILME-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           IF NOT FS-COPIA-NAO-EXISTE
               CLOSE COPIA-FILE
           END-IF.
