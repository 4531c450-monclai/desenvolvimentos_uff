           02 ws-lin-acao          pic x(40).
           02 filler               pic x(12) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "recupera_jornal".
           02 ws-spl-arquivo       pic x(30)
               value "RECUPERA_JORNAL.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
                   WS-TOTAL-PENDENTES
           END-IF
           CLOSE JORNAL-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           IF NOT FS-NAO-EXISTE
               CLOSE ALUGUEL-FILE
           END-IF.
