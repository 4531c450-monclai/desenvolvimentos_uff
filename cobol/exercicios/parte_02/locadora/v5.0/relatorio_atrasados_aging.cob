           02 filler               pic x(02) value spaces.
           02 ws-lin-faixa         pic x(10).

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_atrasados_aging".
           02 ws-spl-arquivo       pic x(30)
               value "ATRASADOS_AGING.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           IF NOT FS-NAO-EXISTE
               CLOSE ALUGUEL-FILE CLIENTE-FILE FILME-FILE
                     RELATORIO-FILE
               CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
                   WS-SPL-ARQUIVO WS-SPL-FILIAL
           END-IF.
