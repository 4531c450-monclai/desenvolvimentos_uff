           02 filler               pic x(02) value spaces.
           02 ws-lin-filme         pic x(23).

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "expira_reservas".
           02 ws-spl-arquivo       pic x(30)
               value "EXPIRA_RESERVAS.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           IF NOT FS-RESERVA-NAO-EXISTE
               CLOSE RESERVA-FILE CLIENTE-FILE FILME-FILE
                     RELATORIO-FILE
               CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
                   WS-SPL-ARQUIVO WS-SPL-FILIAL
               IF NOT FS-ALUGUEL-NAO-EXISTE
                   CLOSE ALUGUEL-FILE
               END-IF
