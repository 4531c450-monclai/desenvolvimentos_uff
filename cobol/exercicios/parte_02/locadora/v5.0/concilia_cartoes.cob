           02 ws-lin-valor         pic zzzzzz9.99.
           02 filler               pic x(27) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "concilia_cartoes".
           02 ws-spl-arquivo       pic x(30)
               value "CONCILIA_CARTOES.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
               CLOSE PAGAMENTO-FILE
           END-IF.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           DISPLAY "NOSSOS SEM LIQUIDACAO: " WS-SEM-PAR-NOSSO.
           DISPLAY "LIQUIDACOES SEM PAR..: " WS-SEM-PAR-BANCO.
           STOP RUN.
