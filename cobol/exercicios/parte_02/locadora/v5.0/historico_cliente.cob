           02 ws-lin-origem        pic x(05).
           02 filler               pic x(07) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "historico_cliente".
           02 ws-spl-arquivo       pic x(30)
               value "HISTORICO_CLIENTE.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

           DISPLAY "REGISTROS LISTADOS: " WS-TOTAL-LISTADOS.
           CLOSE SAIDA-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           STOP RUN.

      * -----------------------------------
