           02 ws-lin-comissao      pic -zzzzz9.99.
           02 filler               pic x(31) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_comissao".
           02 ws-spl-arquivo       pic x(30)
               value "RELATORIO_COMISSAO.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           OPEN OUTPUT RELATORIO-FILE.
           PERFORM IMPRIME-COMISSAO THRU IMPRIME-COMISSAO-FIM.
           CLOSE RELATORIO-FILE FUNCIONARIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           DISPLAY "MES APURADO: " WS-MES-APURACAO
               "  PERCENTUAL: " WS-COMISSAO-PCT.
           STOP RUN.
