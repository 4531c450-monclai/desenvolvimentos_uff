           02 ws-lct-contagem      pic zzzz9.
           02 filler               pic x(53) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_ranking_filmes".
           02 ws-spl-arquivo       pic x(30)
               value "RANKING_FILMES.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           DISPLAY "MES APURADO: " WS-MES-APURACAO
               "  TITULOS COM ALUGUEL: " WS-QTD-FILMES.
           CLOSE ALUGUEL-FILE FILME-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           STOP RUN.

      * -----------------------------------
