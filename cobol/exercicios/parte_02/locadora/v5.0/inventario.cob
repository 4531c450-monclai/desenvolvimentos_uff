           02 ws-lin-situacao      pic x(30).
           02 filler               pic x(18) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "inventario".
           02 ws-spl-arquivo       pic x(30)
               value "INVENTARIO_DIF.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

       copy screenio.

      *-----------------------------------------------------------------
               UNTIL FS-CTG-FIM.
           MOVE ZEROS TO FS-STAT-CTG.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           MOVE "DIFERENCAS LISTADAS - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       CONFRONTA-FIM.
