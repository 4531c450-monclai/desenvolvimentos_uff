           02 ws-lin-qtd           pic zzzz9.
           02 filler               pic x(18) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_espera".
           02 ws-spl-arquivo       pic x(30)
               value "ESPERA_REL.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           OPEN OUTPUT RELATORIO-FILE.
           PERFORM IMPRIME-TITULOS THRU IMPRIME-TITULOS-FIM.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           IF NOT FS-FILME-NAO-EXISTE
               CLOSE FILME-FILE
           END-IF.
