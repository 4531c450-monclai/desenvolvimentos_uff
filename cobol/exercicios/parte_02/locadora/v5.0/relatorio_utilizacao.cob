           02 ws-sec-texto         pic x(40).
           02 filler               pic x(80) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_utilizacao".
           02 ws-spl-arquivo       pic x(30)
               value "RELATORIO_UTILIZACAO.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           DISPLAY "JANELA APURADA (DIAS)..: " WS-JANELA-DIAS.
           DISPLAY "TITULOS APURADOS.......: " WS-QTD-TITULOS.
           CLOSE FILME-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           IF NOT FS-TCA-NAO-EXISTE
               CLOSE TARIFA-CAT-FILE
           END-IF
