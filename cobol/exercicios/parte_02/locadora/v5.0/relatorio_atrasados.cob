       77 ws-dias-atraso       pic s9(05).
       77 ws-total-atrasados   pic 9(05) value zeros.
       77 ws-multa-prevista    pic 9(05)v99.
      * TARIFA EM VIGOR NO DIA DO ALUGUEL (TARIFA_VERSAO.DAT)
       copy param_locacao replacing leading ==PARAM== by ==PAL==
           ==REALOCA-NA-DEVOLUCAO== by ==PAL-REALOCA-NA-DEVOLUCAO==.
       77 ws-tarifa-achou      pic x(01).

       01 ws-linha.
           02 ws-lin-cliente       pic x(40).
           02 ws-lin-multa         pic zzzz9.99.
           02 filler               pic x(08) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_atrasados".
           02 ws-spl-arquivo       pic x(30)
               value "ATRASADOS.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
               MOVE SPACES TO FLM-NOME-FILME
           END-READ.

           MOVE PARAM-REC TO PAL-REC.
           CALL "OBTEM-TARIFA" USING AL-DATA-ALUGUEL PAL-REC
               WS-TARIFA-ACHOU.
           CALL "CALCULA-MULTA" USING WS-DIAS-ATRASO
               PAL-TAXA-MULTA-DIA PAL-MULTA-MAXIMA
               WS-MULTA-PREVISTA.

           PERFORM GRAVA-LINHA.
           IF NOT FS-NAO-EXISTE
               CLOSE ALUGUEL-FILE CLIENTE-FILE FILME-FILE PARAM-FILE
                     RELATORIO-FILE
               CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
                   WS-SPL-ARQUIVO WS-SPL-FILIAL
           END-IF.
