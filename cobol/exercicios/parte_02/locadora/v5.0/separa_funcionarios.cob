           02 ws-dp-nome           pic x(40).
           02 filler               pic x(26) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "separa_funcionarios".
           02 ws-spl-arquivo       pic x(30)
               value "FUNCIONARIOS_LISTA.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           DISPLAY "FUNCIONARIOS MOVIDOS....: " WS-TOTAL-MOVIDOS.
           DISPLAY "NUMEROS NAO ENCONTRADOS.: " WS-TOTAL-NAO-ACHADOS.
           CLOSE LISTA-FILE CLIENTE-FILE FUNCIONARIO-FILE DEPARA-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           STOP RUN.

      * -----------------------------------
           MOVE FS-TENTATIVAS TO FUN-TENTATIVAS.
           MOVE FS-BLOQUEADO TO FUN-BLOQUEADO.
           MOVE "S" TO FUN-ATIVO.
           MOVE ZEROS TO FUN-CLIENTE-ID.
           ACCEPT FUN-DATA-ADMISSAO FROM DATE YYYYMMDD.
           WRITE FUN-REC
           INVALID KEY
