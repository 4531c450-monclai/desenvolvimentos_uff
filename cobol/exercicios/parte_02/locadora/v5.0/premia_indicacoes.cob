       identification division.
       program-id. premia_indicacoes.

      *=================================================================
      * PREMIO DAS INDICACOES DE CLIENTE (INDICACAO.DAT). PARA CADA
      * INDICACAO AINDA PENDENTE, CONTA OS ALUGUEIS PAGOS E JA
      * DEVOLVIDOS DO CLIENTE INDICADO (VALOR MAIOR QUE ZERO, FORA OS
      * ESTORNADOS E OS DE FUNCIONARIO EM FOLHA). AO CHEGAR EM
      * INDICACAO_ALUGUEIS (PADRAO 3), CREDITA INDICACAO_PONTOS
      * (PADRAO 200) A QUEM INDICOU E AO INDICADO PELA
      * MOVIMENTA-PONTOS E MARCA A INDICACAO CONVERTIDA - O PREMIO SAI
      * UMA VEZ SO. CLIENTE DESATIVADO NO DIA NAO RECEBE A SUA PARTE.
      * RODA NA CADEIA NOTURNA.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select indicacao-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is ind-key.

       select aluguel-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-alug
           record key is al-key
           alternate record key is al-cliente-id with duplicates
           alternate record key is al-data-aluguel with duplicates
           alternate record key is al-data-devolucao with duplicates.

       select cliente-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-cli
           record key is fs-key.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd indicacao-file value of file-id is "INDICACAO.dat".
       copy indicacao.

       fd aluguel-file value of file-id is "ALUGUEL.dat".
       copy aluguel.

       fd cliente-file value of file-id is "FUNC.dat".
       copy cliente.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
       77 fs-stat-alug         pic 9(02).
           88 fs-alug-ok               value zeros.
       77 fs-stat-cli          pic 9(02).
           88 fs-cli-ok                value zeros.

       77 ws-data-hoje         pic 9(08).
       77 ws-alugueis-amb      pic x(03).
       77 ws-alugueis-exigidos pic 9(03).
       77 ws-pontos-amb        pic x(07).
       77 ws-pontos-premio     pic 9(07).

       77 ws-qtd-pagos         pic 9(05).

       77 ws-mp-cliente        pic 9(05).
       77 ws-mp-tipo           pic x(01) value "A".
       77 ws-mp-pontos         pic 9(07).
       77 ws-mp-resultado      pic x(01).

       77 ws-aud-programa      pic x(20) value "PREMIA_INDICACOES".
       77 ws-aud-operacao      pic x(10) value "CONVERSAO".
       77 ws-aud-chave         pic 9(11).

       77 ws-tot-pendentes     pic 9(05) value zeros.
       77 ws-tot-convertidas   pic 9(05) value zeros.
       77 ws-tot-pontos        pic 9(09) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM OBTEM-PARAMETROS.
           OPEN I-O INDICACAO-FILE.
           IF NOT FS-OK
               DISPLAY "NENHUMA INDICACAO REGISTRADA"
               GOBACK
           END-IF
           OPEN INPUT ALUGUEL-FILE.
           IF NOT FS-ALUG-OK
               DISPLAY "ARQUIVO DE ALUGUEIS NAO ENCONTRADO"
               CLOSE INDICACAO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CLIENTE-FILE.

           PERFORM CONFERE-INDICACOES THRU CONFERE-INDICACOES-FIM.

           DISPLAY "ALUGUEIS EXIGIDOS......: " WS-ALUGUEIS-EXIGIDOS.
           DISPLAY "PONTOS POR CLIENTE.....: " WS-PONTOS-PREMIO.
           DISPLAY "INDICACOES PENDENTES...: " WS-TOT-PENDENTES.
           DISPLAY "CONVERTIDAS HOJE.......: " WS-TOT-CONVERTIDAS.
           DISPLAY "PONTOS CREDITADOS......: " WS-TOT-PONTOS.
           CLOSE INDICACAO-FILE ALUGUEL-FILE.
           IF FS-CLI-OK
               CLOSE CLIENTE-FILE
           END-IF
           GOBACK.

      * -----------------------------------
      * ALUGUEIS EXIGIDOS (INDICACAO_ALUGUEIS) E PONTOS DO PREMIO
      * (INDICACAO_PONTOS); SEM AS VARIAVEIS, 3 ALUGUEIS E 200 PONTOS

       OBTEM-PARAMETROS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-ALUGUEIS-AMB FROM ENVIRONMENT "INDICACAO_ALUGUEIS".
           IF WS-ALUGUEIS-AMB IS NUMERIC
               AND WS-ALUGUEIS-AMB NOT = SPACES
               AND WS-ALUGUEIS-AMB NOT = "000"
               MOVE WS-ALUGUEIS-AMB TO WS-ALUGUEIS-EXIGIDOS
           ELSE
               MOVE 3 TO WS-ALUGUEIS-EXIGIDOS
           END-IF.
           ACCEPT WS-PONTOS-AMB FROM ENVIRONMENT "INDICACAO_PONTOS".
           IF WS-PONTOS-AMB IS NUMERIC
               AND WS-PONTOS-AMB NOT = SPACES
               AND WS-PONTOS-AMB NOT = "0000000"
               MOVE WS-PONTOS-AMB TO WS-PONTOS-PREMIO
           ELSE
               MOVE 200 TO WS-PONTOS-PREMIO
           END-IF.

      * -----------------------------------
      * PERCORRE AS INDICACOES PENDENTES E PREMIA AS QUE CONVERTERAM

       CONFERE-INDICACOES.
           MOVE ZEROS TO IND-KEY.
           START INDICACAO-FILE KEY IS NOT LESS THAN IND-KEY
           INVALID KEY
               GO CONFERE-INDICACOES-FIM
           END-START.

           CONFERE-INDICACOES-LOOP.
           READ INDICACAO-FILE NEXT RECORD
           AT END
               GO CONFERE-INDICACOES-FIM
           END-READ.
           IF NOT IND-PENDENTE
               GO CONFERE-INDICACOES-LOOP
           END-IF
           PERFORM CONTA-PAGOS THRU CONTA-PAGOS-FIM.
           IF WS-QTD-PAGOS < WS-ALUGUEIS-EXIGIDOS
               ADD 1 TO WS-TOT-PENDENTES
               GO CONFERE-INDICACOES-LOOP
           END-IF
           MOVE IND-INDICADOR-ID TO WS-MP-CLIENTE.
           PERFORM CREDITA-PREMIO THRU CREDITA-PREMIO-FIM.
           MOVE WS-MP-PONTOS TO IND-PONTOS-INDICADOR.
           MOVE IND-INDICADO-ID TO WS-MP-CLIENTE.
           PERFORM CREDITA-PREMIO THRU CREDITA-PREMIO-FIM.
           MOVE WS-MP-PONTOS TO IND-PONTOS-INDICADO.
           MOVE "C" TO IND-SITUACAO.
           MOVE WS-DATA-HOJE TO IND-DATA-CONVERSAO.
           REWRITE IND-REC.
           ADD 1 TO WS-TOT-CONVERTIDAS.
           MOVE IND-INDICADO-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           DISPLAY "INDICACAO CONVERTIDA - INDICADO " IND-INDICADO-ID
               " POR " IND-INDICADOR-ID.
           GO CONFERE-INDICACOES-LOOP.
       CONFERE-INDICACOES-FIM.

      * -----------------------------------
      * ALUGUEIS PAGOS E DEVOLVIDOS DO CLIENTE INDICADO

       CONTA-PAGOS.
           MOVE ZEROS TO WS-QTD-PAGOS.
           MOVE IND-INDICADO-ID TO AL-CLIENTE-ID.
           START ALUGUEL-FILE KEY IS EQUAL AL-CLIENTE-ID
           INVALID KEY
               GO CONTA-PAGOS-FIM
           END-START.

           CONTA-PAGOS-LOOP.
           READ ALUGUEL-FILE NEXT RECORD
           AT END
               GO CONTA-PAGOS-FIM
           END-READ.
           IF AL-CLIENTE-ID NOT EQUAL IND-INDICADO-ID
               GO CONTA-PAGOS-FIM
           END-IF
           IF AL-DEVOLVIDO AND NOT AL-FOLHA AND AL-VALOR > ZEROS
               ADD 1 TO WS-QTD-PAGOS
           END-IF
           GO CONTA-PAGOS-LOOP.
       CONTA-PAGOS-FIM.

      * -----------------------------------
      * CREDITA O PREMIO A WS-MP-CLIENTE SE ELE AINDA ESTA ATIVO;
      * DEVOLVE EM WS-MP-PONTOS O QUE FOI CREDITADO

       CREDITA-PREMIO.
           MOVE ZEROS TO WS-MP-PONTOS.
           IF FS-CLI-OK
               MOVE WS-MP-CLIENTE TO FS-ID
               READ CLIENTE-FILE
               INVALID KEY
                   MOVE ZEROS TO FS-ID
               END-READ
               IF FS-ID EQUAL ZEROS
                   OR FS-ATIVO-NAO OR FS-FOI-ANONIMIZADO
                   GO CREDITA-PREMIO-FIM
               END-IF
           END-IF
           MOVE WS-PONTOS-PREMIO TO WS-MP-PONTOS.
           CALL "MOVIMENTA-PONTOS" USING WS-MP-CLIENTE WS-MP-TIPO
               WS-MP-PONTOS WS-MP-RESULTADO.
           ADD WS-MP-PONTOS TO WS-TOT-PONTOS.
       CREDITA-PREMIO-FIM.
