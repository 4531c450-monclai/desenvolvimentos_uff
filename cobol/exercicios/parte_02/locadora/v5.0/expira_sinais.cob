       identification division.
       program-id. expira_sinais.

      *=================================================================
      * BATCH DE EXPIRACAO DAS RESERVAS COM SINAL DA LOJA
      * (RESERVA_SINAL.DAT). TODA RESERVA AINDA ABERTA CUJA VALIDADE
      * FICOU PARA TRAS DA DATA DE NEGOCIO E EXPIRADA: A QUANTIDADE
      * SEGURADA VOLTA DE FS-QTD-RESERVADA PARA FS-QTD-ESTOQUE E O
      * VALOR JA PAGO VAI PARA O VALE INFORMADO NA ABERTURA
      * (CREDITA-VALE, MOVIMENTO "V", RESERVA ENCERRADA). SEM VALE -
      * OU COM O VALE RECUSADO - A RESERVA FICA "E", COM O SINAL A
      * DEVOLVER NO BALCAO PELA OPCAO 6 DO REGISTRO_VENDA. GRAVA A
      * LISTA DO DIA EM SINAIS_EXPIRADOS.DAT.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select reserva-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-rsn
           record key is rsn-key.

       select sinal-mov-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-rsm
           record key is rsm-key.

       select mercadoria-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-mercadoria
           record key is fs-key.

       select dia-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-dia
           record key is dia-chave.

       select relatorio-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-rel.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd reserva-file value of file-id is "RESERVA_SINAL.dat".
       copy reserva_sinal.

       fd sinal-mov-file value of file-id is "RESERVA_SINAL_MOV.dat".
       copy sinal_mov.

       fd mercadoria-file value of file-id is "MERCADORIA.dat".
       copy mercadoria.

       fd dia-file value of file-id is "DATA_NEGOCIO.dat".
       copy dia_negocio.

       fd relatorio-file value of file-id is "SINAIS_EXPIRADOS.dat".
       01 relatorio-linha             pic x(80).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-rsn          pic 9(02).
           88 fs-rsn-ok                value zeros.
           88 fs-rsn-nao-existe        value 35.
           88 fs-rsn-fim               value 10.

       77 fs-stat-rsm          pic 9(02).
           88 fs-rsm-nao-existe        value 35.

       77 fs-stat-mercadoria   pic 9(02).
           88 fs-mercadoria-ok         value zeros.

       77 ws-mercadoria-aberta pic x(01) value "N".
           88 mercadoria-aberta        value "S".

       77 fs-stat-dia          pic 9(02).
           88 fs-dia-ok                value zeros.

       77 fs-stat-rel          pic 9(02).

       77 ws-data-hoje         pic 9(08).
      * A QUANTIDADE LIBERADA VOLTA PARA A FILIAL DA RESERVA
      * (SUBROTINA ESTOQUE-FILIAL)
       77 ws-es-operacao       pic x(01).
       77 ws-es-codigo         pic 9(05).
       77 ws-es-filial         pic 9(02).
       77 ws-es-quantidade     pic 9(05).
       77 ws-es-saldo          pic 9(05).
       77 ws-es-resultado      pic x(01).
       77 ws-total-expiradas   pic 9(05) value zeros.
       77 ws-total-creditadas  pic 9(05) value zeros.
       77 ws-total-a-devolver  pic 9(05) value zeros.
       77 ws-valor-creditado   pic 9(07)v99 value zeros.
       77 ws-valor-a-devolver  pic 9(07)v99 value zeros.

       77 ws-cv-numero         pic 9(11).
       77 ws-cv-valor          pic 9(07)v99.
       77 ws-cv-resultado      pic x(01).

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).

       01 ws-linha.
           02 ws-lin-reserva       pic 9(11).
           02 filler               pic x(02) value spaces.
           02 ws-lin-cliente       pic 9(05).
           02 filler               pic x(02) value spaces.
           02 ws-lin-mercadoria    pic 9(05).
           02 filler               pic x(02) value spaces.
           02 ws-lin-quantidade    pic zzzz9.
           02 filler               pic x(02) value spaces.
           02 ws-lin-validade      pic 9(08).
           02 filler               pic x(02) value spaces.
           02 ws-lin-pago          pic zzzzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lin-destino       pic x(14).
           02 filler               pic x(10) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "expira_sinais".
           02 ws-spl-arquivo       pic x(30)
               value "SINAIS_EXPIRADOS.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM CARREGA-DIA-NEGOCIO THRU CARREGA-DIA-NEGOCIO-FIM.
           PERFORM ABRIR-ARQUIVOS THRU ABRIR-ARQUIVOS-FIM.
           IF FS-RSN-NAO-EXISTE
               DISPLAY "NENHUMA RESERVA COM SINAL - NADA A EXPIRAR"
               GOBACK
           END-IF
           MOVE ZEROS TO RSN-KEY.
           START RESERVA-FILE KEY IS NOT LESS THAN RSN-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-RSN
           END-START.
           PERFORM PROCESSA-RESERVA THRU PROCESSA-RESERVA-FIM
               UNTIL FS-RSN-FIM.
           DISPLAY "RESERVAS EXPIRADAS..: " WS-TOTAL-EXPIRADAS.
           DISPLAY "CREDITADAS EM VALE..: " WS-TOTAL-CREDITADAS
               " - " WS-VALOR-CREDITADO.
           DISPLAY "SINAL A DEVOLVER....: " WS-TOTAL-A-DEVOLVER
               " - " WS-VALOR-A-DEVOLVER.
           PERFORM FINALIZA.
           GOBACK.

      * -----------------------------------
      * DATA DE NEGOCIO (DATA_NEGOCIO.DAT) COMO "HOJE"; SEM O CONTROLE
      * NO AR, VALE A DATA DO RELOGIO

       CARREGA-DIA-NEGOCIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT DIA-FILE.
           IF FS-DIA-OK
               MOVE 1 TO DIA-CHAVE
               READ DIA-FILE
               NOT INVALID KEY
                   IF DIA-DATA NUMERIC AND DIA-DATA > ZEROS
                       MOVE DIA-DATA TO WS-DATA-HOJE
                   END-IF
               END-READ
               CLOSE DIA-FILE
           END-IF.
       CARREGA-DIA-NEGOCIO-FIM.

      * -----------------------------------
      * SO ENTRA RESERVA ABERTA COM A VALIDADE JA VENCIDA (O ULTIMO DIA
      * DA VALIDADE AINDA ACEITA PARCELA NO BALCAO)

       PROCESSA-RESERVA.
           READ RESERVA-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-RSN
               GO PROCESSA-RESERVA-FIM
           END-READ.
           IF NOT RSN-ABERTA
               OR RSN-DATA-VALIDADE NOT < WS-DATA-HOJE
               GO PROCESSA-RESERVA-FIM
           END-IF
           PERFORM LIBERA-ESTOQUE THRU LIBERA-ESTOQUE-FIM.
           MOVE "N" TO WS-CV-RESULTADO.
           IF RSN-VALE-NUMERO NOT EQUAL ZEROS
               AND RSN-VALOR-PAGO > ZEROS
               MOVE RSN-VALE-NUMERO TO WS-CV-NUMERO
               MOVE RSN-VALOR-PAGO TO WS-CV-VALOR
               CALL "CREDITA-VALE" USING WS-CV-NUMERO WS-CV-VALOR
                   WS-CV-RESULTADO
           END-IF
           IF WS-CV-RESULTADO = "S"
               PERFORM GRAVA-CREDITO-VALE
               MOVE "F" TO RSN-STATUS
               MOVE "V" TO RSN-DESTINO
               MOVE RSN-VALOR-PAGO TO RSN-VALOR-DEVOLVIDO
               MOVE WS-DATA-HOJE TO RSN-DATA-ENCERRAMENTO
               MOVE "CREDITO VALE" TO WS-LIN-DESTINO
               ADD 1 TO WS-TOTAL-CREDITADAS
               ADD RSN-VALOR-PAGO TO WS-VALOR-CREDITADO
           ELSE
               MOVE "E" TO RSN-STATUS
               MOVE "DEVOLVER" TO WS-LIN-DESTINO
               ADD 1 TO WS-TOTAL-A-DEVOLVER
               ADD RSN-VALOR-PAGO TO WS-VALOR-A-DEVOLVER
           END-IF
           REWRITE RSN-REC
           INVALID KEY
               CONTINUE
           END-REWRITE.
           ADD 1 TO WS-TOTAL-EXPIRADAS.
           PERFORM MONTA-LINHA.
           MOVE "expira_sinais" TO WS-AUD-PROGRAMA.
           MOVE "EXPIRACAO" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO RSN-ID.
       PROCESSA-RESERVA-FIM.

      * -----------------------------------
      * DEVOLVE AO ESTOQUE LIVRE A QUANTIDADE SEGURADA PELA RESERVA

       LIBERA-ESTOQUE.
           IF NOT MERCADORIA-ABERTA
               GO LIBERA-ESTOQUE-FIM
           END-IF
           MOVE RSN-MERCADORIA-COD TO FS-CODIGO.
           READ MERCADORIA-FILE
           INVALID KEY
               GO LIBERA-ESTOQUE-FIM
           END-READ.
           IF FS-QTD-RESERVADA < RSN-QUANTIDADE
               MOVE ZEROS TO FS-QTD-RESERVADA
           ELSE
               SUBTRACT RSN-QUANTIDADE FROM FS-QTD-RESERVADA
           END-IF
           ADD RSN-QUANTIDADE TO FS-QTD-ESTOQUE.
           REWRITE FILE1-REC
           INVALID KEY
               GO LIBERA-ESTOQUE-FIM
           END-REWRITE.
           MOVE "E" TO WS-ES-OPERACAO.
           MOVE RSN-MERCADORIA-COD TO WS-ES-CODIGO.
           MOVE RSN-FILIAL TO WS-ES-FILIAL.
           MOVE RSN-QUANTIDADE TO WS-ES-QUANTIDADE.
           CALL "ESTOQUE-FILIAL" USING WS-ES-OPERACAO WS-ES-CODIGO
               WS-ES-FILIAL WS-ES-QUANTIDADE WS-ES-SALDO
               WS-ES-RESULTADO.
       LIBERA-ESTOQUE-FIM.

      * -----------------------------------
      * MOVIMENTO "V" DA RESERVA: O PAGO FOI PARA O VALE, SEM GAVETA

       GRAVA-CREDITO-VALE.
           ADD 1 TO RSN-QTD-MOV.
           MOVE SPACES TO RSM-REC.
           MOVE RSN-ID TO RSM-RESERVA-ID.
           MOVE RSN-QTD-MOV TO RSM-SEQ.
           MOVE WS-DATA-HOJE TO RSM-DATA.
           MOVE "V" TO RSM-TIPO.
           MOVE RSN-VALOR-PAGO TO RSM-VALOR.
           MOVE RSN-CLIENTE-ID TO RSM-CLIENTE-ID.
           MOVE ZEROS TO RSM-SESSAO-ID RSM-OPERADOR-ID.
           MOVE RSN-FILIAL TO RSM-FILIAL.
           WRITE RSM-REC
           INVALID KEY
               CONTINUE
           END-WRITE.

      * -----------------------------------
      * GRAVA E ECOA A LINHA DA RESERVA EXPIRADA

       MONTA-LINHA.
           MOVE RSN-ID TO WS-LIN-RESERVA.
           MOVE RSN-CLIENTE-ID TO WS-LIN-CLIENTE.
           MOVE RSN-MERCADORIA-COD TO WS-LIN-MERCADORIA.
           MOVE RSN-QUANTIDADE TO WS-LIN-QUANTIDADE.
           MOVE RSN-DATA-VALIDADE TO WS-LIN-VALIDADE.
           MOVE RSN-VALOR-PAGO TO WS-LIN-PAGO.
           MOVE WS-LINHA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY WS-LINHA.

      * -----------------------------------
      * ABRE AS RESERVAS, O MOVIMENTO (CRIADO SE AINDA NAO EXISTE), A
      * MERCADORIA E O RELATORIO DO DIA

       ABRIR-ARQUIVOS.
           OPEN I-O RESERVA-FILE.
           IF FS-RSN-NAO-EXISTE
               GO ABRIR-ARQUIVOS-FIM
           END-IF
           OPEN I-O SINAL-MOV-FILE.
           IF FS-RSM-NAO-EXISTE
               OPEN OUTPUT SINAL-MOV-FILE
               CLOSE SINAL-MOV-FILE
               OPEN I-O SINAL-MOV-FILE
           END-IF
           OPEN I-O MERCADORIA-FILE.
           IF FS-MERCADORIA-OK
               MOVE "S" TO WS-MERCADORIA-ABERTA
           END-IF
           OPEN OUTPUT RELATORIO-FILE.
       ABRIR-ARQUIVOS-FIM.

       FINALIZA.
           CLOSE RESERVA-FILE SINAL-MOV-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           IF MERCADORIA-ABERTA
               CLOSE MERCADORIA-FILE
           END-IF.
