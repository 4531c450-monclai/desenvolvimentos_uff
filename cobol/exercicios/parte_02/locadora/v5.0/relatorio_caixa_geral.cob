           file status is fs-stat-cau
           record key is cau-key.

       select sinal-mov-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-rsm
           record key is rsm-key.

       select recompra-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-rc
           record key is rc-key.

       select garantia-file
           assign to disk
           organization is indexed
       fd caucao-file value of file-id is "CAUCAO.dat".
       copy caucao.

       fd sinal-mov-file value of file-id is "RESERVA_SINAL_MOV.dat".
       copy sinal_mov.

       fd recompra-file value of file-id is "RECOMPRA.dat".
       copy recompra.

      * LOG DE ESTORNOS DE ALUGUEL (MESMO DESENHO DA LINHA GRAVADA
      * POR ALUGUEL/ESTORNAR)
       fd estorno-alug-file value of file-id is "ESTORNO_ALUGUEL.dat".
       77 ws-tot-caucao-rec    pic 9(07)v99 value zeros.
       77 ws-tot-caucao-dev    pic 9(07)v99 value zeros.

      * SINAIS E PARCELAS DE RESERVA RECEBIDOS HOJE (ENTRAM NO CAIXA
      * PELA FORMA), SINAIS DEVOLVIDOS EM DINHEIRO (SAEM) E SINAIS
      * VIRADOS EM CREDITO DE VALE (SO INFORMATIVO - NAO MEXE NO CAIXA)
       77 fs-stat-rsm          pic 9(02).
           88 fs-rsm-nao-existe        value 35.
           88 fs-rsm-fim               value 10.
       01 ws-tot-sinal.
           02 ws-tot-dinheiro-sinal    pic 9(07)V99 value zeros.
           02 ws-tot-cartao-sinal      pic 9(07)V99 value zeros.
           02 ws-tot-pix-sinal         pic 9(07)V99 value zeros.
           02 ws-tot-sinal-dev         pic 9(07)V99 value zeros.
           02 ws-tot-sinal-vale        pic 9(07)V99 value zeros.

      * DISCOS USADOS COMPRADOS DE CLIENTES HOJE: PAGOS EM DINHEIRO
      * (SAEM DO CAIXA) OU EM CREDITO DE VALE (SO INFORMATIVO)
       77 fs-stat-rc           pic 9(02).
           88 fs-rc-nao-existe         value 35.
           88 fs-rc-fim                value 10.
       77 ws-tot-recompra-din  pic 9(07)V99 value zeros.
       77 ws-tot-recompra-vale pic 9(07)V99 value zeros.

       77 ws-tot-geral         pic s9(08)V99 value zeros.
       77 ws-valor-venda       pic s9(07)V99.
       77 ws-resto-dinheiro    pic s9(07)V99.
               CLOSE GARANTIA-FILE
           END-IF.
           PERFORM TOTALIZA-CAUCAO THRU TOTALIZA-CAUCAO-FIM.
           PERFORM TOTALIZA-SINAL THRU TOTALIZA-SINAL-FIM.
           PERFORM TOTALIZA-RECOMPRA THRU TOTALIZA-RECOMPRA-FIM.
           IF FS-PAG-OK
               CLOSE PAGAMENTO-FILE
           END-IF.
           GO TOTALIZA-CAUCAO-LOOP.
       TOTALIZA-CAUCAO-FIM.

      * -----------------------------------
      * SINAIS E PARCELAS DE RESERVA RECEBIDOS HOJE, POR FORMA, E OS
      * SINAIS DE RESERVA EXPIRADA DEVOLVIDOS OU CREDITADOS EM VALE.
      * A VENDA DE QUITACAO (FORMA "R") NAO ENTRA EM TOTALIZA-VENDA -
      * O DINHEIRO DELA E O DESTES MOVIMENTOS

       TOTALIZA-SINAL.
           OPEN INPUT SINAL-MOV-FILE.
           IF FS-RSM-NAO-EXISTE
               GO TOTALIZA-SINAL-FIM
           END-IF
           MOVE ZEROS TO RSM-KEY.
           MOVE ZEROS TO FS-STAT-RSM.
           START SINAL-MOV-FILE KEY IS NOT LESS THAN RSM-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-RSM
           END-START.

           TOTALIZA-SINAL-LOOP.
           IF FS-RSM-FIM
               MOVE ZEROS TO FS-STAT-RSM
               CLOSE SINAL-MOV-FILE
               GO TOTALIZA-SINAL-FIM
           END-IF
           READ SINAL-MOV-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-RSM
               GO TOTALIZA-SINAL-LOOP
           END-READ.
           IF RSM-DATA NOT EQUAL WS-DATA-HOJE
               GO TOTALIZA-SINAL-LOOP
           END-IF
           EVALUATE TRUE
               WHEN RSM-DEVOLUCAO
                   ADD RSM-VALOR TO WS-TOT-SINAL-DEV
               WHEN RSM-CREDITO-VALE
                   ADD RSM-VALOR TO WS-TOT-SINAL-VALE
               WHEN RSM-DINHEIRO
                   ADD RSM-VALOR TO WS-TOT-DINHEIRO-SINAL
               WHEN RSM-CARTAO
                   ADD RSM-VALOR TO WS-TOT-CARTAO-SINAL
               WHEN RSM-PIX
                   ADD RSM-VALOR TO WS-TOT-PIX-SINAL
           END-EVALUATE
           GO TOTALIZA-SINAL-LOOP.
       TOTALIZA-SINAL-FIM.

      * -----------------------------------
      * DISCOS USADOS COMPRADOS DE CLIENTES HOJE (RECOMPRA.DAT): O
      * PAGO EM DINHEIRO SAI DO CAIXA; O CREDITADO EM VALE SO E
      * MOSTRADO

       TOTALIZA-RECOMPRA.
           OPEN INPUT RECOMPRA-FILE.
           IF FS-RC-NAO-EXISTE
               GO TOTALIZA-RECOMPRA-FIM
           END-IF
           MOVE ZEROS TO RC-KEY.
           MOVE ZEROS TO FS-STAT-RC.
           START RECOMPRA-FILE KEY IS NOT LESS THAN RC-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-RC
           END-START.

           TOTALIZA-RECOMPRA-LOOP.
           IF FS-RC-FIM
               MOVE ZEROS TO FS-STAT-RC
               CLOSE RECOMPRA-FILE
               GO TOTALIZA-RECOMPRA-FIM
           END-IF
           READ RECOMPRA-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-RC
               GO TOTALIZA-RECOMPRA-LOOP
           END-READ.
           IF RC-DATA NOT EQUAL WS-DATA-HOJE
               GO TOTALIZA-RECOMPRA-LOOP
           END-IF
           IF RC-EM-DINHEIRO
               ADD RC-VALOR-OFERTA TO WS-TOT-RECOMPRA-DIN
           ELSE
               ADD RC-VALOR-OFERTA TO WS-TOT-RECOMPRA-VALE
           END-IF
           GO TOTALIZA-RECOMPRA-LOOP.
       TOTALIZA-RECOMPRA-FIM.

      * -----------------------------------
      * SOMA AO DIA, POR FORMA DE PAGAMENTO, O VALOR DAS VENDAS DE
      * MERCADORIA FECHADAS HOJE
                   + WS-TOT-PIX-PRORROG + WS-TOT-VALE-PRORROG
               + WS-TOT-CHEQUE-ALUG + WS-TOT-CHEQUE-MULTA
                   + WS-TOT-CHEQUE-VENDA + WS-TOT-CHEQUE-PRORROG
               + WS-TOT-GARANTIA
               + WS-TOT-DINHEIRO-SINAL + WS-TOT-CARTAO-SINAL
                   + WS-TOT-PIX-SINAL - WS-TOT-SINAL-DEV
               - WS-TOT-RECOMPRA-DIN.

           DISPLAY "FECHAMENTO GERAL DE CAIXA - " WS-DATA-HOJE.
           DISPLAY "  DINHEIRO ALUGUEIS.: " WS-TOT-DINHEIRO-ALUG.
           DISPLAY "  GARANTIA DE DANO..: " WS-TOT-GARANTIA.
           DISPLAY "  CAUCOES RECEBIDAS.: " WS-TOT-CAUCAO-REC.
           DISPLAY "  CAUCOES DEVOLVIDAS: " WS-TOT-CAUCAO-DEV.
           DISPLAY "  DINHEIRO SINAIS...: " WS-TOT-DINHEIRO-SINAL.
           DISPLAY "  CARTAO   SINAIS...: " WS-TOT-CARTAO-SINAL.
           DISPLAY "  PIX      SINAIS...: " WS-TOT-PIX-SINAL.
           DISPLAY "  SINAIS DEVOLVIDOS.: " WS-TOT-SINAL-DEV.
           DISPLAY "  SINAIS EM VALE....: " WS-TOT-SINAL-VALE.
           DISPLAY "  RECOMPRAS DINHEIRO: " WS-TOT-RECOMPRA-DIN.
           DISPLAY "  RECOMPRAS EM VALE.: " WS-TOT-RECOMPRA-VALE.
           DISPLAY "  TOTAL GERAL DO CAIXA: " WS-TOT-GERAL.

      * -----------------------------------
