      * (AL-VALOR-IMPOSTO DOS ALUGUEIS, VD-VALOR-IMPOSTO DAS VENDAS,
      * COM OS ESTORNOS ABATIDOS), ABERTO POR TIPO DE OPERACAO E POR
      * FORMA DE PAGAMENTO - O MESMO CORTE QUE O CONTADOR DECLARA,
      * PARA ACABAR COM AS SURPRESAS DE FIM DE TRIMESTRE. A VENDA NO
      * ATACADO (PEDIDOS FATURADOS NO MES, PA-VALOR-IMPOSTO) SAI NUMA
      * LINHA PROPRIA, A PRAZO.
      *
      * O MES (AAAAMM) VEM DE MES_APURACAO; SEM ELA, O MES CORRENTE.
      *=================================================================
           file status is fs-stat-gar
           record key is gar-key.

       select sinal-mov-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-rsm
           record key is rsm-key.

       select pedido-atacado-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-pa
           record key is pa-key.

       select relatorio-file
           assign to disk
           organization is line sequential
       fd garantia-file value of file-id is "GARANTIA.dat".
       copy garantia.

       fd sinal-mov-file value of file-id is "RESERVA_SINAL_MOV.dat".
       copy sinal_mov.

       fd pedido-atacado-file value of file-id is "PEDIDO_ATACADO.dat".
       copy pedido_atacado.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------
       77 ws-anomes-gar        pic 9(06).
       77 ws-tot-garantia      pic 9(07)v99 value zeros.

      * SINAIS DE RESERVA DO MES (RECEBIDOS MENOS DEVOLVIDOS) - LINHA
      * PROPRIA, SEM IMPOSTO: O IMPOSTO SAI NA VENDA DE QUITACAO
       77 fs-stat-rsm          pic 9(02).
           88 fs-rsm-nao-existe        value 35.
           88 fs-rsm-fim               value 10.
       77 ws-tot-sinal         pic s9(07)v99 value zeros.

      * PEDIDOS DE ATACADO FATURADOS NO MES - LINHA PROPRIA
       77 fs-stat-pa           pic 9(02).
           88 fs-pa-nao-existe         value 35.
       77 ws-tot-atc-base      pic 9(09)v99 value zeros.
       77 ws-tot-atc-imposto   pic 9(09)v99 value zeros.

      * ACUMULADORES: INDICE 1=DINHEIRO 2=CARTAO 3=PIX 4=VALE
      * 5=RESERVA (VENDA DE QUITACAO, PAGA PELOS SINAIS E PARCELAS)
       77 ws-forma-ix          pic 9(01).
       01 ws-tot-aluguel.
           02 ws-ta-forma occurs 5 times.
               03 ws-ta-base           pic s9(09)v99.
               03 ws-ta-imposto        pic s9(09)v99.
       01 ws-tot-venda.
           02 ws-tv-forma occurs 5 times.
               03 ws-tv-base           pic s9(09)v99.
               03 ws-tv-imposto        pic s9(09)v99.

           02 filler               pic x(08) value "CARTAO".
           02 filler               pic x(08) value "PIX".
           02 filler               pic x(08) value "VALE".
           02 filler               pic x(08) value "RESERVA".
       01 ws-nomes-formas-red redefines ws-nomes-formas.
           02 ws-nome-forma occurs 5 times pic x(08).

       01 ws-linha.
           02 ws-lin-tipo          pic x(08).
           02 ws-lin-imposto       pic -zzzzzzz9.99.
           02 filler               pic x(34) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_fiscal".
           02 ws-spl-arquivo       pic x(30)
               value "RELATORIO_FISCAL.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

           PERFORM APURA-PRORROGA THRU APURA-PRORROGA-FIM.
           PERFORM APURA-GARANTIA THRU APURA-GARANTIA-FIM.
           PERFORM APURA-SINAL THRU APURA-SINAL-FIM.
           PERFORM APURA-ATACADO THRU APURA-ATACADO-FIM.
           OPEN OUTPUT RELATORIO-FILE.
           PERFORM IMPRIME-FISCAL THRU IMPRIME-FISCAL-FIM.
           PERFORM IMPRIME-GARANTIA.
           PERFORM IMPRIME-SINAL.
           PERFORM IMPRIME-ATACADO.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           DISPLAY "MES FISCAL APURADO: " WS-MES-APURACAO.
           GOBACK.

           MOVE ZEROS TO WS-LIN-IMPOSTO.
           PERFORM GRAVA-LINHA.

      * -----------------------------------
      * SINAIS E PARCELAS DE RESERVA RECEBIDOS NO MES, MENOS OS
      * DEVOLVIDOS OU CREDITADOS EM VALE NA EXPIRACAO - ADIANTAMENTO
      * DE CLIENTE, FORA DA BASE TRIBUTAVEL

       APURA-SINAL.
           OPEN INPUT SINAL-MOV-FILE.
           IF FS-RSM-NAO-EXISTE
               GO APURA-SINAL-FIM
           END-IF
           MOVE ZEROS TO RSM-KEY.
           MOVE ZEROS TO FS-STAT-RSM.
           START SINAL-MOV-FILE KEY IS NOT LESS THAN RSM-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-RSM
           END-START.

           APURA-SINAL-LOOP.
           IF FS-RSM-FIM
               MOVE ZEROS TO FS-STAT-RSM
               CLOSE SINAL-MOV-FILE
               GO APURA-SINAL-FIM
           END-IF
           READ SINAL-MOV-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-RSM
               GO APURA-SINAL-LOOP
           END-READ.
           IF RSM-DATA(1:6) NOT EQUAL WS-MES-APURACAO
               GO APURA-SINAL-LOOP
           END-IF
           IF RSM-SINAL OR RSM-PARCELA
               ADD RSM-VALOR TO WS-TOT-SINAL
           ELSE
               SUBTRACT RSM-VALOR FROM WS-TOT-SINAL
           END-IF
           GO APURA-SINAL-LOOP.
       APURA-SINAL-FIM.

       IMPRIME-SINAL.
           MOVE SPACES TO WS-LINHA.
           MOVE "SINAL" TO WS-LIN-TIPO.
           MOVE "NAO TRIB" TO WS-LIN-FORMA.
           MOVE WS-TOT-SINAL TO WS-LIN-BASE.
           MOVE ZEROS TO WS-LIN-IMPOSTO.
           PERFORM GRAVA-LINHA.

      * -----------------------------------
      * BASE E IMPOSTO DOS PEDIDOS DE ATACADO FATURADOS (EXPEDIDOS)
      * NO MES - O IMPOSTO FOI GRAVADO NA FATURA

       APURA-ATACADO.
           OPEN INPUT PEDIDO-ATACADO-FILE.
           IF FS-PA-NAO-EXISTE
               GO APURA-ATACADO-FIM
           END-IF.

           APURA-ATACADO-LOOP.
           READ PEDIDO-ATACADO-FILE
           AT END
               CLOSE PEDIDO-ATACADO-FILE
               GO APURA-ATACADO-FIM
           END-READ.
           IF PA-FATURADO
               AND PA-DATA-EXPEDICAO(1:6) EQUAL WS-MES-APURACAO
               ADD PA-VALOR-TOTAL TO WS-TOT-ATC-BASE
               ADD PA-VALOR-IMPOSTO TO WS-TOT-ATC-IMPOSTO
           END-IF
           GO APURA-ATACADO-LOOP.
       APURA-ATACADO-FIM.

       IMPRIME-ATACADO.
           MOVE SPACES TO WS-LINHA.
           MOVE "ATACADO" TO WS-LIN-TIPO.
           MOVE "FATURADO" TO WS-LIN-FORMA.
           MOVE WS-TOT-ATC-BASE TO WS-LIN-BASE.
           MOVE WS-TOT-ATC-IMPOSTO TO WS-LIN-IMPOSTO.
           PERFORM GRAVA-LINHA.

      * -----------------------------------
      * ENQUADRA A FORMA DE PAGAMENTO DO REGISTRO CORRENTE DE ALUGUEL
      * NO INDICE DO ACUMULADOR (1=D 2=C 3=P 4=V)
                   MOVE 3 TO WS-FORMA-IX
               WHEN VD-VALE
                   MOVE 4 TO WS-FORMA-IX
               WHEN VD-RESERVA
                   MOVE 5 TO WS-FORMA-IX
               WHEN OTHER
                   MOVE 1 TO WS-FORMA-IX
           END-EVALUATE.

           IMPRIME-FISCAL-LOOP.
           ADD 1 TO WS-FORMA-IX.
           IF WS-FORMA-IX > 5
               GO IMPRIME-FISCAL-FIM
           END-IF
           MOVE SPACES TO WS-LINHA.
