      * EXTRATO COM TOTAIS DO PERIODO POR TIPO E POR FORMA DE
      * PAGAMENTO - A RESPOSTA PRONTA PARA "QUANTO EU GASTEI AQUI?" E
      * PARA CONTESTACAO DE BLOQUEIO DE CREDITO.
      * OS JUROS DE MORA E MULTAS POR ATRASO LANCADOS NO CONTAS A
      * RECEBER (CONTAS_RECEBER.DAT) ENTRAM COMO LANCAMENTOS PROPRIOS,
      * E NO FIM SAI O SALDO DEVEDOR ATUAL DO CLIENTE - PRINCIPAL MAIS
      * ENCARGOS AINDA EM ABERTO. OS PAGAMENTOS FEITOS NO BALCAO DO
      * CONTAS A RECEBER (RECIBO_RECEBER.DAT) SAEM UM A UM, E O
      * PAGAMENTO ESTORNADO APARECE DUAS VEZES: O RECEBIMENTO E, NA
      * DATA DO ESTORNO, A LINHA NEGATIVA DO ESTORNO.
      *
      * O CLIENTE VEM DA VARIAVEL DE AMBIENTE CLIENTE_ID, PELO MESMO
      * ESQUEMA DE RELATORIO_ESTOQUE_BAIXO; A SAIDA VAI PARA
           file status is fs-stat-cliente
           record key is cli-key.

       select receber-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-cr
           record key is cr-key.

       select recibo-receber-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-rcb.

       select relatorio-file
           assign to disk
           organization is line sequential
                              ==FS-NOME==       by ==CLI-NOME==
                              ==FS-SENHA==      by ==CLI-SENHA==.

       fd receber-file value of file-id is "CONTAS_RECEBER.dat".
       copy receber.

      * LOG DE RECEBIMENTOS DO CONTAS A RECEBER (MESMO DESENHO DA
      * LINHA GRAVADA POR CONTAS_RECEBER)
       fd recibo-receber-file value of file-id is "RECIBO_RECEBER.dat".
       01 rcb-linha.
           02 rcb-data             pic 9(08).
           02 filler               pic x(02).
           02 rcb-cliente          pic 9(05).
           02 filler               pic x(02).
           02 rcb-lancamento       pic 9(11).
           02 filler               pic x(02).
           02 rcb-valor            pic 9(05)v99.
           02 filler               pic x(02).
           02 rcb-saldo            pic 9(05)v99.
           02 filler               pic x(02).
           02 rcb-sessao           pic 9(05).
           02 filler               pic x(02).
           02 rcb-recibo           pic 9(09).
           02 filler               pic x(02).
           02 rcb-tipo             pic x(01).
               88 rcb-estorno              value "E".
           02 filler               pic x(11).

       fd relatorio-file value of file-id is "EXTRATO_CLIENTE.dat".
       01 relatorio-linha             pic x(100).

       77 fs-stat-cliente      pic 9(02).
           88 fs-cliente-ok            value zeros.

       77 fs-stat-cr           pic 9(02).
           88 fs-cr-nao-existe         value 35.
           88 fs-cr-fim                value 10.

       77 fs-stat-rcb          pic 9(02).
           88 fs-rcb-nao-existe        value 35.
           88 fs-rcb-fim               value 10.

       77 fs-stat-rel          pic 9(02).

       77 fs-stat-endereco     pic 9(02).
       77 ws-tot-alugueis      pic 9(09)v99 value zeros.
       77 ws-tot-multas        pic 9(09)v99 value zeros.
       77 ws-tot-compras       pic s9(09)v99 value zeros.
       77 ws-tot-encargos      pic 9(09)v99 value zeros.
       77 ws-tot-recebido      pic s9(09)v99 value zeros.
       77 ws-saldo-devedor     pic 9(09)v99 value zeros.
       77 ws-tot-dinheiro      pic s9(09)v99 value zeros.
       77 ws-tot-cartao        pic s9(09)v99 value zeros.
       77 ws-tot-pix           pic s9(09)v99 value zeros.
           02 filler               pic x(01) value spaces.
           02 ws-end-cep           pic 9(08).

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "extrato_cliente".
           02 ws-spl-arquivo       pic x(30)
               value "EXTRATO_CLIENTE.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
                   UNTIL FS-VENDA-FIM
               CLOSE VENDA-FILE
           END-IF.
           OPEN INPUT RECEBER-FILE.
           IF NOT FS-CR-NAO-EXISTE
               PERFORM COLHE-RECEBER THRU COLHE-RECEBER-FIM
                   UNTIL FS-CR-FIM
               CLOSE RECEBER-FILE
           END-IF.
           OPEN INPUT RECIBO-RECEBER-FILE.
           IF NOT FS-RCB-NAO-EXISTE
               PERFORM COLHE-RECEBIMENTO THRU COLHE-RECEBIMENTO-FIM
                   UNTIL FS-RCB-FIM
               CLOSE RECIBO-RECEBER-FILE
           END-IF.
           PERFORM ORDENA-LANCS THRU ORDENA-LANCS-FIM.
           OPEN OUTPUT RELATORIO-FILE.
           DISPLAY "EXTRATO DO CLIENTE " WS-CLIENTE-ID " - " CLI-NOME.
           PERFORM IMPRIME-LANCS THRU IMPRIME-LANCS-FIM.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELATORIO-FILE CLIENTE-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           STOP RUN.

      * -----------------------------------
           END-EVALUATE.
       COLHE-VENDA-FIM.

      * -----------------------------------
      * SALDO DEVEDOR DO CLIENTE NO CONTAS A RECEBER (EM ABERTO OU
      * BAIXADO, QUE CONTINUA DEVIDO) E OS ENCARGOS DE ATRASO COMO
      * LANCAMENTOS, PELA DATA EM QUE FORAM COBRADOS

       COLHE-RECEBER.
           READ RECEBER-FILE
           AT END
               MOVE 10 TO FS-STAT-CR
               GO COLHE-RECEBER-FIM
           END-READ.
           IF CR-CLIENTE-ID NOT EQUAL WS-CLIENTE-ID
               GO COLHE-RECEBER-FIM
           END-IF
           IF CR-EM-ABERTO OR CR-BAIXADO
               ADD CR-SALDO TO WS-SALDO-DEVEDOR
           END-IF
           IF NOT CR-TIPO-JUROS AND NOT CR-TIPO-ATRASO
               GO COLHE-RECEBER-FIM
           END-IF
           PERFORM ABRE-LANC.
           MOVE CR-DATA-ORIGEM TO WS-LANC-DATA(WS-IND).
           IF CR-TIPO-JUROS
               MOVE "JUROS" TO WS-LANC-TIPO(WS-IND)
           ELSE
               MOVE "ATRASO" TO WS-LANC-TIPO(WS-IND)
           END-IF
           MOVE CR-ID TO WS-LANC-DOC(WS-IND).
           MOVE CR-VALOR-ORIGINAL TO WS-LANC-VALOR(WS-IND).
           MOVE SPACES TO WS-LANC-FORMA(WS-IND).
           EVALUATE TRUE
               WHEN CR-EM-ABERTO
                   MOVE "ABERTO" TO WS-LANC-SITUACAO(WS-IND)
               WHEN CR-QUITADO
                   MOVE "PAGO" TO WS-LANC-SITUACAO(WS-IND)
               WHEN CR-PARCELADO
                   MOVE "PARCELAD" TO WS-LANC-SITUACAO(WS-IND)
               WHEN CR-BAIXADO
                   MOVE "BAIXADO" TO WS-LANC-SITUACAO(WS-IND)
           END-EVALUATE
           ADD CR-VALOR-ORIGINAL TO WS-TOT-ENCARGOS.
       COLHE-RECEBER-FIM.

      * -----------------------------------
      * PAGAMENTOS DO CLIENTE NO CONTAS A RECEBER, EM DINHEIRO, E OS
      * ESTORNOS DELES COMO VALOR NEGATIVO

       COLHE-RECEBIMENTO.
           READ RECIBO-RECEBER-FILE
           AT END
               MOVE 10 TO FS-STAT-RCB
               GO COLHE-RECEBIMENTO-FIM
           END-READ.
           IF RCB-CLIENTE NOT NUMERIC
               OR RCB-CLIENTE NOT EQUAL WS-CLIENTE-ID
               OR RCB-VALOR NOT NUMERIC
               GO COLHE-RECEBIMENTO-FIM
           END-IF
           PERFORM ABRE-LANC.
           MOVE RCB-DATA TO WS-LANC-DATA(WS-IND).
           MOVE RCB-LANCAMENTO TO WS-LANC-DOC(WS-IND).
           MOVE "D" TO WS-LANC-FORMA(WS-IND).
           MOVE SPACES TO WS-LANC-SITUACAO(WS-IND).
           IF RCB-ESTORNO
               MOVE "ESTORNO" TO WS-LANC-TIPO(WS-IND)
               COMPUTE WS-LANC-VALOR(WS-IND) = ZERO - RCB-VALOR
           ELSE
               MOVE "RECEBTO" TO WS-LANC-TIPO(WS-IND)
               MOVE RCB-VALOR TO WS-LANC-VALOR(WS-IND)
           END-IF
           ADD WS-LANC-VALOR(WS-IND) TO WS-TOT-RECEBIDO.
           ADD WS-LANC-VALOR(WS-IND) TO WS-TOT-DINHEIRO.
       COLHE-RECEBIMENTO-FIM.

      * -----------------------------------
      * ABRE A PROXIMA LINHA DA TABELA DE LANCAMENTOS

           MOVE "TOTAL COMPRAS (LIQUIDO)" TO WS-LTT-TEXTO.
           MOVE WS-TOT-COMPRAS TO WS-LTT-VALOR.
           PERFORM GRAVA-TOTAL.
           MOVE "TOTAL JUROS/MULTA POR ATRASO" TO WS-LTT-TEXTO.
           MOVE WS-TOT-ENCARGOS TO WS-LTT-VALOR.
           PERFORM GRAVA-TOTAL.
           MOVE "TOTAL PAGO NO CONTAS A RECEBER" TO WS-LTT-TEXTO.
           MOVE WS-TOT-RECEBIDO TO WS-LTT-VALOR.
           PERFORM GRAVA-TOTAL.
           MOVE "TOTAL EM DINHEIRO" TO WS-LTT-TEXTO.
           MOVE WS-TOT-DINHEIRO TO WS-LTT-VALOR.
           PERFORM GRAVA-TOTAL.
           MOVE "TOTAL EM PIX" TO WS-LTT-TEXTO.
           MOVE WS-TOT-PIX TO WS-LTT-VALOR.
           PERFORM GRAVA-TOTAL.
           MOVE "SALDO DEVEDOR ATUAL" TO WS-LTT-TEXTO.
           MOVE WS-SALDO-DEVEDOR TO WS-LTT-VALOR.
           PERFORM GRAVA-TOTAL.

       GRAVA-TOTAL.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
