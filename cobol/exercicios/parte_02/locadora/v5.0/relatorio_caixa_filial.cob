      * AL-FILIAL/VD-FILIAL: UMA SECAO POR FILIAL PARA O GERENTE DE
      * CADA UMA, E A PAGINA DE CONSOLIDACAO DA EMPRESA NO FINAL PARA
      * A MATRIZ COMPARAR AS FILIAIS NO MESMO DIA.
      * MULTA DE DEVOLUCAO FEITA EM OUTRA FILIAL (DEVOLUCAO_FILIAL.DAT)
      * ENTRA NO CAIXA DE QUEM RECEBEU, E A SECAO MOSTRA O ACERTO:
      * O QUE A FILIAL RECEBEU POR ALUGUEIS DAS OUTRAS E O QUE AS
      * OUTRAS RECEBERAM POR ALUGUEIS DELA.
      *=================================================================
       environment division.
      *=================================================================
           file status is fs-stat-filial
           record key is fil-key.

       select dev-filial-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-dvf
           record key is dvf-key.

      *=================================================================
       data division.
      *=================================================================
       fd pagamento-file value of file-id is "PAGAMENTO.dat".
       copy pagamento.

       fd dev-filial-file value of file-id is "DEVOLUCAO_FILIAL.dat".
       copy dev_filial.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------
               03 ws-fil-multas        pic 9(08)v99.
               03 ws-fil-vendas        pic s9(08)v99.
               03 ws-fil-cheque        pic 9(08)v99.
      * MULTAS RECEBIDAS AQUI POR ALUGUEIS DE OUTRAS FILIAIS / MULTAS
      * DE ALUGUEIS DESTA FILIAL RECEBIDAS NAS OUTRAS
               03 ws-fil-multa-p-outras pic 9(08)v99.
               03 ws-fil-multa-em-outras pic 9(08)v99.

       77 ws-tot-dinheiro      pic s9(09)v99 value zeros.
       77 ws-tot-cartao        pic s9(09)v99 value zeros.
           88 fs-pag-ok                value zeros.
       77 ws-perna-seq         pic 9(02).

       77 fs-stat-dvf          pic 9(02).
           88 fs-dvf-nao-existe        value 35.
       77 ws-saldo-filiais     pic s9(08)v99.

       01 ws-linha.
           02 ws-lin-texto         pic x(30).
           02 ws-lin-valor-1       pic zzzzzz9.99.
           02 ws-lin-valor-3       pic zzzzzz9.99.
           02 filler               pic x(13) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_caixa_filial".
           02 ws-spl-arquivo       pic x(30)
               value "CAIXA_FILIAL.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           OPEN OUTPUT RELATORIO-FILE.
           OPEN INPUT FILIAL-FILE.
           OPEN INPUT PAGAMENTO-FILE.
           OPEN INPUT DEV-FILIAL-FILE.

           OPEN INPUT ALUGUEL-FILE.
           IF FS-NAO-EXISTE
           IF FS-FILIAL-OK
               CLOSE FILIAL-FILE
           END-IF.
           IF NOT FS-DVF-NAO-EXISTE
               CLOSE DEV-FILIAL-FILE
           END-IF.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           STOP RUN.

      * -----------------------------------
               END-IF
           END-IF
           IF AL-DEVOLVIDO AND AL-DATA-DEVOLUCAO = WS-DATA-HOJE
               PERFORM FILIAL-DA-MULTA THRU FILIAL-DA-MULTA-FIM
               MOVE AL-MULTA TO WS-VALOR-MOV
               ADD WS-VALOR-MOV TO WS-FIL-MULTAS(WS-FIL)
      * A MULTA DO TICKET PARTIDO E RECEBIDA EM DINHEIRO NO BALCAO
           END-IF.
       TOTALIZA-ALUGUEL-FIM.

      * -----------------------------------
      * DEVOLUCAO FEITA EM OUTRA FILIAL: A MULTA FOI PARA A GAVETA DE
      * QUEM RECEBEU O DISCO. ANOTA O ACERTO NAS DUAS FILIAIS E DEIXA
      * WS-FIL NA FILIAL QUE RECEBEU.

       FILIAL-DA-MULTA.
           IF FS-DVF-NAO-EXISTE
               GO FILIAL-DA-MULTA-FIM
           END-IF
           MOVE AL-ID TO DVF-ALUGUEL-ID.
           READ DEV-FILIAL-FILE
           INVALID KEY
               GO FILIAL-DA-MULTA-FIM
           END-READ.
           IF DVF-FILIAL-RECEBE NOT NUMERIC
               OR DVF-FILIAL-RECEBE EQUAL AL-FILIAL
               GO FILIAL-DA-MULTA-FIM
           END-IF
           ADD AL-MULTA TO WS-FIL-MULTA-EM-OUTRAS(WS-FIL).
           MOVE DVF-FILIAL-RECEBE TO WS-FIL.
           PERFORM ENQUADRA-FILIAL.
           ADD AL-MULTA TO WS-FIL-MULTA-P-OUTRAS(WS-FIL).
       FILIAL-DA-MULTA-FIM.

      * -----------------------------------
      * SOMA AS PARCELAS DE PRORROGACAO COBRADAS HOJE NA FILIAL DA
      * LINHA (LOG PRORROGA_MOV.DAT - A RECEITA VALE PELO DIA DO
           COMPUTE WS-TOT-FILIAL = WS-FIL-ALUGUEIS(WS-FIL)
               + WS-FIL-MULTAS(WS-FIL) + WS-FIL-VENDAS(WS-FIL).
           IF WS-TOT-FILIAL EQUAL ZEROS
               AND WS-FIL-MULTA-EM-OUTRAS(WS-FIL) EQUAL ZEROS
               GO IMPRIME-FILIAIS-LOOP
           END-IF
           MOVE SPACES TO WS-LINHA.
           MOVE "  CHEQUES EM CARTEIRA" TO WS-LIN-TEXTO.
           MOVE WS-FIL-CHEQUE(WS-FIL) TO WS-LIN-VALOR-1.
           PERFORM GRAVA-LINHA.
           IF WS-FIL-MULTA-P-OUTRAS(WS-FIL) > ZEROS
               OR WS-FIL-MULTA-EM-OUTRAS(WS-FIL) > ZEROS
               PERFORM GRAVA-ACERTO-FILIAIS
           END-IF
           ADD WS-FIL-DINHEIRO(WS-FIL) TO WS-TOT-DINHEIRO.
           ADD WS-FIL-CARTAO(WS-FIL) TO WS-TOT-CARTAO.
           ADD WS-FIL-PIX(WS-FIL) TO WS-TOT-PIX.
           MOVE WS-TOT-FILIAL TO WS-LIN-VALOR-1.
           PERFORM GRAVA-LINHA.

      * -----------------------------------
      * ACERTO ENTRE FILIAIS DAS MULTAS DE DEVOLUCAO FEITA FORA: O QUE
      * ESTA FILIAL RECEBEU PELAS OUTRAS (A REPASSAR) CONTRA O QUE AS
      * OUTRAS RECEBERAM POR ELA (A RECEBER)

       GRAVA-ACERTO-FILIAIS.
           MOVE SPACES TO WS-LINHA.
           MOVE "  MULTAS P/ OUTRAS / EM OUTRAS" TO WS-LIN-TEXTO.
           MOVE WS-FIL-MULTA-P-OUTRAS(WS-FIL) TO WS-LIN-VALOR-1.
           MOVE WS-FIL-MULTA-EM-OUTRAS(WS-FIL) TO WS-LIN-VALOR-2.
           PERFORM GRAVA-LINHA.
           COMPUTE WS-SALDO-FILIAIS = WS-FIL-MULTA-P-OUTRAS(WS-FIL)
               - WS-FIL-MULTA-EM-OUTRAS(WS-FIL).
           MOVE SPACES TO WS-LINHA.
           IF WS-SALDO-FILIAIS < ZEROS
               MOVE "  SALDO FILIAIS A RECEBER" TO WS-LIN-TEXTO
           ELSE
               MOVE "  SALDO FILIAIS A REPASSAR" TO WS-LIN-TEXTO
           END-IF
           MOVE WS-SALDO-FILIAIS TO WS-LIN-VALOR-1.
           PERFORM GRAVA-LINHA.

      * -----------------------------------
      * PAGINA DE CONSOLIDACAO DA EMPRESA

