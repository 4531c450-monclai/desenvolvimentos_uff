      * (HISTORICO OLHADO, PADRAO 60) E COBERTURA_DIAS (ALVO DE
      * ESTOQUE, PADRAO 30). ITEM CONSIGNADO FICA FORA - QUEM REPOE
      * E O PARCEIRO DONO.
      *
      * O PRAZO DE ENTREGA DO FORNECEDOR ENTRA NA COBERTURA: FIXO EM
      * PRAZO_REPOSICAO_DIAS (PADRAO ZERO) OU, COM PRAZO_MEDIDO=S, O
      * PRAZO MEDIO MEDIDO DE CADA FORNECEDOR EM DESEMPENHO_FORN.DAT
      * (AVALIA_FORNECEDORES); FORNECEDOR AINDA SEM MEDICAO FICA
      * NO PRAZO FIXO.
      *
      * A CONTA E FEITA POR ITEM E FILIAL: A VENDA PELA FILIAL DO
      * BALCAO (VD-FILIAL), O PEDIDO PENDENTE PELA FILIAL DE ENTREGA
      * (CP-FILIAL) E O ESTOQUE PELO SALDO DA LOJA EM
      * ESTOQUE_FILIAL.DAT. O RASCUNHO JA SAI COM A FILIAL DE ENTREGA.
      * FILIAL EM BRANCO OU ZERO NOS REGISTROS ANTIGOS VALE A 01.
      *=================================================================
       environment division.
      *=================================================================
           file status is fs-stat-compra
           record key is cp-key.

       select desempenho-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-dsf
           record key is dsf-key.

       select relatorio-file
           assign to disk
           organization is line sequential
       fd compra-file value of file-id is "COMPRA.dat".
       copy compra.

       fd desempenho-file value of file-id is "DESEMPENHO_FORN.dat".
       copy desempenho_forn.

       fd relatorio-file value of file-id is "SUGESTAO_COMPRA.dat".
       01 relatorio-linha             pic x(100).

           88 fs-compra-nao-existe     value 35.
           88 fs-compra-fim            value 10.

       77 fs-stat-dsf          pic 9(02).
           88 fs-dsf-ok                value zeros.

       77 fs-stat-rel          pic 9(02).

       77 ws-data-hoje         pic 9(08).
       77 ws-velocidade-dias   pic 9(03).
       77 ws-cob-ambiente      pic x(03).
       77 ws-cobertura-dias    pic 9(03).
       77 ws-prz-ambiente      pic x(03).
       77 ws-prazo-fixo        pic 9(03).
       77 ws-prazo-medido      pic x.
           88 usa-prazo-medido         value "S".
       77 ws-prazo-dias        pic 9(03)v9.

       77 ws-ind               pic 9(03) comp.
       77 ws-qtd-itens         pic 9(03) comp value zeros.
       78 ws-max-itens         value 600.

      * POR ITEM E FILIAL COM VENDA NA JANELA: QUANTIDADE VENDIDA, O
      * QUE JA ESTA PEDIDO E NAO CHEGOU, ULTIMO FORNECEDOR/CUSTO
      * PRATICADOS (ESTES DE QUALQUER FILIAL)
       01 ws-tabela-itens.
           02 ws-item occurs 600 times.
               03 ws-item-codigo       pic 9(05).
               03 ws-item-filial       pic 9(02).
               03 ws-item-vendida      pic s9(07).
               03 ws-item-pipeline     pic 9(07).
               03 ws-item-fornecedor   pic 9(05).
       77 ws-achou-item        pic x.
           88 achou-item               value "S".
       77 ws-merc-procura      pic 9(05).
       77 ws-filial-procura    pic 9(02).

       77 ws-es-operacao       pic x(01).
       77 ws-es-codigo         pic 9(05).
       77 ws-es-filial         pic 9(02).
       77 ws-es-quantidade     pic 9(05).
       77 ws-es-saldo          pic 9(05).
       77 ws-es-resultado      pic x(01).

       77 ws-necessidade       pic 9(07).
       77 ws-disponivel        pic 9(07).
           02 ws-lin-disponivel    pic zzzzzz9.
           02 filler               pic x(02) value spaces.
           02 ws-lin-sugerida      pic zzzz9.
           02 filler               pic x(02) value spaces.
           02 ws-lin-filial        pic 9(02).
           02 filler               pic x(26) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "sugere_compras".
           02 ws-spl-arquivo       pic x(30)
               value "SUGESTAO_COMPRA.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
               OPEN I-O COMPRA-FILE
           END-IF
           OPEN INPUT MERCADORIA-FILE.
           IF USA-PRAZO-MEDIDO
               OPEN INPUT DESEMPENHO-FILE
               IF NOT FS-DSF-OK
                   DISPLAY "SEM PRAZO MEDIDO - USANDO O PRAZO FIXO"
                   MOVE "N" TO WS-PRAZO-MEDIDO
               END-IF
           END-IF
           OPEN OUTPUT RELATORIO-FILE.
           PERFORM MEDE-VENDA THRU MEDE-VENDA-FIM
               UNTIL FS-VENDA-FIM.
           PERFORM GERA-SUGESTOES THRU GERA-SUGESTOES-FIM.
           DISPLAY "JANELA DE VENDA (DIAS).: " WS-VELOCIDADE-DIAS.
           DISPLAY "COBERTURA ALVO (DIAS)..: " WS-COBERTURA-DIAS.
           DISPLAY "PRAZO FIXO (DIAS)......: " WS-PRAZO-FIXO.
           IF USA-PRAZO-MEDIDO
               DISPLAY "PRAZO MEDIDO POR FORNECEDOR"
               CLOSE DESEMPENHO-FILE
           END-IF
           DISPLAY "RASCUNHOS GERADOS......: " WS-TOTAL-SUGESTOES.
           CLOSE VENDA-FILE MERCADORIA-FILE COMPRA-FILE
                 RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           GOBACK.

      * -----------------------------------
      * LE AS JANELAS DAS VARIAVEIS DE AMBIENTE VELOCIDADE_DIAS E
      * COBERTURA_DIAS; SEM ELAS, 60 E 30. O PRAZO FIXO VEM DE
      * PRAZO_REPOSICAO_DIAS E PRAZO_MEDIDO=S LIGA O PRAZO MEDIDO

       OBTEM-JANELAS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ELSE
               MOVE 30 TO WS-COBERTURA-DIAS
           END-IF.
           ACCEPT WS-PRZ-AMBIENTE
               FROM ENVIRONMENT "PRAZO_REPOSICAO_DIAS".
           IF WS-PRZ-AMBIENTE IS NUMERIC
               AND WS-PRZ-AMBIENTE NOT = SPACES
               MOVE WS-PRZ-AMBIENTE TO WS-PRAZO-FIXO
           ELSE
               MOVE ZEROS TO WS-PRAZO-FIXO
           END-IF.
           ACCEPT WS-PRAZO-MEDIDO FROM ENVIRONMENT "PRAZO_MEDIDO".
           COMPUTE WS-CORTE-INT = WS-HOJE-INT - WS-VELOCIDADE-DIAS.

      * -----------------------------------
               GO MEDE-VENDA-FIM
           END-IF
           MOVE VD-MERCADORIA-COD TO WS-MERC-PROCURA.
           IF VD-FILIAL IS NUMERIC AND VD-FILIAL NOT EQUAL ZEROS
               MOVE VD-FILIAL TO WS-FILIAL-PROCURA
           ELSE
               MOVE 1 TO WS-FILIAL-PROCURA
           END-IF
           PERFORM LOCALIZA-ITEM THRU LOCALIZA-ITEM-FIM.
           IF NOT ACHOU-ITEM
               GO MEDE-VENDA-FIM
       MEDE-VENDA-FIM.

      * -----------------------------------
      * PROCURA (OU ABRE) A LINHA DO ITEM E FILIAL NA TABELA

       LOCALIZA-ITEM.
           MOVE "N" TO WS-ACHOU-ITEM.
               GO LOCALIZA-ITEM-NOVO
           END-IF
           IF WS-ITEM-CODIGO(WS-IND) EQUAL WS-MERC-PROCURA
               AND WS-ITEM-FILIAL(WS-IND) EQUAL WS-FILIAL-PROCURA
               MOVE "S" TO WS-ACHOU-ITEM
               GO LOCALIZA-ITEM-FIM
           END-IF
               ADD 1 TO WS-QTD-ITENS
               MOVE WS-QTD-ITENS TO WS-IND
               MOVE WS-MERC-PROCURA TO WS-ITEM-CODIGO(WS-IND)
               MOVE WS-FILIAL-PROCURA TO WS-ITEM-FILIAL(WS-IND)
               MOVE ZEROS TO WS-ITEM-VENDIDA(WS-IND)
               MOVE ZEROS TO WS-ITEM-PIPELINE(WS-IND)
               MOVE ZEROS TO WS-ITEM-FORNECEDOR(WS-IND)

      * -----------------------------------
      * UMA PASSADA EM COMPRA.DAT: PEDIDO PENDENTE SOMA NO PIPELINE
      * DO ITEM NA FILIAL DE ENTREGA E O PEDIDO MAIS RECENTE DE CADA
      * ITEM (QUALQUER STATUS, MENOS RASCUNHO) DEFINE O FORNECEDOR E
      * O CUSTO DA SUGESTAO EM TODAS AS FILIAIS

       VARRE-PEDIDOS.
           MOVE ZEROS TO CP-KEY.
           AT END
               GO VARRE-PEDIDOS-FIM
           END-READ
           IF CP-SUGERIDO OR CP-DE-FILME
               GO VARRE-PEDIDOS-LOOP
           END-IF
           MOVE CP-MERCADORIA-COD TO WS-MERC-PROCURA.
           IF CP-FILIAL IS NUMERIC AND CP-FILIAL NOT EQUAL ZEROS
               MOVE CP-FILIAL TO WS-FILIAL-PROCURA
           ELSE
               MOVE 1 TO WS-FILIAL-PROCURA
           END-IF
           PERFORM APLICA-PEDIDO THRU APLICA-PEDIDO-FIM.
           GO VARRE-PEDIDOS-LOOP.
       VARRE-PEDIDOS-FIM.

      * -----------------------------------
      * LEVA O PEDIDO CORRENTE A TODAS AS LINHAS DO ITEM NA TABELA

       APLICA-PEDIDO.
           MOVE ZEROS TO WS-IND.

           APLICA-PEDIDO-LOOP.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-ITENS
               GO APLICA-PEDIDO-FIM
           END-IF
           IF WS-ITEM-CODIGO(WS-IND) NOT EQUAL WS-MERC-PROCURA
               GO APLICA-PEDIDO-LOOP
           END-IF
           IF CP-PENDENTE
               AND WS-ITEM-FILIAL(WS-IND) EQUAL WS-FILIAL-PROCURA
               COMPUTE WS-ITEM-PIPELINE(WS-IND) =
                   WS-ITEM-PIPELINE(WS-IND)
                   + CP-QTD-PEDIDA - CP-QTD-RECEBIDA
               MOVE CP-PARCEIRO-COD TO WS-ITEM-FORNECEDOR(WS-IND)
               MOVE CP-CUSTO-UNIT TO WS-ITEM-CUSTO(WS-IND)
           END-IF
           GO APLICA-PEDIDO-LOOP.
       APLICA-PEDIDO-FIM.

      * -----------------------------------
      * PARA CADA ITEM E FILIAL COM VENDA NA JANELA: NECESSIDADE =
      * VELOCIDADE X (COBERTURA + PRAZO DE ENTREGA); FALTANDO CONTRA
      * SALDO DA FILIAL + PIPELINE, GRAVA O RASCUNHO DE PEDIDO NO
      * ULTIMO FORNECEDOR PRATICADO

       GERA-SUGESTOES.
           MOVE ZEROS TO WS-IND.
           IF FS-ATIVO-NAO OR FS-EM-CONSIGNACAO
               GO GERA-SUGESTOES-LOOP
           END-IF
           PERFORM OBTEM-PRAZO THRU OBTEM-PRAZO-FIM.
           COMPUTE WS-NECESSIDADE ROUNDED =
               WS-ITEM-VENDIDA(WS-IND)
               * (WS-COBERTURA-DIAS + WS-PRAZO-DIAS)
               / WS-VELOCIDADE-DIAS.
           MOVE "C" TO WS-ES-OPERACAO.
           MOVE FS-CODIGO TO WS-ES-CODIGO.
           MOVE WS-ITEM-FILIAL(WS-IND) TO WS-ES-FILIAL.
           MOVE ZEROS TO WS-ES-QUANTIDADE.
           CALL "ESTOQUE-FILIAL" USING WS-ES-OPERACAO WS-ES-CODIGO
               WS-ES-FILIAL WS-ES-QUANTIDADE WS-ES-SALDO
               WS-ES-RESULTADO.
           COMPUTE WS-DISPONIVEL =
               WS-ES-SALDO + WS-ITEM-PIPELINE(WS-IND).
           IF WS-NECESSIDADE NOT > WS-DISPONIVEL
               GO GERA-SUGESTOES-LOOP
           END-IF
           GO GERA-SUGESTOES-LOOP.
       GERA-SUGESTOES-FIM.

      * -----------------------------------
      * PRAZO DE ENTREGA DO ULTIMO FORNECEDOR DO ITEM: O MEDIDO, SE
      * LIGADO E JA HOUVER HISTORICO, SENAO O FIXO

       OBTEM-PRAZO.
           MOVE WS-PRAZO-FIXO TO WS-PRAZO-DIAS.
           IF NOT USA-PRAZO-MEDIDO
               OR WS-ITEM-FORNECEDOR(WS-IND) EQUAL ZEROS
               GO OBTEM-PRAZO-FIM
           END-IF
           MOVE WS-ITEM-FORNECEDOR(WS-IND) TO DSF-PARCEIRO-COD.
           READ DESEMPENHO-FILE
           INVALID KEY
               GO OBTEM-PRAZO-FIM
           END-READ.
           IF DSF-QTD-HISTORICO > ZEROS
               MOVE DSF-PRAZO-MEDIO TO WS-PRAZO-DIAS
           END-IF.
       OBTEM-PRAZO-FIM.

      * -----------------------------------
      * GRAVA O RASCUNHO (STATUS "S") NA FAIXA 6 + AAMMDD + SEQ,
      * FORA DA NUMERACAO DOS PEDIDOS DIGITADOS, E A LINHA ESPELHO
           MOVE WS-CP-ID-NOVO TO CP-ID.
           MOVE WS-ITEM-FORNECEDOR(WS-IND) TO CP-PARCEIRO-COD.
           MOVE WS-ITEM-CODIGO(WS-IND) TO CP-MERCADORIA-COD.
           MOVE WS-ITEM-FILIAL(WS-IND) TO CP-FILIAL.
           MOVE WS-DEFICIT TO CP-QTD-PEDIDA.
           MOVE WS-ITEM-CUSTO(WS-IND) TO CP-CUSTO-UNIT.
           MOVE WS-DATA-HOJE TO CP-DATA-PEDIDO.
           MOVE WS-ITEM-VENDIDA(WS-IND) TO WS-LIN-VENDIDA.
           MOVE WS-DISPONIVEL TO WS-LIN-DISPONIVEL.
           MOVE WS-DEFICIT TO WS-LIN-SUGERIDA.
           MOVE WS-ITEM-FILIAL(WS-IND) TO WS-LIN-FILIAL.
           MOVE WS-LINHA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       GRAVA-RASCUNHO-FIM.
