       identification division.
       program-id. relatorio_recompra.

      *=================================================================
      * RELATORIO MENSAL DA RECOMPRA DE DISCOS USADOS. A PRIMEIRA
      * PARTE LISTA OS DISCOS COMPRADOS DE CLIENTES NO MES
      * (RECOMPRA.DAT), COM A OFERTA PAGA E A FORMA (VALE OU
      * DINHEIRO). A SEGUNDA PERCORRE VENDA.DAT NO MES E MOSTRA, POR
      * LINHA DE RECOMPRA DE MERCADORIA.DAT (FS-ITEM-RECOMPRA), O QUE
      * FOI REVENDIDO, A RECEITA, O CUSTO (A OFERTA GRAVADA COMO CUSTO
      * UNITARIO) E A MARGEM REALIZADA, COM "*" NO ITEM REVENDIDO
      * ABAIXO DO CUSTO. O ESTORNO DE VENDA ABATE O QUE A VENDA SOMOU.
      *
      * O MES APURADO (AAAAMM) VEM DA VARIAVEL DE AMBIENTE
      * MES_APURACAO, COMO EM RELATORIO_MARGEM; SEM ELA, APURA O MES
      * CORRENTE.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select recompra-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-rc
           record key is rc-key.

       select venda-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-venda
           record key is vd-key
           alternate record key is vd-data-venda with duplicates.

       select mercadoria-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-merc
           record key is fs-key.

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

       fd recompra-file value of file-id is "RECOMPRA.dat".
       copy recompra.

       fd venda-file value of file-id is "VENDA.dat".
       copy venda.

       fd mercadoria-file value of file-id is "MERCADORIA.dat".
       copy mercadoria.

       fd relatorio-file value of file-id is "RELATORIO_RECOMPRA.dat".
       01 relatorio-linha             pic x(100).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-rc           pic 9(02).
           88 fs-rc-nao-existe         value 35.
           88 fs-rc-fim                value 10.

       77 fs-stat-venda        pic 9(02).
           88 fs-venda-nao-existe      value 35.
           88 fs-venda-fim             value 10.

       77 fs-stat-merc         pic 9(02).
           88 fs-merc-ok               value zeros.
           88 fs-merc-nao-existe       value 35.

       77 fs-stat-rel          pic 9(02).
           88 fs-rel-ok                value zeros.

       77 ws-data-hoje         pic 9(08).
       77 ws-mes-ambiente      pic x(06).
       77 ws-mes-apuracao      pic 9(06).

      * DISCOS COMPRADOS NO MES
       77 ws-cmp-qtd           pic 9(07) value zeros.
       77 ws-cmp-total         pic 9(09)v99 value zeros.
       77 ws-cmp-dinheiro      pic 9(09)v99 value zeros.
       77 ws-cmp-vale          pic 9(09)v99 value zeros.

      * REVENDA POR LINHA DE RECOMPRA
       77 ws-ind               pic 9(03) comp.
       77 ws-qtd-itens         pic 9(03) comp value zeros.
       78 ws-max-itens         value 200.

       01 ws-tabela-itens.
           02 ws-item occurs 200 times.
               03 ws-item-codigo       pic 9(05).
               03 ws-item-qtd          pic s9(07).
               03 ws-item-receita      pic s9(09)v99.
               03 ws-item-custo        pic s9(09)v99.

       77 ws-achou-item        pic x.
           88 achou-item               value "S".

       77 ws-margem            pic s9(09)v99.
       77 ws-tot-qtd           pic s9(07) value zeros.
       77 ws-tot-receita       pic s9(09)v99 value zeros.
       77 ws-tot-custo         pic s9(09)v99 value zeros.
       77 ws-tot-margem        pic s9(09)v99 value zeros.

       01 ws-titulo            pic x(100).

       01 ws-linha-compra.
           02 ws-lcp-data          pic 9(08).
           02 filler               pic x(02) value spaces.
           02 ws-lcp-id            pic 9(11).
           02 filler               pic x(02) value spaces.
           02 ws-lcp-cliente       pic 9(05).
           02 filler               pic x(02) value spaces.
           02 ws-lcp-descricao     pic x(30).
           02 filler               pic x(02) value spaces.
           02 ws-lcp-estado        pic x(01).
           02 filler               pic x(02) value spaces.
           02 ws-lcp-oferta        pic zzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lcp-forma         pic x(01).
           02 filler               pic x(24) value spaces.

       01 ws-linha.
           02 ws-lin-codigo        pic 9(05).
           02 filler               pic x(02) value spaces.
           02 ws-lin-descricao     pic x(30).
           02 filler               pic x(02) value spaces.
           02 ws-lin-qtd           pic -zzzzzz9.
           02 filler               pic x(02) value spaces.
           02 ws-lin-receita       pic -zzzzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lin-custo         pic -zzzzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lin-margem        pic -zzzzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lin-alerta        pic x(01).
           02 filler               pic x(07) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_recompra".
           02 ws-spl-arquivo       pic x(30)
               value "RELATORIO_RECOMPRA.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM OBTEM-MES.
           OPEN INPUT MERCADORIA-FILE.
           IF FS-MERC-NAO-EXISTE
               DISPLAY "NENHUMA MERCADORIA CADASTRADA - NADA A APURAR"
               GOBACK
           END-IF
           OPEN OUTPUT RELATORIO-FILE.
           PERFORM LISTA-COMPRAS THRU LISTA-COMPRAS-FIM.
           PERFORM APURA-REVENDA THRU APURA-REVENDA-FIM.
           PERFORM IMPRIME-ITENS THRU IMPRIME-ITENS-FIM.
           DISPLAY "MES APURADO..........: " WS-MES-APURACAO.
           DISPLAY "DISCOS COMPRADOS.....: " WS-CMP-QTD.
           DISPLAY "OFERTAS PAGAS........: " WS-CMP-TOTAL.
           DISPLAY "  EM DINHEIRO........: " WS-CMP-DINHEIRO.
           DISPLAY "  EM VALE............: " WS-CMP-VALE.
           DISPLAY "DISCOS REVENDIDOS....: " WS-TOT-QTD.
           DISPLAY "RECEITA DA REVENDA...: " WS-TOT-RECEITA.
           DISPLAY "CUSTO DA REVENDA.....: " WS-TOT-CUSTO.
           DISPLAY "MARGEM REALIZADA.....: " WS-TOT-MARGEM.
           CLOSE MERCADORIA-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           GOBACK.

      * -----------------------------------
      * LE O MES DE APURACAO (AAAAMM) DA VARIAVEL DE AMBIENTE
      * MES_APURACAO; SEM ELA, USA O MES CORRENTE

       OBTEM-MES.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-MES-AMBIENTE FROM ENVIRONMENT "MES_APURACAO".
           IF WS-MES-AMBIENTE IS NUMERIC
               AND WS-MES-AMBIENTE NOT = SPACES
               MOVE WS-MES-AMBIENTE TO WS-MES-APURACAO
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-MES-APURACAO
           END-IF.

      * -----------------------------------
      * UMA LINHA POR DISCO COMPRADO NO MES, COM A DESCRICAO DA LINHA
      * DE RECOMPRA ONDE ELE ENTROU

       LISTA-COMPRAS.
           MOVE "DISCOS COMPRADOS DE CLIENTES NO MES" TO WS-TITULO.
           MOVE WS-TITULO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY WS-TITULO.
           OPEN INPUT RECOMPRA-FILE.
           IF FS-RC-NAO-EXISTE
               GO LISTA-COMPRAS-FIM
           END-IF.

           LISTA-COMPRAS-LOOP.
           READ RECOMPRA-FILE
           AT END
               CLOSE RECOMPRA-FILE
               GO LISTA-COMPRAS-FIM
           END-READ.
           IF RC-DATA(1:6) NOT EQUAL WS-MES-APURACAO
               GO LISTA-COMPRAS-LOOP
           END-IF
           ADD 1 TO WS-CMP-QTD.
           ADD RC-VALOR-OFERTA TO WS-CMP-TOTAL.
           IF RC-EM-DINHEIRO
               ADD RC-VALOR-OFERTA TO WS-CMP-DINHEIRO
           ELSE
               ADD RC-VALOR-OFERTA TO WS-CMP-VALE
           END-IF
           MOVE RC-MERCADORIA-COD TO FS-CODIGO.
           READ MERCADORIA-FILE
           INVALID KEY
               MOVE SPACES TO FS-DESCRICAO
           END-READ.
           MOVE SPACES TO WS-LINHA-COMPRA.
           MOVE RC-DATA TO WS-LCP-DATA.
           MOVE RC-ID TO WS-LCP-ID.
           MOVE RC-CLIENTE-ID TO WS-LCP-CLIENTE.
           MOVE FS-DESCRICAO TO WS-LCP-DESCRICAO.
           MOVE RC-ESTADO TO WS-LCP-ESTADO.
           MOVE RC-VALOR-OFERTA TO WS-LCP-OFERTA.
           MOVE RC-FORMA TO WS-LCP-FORMA.
           MOVE WS-LINHA-COMPRA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY WS-LINHA-COMPRA.
           GO LISTA-COMPRAS-LOOP.
       LISTA-COMPRAS-FIM.

      * -----------------------------------
      * SOMA AS VENDAS DO MES DAS LINHAS DE RECOMPRA, POR MERCADORIA,
      * PELO CUSTO UNITARIO DO CADASTRO

       APURA-REVENDA.
           OPEN INPUT VENDA-FILE.
           IF FS-VENDA-NAO-EXISTE
               GO APURA-REVENDA-FIM
           END-IF.

           APURA-REVENDA-LOOP.
           READ VENDA-FILE
           AT END
               CLOSE VENDA-FILE
               GO APURA-REVENDA-FIM
           END-READ.
           IF VD-DATA-VENDA(1:6) NOT EQUAL WS-MES-APURACAO
               GO APURA-REVENDA-LOOP
           END-IF
           MOVE VD-MERCADORIA-COD TO FS-CODIGO.
           READ MERCADORIA-FILE
           INVALID KEY
               GO APURA-REVENDA-LOOP
           END-READ.
           IF NOT FS-ITEM-RECOMPRA
               GO APURA-REVENDA-LOOP
           END-IF
           PERFORM LOCALIZA-ITEM THRU LOCALIZA-ITEM-FIM.
           IF NOT ACHOU-ITEM
               GO APURA-REVENDA-LOOP
           END-IF
           IF VD-ESTORNO
               SUBTRACT VD-QUANTIDADE FROM WS-ITEM-QTD(WS-IND)
               SUBTRACT VD-VALOR-TOTAL FROM WS-ITEM-RECEITA(WS-IND)
               COMPUTE WS-ITEM-CUSTO(WS-IND) = WS-ITEM-CUSTO(WS-IND)
                   - FS-CUSTO-UNIT * VD-QUANTIDADE
           ELSE
               ADD VD-QUANTIDADE TO WS-ITEM-QTD(WS-IND)
               ADD VD-VALOR-TOTAL TO WS-ITEM-RECEITA(WS-IND)
               COMPUTE WS-ITEM-CUSTO(WS-IND) = WS-ITEM-CUSTO(WS-IND)
                   + FS-CUSTO-UNIT * VD-QUANTIDADE
           END-IF
           GO APURA-REVENDA-LOOP.
       APURA-REVENDA-FIM.

      * -----------------------------------
      * PROCURA (OU ABRE) A LINHA DA MERCADORIA NA TABELA DO MES

       LOCALIZA-ITEM.
           MOVE "N" TO WS-ACHOU-ITEM.
           MOVE ZEROS TO WS-IND.

           LOCALIZA-ITEM-LOOP.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-ITENS
               GO LOCALIZA-ITEM-NOVO
           END-IF
           IF WS-ITEM-CODIGO(WS-IND) EQUAL VD-MERCADORIA-COD
               MOVE "S" TO WS-ACHOU-ITEM
               GO LOCALIZA-ITEM-FIM
           END-IF
           GO LOCALIZA-ITEM-LOOP.

           LOCALIZA-ITEM-NOVO.
           IF WS-QTD-ITENS < WS-MAX-ITENS
               ADD 1 TO WS-QTD-ITENS
               MOVE WS-QTD-ITENS TO WS-IND
               MOVE VD-MERCADORIA-COD TO WS-ITEM-CODIGO(WS-IND)
               MOVE ZEROS TO WS-ITEM-QTD(WS-IND)
               MOVE ZEROS TO WS-ITEM-RECEITA(WS-IND)
               MOVE ZEROS TO WS-ITEM-CUSTO(WS-IND)
               MOVE "S" TO WS-ACHOU-ITEM
           ELSE
               DISPLAY "TABELA DE ITENS CHEIA - ITEM IGNORADO: "
                   VD-MERCADORIA-COD
           END-IF.
       LOCALIZA-ITEM-FIM.

      * -----------------------------------
      * IMPRIME UMA LINHA POR LINHA DE RECOMPRA REVENDIDA NO MES E
      * SOMA OS TOTAIS. O "*" MARCA ITEM REVENDIDO ABAIXO DO CUSTO.

       IMPRIME-ITENS.
           MOVE "DISCOS COMPRADOS REVENDIDOS NO MES" TO WS-TITULO.
           MOVE WS-TITULO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY WS-TITULO.
           MOVE ZEROS TO WS-IND.

           IMPRIME-ITENS-LOOP.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-ITENS
               GO IMPRIME-ITENS-FIM
           END-IF
           MOVE SPACES TO WS-LINHA.
           MOVE WS-ITEM-CODIGO(WS-IND) TO WS-LIN-CODIGO.
           MOVE WS-ITEM-CODIGO(WS-IND) TO FS-CODIGO.
           READ MERCADORIA-FILE
           INVALID KEY
               MOVE SPACES TO FS-DESCRICAO
           END-READ.
           MOVE FS-DESCRICAO TO WS-LIN-DESCRICAO.
           MOVE WS-ITEM-QTD(WS-IND) TO WS-LIN-QTD.
           MOVE WS-ITEM-RECEITA(WS-IND) TO WS-LIN-RECEITA.
           MOVE WS-ITEM-CUSTO(WS-IND) TO WS-LIN-CUSTO.
           COMPUTE WS-MARGEM = WS-ITEM-RECEITA(WS-IND)
               - WS-ITEM-CUSTO(WS-IND).
           MOVE WS-MARGEM TO WS-LIN-MARGEM.
           IF WS-MARGEM < ZEROS
               MOVE "*" TO WS-LIN-ALERTA
           END-IF
           ADD WS-ITEM-QTD(WS-IND) TO WS-TOT-QTD.
           ADD WS-ITEM-RECEITA(WS-IND) TO WS-TOT-RECEITA.
           ADD WS-ITEM-CUSTO(WS-IND) TO WS-TOT-CUSTO.
           ADD WS-MARGEM TO WS-TOT-MARGEM.
           MOVE WS-LINHA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY WS-LINHA.
           GO IMPRIME-ITENS-LOOP.
       IMPRIME-ITENS-FIM.
