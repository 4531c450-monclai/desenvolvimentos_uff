       identification division.
       program-id. relatorio_desejos.

      *=================================================================
      * RANKING MENSAL DOS TITULOS FORA DO CATALOGO MAIS PEDIDOS PELOS
      * CLIENTES (LISTA DE DESEJOS, DESEJO.DAT/DESEJO_PEDIDO.DAT),
      * PARA ORIENTAR A COMPRA. ENTRAM SO OS GRUPOS AINDA AGUARDANDO
      * O TITULO, DO MAIS PEDIDO PARA O MENOS PEDIDO, COM QUANTOS
      * PEDIDOS CHEGARAM NO MES E AS DATAS DO PRIMEIRO E DO ULTIMO.
      * NO FIM, OS GRUPOS VINCULADOS AO CATALOGO NO MES.
      *
      * O MES (AAAAMM) VEM DA VARIAVEL DE AMBIENTE MES_APURACAO; SEM
      * ELA, O MES CORRENTE.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select desejo-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is dsj-key
           alternate record key is dsj-titulo with duplicates.

       select pedido-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-ped
           record key is dpd-key.

       select work-file
           assign to "DESEJOS.srt"
           organization is line sequential.

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

       fd desejo-file value of file-id is "DESEJO.dat".
       copy desejo.

       fd pedido-file value of file-id is "DESEJO_PEDIDO.dat".
       copy desejo_pedido.

       fd relatorio-file value of file-id is "RELATORIO_DESEJOS.dat".
       01 relatorio-linha             pic x(100).

      * UM GRUPO AGUARDANDO O TITULO, PARA A ORDEM DO RANKING
       sd work-file.
       01 ws-registro-ordenado.
           02 ws-ord-qtd               pic 9(05).
           02 ws-ord-qtd-mes           pic 9(05).
           02 ws-ord-id                pic 9(05).
           02 ws-ord-titulo            pic x(40).
           02 ws-ord-primeiro          pic 9(08).
           02 ws-ord-ultimo            pic 9(08).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
       77 fs-stat-ped          pic 9(02).
           88 fs-ped-ok                value zeros.
       77 fs-stat-rel          pic 9(02).

       77 ws-fim-sort          pic x value "N".
           88 fim-do-sort              value "S".

       77 ws-data-hoje         pic 9(08).
       77 ws-mes-ambiente      pic x(06).
       77 ws-mes-apuracao      pic 9(06).
       77 ws-qtd-mes           pic 9(05).

       77 ws-posicao           pic 9(05) value zeros.
       77 ws-tot-pedidos       pic 9(07) value zeros.
       77 ws-tot-pedidos-mes   pic 9(07) value zeros.
       77 ws-tot-vinculados    pic 9(05) value zeros.

       01 ws-titulo.
           02 filler               pic x(45) value
               "TITULOS MAIS PEDIDOS FORA DO CATALOGO - MES ".
           02 ws-tit-mes           pic 9(06).
           02 filler               pic x(49) value spaces.

       01 ws-cabecalho.
           02 filler               pic x(50) value
               " POS GRUPO TITULO                                 ".
           02 filler               pic x(50) value
               "  PEDIDOS NO MES PRIMEIRO   ULTIMO".

       01 ws-linha.
           02 ws-lin-posicao       pic zzz9.
           02 filler               pic x(01) value spaces.
           02 ws-lin-grupo         pic 9(05).
           02 filler               pic x(01) value spaces.
           02 ws-lin-titulo        pic x(40).
           02 filler               pic x(01) value spaces.
           02 ws-lin-qtd           pic zzzzzz9.
           02 filler               pic x(01) value spaces.
           02 ws-lin-qtd-mes       pic zzzzz9.
           02 filler               pic x(01) value spaces.
           02 ws-lin-primeiro      pic 9(08).
           02 filler               pic x(01) value spaces.
           02 ws-lin-ultimo        pic 9(08).
           02 filler               pic x(16) value spaces.

       01 ws-linha-vinculo.
           02 filler               pic x(05) value spaces.
           02 ws-lvi-grupo         pic 9(05).
           02 filler               pic x(01) value spaces.
           02 ws-lvi-titulo        pic x(40).
           02 filler               pic x(07) value " FILME ".
           02 ws-lvi-filme         pic z(10)9.
           02 filler               pic x(09) value " PEDIDOS ".
           02 ws-lvi-qtd           pic zzzz9.
           02 filler               pic x(17) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_desejos".
           02 ws-spl-arquivo       pic x(30)
               value "RELATORIO_DESEJOS.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM OBTEM-MES.
           OPEN INPUT DESEJO-FILE.
           IF NOT FS-OK
               DISPLAY "NENHUM PEDIDO NA LISTA DE DESEJOS"
               GOBACK
           END-IF
           OPEN INPUT PEDIDO-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE WS-MES-APURACAO TO WS-TIT-MES.
           MOVE WS-TITULO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE WS-CABECALHO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.

           SORT WORK-FILE ON DESCENDING KEY WS-ORD-QTD WS-ORD-QTD-MES
                              ASCENDING KEY WS-ORD-PRIMEIRO
               INPUT PROCEDURE IS COLHE-GRUPOS
               OUTPUT PROCEDURE IS IMPRIME-RANKING.

           PERFORM IMPRIME-VINCULADOS THRU IMPRIME-VINCULADOS-FIM.

           DISPLAY "MES APURADO............: " WS-MES-APURACAO.
           DISPLAY "TITULOS AGUARDANDO.....: " WS-POSICAO.
           DISPLAY "PEDIDOS EM ABERTO......: " WS-TOT-PEDIDOS.
           DISPLAY "PEDIDOS NO MES.........: " WS-TOT-PEDIDOS-MES.
           DISPLAY "VINCULADOS NO MES......: " WS-TOT-VINCULADOS.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           CLOSE DESEJO-FILE.
           IF FS-PED-OK
               CLOSE PEDIDO-FILE
           END-IF
           GOBACK.

      * -----------------------------------
      * LE O MES (AAAAMM) DE MES_APURACAO; SEM ELA, O MES CORRENTE

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
      * ENTREGA AO SORT OS GRUPOS QUE AINDA AGUARDAM O TITULO, COM OS
      * PEDIDOS QUE CHEGARAM NO MES

       COLHE-GRUPOS.
           MOVE ZEROS TO DSJ-ID.
           START DESEJO-FILE KEY IS NOT LESS THAN DSJ-KEY
           INVALID KEY
               GO COLHE-GRUPOS-FIM
           END-START.

           COLHE-GRUPOS-LOOP.
           READ DESEJO-FILE NEXT RECORD
           AT END
               GO COLHE-GRUPOS-FIM
           END-READ.
           IF NOT DSJ-ABERTO
               GO COLHE-GRUPOS-LOOP
           END-IF
           PERFORM CONTA-PEDIDOS-MES THRU CONTA-PEDIDOS-MES-FIM.
           MOVE DSJ-QTD-PEDIDOS TO WS-ORD-QTD.
           MOVE WS-QTD-MES TO WS-ORD-QTD-MES.
           MOVE DSJ-ID TO WS-ORD-ID.
           MOVE DSJ-TITULO TO WS-ORD-TITULO.
           MOVE DSJ-DATA-PRIMEIRO TO WS-ORD-PRIMEIRO.
           MOVE DSJ-DATA-ULTIMO TO WS-ORD-ULTIMO.
           RELEASE WS-REGISTRO-ORDENADO.
           GO COLHE-GRUPOS-LOOP.
       COLHE-GRUPOS-FIM.

      * -----------------------------------
      * PEDIDOS DO GRUPO COM DATA NO MES APURADO

       CONTA-PEDIDOS-MES.
           MOVE ZEROS TO WS-QTD-MES.
           IF NOT FS-PED-OK
               GO CONTA-PEDIDOS-MES-FIM
           END-IF
           MOVE DSJ-ID TO DPD-DESEJO-ID.
           MOVE ZEROS TO DPD-SEQ.
           START PEDIDO-FILE KEY IS NOT LESS THAN DPD-KEY
           INVALID KEY
               GO CONTA-PEDIDOS-MES-FIM
           END-START.

           CONTA-PEDIDOS-MES-LOOP.
           READ PEDIDO-FILE NEXT RECORD
           AT END
               GO CONTA-PEDIDOS-MES-FIM
           END-READ.
           IF DPD-DESEJO-ID NOT EQUAL DSJ-ID
               GO CONTA-PEDIDOS-MES-FIM
           END-IF
           IF DPD-DATA(1:6) EQUAL WS-MES-APURACAO
               ADD 1 TO WS-QTD-MES
           END-IF
           GO CONTA-PEDIDOS-MES-LOOP.
       CONTA-PEDIDOS-MES-FIM.

      * -----------------------------------
      * RECEBE DO SORT DO MAIS PEDIDO PARA O MENOS PEDIDO

       IMPRIME-RANKING.
           MOVE "N" TO WS-FIM-SORT.
           PERFORM IMPRIME-GRUPO THRU IMPRIME-GRUPO-FIM
               UNTIL FIM-DO-SORT.

       IMPRIME-GRUPO.
           RETURN WORK-FILE
           AT END
               MOVE "S" TO WS-FIM-SORT
               GO IMPRIME-GRUPO-FIM
           END-RETURN.
           ADD 1 TO WS-POSICAO.
           ADD WS-ORD-QTD TO WS-TOT-PEDIDOS.
           ADD WS-ORD-QTD-MES TO WS-TOT-PEDIDOS-MES.
           MOVE SPACES TO WS-LINHA.
           MOVE WS-POSICAO TO WS-LIN-POSICAO.
           MOVE WS-ORD-ID TO WS-LIN-GRUPO.
           MOVE WS-ORD-TITULO TO WS-LIN-TITULO.
           MOVE WS-ORD-QTD TO WS-LIN-QTD.
           MOVE WS-ORD-QTD-MES TO WS-LIN-QTD-MES.
           MOVE WS-ORD-PRIMEIRO TO WS-LIN-PRIMEIRO.
           MOVE WS-ORD-ULTIMO TO WS-LIN-ULTIMO.
           MOVE WS-LINHA TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
       IMPRIME-GRUPO-FIM.

      * -----------------------------------
      * GRUPOS VINCULADOS AO CATALOGO NO MES (PEDIDOS JA NA FILA)

       IMPRIME-VINCULADOS.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE "TITULOS VINCULADOS AO CATALOGO NO MES"
               TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE ZEROS TO DSJ-ID.
           START DESEJO-FILE KEY IS NOT LESS THAN DSJ-KEY
           INVALID KEY
               GO IMPRIME-VINCULADOS-FIM
           END-START.

           IMPRIME-VINCULADOS-LOOP.
           READ DESEJO-FILE NEXT RECORD
           AT END
               GO IMPRIME-VINCULADOS-FIM
           END-READ.
           IF NOT DSJ-VINCULADO
               OR DSJ-DATA-VINCULO(1:6) NOT EQUAL WS-MES-APURACAO
               GO IMPRIME-VINCULADOS-LOOP
           END-IF
           ADD 1 TO WS-TOT-VINCULADOS.
           MOVE SPACES TO WS-LINHA-VINCULO.
           MOVE DSJ-ID TO WS-LVI-GRUPO.
           MOVE DSJ-TITULO TO WS-LVI-TITULO.
           MOVE DSJ-FILME-ID TO WS-LVI-FILME.
           MOVE DSJ-QTD-PEDIDOS TO WS-LVI-QTD.
           MOVE WS-LINHA-VINCULO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           GO IMPRIME-VINCULADOS-LOOP.
       IMPRIME-VINCULADOS-FIM.

      * -----------------------------------

       IMPRIME-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY RELATORIO-LINHA.
