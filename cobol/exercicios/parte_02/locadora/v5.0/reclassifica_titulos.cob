       identification division.
       program-id. reclassifica_titulos.

      *=================================================================
      * RECLASSIFICACAO NOTURNA DOS TITULOS PELA JANELA DA CATEGORIA.
      * CADA CATEGORIA DE TARIFA_CATEGORIA.DAT PODE TER UMA JANELA EM
      * DIAS E UMA CATEGORIA DE DESTINO (EX.: LANCAMENTO, 90 DIAS,
      * PASSA PARA CATALOGO). TITULO ATIVO CUJA DATA DE LANCAMENTO
      * (FS-DATA-LANCAMENTO) JA PASSOU DA JANELA DA SUA CATEGORIA MUDA
      * PARA O DESTINO - E COM ISSO O PRECO E O PRAZO DO BALCAO, QUE
      * VEM DA TARIFA DA CATEGORIA. CADA MUDANCA VAI PARA A AUDITORIA
      * E PARA A LISTA RECLASSIFICA.DAT, QUE A LOJA USA PARA TROCAR AS
      * PLAQUINHAS DA PRATELEIRA. TITULO SEM DATA DE LANCAMENTO (ZERO)
      * OU AINDA "EM BREVE" NAO E MEXIDO.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select filme-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-filme
           record key is fs-key.

       select tarifa-cat-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-tca
           record key is tca-key.

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

       fd filme-file value of file-id is "lista_de_filmes.dat".
       copy filme.

       fd tarifa-cat-file value of file-id is "TARIFA_CATEGORIA.dat".
       copy tarifa_cat.

       fd dia-file value of file-id is "DATA_NEGOCIO.dat".
       copy dia_negocio.

       fd relatorio-file value of file-id is "RECLASSIFICA.dat".
       01 relatorio-linha             pic x(132).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-filme        pic 9(02).
           88 fs-filme-ok              value zeros.
           88 fs-filme-nao-existe      value 35.
           88 fs-filme-fim             value 10.

       77 fs-stat-tca          pic 9(02).
           88 fs-tca-ok                value zeros.
           88 fs-tca-fim               value 10.

       77 fs-stat-dia          pic 9(02).
           88 fs-dia-ok                value zeros.

       77 fs-stat-rel          pic 9(02).

       77 ws-data-hoje         pic 9(08).
       77 ws-hoje-int          pic 9(09).
       77 ws-dias-lancado      pic s9(07).

      * CATEGORIAS COM JANELA, CARREGADAS DE TARIFA_CATEGORIA.DAT
       77 ws-ind               pic 9(03) comp.
       77 ws-qtd-janelas       pic 9(03) comp value zeros.
       78 ws-max-janelas       value 100.
       01 ws-tabela-janelas.
           02 ws-janela occurs 100 times.
               03 ws-jan-categoria     pic x(40).
               03 ws-jan-dias          pic 9(03).
               03 ws-jan-destino       pic x(40).
       77 ws-achou-janela      pic x(01).
           88 achou-janela             value "S".

       77 ws-categoria-antiga  pic x(40).

       77 ws-total-lidos       pic 9(07) value zeros.
       77 ws-total-mudados     pic 9(07) value zeros.

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).

       01 ws-linha.
           02 ws-lin-filme         pic 9(11).
           02 filler               pic x(01) value spaces.
           02 ws-lin-nome          pic x(30).
           02 filler               pic x(01) value spaces.
           02 ws-lin-de            pic x(25).
           02 filler               pic x(04) value " -> ".
           02 ws-lin-para          pic x(25).
           02 filler               pic x(01) value spaces.
           02 ws-lin-lancamento    pic 9(08).
           02 filler               pic x(01) value spaces.
           02 ws-lin-filial        pic 9(02).

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "reclassifica_titulos".
           02 ws-spl-arquivo       pic x(30)
               value "RECLASSIFICA.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM CARREGA-DIA-NEGOCIO THRU CARREGA-DIA-NEGOCIO-FIM.
           PERFORM CARREGA-JANELAS THRU CARREGA-JANELAS-FIM.
           IF WS-QTD-JANELAS EQUAL ZEROS
               DISPLAY "NENHUMA CATEGORIA COM JANELA - NADA A FAZER"
               GOBACK
           END-IF
           OPEN I-O FILME-FILE.
           IF FS-FILME-NAO-EXISTE
               DISPLAY "CATALOGO INEXISTENTE - NADA A FAZER"
               GOBACK
           END-IF
           OPEN OUTPUT RELATORIO-FILE.
           COMPUTE WS-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).

           MOVE ZEROS TO FS-KEY.
           START FILME-FILE KEY IS NOT LESS THAN FS-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-FILME
           END-START.
           PERFORM PROCESSA-TITULO THRU PROCESSA-TITULO-FIM
               UNTIL FS-FILME-FIM.

           DISPLAY "TITULOS LIDOS...........: " WS-TOTAL-LIDOS.
           DISPLAY "TITULOS RECLASSIFICADOS.: " WS-TOTAL-MUDADOS.
           CLOSE FILME-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
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
      * SO INTERESSAM AS CATEGORIAS COM JANELA E DESTINO PREENCHIDOS
      * (TARIFA GRAVADA ANTES DA JANELA TRAZ ESPACOS NO CAMPO)

       CARREGA-JANELAS.
           OPEN INPUT TARIFA-CAT-FILE.
           IF NOT FS-TCA-OK
               GO CARREGA-JANELAS-FIM
           END-IF.

           CARREGA-JANELAS-LOOP.
           READ TARIFA-CAT-FILE NEXT RECORD
           AT END
               CLOSE TARIFA-CAT-FILE
               GO CARREGA-JANELAS-FIM
           END-READ.
           IF TCA-JANELA-DIAS NOT NUMERIC
               OR TCA-JANELA-DIAS EQUAL ZEROS
               OR TCA-CATEGORIA-DESTINO EQUAL SPACES
               GO CARREGA-JANELAS-LOOP
           END-IF
           IF WS-QTD-JANELAS NOT < WS-MAX-JANELAS
               DISPLAY "TABELA DE JANELAS CHEIA - CATEGORIA IGNORADA: "
                   TCA-CATEGORIA
               GO CARREGA-JANELAS-LOOP
           END-IF
           ADD 1 TO WS-QTD-JANELAS.
           MOVE TCA-CATEGORIA TO WS-JAN-CATEGORIA(WS-QTD-JANELAS).
           MOVE TCA-JANELA-DIAS TO WS-JAN-DIAS(WS-QTD-JANELAS).
           MOVE TCA-CATEGORIA-DESTINO TO WS-JAN-DESTINO(WS-QTD-JANELAS).
           GO CARREGA-JANELAS-LOOP.
       CARREGA-JANELAS-FIM.

      * -----------------------------------
      * TITULO ATIVO, JA LANCADO, CUJA CATEGORIA TEM JANELA VENCIDA
      * PASSA PARA A CATEGORIA DE DESTINO

       PROCESSA-TITULO.
           READ FILME-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-FILME
               GO PROCESSA-TITULO-FIM
           END-READ.
           ADD 1 TO WS-TOTAL-LIDOS.
           IF NOT FS-ATIVO-SIM OR FS-LANCAMENTO-EM-BREVE
               GO PROCESSA-TITULO-FIM
           END-IF
           IF FS-DATA-LANCAMENTO NOT NUMERIC
               OR FS-DATA-LANCAMENTO EQUAL ZEROS
               GO PROCESSA-TITULO-FIM
           END-IF
           PERFORM LOCALIZA-JANELA THRU LOCALIZA-JANELA-FIM.
           IF NOT ACHOU-JANELA
               GO PROCESSA-TITULO-FIM
           END-IF
           COMPUTE WS-DIAS-LANCADO = WS-HOJE-INT -
               FUNCTION INTEGER-OF-DATE(FS-DATA-LANCAMENTO).
           IF WS-DIAS-LANCADO < WS-JAN-DIAS(WS-IND)
               GO PROCESSA-TITULO-FIM
           END-IF

           MOVE FS-CATEGORIA TO WS-CATEGORIA-ANTIGA.
           MOVE WS-JAN-DESTINO(WS-IND) TO FS-CATEGORIA.
           REWRITE FILE1-REC
           INVALID KEY
               DISPLAY "ERRO AO REGRAVAR O TITULO " FS-ID
               GO PROCESSA-TITULO-FIM
           END-REWRITE.
           ADD 1 TO WS-TOTAL-MUDADOS.
           MOVE "reclassifica_titulos" TO WS-AUD-PROGRAMA.
           MOVE "RECLASSIF" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO FS-ID.

           MOVE FS-ID TO WS-LIN-FILME.
           MOVE FS-NOME-FILME TO WS-LIN-NOME.
           MOVE WS-CATEGORIA-ANTIGA TO WS-LIN-DE.
           MOVE FS-CATEGORIA TO WS-LIN-PARA.
           MOVE FS-DATA-LANCAMENTO TO WS-LIN-LANCAMENTO.
           MOVE FS-FILIAL TO WS-LIN-FILIAL.
           MOVE WS-LINHA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       PROCESSA-TITULO-FIM.

      * -----------------------------------
      * PROCURA A CATEGORIA DO TITULO NA TABELA DE JANELAS

       LOCALIZA-JANELA.
           MOVE "N" TO WS-ACHOU-JANELA.
           MOVE ZEROS TO WS-IND.

           LOCALIZA-JANELA-LOOP.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-JANELAS
               GO LOCALIZA-JANELA-FIM
           END-IF
           IF WS-JAN-CATEGORIA(WS-IND) EQUAL FS-CATEGORIA
               MOVE "S" TO WS-ACHOU-JANELA
               GO LOCALIZA-JANELA-FIM
           END-IF
           GO LOCALIZA-JANELA-LOOP.
       LOCALIZA-JANELA-FIM.
