       identification division.
       program-id. relatorio_payback.

      *=================================================================
      * RELATORIO DE RETORNO DO ACERVO (PAYBACK.DAT). PARA CADA
      * TITULO COM COPIAS NO REGISTRO DE BENS (AQUISICAO.DAT), SOMA
      * O QUE AS COPIAS RENDERAM - ALUGUEIS NAO ESTORNADOS E MULTAS
      * DE ALUGUEL.DAT, PARCELAS DE PRORROGACAO DE PRORROGA_MOV.DAT -
      * CONTRA O CUSTO DE COMPRA, POR TITULO E POR COPIA. O TITULO
      * "PAGOU" NO DIA EM QUE A RECEITA ACUMULADA ALCANCOU O CUSTO
      * TOTAL DAS COPIAS DELE; OS DIAS SAO CONTADOS DA PRIMEIRA
      * COMPRA (NA COPIA, DA COMPRA DELA). COPIA SEM CUSTO REGISTRADO
      * FICA DE FORA, COM A RECEITA DELA.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select aquisicao-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-aq
           record key is aq-key.

       select aluguel-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-alug
           record key is al-key
           alternate record key is al-cliente-id with duplicates
           alternate record key is al-data-aluguel with duplicates
           alternate record key is al-data-devolucao with duplicates.

       select prorroga-mov-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-pmv.

       select filme-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-filme
           record key is flm-key.

       select relatorio-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-rel.

       select work-file
           assign to "PAYBACK.srt"
           organization is line sequential
           access mode is sequential.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd aquisicao-file value of file-id is "AQUISICAO.dat".
       copy aquisicao.

       fd aluguel-file value of file-id is "ALUGUEL.dat".
       copy aluguel.

      * LINHA DO LOG DE PRORROGACOES (LARGURA FIXA, GRAVADA POR
      * ALUGUEL/PRORROGAR)
       fd prorroga-mov-file value of file-id is "PRORROGA_MOV.dat".
       01 pmv-linha.
           02 pmv-data             pic 9(08).
           02 filler               pic x(02).
           02 pmv-aluguel          pic 9(11).
           02 filler               pic x(02).
           02 pmv-cliente          pic 9(05).
           02 filler               pic x(02).
           02 pmv-filial           pic 9(02).
           02 filler               pic x(02).
           02 pmv-forma            pic x(01).
           02 filler               pic x(02).
           02 pmv-valor            pic 9(05)v99.
           02 filler               pic x(02).
           02 pmv-imposto          pic 9(05)v99.
           02 filler               pic x(02).
           02 pmv-sessao           pic 9(05).
           02 filler               pic x(02).
           02 pmv-operador         pic 9(03).

       fd filme-file value of file-id is "lista_de_filmes.dat".
       copy filme replacing ==FILE1-REC==       by ==FLM-REC==
                            leading ==FS==      by ==FLM==.

       fd relatorio-file value of file-id is "PAYBACK.dat".
       01 relatorio-linha             pic x(100).

      * EVENTO DO TITULO: "C" = COMPRA DE UMA COPIA, "R" = RECEITA;
      * AS COMPRAS DO TITULO CHEGAM ANTES DAS RECEITAS
       sd work-file.
       01 ws-registro-ordenado.
           02 ws-ord-filme             pic 9(11).
           02 ws-ord-tipo              pic x(01).
           02 ws-ord-data              pic 9(08).
           02 ws-ord-barcode           pic x(13).
           02 ws-ord-valor             pic 9(05)v99.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-aq           pic 9(02).
           88 fs-aq-nao-existe         value 35.

       77 fs-stat-alug         pic 9(02).
           88 fs-alug-nao-existe       value 35.

       77 fs-stat-pmv          pic 9(02).
           88 fs-pmv-nao-existe        value 35.

       77 fs-stat-filme        pic 9(02).
           88 fs-filme-nao-existe      value 35.

       77 fs-stat-rel          pic 9(02).

       77 ws-fim-sort          pic x value "N".
           88 fim-do-sort              value "S".

       77 ws-filme-atual       pic 9(11) value zeros.
       77 ws-custo-titulo      pic 9(09)v99.
       77 ws-receita-titulo    pic 9(09)v99.
       77 ws-data-inicio       pic 9(08).
       77 ws-data-payback      pic 9(08).
       77 ws-dias              pic 9(05).
       77 ws-data-monta        pic 9(08).
       77 ws-data-fim-monta    pic 9(08).

       77 ws-ind               pic 9(03) comp.
       77 ws-qtd-copias        pic 9(03) comp.
       78 ws-max-copias        value 500.

       01 ws-tabela-copias.
           02 ws-cp occurs 500 times.
               03 ws-cp-barcode        pic x(13).
               03 ws-cp-data           pic 9(08).
               03 ws-cp-custo          pic 9(05)v99.
               03 ws-cp-receita        pic 9(07)v99.
               03 ws-cp-payback        pic 9(08).

       77 ws-total-titulos     pic 9(05) value zeros.
       77 ws-total-pagos       pic 9(05) value zeros.
       77 ws-total-custo       pic 9(09)v99 value zeros.
       77 ws-total-receita     pic 9(09)v99 value zeros.

       01 ws-situacao.
           02 ws-sit-rotulo        pic x(09).
           02 ws-sit-dias          pic zzzz9.
           02 ws-sit-sufixo        pic x(05).

       01 ws-linha-titulo.
           02 ws-lt-filme          pic z(10)9.
           02 filler               pic x(02) value spaces.
           02 ws-lt-nome           pic x(30).
           02 filler               pic x(02) value spaces.
           02 ws-lt-copias         pic zz9.
           02 filler               pic x(02) value spaces.
           02 ws-lt-custo          pic zzzzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lt-receita        pic zzzzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lt-situacao       pic x(19).
           02 filler               pic x(07) value spaces.

       01 ws-linha-copia.
           02 filler               pic x(04) value spaces.
           02 ws-lc-barcode        pic x(13).
           02 filler               pic x(02) value spaces.
           02 ws-lc-data           pic 9(08).
           02 filler               pic x(22) value spaces.
           02 ws-lc-custo          pic zzzzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lc-receita        pic zzzzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lc-situacao       pic x(19).
           02 filler               pic x(08) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_payback".
           02 ws-spl-arquivo       pic x(30)
               value "PAYBACK.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           OPEN INPUT AQUISICAO-FILE.
           IF FS-AQ-NAO-EXISTE
               DISPLAY "NENHUM CUSTO DE AQUISICAO REGISTRADO"
               GOBACK
           END-IF
           OPEN INPUT ALUGUEL-FILE.
           OPEN INPUT FILME-FILE.
           OPEN OUTPUT RELATORIO-FILE.

           SORT WORK-FILE ON ASCENDING KEY WS-ORD-FILME WS-ORD-TIPO
                                           WS-ORD-DATA
               INPUT PROCEDURE IS COLHE-EVENTOS
               OUTPUT PROCEDURE IS APURA-TITULOS.

           DISPLAY "TITULOS: " WS-TOTAL-TITULOS
               "  PAGARAM O CUSTO: " WS-TOTAL-PAGOS.
           DISPLAY "CUSTO DO ACERVO: " WS-TOTAL-CUSTO
               "  RECEITA: " WS-TOTAL-RECEITA.
           CLOSE AQUISICAO-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           IF NOT FS-ALUG-NAO-EXISTE
               CLOSE ALUGUEL-FILE
           END-IF
           IF NOT FS-FILME-NAO-EXISTE
               CLOSE FILME-FILE
           END-IF.
           GOBACK.

      * -----------------------------------
      * ENTREGA AO SORT AS COMPRAS DO REGISTRO DE BENS E AS RECEITAS
      * DAS COPIAS QUE ESTAO NELE

       COLHE-EVENTOS.
           PERFORM COLHE-COMPRAS THRU COLHE-COMPRAS-FIM.
           PERFORM COLHE-ALUGUEIS THRU COLHE-ALUGUEIS-FIM.
           PERFORM COLHE-PRORROGACOES THRU COLHE-PRORROGACOES-FIM.

      * -----------------------------------

       COLHE-COMPRAS.
           MOVE SPACES TO AQ-KEY.
           START AQUISICAO-FILE KEY NOT LESS AQ-KEY
           INVALID KEY
               GO COLHE-COMPRAS-FIM
           END-START.

           COLHE-COMPRAS-LOOP.
           READ AQUISICAO-FILE NEXT
           AT END
               GO COLHE-COMPRAS-FIM
           END-READ
           MOVE AQ-FILME-ID TO WS-ORD-FILME.
           MOVE "C" TO WS-ORD-TIPO.
           MOVE AQ-DATA TO WS-ORD-DATA.
           MOVE AQ-BARCODE TO WS-ORD-BARCODE.
           MOVE AQ-CUSTO TO WS-ORD-VALOR.
           RELEASE WS-REGISTRO-ORDENADO.
           GO COLHE-COMPRAS-LOOP.
       COLHE-COMPRAS-FIM.

      * -----------------------------------
      * O ALUGUEL NA DATA DA SAIDA E A MULTA NA DATA DA DEVOLUCAO

       COLHE-ALUGUEIS.
           IF FS-ALUG-NAO-EXISTE
               GO COLHE-ALUGUEIS-FIM
           END-IF
           MOVE ZEROS TO AL-KEY.
           START ALUGUEL-FILE KEY NOT LESS AL-KEY
           INVALID KEY
               GO COLHE-ALUGUEIS-FIM
           END-START.

           COLHE-ALUGUEIS-LOOP.
           READ ALUGUEL-FILE NEXT
           AT END
               GO COLHE-ALUGUEIS-FIM
           END-READ
           IF AL-ESTORNADO
               GO COLHE-ALUGUEIS-LOOP
           END-IF
           MOVE AL-COPIA-BARCODE TO AQ-BARCODE.
           READ AQUISICAO-FILE
           INVALID KEY
               GO COLHE-ALUGUEIS-LOOP
           END-READ.
           MOVE AQ-FILME-ID TO WS-ORD-FILME.
           MOVE "R" TO WS-ORD-TIPO.
           MOVE AQ-BARCODE TO WS-ORD-BARCODE.
           MOVE AL-DATA-ALUGUEL TO WS-ORD-DATA.
           MOVE AL-VALOR TO WS-ORD-VALOR.
           RELEASE WS-REGISTRO-ORDENADO.
           IF AL-DEVOLVIDO
               AND AL-MULTA > ZEROS
               MOVE AL-DATA-DEVOLUCAO TO WS-ORD-DATA
               MOVE AL-MULTA TO WS-ORD-VALOR
               RELEASE WS-REGISTRO-ORDENADO
           END-IF
           GO COLHE-ALUGUEIS-LOOP.
       COLHE-ALUGUEIS-FIM.

      * -----------------------------------
      * PARCELAS DE PRORROGACAO; A COPIA VEM DO ALUGUEL PRORROGADO

       COLHE-PRORROGACOES.
           IF FS-ALUG-NAO-EXISTE
               GO COLHE-PRORROGACOES-FIM
           END-IF
           OPEN INPUT PRORROGA-MOV-FILE.
           IF FS-PMV-NAO-EXISTE
               GO COLHE-PRORROGACOES-FIM
           END-IF.

           COLHE-PRORROGACOES-LOOP.
           READ PRORROGA-MOV-FILE
           AT END
               CLOSE PRORROGA-MOV-FILE
               GO COLHE-PRORROGACOES-FIM
           END-READ
           MOVE PMV-ALUGUEL TO AL-ID.
           READ ALUGUEL-FILE
           INVALID KEY
               GO COLHE-PRORROGACOES-LOOP
           END-READ.
           MOVE AL-COPIA-BARCODE TO AQ-BARCODE.
           READ AQUISICAO-FILE
           INVALID KEY
               GO COLHE-PRORROGACOES-LOOP
           END-READ.
           MOVE AQ-FILME-ID TO WS-ORD-FILME.
           MOVE "R" TO WS-ORD-TIPO.
           MOVE AQ-BARCODE TO WS-ORD-BARCODE.
           MOVE PMV-DATA TO WS-ORD-DATA.
           MOVE PMV-VALOR TO WS-ORD-VALOR.
           RELEASE WS-REGISTRO-ORDENADO.
           GO COLHE-PRORROGACOES-LOOP.
       COLHE-PRORROGACOES-FIM.

      * -----------------------------------
      * RECEBE DO SORT TITULO A TITULO, ACUMULA E FECHA CADA UM NA
      * QUEBRA

       APURA-TITULOS.
           MOVE "N" TO WS-FIM-SORT.
           PERFORM APURA-EVENTO THRU APURA-EVENTO-FIM
               UNTIL FIM-DO-SORT.
           IF WS-FILME-ATUAL NOT EQUAL ZEROS
               PERFORM FECHA-TITULO THRU FECHA-TITULO-FIM
           END-IF.

       APURA-EVENTO.
           RETURN WORK-FILE
           AT END
               MOVE "S" TO WS-FIM-SORT
               GO APURA-EVENTO-FIM
           END-RETURN.
           IF WS-ORD-FILME NOT EQUAL WS-FILME-ATUAL
               IF WS-FILME-ATUAL NOT EQUAL ZEROS
                   PERFORM FECHA-TITULO THRU FECHA-TITULO-FIM
               END-IF
               MOVE WS-ORD-FILME TO WS-FILME-ATUAL
               MOVE ZEROS TO WS-CUSTO-TITULO WS-RECEITA-TITULO
                   WS-DATA-INICIO WS-DATA-PAYBACK WS-QTD-COPIAS
           END-IF
           IF WS-ORD-TIPO EQUAL "C"
               GO APURA-EVENTO-COMPRA
           END-IF
      * RECEITA: NA COPIA E NO TITULO, MARCANDO O DIA DO RETORNO
           ADD WS-ORD-VALOR TO WS-RECEITA-TITULO.
           IF WS-DATA-PAYBACK EQUAL ZEROS
               AND WS-RECEITA-TITULO NOT < WS-CUSTO-TITULO
               MOVE WS-ORD-DATA TO WS-DATA-PAYBACK
           END-IF
           PERFORM LOCALIZA-COPIA THRU LOCALIZA-COPIA-FIM.
           IF WS-IND EQUAL ZEROS
               GO APURA-EVENTO-FIM
           END-IF
           ADD WS-ORD-VALOR TO WS-CP-RECEITA(WS-IND).
           IF WS-CP-PAYBACK(WS-IND) EQUAL ZEROS
               AND WS-CP-RECEITA(WS-IND) NOT < WS-CP-CUSTO(WS-IND)
               MOVE WS-ORD-DATA TO WS-CP-PAYBACK(WS-IND)
           END-IF
           GO APURA-EVENTO-FIM.

           APURA-EVENTO-COMPRA.
           ADD WS-ORD-VALOR TO WS-CUSTO-TITULO.
           IF WS-DATA-INICIO EQUAL ZEROS
               MOVE WS-ORD-DATA TO WS-DATA-INICIO
           END-IF
           IF WS-QTD-COPIAS NOT < WS-MAX-COPIAS
               GO APURA-EVENTO-FIM
           END-IF
           ADD 1 TO WS-QTD-COPIAS.
           MOVE WS-ORD-BARCODE TO WS-CP-BARCODE(WS-QTD-COPIAS).
           MOVE WS-ORD-DATA TO WS-CP-DATA(WS-QTD-COPIAS).
           MOVE WS-ORD-VALOR TO WS-CP-CUSTO(WS-QTD-COPIAS).
           MOVE ZEROS TO WS-CP-RECEITA(WS-QTD-COPIAS)
               WS-CP-PAYBACK(WS-QTD-COPIAS).
       APURA-EVENTO-FIM.

      * -----------------------------------
      * A COPIA DO EVENTO NA TABELA DO TITULO (ZERO SE NAO ACHAR)

       LOCALIZA-COPIA.
           MOVE ZEROS TO WS-IND.

           LOCALIZA-COPIA-LOOP.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-COPIAS
               MOVE ZEROS TO WS-IND
               GO LOCALIZA-COPIA-FIM
           END-IF
           IF WS-CP-BARCODE(WS-IND) NOT EQUAL WS-ORD-BARCODE
               GO LOCALIZA-COPIA-LOOP
           END-IF.
       LOCALIZA-COPIA-FIM.

      * -----------------------------------
      * LINHA DO TITULO E UMA LINHA POR COPIA

       FECHA-TITULO.
           ADD 1 TO WS-TOTAL-TITULOS.
           ADD WS-CUSTO-TITULO TO WS-TOTAL-CUSTO.
           ADD WS-RECEITA-TITULO TO WS-TOTAL-RECEITA.
           MOVE SPACES TO FLM-NOME-FILME.
           IF NOT FS-FILME-NAO-EXISTE
               MOVE WS-FILME-ATUAL TO FLM-ID
               READ FILME-FILE
               INVALID KEY
                   MOVE SPACES TO FLM-NOME-FILME
               END-READ
           END-IF
           MOVE WS-FILME-ATUAL TO WS-LT-FILME.
           MOVE FLM-NOME-FILME TO WS-LT-NOME.
           MOVE WS-QTD-COPIAS TO WS-LT-COPIAS.
           MOVE WS-CUSTO-TITULO TO WS-LT-CUSTO.
           MOVE WS-RECEITA-TITULO TO WS-LT-RECEITA.
           MOVE WS-DATA-INICIO TO WS-DATA-MONTA.
           IF WS-DATA-PAYBACK NOT EQUAL ZEROS
               ADD 1 TO WS-TOTAL-PAGOS
           END-IF
           MOVE WS-DATA-PAYBACK TO WS-DATA-FIM-MONTA.
           PERFORM MONTA-SITUACAO.
           MOVE WS-SITUACAO TO WS-LT-SITUACAO.
           MOVE WS-LINHA-TITULO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY WS-LINHA-TITULO.
           MOVE ZEROS TO WS-IND.

           FECHA-TITULO-COPIA.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-COPIAS
               GO FECHA-TITULO-FIM
           END-IF
           MOVE WS-CP-BARCODE(WS-IND) TO WS-LC-BARCODE.
           MOVE WS-CP-DATA(WS-IND) TO WS-LC-DATA.
           MOVE WS-CP-CUSTO(WS-IND) TO WS-LC-CUSTO.
           MOVE WS-CP-RECEITA(WS-IND) TO WS-LC-RECEITA.
           MOVE WS-CP-DATA(WS-IND) TO WS-DATA-MONTA.
           MOVE WS-CP-PAYBACK(WS-IND) TO WS-DATA-FIM-MONTA.
           PERFORM MONTA-SITUACAO.
           MOVE WS-SITUACAO TO WS-LC-SITUACAO.
           MOVE WS-LINHA-COPIA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           GO FECHA-TITULO-COPIA.
       FECHA-TITULO-FIM.

      * -----------------------------------
      * "PAGOU EM N DIAS" (DA COMPRA AO DIA DO RETORNO) OU "NAO PAGOU"

       MONTA-SITUACAO.
           MOVE SPACES TO WS-SITUACAO.
           IF WS-DATA-FIM-MONTA EQUAL ZEROS
               MOVE "NAO PAGOU" TO WS-SIT-ROTULO
           ELSE
               MOVE ZEROS TO WS-DIAS
               IF WS-DATA-FIM-MONTA > WS-DATA-MONTA
                   COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE(WS-DATA-FIM-MONTA)
                       - FUNCTION INTEGER-OF-DATE(WS-DATA-MONTA)
               END-IF
               MOVE "PAGOU EM " TO WS-SIT-ROTULO
               MOVE WS-DIAS TO WS-SIT-DIAS
               MOVE " DIAS" TO WS-SIT-SUFIXO
           END-IF.
