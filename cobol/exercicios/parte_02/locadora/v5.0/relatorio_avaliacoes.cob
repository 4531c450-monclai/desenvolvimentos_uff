       identification division.
       program-id. relatorio_avaliacoes.

      *=================================================================
      * TITULOS MAIS BEM AVALIADOS POR CATEGORIA, PARA A PRATELEIRA
      * "INDICACAO DA CASA". ATE AQUI O UNICO RETORNO SOBRE UM TITULO
      * ERA QUANTAS VEZES ELE SAIA; AGORA O BALCAO ANOTA NA DEVOLUCAO
      * A NOTA DE 1 A 5 DO CLIENTE (AVALIACAO.DAT). ESTE RELATORIO
      * SOMA AS NOTAS DADAS ATE O FIM DO MES APURADO, DESCARTA O
      * TITULO COM MENOS VOTOS QUE O MINIMO (UMA NOTA 5 SOZINHA NAO
      * FAZ INDICACAO) E LISTA, CATEGORIA POR CATEGORIA, OS N MELHORES
      * PELA MEDIA - EMPATE DESFEITO PELO NUMERO DE VOTOS.
      *
      * O MES (AAAAMM) VEM DE MES_APURACAO, O MINIMO DE VOTOS DE
      * AVAL_MIN_VOTOS E O TAMANHO DA LISTA POR CATEGORIA DE
      * TOP_AVALIACAO; OS PADROES SAO O MES CORRENTE, 3 E 5. RODA NO
      * FECHAMENTO_MENSAL.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select avaliacao-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat
           record key is avl-key.

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

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd avaliacao-file value of file-id is "AVALIACAO.dat".
       copy avaliacao.

       fd filme-file value of file-id is "lista_de_filmes.dat".
       copy filme replacing ==FILE1-REC==       by ==FLM-REC==
                            ==FS-KEY==          by ==FLM-KEY==
                            ==FS-ID==           by ==FLM-ID==
                            ==FS-CATEGORIA==    by ==FLM-CATEGORIA==
                            ==FS-NOME-FILME==   by ==FLM-NOME-FILME==
                            ==FS-ATIVO-NAO==    by ==FLM-ATIVO-NAO==
                            ==FS-ATIVO-SIM==    by ==FLM-ATIVO-SIM==
                            ==FS-ATIVO==        by ==FLM-ATIVO==.

       fd relatorio-file value of file-id is "MELHORES_AVALIADOS.dat".
       01 relatorio-linha             pic x(100).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-nao-existe            value 35.
           88 fs-fim                   value 10.

       77 fs-stat-filme        pic 9(02).
           88 fs-filme-ok              value zeros.

       77 fs-stat-rel          pic 9(02).

       77 ws-data-hoje         pic 9(08).
       77 ws-mes-ambiente      pic x(06).
       77 ws-mes-apuracao      pic 9(06).
       77 ws-min-ambiente      pic x(03).
       77 ws-min-votos         pic 9(03).
       77 ws-top-ambiente      pic x(03).
       77 ws-top-categoria     pic 9(03).

      * TITULO EM APURACAO (AS NOTAS DE UM TITULO VEM JUNTAS NA CHAVE)
       77 ws-filme-atual       pic 9(11).
       77 ws-votos-atual       pic 9(05).
       77 ws-soma-atual        pic 9(07).
       77 ws-notas-lidas       pic 9(07) value zeros.

       77 ws-ind               pic 9(03) comp.
       77 ws-ind2              pic 9(03) comp.
       77 ws-qtd-titulos       pic 9(03) comp value zeros.
       78 ws-max-titulos       value 300.

       01 ws-tabela-titulos.
           02 ws-tit occurs 300 times.
               03 ws-tit-categoria     pic x(40).
               03 ws-tit-media         pic 9v99.
               03 ws-tit-votos         pic 9(05).
               03 ws-tit-filme-id      pic 9(11).
               03 ws-tit-nome          pic x(40).

       01 ws-troca.
           02 ws-troca-categoria   pic x(40).
           02 ws-troca-media       pic 9v99.
           02 ws-troca-votos       pic 9(05).
           02 ws-troca-filme-id    pic 9(11).
           02 ws-troca-nome        pic x(40).

       77 ws-troca-sim         pic x.
           88 deve-trocar              value "S".

       77 ws-categoria-atual   pic x(40).
       77 ws-posicao           pic 9(03).

       01 ws-linha-cat.
           02 filler               pic x(11) value "CATEGORIA: ".
           02 ws-lct-nome          pic x(40).
           02 filler               pic x(49) value spaces.

       01 ws-linha.
           02 filler               pic x(02) value spaces.
           02 ws-lin-posicao       pic zz9.
           02 filler               pic x(02) value spaces.
           02 ws-lin-nome          pic x(40).
           02 filler               pic x(02) value spaces.
           02 ws-lin-media         pic 9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lin-votos         pic zzzz9.
           02 filler               pic x(02) value spaces.
           02 ws-lin-filme-id      pic 9(11).
           02 filler               pic x(27) value spaces.

       01 ws-cabecalho.
           02 filler               pic x(29)
               value "MELHORES AVALIADOS ATE O MES ".
           02 ws-cab-mes           pic 9(06).
           02 filler               pic x(18)
               value " - MINIMO VOTOS: ".
           02 ws-cab-min           pic zz9.
           02 filler               pic x(44) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_avaliacoes".
           02 ws-spl-arquivo       pic x(30)
               value "MELHORES_AVALIADOS.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM OBTEM-PARAMETROS.
           OPEN INPUT AVALIACAO-FILE.
           IF FS-NAO-EXISTE
               DISPLAY "NENHUMA AVALIACAO REGISTRADA - NADA A APURAR"
               GOBACK
           END-IF
           OPEN INPUT FILME-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE ZEROS TO WS-FILME-ATUAL WS-VOTOS-ATUAL WS-SOMA-ATUAL.
           PERFORM LE-AVALIACAO THRU LE-AVALIACAO-FIM
               UNTIL FS-FIM.
           PERFORM FECHA-TITULO THRU FECHA-TITULO-FIM.
           PERFORM ORDENA-TITULOS THRU ORDENA-TITULOS-FIM.
           MOVE WS-MES-APURACAO TO WS-CAB-MES.
           MOVE WS-MIN-VOTOS TO WS-CAB-MIN.
           MOVE WS-CABECALHO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY WS-CABECALHO.
           PERFORM IMPRIME-TITULOS THRU IMPRIME-TITULOS-FIM.
           DISPLAY "NOTAS LIDAS: " WS-NOTAS-LIDAS
               "  TITULOS NA LISTA: " WS-QTD-TITULOS.
           CLOSE AVALIACAO-FILE FILME-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           GOBACK.

      * -----------------------------------
      * LE MES (MES_APURACAO), MINIMO DE VOTOS (AVAL_MIN_VOTOS) E
      * TAMANHO DA LISTA POR CATEGORIA (TOP_AVALIACAO) DO AMBIENTE

       OBTEM-PARAMETROS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-MES-AMBIENTE FROM ENVIRONMENT "MES_APURACAO".
           IF WS-MES-AMBIENTE IS NUMERIC
               AND WS-MES-AMBIENTE NOT = SPACES
               MOVE WS-MES-AMBIENTE TO WS-MES-APURACAO
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-MES-APURACAO
           END-IF.
           ACCEPT WS-MIN-AMBIENTE FROM ENVIRONMENT "AVAL_MIN_VOTOS".
           IF WS-MIN-AMBIENTE IS NUMERIC
               AND WS-MIN-AMBIENTE NOT = SPACES
               MOVE WS-MIN-AMBIENTE TO WS-MIN-VOTOS
           ELSE
               MOVE 3 TO WS-MIN-VOTOS
           END-IF.
           ACCEPT WS-TOP-AMBIENTE FROM ENVIRONMENT "TOP_AVALIACAO".
           IF WS-TOP-AMBIENTE IS NUMERIC
               AND WS-TOP-AMBIENTE NOT = SPACES
               MOVE WS-TOP-AMBIENTE TO WS-TOP-CATEGORIA
           ELSE
               MOVE 5 TO WS-TOP-CATEGORIA
           END-IF.

      * -----------------------------------
      * SOMA AS NOTAS DO TITULO CORRENTE; NA TROCA DE TITULO, FECHA
      * O ANTERIOR. NOTA DADA DEPOIS DO MES APURADO NAO ENTRA.

       LE-AVALIACAO.
           READ AVALIACAO-FILE
           AT END
               MOVE 10 TO FS-STAT
               GO LE-AVALIACAO-FIM
           END-READ.
           IF AVL-DATA(1:6) > WS-MES-APURACAO
               OR NOT AVL-NOTA-VALIDA
               GO LE-AVALIACAO-FIM
           END-IF
           ADD 1 TO WS-NOTAS-LIDAS.
           IF AVL-FILME-ID NOT EQUAL WS-FILME-ATUAL
               PERFORM FECHA-TITULO THRU FECHA-TITULO-FIM
               MOVE AVL-FILME-ID TO WS-FILME-ATUAL
               MOVE ZEROS TO WS-VOTOS-ATUAL WS-SOMA-ATUAL
           END-IF
           ADD 1 TO WS-VOTOS-ATUAL.
           ADD AVL-NOTA TO WS-SOMA-ATUAL.
       LE-AVALIACAO-FIM.

      * -----------------------------------
      * TITULO COM VOTOS SUFICIENTES ENTRA NA TABELA COM A MEDIA, A
      * CATEGORIA E O NOME DO CATALOGO (TITULO INATIVO FICA DE FORA -
      * NAO HA COMO POR NA PRATELEIRA)

       FECHA-TITULO.
           IF WS-FILME-ATUAL EQUAL ZEROS
               OR WS-VOTOS-ATUAL < WS-MIN-VOTOS
               GO FECHA-TITULO-FIM
           END-IF
           MOVE WS-FILME-ATUAL TO FLM-ID.
           READ FILME-FILE
           INVALID KEY
               GO FECHA-TITULO-FIM
           END-READ.
           IF FLM-ATIVO-NAO
               GO FECHA-TITULO-FIM
           END-IF
           IF WS-QTD-TITULOS NOT < WS-MAX-TITULOS
               DISPLAY "TABELA DE TITULOS CHEIA - IGNORADO: "
                   WS-FILME-ATUAL
               GO FECHA-TITULO-FIM
           END-IF
           ADD 1 TO WS-QTD-TITULOS.
           MOVE WS-QTD-TITULOS TO WS-IND.
           MOVE FLM-CATEGORIA TO WS-TIT-CATEGORIA(WS-IND).
           COMPUTE WS-TIT-MEDIA(WS-IND) ROUNDED =
               WS-SOMA-ATUAL / WS-VOTOS-ATUAL.
           MOVE WS-VOTOS-ATUAL TO WS-TIT-VOTOS(WS-IND).
           MOVE WS-FILME-ATUAL TO WS-TIT-FILME-ID(WS-IND).
           MOVE FLM-NOME-FILME TO WS-TIT-NOME(WS-IND).
       FECHA-TITULO-FIM.

      * -----------------------------------
      * ORDENA POR CATEGORIA E, DENTRO DELA, POR MEDIA E VOTOS
      * DECRESCENTES (TROCA SIMPLES - A TABELA E PEQUENA)

       ORDENA-TITULOS.
           MOVE ZEROS TO WS-IND.

           ORDENA-TITULOS-EXT.
           ADD 1 TO WS-IND.
           IF WS-IND NOT < WS-QTD-TITULOS
               GO ORDENA-TITULOS-FIM
           END-IF
           MOVE WS-IND TO WS-IND2.

           ORDENA-TITULOS-INT.
           ADD 1 TO WS-IND2.
           IF WS-IND2 > WS-QTD-TITULOS
               GO ORDENA-TITULOS-EXT
           END-IF
           MOVE "N" TO WS-TROCA-SIM.
           IF WS-TIT-CATEGORIA(WS-IND2) < WS-TIT-CATEGORIA(WS-IND)
               MOVE "S" TO WS-TROCA-SIM
           END-IF
           IF WS-TIT-CATEGORIA(WS-IND2) EQUAL WS-TIT-CATEGORIA(WS-IND)
               IF WS-TIT-MEDIA(WS-IND2) > WS-TIT-MEDIA(WS-IND)
                   MOVE "S" TO WS-TROCA-SIM
               END-IF
               IF WS-TIT-MEDIA(WS-IND2) EQUAL WS-TIT-MEDIA(WS-IND)
                   AND WS-TIT-VOTOS(WS-IND2) > WS-TIT-VOTOS(WS-IND)
                   MOVE "S" TO WS-TROCA-SIM
               END-IF
           END-IF
           IF DEVE-TROCAR
               MOVE WS-TIT(WS-IND) TO WS-TROCA
               MOVE WS-TIT(WS-IND2) TO WS-TIT(WS-IND)
               MOVE WS-TROCA TO WS-TIT(WS-IND2)
           END-IF
           GO ORDENA-TITULOS-INT.
       ORDENA-TITULOS-FIM.

      * -----------------------------------
      * IMPRIME OS N PRIMEIROS DE CADA CATEGORIA, COM A CATEGORIA EM
      * LINHA PROPRIA NA QUEBRA

       IMPRIME-TITULOS.
           MOVE ZEROS TO WS-IND.
           MOVE HIGH-VALUES TO WS-CATEGORIA-ATUAL.

           IMPRIME-TITULOS-LOOP.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-TITULOS
               GO IMPRIME-TITULOS-FIM
           END-IF
           IF WS-TIT-CATEGORIA(WS-IND) NOT EQUAL WS-CATEGORIA-ATUAL
               MOVE WS-TIT-CATEGORIA(WS-IND) TO WS-CATEGORIA-ATUAL
               MOVE ZEROS TO WS-POSICAO
               MOVE SPACES TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               MOVE WS-CATEGORIA-ATUAL TO WS-LCT-NOME
               MOVE WS-LINHA-CAT TO RELATORIO-LINHA
               WRITE RELATORIO-LINHA
               DISPLAY WS-LINHA-CAT
           END-IF
           IF WS-POSICAO NOT < WS-TOP-CATEGORIA
               GO IMPRIME-TITULOS-LOOP
           END-IF
           ADD 1 TO WS-POSICAO.
           MOVE SPACES TO WS-LINHA.
           MOVE WS-POSICAO TO WS-LIN-POSICAO.
           MOVE WS-TIT-NOME(WS-IND) TO WS-LIN-NOME.
           MOVE WS-TIT-MEDIA(WS-IND) TO WS-LIN-MEDIA.
           MOVE WS-TIT-VOTOS(WS-IND) TO WS-LIN-VOTOS.
           MOVE WS-TIT-FILME-ID(WS-IND) TO WS-LIN-FILME-ID.
           MOVE WS-LINHA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY WS-LINHA.
           GO IMPRIME-TITULOS-LOOP.
       IMPRIME-TITULOS-FIM.
