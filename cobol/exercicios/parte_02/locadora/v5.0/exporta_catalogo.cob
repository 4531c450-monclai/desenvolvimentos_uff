       identification division.
       program-id. exporta_catalogo.

      *=================================================================
      * EXPORTACAO NOTURNA DO CATALOGO PARA O SITE DA LOJA
      * (CATALOGO_SITE.DAT). RODA NA CADEIA NOTURNA E GRAVA UM ARQUIVO
      * PLANO, CAMPOS SEPARADOS POR PONTO-E-VIRGULA (MESMO FORMATO DA
      * EXPORTACAO CONTABIL), QUE O SITE CARREGA PARA O CLIENTE
      * CONSULTAR ANTES DE VIR ATE A LOJA. UMA LINHA POR TITULO DE
      * CADA FILIAL DO CATALOGO (LISTA_DE_FILMES.DAT), COM CATEGORIA,
      * CLASSIFICACAO ETARIA, FORMATO, AS COPIAS DA FILIAL E AS LIVRES
      * POR FORMATO (CONTADAS EM COPIA.DAT), O TAMANHO DA FILA DE
      * RESERVA (PENDENTES EM RESERVA.DAT) E A MARCA DE "EM BREVE".
      * FICAM DE FORA OS TITULOS INATIVOS E OS DE LICENCA ENCERRADA
      * (CONFERE-LICENCA, NA DATA DE NEGOCIO). A PRIMEIRA LINHA ("C")
      * TRAZ A DATA DA CARGA E A ULTIMA ("T") A CONTAGEM DE CONTROLE:
      * TITULOS EXPORTADOS, QUANTOS "EM BREVE" E QUANTOS EXCLUIDOS.
      * O ARQUIVO E REFEITO INTEIRO A CADA RODADA.
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
           record key is flm-key.

       select copia-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-copia
           record key is copia-key.

       select reserva-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-reserva
           record key is res-key.

       select filial-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-fil
           record key is fil-key.

       select dia-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-dia
           record key is dia-chave.

       select exporta-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-exp.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd filme-file value of file-id is "lista_de_filmes.dat".
       copy filme replacing ==FILE1-REC==       by ==FLM-REC==
                            leading ==FS==      by ==FLM==.

       fd copia-file value of file-id is "COPIA.dat".
       copy copia.

       fd reserva-file value of file-id is "RESERVA.dat".
       copy reserva.

       fd filial-file value of file-id is "FILIAL.dat".
       copy filial.

       fd dia-file value of file-id is "DATA_NEGOCIO.dat".
       copy dia_negocio.

       fd exporta-file value of file-id is "CATALOGO_SITE.dat".
       01 exporta-linha            pic x(200).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-filme        pic 9(02).
           88 fs-filme-nao-existe      value 35.

       77 fs-stat-copia        pic 9(02).
           88 fs-copia-nao-existe      value 35.

       77 fs-stat-reserva      pic 9(02).
           88 fs-reserva-nao-existe    value 35.

       77 fs-stat-fil          pic 9(02).
           88 fs-fil-ok                value zeros.

       77 fs-stat-dia          pic 9(02).
           88 fs-dia-ok                value zeros.

       77 fs-stat-exp          pic 9(02).

       77 ws-data-hoje         pic 9(08).

      * RESPOSTA DA SUBROTINA CONFERE-LICENCA
       77 ws-lic-resultado     pic x(01).
           88 ws-lic-liberado          value "L".
       77 ws-lic-data-fim      pic 9(08).

      * TITULOS EXPORTAVEIS, NA ORDEM DA CHAVE DO CATALOGO (A BUSCA
      * DAS COPIAS E RESERVAS E BINARIA SOBRE ELA)
       77 ws-ind               pic 9(05) comp.
       77 ws-qtd-titulos       pic 9(05) comp value zeros.
       78 ws-max-titulos       value 5000.
       01 ws-tabela-titulos.
           02 ws-titulo occurs 5000 times.
               03 ws-tit-filme-id      pic 9(11).
               03 ws-tit-copias        pic 9(05).
               03 ws-tit-livre-dvd     pic 9(05).
               03 ws-tit-livre-vhs     pic 9(05).
               03 ws-tit-livre-outro   pic 9(05).
               03 ws-tit-reservas      pic 9(05).

       77 ws-busca-id          pic 9(11).
       77 ws-busca-ini         pic 9(05) comp.
       77 ws-busca-fim         pic 9(05) comp.
       77 ws-busca-meio        pic 9(05) comp.

       77 ws-filial-nome       pic x(30).
       77 ws-filial-lida       pic 9(02).
       77 ws-filial-aberta     pic x(01) value "N".
           88 filial-aberta            value "S".

       77 ws-tot-exportados    pic 9(07) value zeros.
       77 ws-tot-em-breve      pic 9(07) value zeros.
       77 ws-tot-inativos      pic 9(07) value zeros.
       77 ws-tot-sem-licenca   pic 9(07) value zeros.
       77 ws-tot-fora-tabela   pic 9(07) value zeros.

       01 ws-cabecalho.
           02 filler               pic x(01) value "C".
           02 filler               pic x(01) value ";".
           02 filler               pic x(08) value "CATALOGO".
           02 filler               pic x(01) value ";".
           02 ws-cab-data          pic 9(08).
           02 filler               pic x(181) value spaces.

       01 ws-linha.
           02 filler               pic x(01) value "D".
           02 filler               pic x(01) value ";".
           02 ws-lin-filme-id      pic 9(11).
           02 filler               pic x(01) value ";".
           02 ws-lin-titulo        pic x(40).
           02 filler               pic x(01) value ";".
           02 ws-lin-categoria     pic x(40).
           02 filler               pic x(01) value ";".
           02 ws-lin-classif       pic 9(02).
           02 filler               pic x(01) value ";".
           02 ws-lin-formato       pic x(01).
           02 filler               pic x(01) value ";".
           02 ws-lin-filial        pic 9(02).
           02 filler               pic x(01) value ";".
           02 ws-lin-filial-nome   pic x(30).
           02 filler               pic x(01) value ";".
           02 ws-lin-copias        pic 9(05).
           02 filler               pic x(01) value ";".
           02 ws-lin-livre-dvd     pic 9(05).
           02 filler               pic x(01) value ";".
           02 ws-lin-livre-vhs     pic 9(05).
           02 filler               pic x(01) value ";".
           02 ws-lin-livre-outro   pic 9(05).
           02 filler               pic x(01) value ";".
           02 ws-lin-reservas      pic 9(05).
           02 filler               pic x(01) value ";".
           02 ws-lin-em-breve      pic x(01).
           02 filler               pic x(29) value spaces.

       01 ws-trailer.
           02 filler               pic x(01) value "T".
           02 filler               pic x(01) value ";".
           02 ws-trl-exportados    pic 9(07).
           02 filler               pic x(01) value ";".
           02 ws-trl-em-breve      pic 9(07).
           02 filler               pic x(01) value ";".
           02 ws-trl-excluidos     pic 9(07).
           02 filler               pic x(175) value spaces.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM CARREGA-DIA-NEGOCIO THRU CARREGA-DIA-NEGOCIO-FIM.
           OPEN INPUT FILME-FILE.
           IF FS-FILME-NAO-EXISTE
               DISPLAY "CATALOGO DE FILMES NAO ENCONTRADO"
               GOBACK
           END-IF
           PERFORM CARREGA-TITULOS THRU CARREGA-TITULOS-FIM.
           PERFORM CONTA-COPIAS THRU CONTA-COPIAS-FIM.
           PERFORM CONTA-RESERVAS THRU CONTA-RESERVAS-FIM.
           OPEN INPUT FILIAL-FILE.
           IF FS-FIL-OK
               MOVE "S" TO WS-FILIAL-ABERTA
           END-IF
           OPEN OUTPUT EXPORTA-FILE.
           PERFORM GRAVA-EXPORTACAO THRU GRAVA-EXPORTACAO-FIM.
           CLOSE FILME-FILE EXPORTA-FILE.
           IF FILIAL-ABERTA
               CLOSE FILIAL-FILE
           END-IF

           DISPLAY "DATA DA CARGA...........: " WS-DATA-HOJE.
           DISPLAY "TITULOS EXPORTADOS......: " WS-TOT-EXPORTADOS.
           DISPLAY "  DOS QUAIS EM BREVE....: " WS-TOT-EM-BREVE.
           DISPLAY "EXCLUIDOS - INATIVOS....: " WS-TOT-INATIVOS.
           DISPLAY "EXCLUIDOS - SEM LICENCA.: " WS-TOT-SEM-LICENCA.
           IF WS-TOT-FORA-TABELA > ZEROS
               DISPLAY "NAO EXPORTADOS - TABELA CHEIA: "
                   WS-TOT-FORA-TABELA
           END-IF
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
      * TITULOS ATIVOS E COM LICENCA VIGENTE ENTRAM NA TABELA, NA
      * ORDEM DA CHAVE

       CARREGA-TITULOS.
           MOVE ZEROS TO FLM-ID.
           START FILME-FILE KEY IS NOT LESS THAN FLM-KEY
           INVALID KEY
               GO CARREGA-TITULOS-FIM
           END-START.

           CARREGA-TITULOS-LOOP.
           READ FILME-FILE NEXT RECORD
           AT END
               GO CARREGA-TITULOS-FIM
           END-READ.
           IF FLM-ATIVO-NAO
               ADD 1 TO WS-TOT-INATIVOS
               GO CARREGA-TITULOS-LOOP
           END-IF
           CALL "CONFERE-LICENCA" USING FLM-ID WS-DATA-HOJE
               WS-LIC-RESULTADO WS-LIC-DATA-FIM.
           IF NOT WS-LIC-LIBERADO
               ADD 1 TO WS-TOT-SEM-LICENCA
               GO CARREGA-TITULOS-LOOP
           END-IF
           IF WS-QTD-TITULOS NOT < WS-MAX-TITULOS
               ADD 1 TO WS-TOT-FORA-TABELA
               GO CARREGA-TITULOS-LOOP
           END-IF
           ADD 1 TO WS-QTD-TITULOS.
           MOVE FLM-ID TO WS-TIT-FILME-ID(WS-QTD-TITULOS).
           MOVE ZEROS TO WS-TIT-COPIAS(WS-QTD-TITULOS)
               WS-TIT-LIVRE-DVD(WS-QTD-TITULOS)
               WS-TIT-LIVRE-VHS(WS-QTD-TITULOS)
               WS-TIT-LIVRE-OUTRO(WS-QTD-TITULOS)
               WS-TIT-RESERVAS(WS-QTD-TITULOS).
           GO CARREGA-TITULOS-LOOP.
       CARREGA-TITULOS-FIM.

      * -----------------------------------
      * COPIAS DE CADA TITULO: CONTAM AS QUE AINDA SAO DO ACERVO DA
      * FILIAL (FORA AS BAIXADAS E AS DE DEVOLUCAO A DISTRIBUIDORA);
      * LIVRES SAO AS DISPONIVEIS NA PRATELEIRA, POR FORMATO

       CONTA-COPIAS.
           OPEN INPUT COPIA-FILE.
           IF FS-COPIA-NAO-EXISTE
               GO CONTA-COPIAS-FIM
           END-IF.

           CONTA-COPIAS-LOOP.
           READ COPIA-FILE NEXT RECORD
           AT END
               CLOSE COPIA-FILE
               GO CONTA-COPIAS-FIM
           END-READ.
           IF COPIA-BAIXADA OR COPIA-A-DEVOLVER OR COPIA-DEVOLVIDA-DIST
               GO CONTA-COPIAS-LOOP
           END-IF
           MOVE COPIA-FILME-ID TO WS-BUSCA-ID.
           PERFORM LOCALIZA-TITULO THRU LOCALIZA-TITULO-FIM.
           IF WS-IND EQUAL ZEROS
               GO CONTA-COPIAS-LOOP
           END-IF
           ADD 1 TO WS-TIT-COPIAS(WS-IND).
           IF COPIA-DISPONIVEL
               EVALUATE TRUE
                   WHEN FORMATO-DVD
                       ADD 1 TO WS-TIT-LIVRE-DVD(WS-IND)
                   WHEN FORMATO-VHS
                       ADD 1 TO WS-TIT-LIVRE-VHS(WS-IND)
                   WHEN OTHER
                       ADD 1 TO WS-TIT-LIVRE-OUTRO(WS-IND)
               END-EVALUATE
           END-IF
           GO CONTA-COPIAS-LOOP.
       CONTA-COPIAS-FIM.

      * -----------------------------------
      * FILA DE RESERVA: SO AS PENDENTES

       CONTA-RESERVAS.
           OPEN INPUT RESERVA-FILE.
           IF FS-RESERVA-NAO-EXISTE
               GO CONTA-RESERVAS-FIM
           END-IF.

           CONTA-RESERVAS-LOOP.
           READ RESERVA-FILE NEXT RECORD
           AT END
               CLOSE RESERVA-FILE
               GO CONTA-RESERVAS-FIM
           END-READ.
           IF NOT RES-PENDENTE
               GO CONTA-RESERVAS-LOOP
           END-IF
           MOVE RES-FILME-ID TO WS-BUSCA-ID.
           PERFORM LOCALIZA-TITULO THRU LOCALIZA-TITULO-FIM.
           IF WS-IND NOT EQUAL ZEROS
               ADD 1 TO WS-TIT-RESERVAS(WS-IND)
           END-IF
           GO CONTA-RESERVAS-LOOP.
       CONTA-RESERVAS-FIM.

      * -----------------------------------
      * BUSCA BINARIA DE WS-BUSCA-ID NA TABELA; WS-IND = ZEROS QUANDO
      * O TITULO NAO FOI EXPORTADO

       LOCALIZA-TITULO.
           MOVE ZEROS TO WS-IND.
           MOVE 1 TO WS-BUSCA-INI.
           MOVE WS-QTD-TITULOS TO WS-BUSCA-FIM.

           LOCALIZA-TITULO-LOOP.
           IF WS-BUSCA-INI > WS-BUSCA-FIM
               GO LOCALIZA-TITULO-FIM
           END-IF
           COMPUTE WS-BUSCA-MEIO = (WS-BUSCA-INI + WS-BUSCA-FIM) / 2.
           IF WS-TIT-FILME-ID(WS-BUSCA-MEIO) EQUAL WS-BUSCA-ID
               MOVE WS-BUSCA-MEIO TO WS-IND
               GO LOCALIZA-TITULO-FIM
           END-IF
           IF WS-TIT-FILME-ID(WS-BUSCA-MEIO) < WS-BUSCA-ID
               COMPUTE WS-BUSCA-INI = WS-BUSCA-MEIO + 1
           ELSE
               IF WS-BUSCA-MEIO EQUAL 1
                   GO LOCALIZA-TITULO-FIM
               END-IF
               COMPUTE WS-BUSCA-FIM = WS-BUSCA-MEIO - 1
           END-IF
           GO LOCALIZA-TITULO-LOOP.
       LOCALIZA-TITULO-FIM.

      * -----------------------------------
      * CABECALHO, UMA LINHA POR TITULO DA TABELA (RELENDO O CATALOGO
      * PELA CHAVE) E O TRAILER DE CONTROLE

       GRAVA-EXPORTACAO.
           MOVE WS-DATA-HOJE TO WS-CAB-DATA.
           MOVE WS-CABECALHO TO EXPORTA-LINHA.
           WRITE EXPORTA-LINHA.
           MOVE 99 TO WS-FILIAL-LIDA.
           MOVE ZEROS TO WS-IND.

           GRAVA-EXPORTACAO-LOOP.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-TITULOS
               GO GRAVA-EXPORTACAO-TRAILER
           END-IF
           MOVE WS-TIT-FILME-ID(WS-IND) TO FLM-ID.
           READ FILME-FILE
           INVALID KEY
               GO GRAVA-EXPORTACAO-LOOP
           END-READ.
           IF FLM-FILIAL NOT EQUAL WS-FILIAL-LIDA
               PERFORM LE-FILIAL THRU LE-FILIAL-FIM
           END-IF
           MOVE WS-TIT-FILME-ID(WS-IND) TO WS-LIN-FILME-ID.
           MOVE FLM-NOME-FILME TO WS-LIN-TITULO.
           MOVE FLM-CATEGORIA TO WS-LIN-CATEGORIA.
           MOVE FLM-CLASSIF-ETARIA TO WS-LIN-CLASSIF.
           MOVE FLM-FORMATO-PADRAO TO WS-LIN-FORMATO.
           MOVE FLM-FILIAL TO WS-LIN-FILIAL.
           MOVE WS-FILIAL-NOME TO WS-LIN-FILIAL-NOME.
           MOVE WS-TIT-COPIAS(WS-IND) TO WS-LIN-COPIAS.
           MOVE WS-TIT-LIVRE-DVD(WS-IND) TO WS-LIN-LIVRE-DVD.
           MOVE WS-TIT-LIVRE-VHS(WS-IND) TO WS-LIN-LIVRE-VHS.
           MOVE WS-TIT-LIVRE-OUTRO(WS-IND) TO WS-LIN-LIVRE-OUTRO.
           MOVE WS-TIT-RESERVAS(WS-IND) TO WS-LIN-RESERVAS.
           IF FLM-LANCAMENTO-EM-BREVE
               MOVE "S" TO WS-LIN-EM-BREVE
               ADD 1 TO WS-TOT-EM-BREVE
           ELSE
               MOVE "N" TO WS-LIN-EM-BREVE
           END-IF
           MOVE WS-LINHA TO EXPORTA-LINHA.
           WRITE EXPORTA-LINHA.
           ADD 1 TO WS-TOT-EXPORTADOS.
           GO GRAVA-EXPORTACAO-LOOP.

           GRAVA-EXPORTACAO-TRAILER.
           MOVE WS-TOT-EXPORTADOS TO WS-TRL-EXPORTADOS.
           MOVE WS-TOT-EM-BREVE TO WS-TRL-EM-BREVE.
           COMPUTE WS-TRL-EXCLUIDOS =
               WS-TOT-INATIVOS + WS-TOT-SEM-LICENCA.
           MOVE WS-TRAILER TO EXPORTA-LINHA.
           WRITE EXPORTA-LINHA.
       GRAVA-EXPORTACAO-FIM.

      * -----------------------------------
      * NOME DA FILIAL DO TITULO (GUARDA A ULTIMA LIDA)

       LE-FILIAL.
           MOVE FLM-FILIAL TO WS-FILIAL-LIDA.
           MOVE SPACES TO WS-FILIAL-NOME.
           IF FILIAL-ABERTA
               MOVE FLM-FILIAL TO FIL-CODIGO
               READ FILIAL-FILE
               NOT INVALID KEY
                   MOVE FIL-NOME TO WS-FILIAL-NOME
               END-READ
           END-IF.
       LE-FILIAL-FIM.
