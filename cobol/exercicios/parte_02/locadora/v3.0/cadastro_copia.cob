      * CADASTRO DE COPIAS FISICAS (DISCOS), UMA LINHA POR CODIGO DE
      * BARRAS, LIGADA AO TITULO NO CATALOGO (LISTA_DE_FILMES.DAT) PELO
      * FS-ID. O ALUGUEL/DEVOLUCAO PASSA A OPERAR SOBRE O EXEMPLAR
      * (COPIA-BARCODE), E NAO SO SOBRE O TITULO. TITULO EM BOX
      * (TEMPORADA, COLECAO) TEM AQUI A QUANTIDADE DE DISCOS DO JOGO
      * (BOX_TITULO.DAT) E OS DISCOS AVULSOS DE CADA COPIA
      * (BOX_DISCO.DAT) - A COPIA VALE O JOGO INTEIRO.
      *=================================================================
       environment division.
      *=================================================================
           file status is fs-stat-res
           record key is res-key.

       select box-titulo-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-bxt
           record key is bxt-key.

       select box-disco-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-bxd
           record key is bxd-key
           alternate record key is bxd-copia-barcode with duplicates.

      *=================================================================
       data division.
      *=================================================================
       fd reserva-file value of file-id is "RESERVA.dat".
       copy reserva.

       fd box-titulo-file value of file-id is "BOX_TITULO.dat".
       copy box_titulo.

       fd box-disco-file value of file-id is "BOX_DISCO.dat".
       copy box_disco.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------
           88 e-consultar              value is "2".
           88 e-alterar                value is "3".
           88 e-excluir                value is "4".
           88 e-box-titulo             value is "5".
           88 e-box-disco              value is "6".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).
           88 fs-res-nao-existe        value 35.
           88 fs-res-fim               value 10.

       77 fs-stat-bxt          pic 9(02).
           88 fs-bxt-nao-existe        value 35.
       77 fs-stat-bxd          pic 9(02).
           88 fs-bxd-nao-existe        value 35.
           88 fs-bxd-fim               value 10.
       77 ws-qtd-discos-jogo   pic 9(02).

       77 ws-proxima-reserva   pic 9(11).
       77 ws-convertidas       pic 9(05).

           05 LINE 08 COLUMN 15 VALUE "2 - CONSULTAR".
           05 LINE 09 COLUMN 15 VALUE "3 - ALTERAR".
           05 LINE 10 COLUMN 15 VALUE "4 - EXCLUIR".
           05 LINE 11 COLUMN 15 VALUE "5 - BOX: DISCOS POR TITULO".
           05 LINE 12 COLUMN 15 VALUE "6 - BOX: DISCOS DA COPIA".
           05 LINE 13 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 15 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 15 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-COPIA.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 COLUMN PLUS 2 PIC 9(05) FROM copia-vaga.
               10 LINE 14 COLUMN 10 VALUE "FORMATO (D=DVD/V=VHS):".
               10 COLUMN PLUS 2 PIC X(01) USING copia-formato.

       01 SS-TELA-BOX-TITULO.
           05 SS-BXT-CHAVE FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE "IDENTIFICACAO DO FILME:".
               10 COLUMN PLUS 2 PIC 9(11) USING bxt-filme-id.
           05 SS-BXT-DADOS.
               10 LINE 11 COLUMN 10 VALUE "DISCOS NO JOGO (0=SEM BOX):".
               10 COLUMN PLUS 2 PIC 9(02) USING bxt-qtd-discos.
               10 LINE 12 COLUMN 10 VALUE "DESCRICAO DO BOX:".
               10 COLUMN PLUS 2 PIC X(40) USING bxt-descricao.

       01 SS-TELA-BOX-COPIA.
           05 LINE 10 COLUMN 10 VALUE "CODIGO DE BARRAS DA COPIA:".
           05 COLUMN PLUS 2 PIC X(13) USING copia-barcode.

       01 SS-TELA-BOX-DISCO.
           05 LINE 11 COLUMN 10 VALUE "DISCOS DO JOGO:".
           05 COLUMN PLUS 2 PIC Z9 FROM bxt-qtd-discos.
           05 COLUMN PLUS 2 PIC X(40) FROM bxt-descricao.
           05 LINE 13 COLUMN 10 VALUE "CODIGO DO DISCO (VAZIO=FIM):".
           05 COLUMN PLUS 2 PIC X(13) USING bxd-barcode.
           05 LINE 14 COLUMN 10 VALUE "NUMERO DO DISCO NO JOGO:".
           05 COLUMN PLUS 2 PIC 9(02) USING bxd-numero.
           05 LINE 15 COLUMN 10 VALUE "DESCRICAO DO DISCO:".
           05 COLUMN PLUS 2 PIC X(30) USING bxd-descricao.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
                       PERFORM ALTERA THRU ALTERA-FIM
                   WHEN E-EXCLUIR
                       PERFORM EXCLUI THRU EXCLUI-FIM
                   WHEN E-BOX-TITULO
                       PERFORM BOX-TITULO THRU BOX-TITULO-FIM
                   WHEN E-BOX-DISCO
                       PERFORM BOX-DISCO THRU BOX-DISCO-FIM
               END-EVALUATE
           END-PERFORM.

       FINALIZA.

       CLOSE COPIA-FILE FILME-FILE ESPERA-FILE RESERVA-FILE
           BOX-TITULO-FILE BOX-DISCO-FILE.
       GOBACK.

      * -----------------------------------
      * LISTA DE ESPERA VIRA FILA NORMAL DE RESERVA, NA MESMA ORDEM
           IF FS-LANCAMENTO-EM-BREVE
               MOVE SPACES TO FS-EM-BREVE
               ACCEPT FS-DATA-LANCAMENTO FROM DATE YYYYMMDD
               REWRITE FILE1-REC
               PERFORM CONVERTE-ESPERA THRU CONVERTE-ESPERA-FIM
           END-IF
           END-DELETE.
       EXCLUI-FIM.

      * -----------------------------------
      * TITULO EM BOX: QUANTOS DISCOS FORMAM O JOGO COMPLETO. ZERO
      * DISCOS TIRA O TITULO DO BOX (VOLTA A SER DISCO UNICO).

       BOX-TITULO.
           MOVE "BOX - TITULO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO BXT-REC.
           MOVE ZEROS TO BXT-FILME-ID BXT-QTD-DISCOS.
           DISPLAY SS-TELA-BOX-TITULO.
           ACCEPT SS-BXT-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO BOX-TITULO-FIM
           END-IF
           MOVE BXT-FILME-ID TO FS-ID.
           READ FILME-FILE
           INVALID KEY
               MOVE "FILME NAO CADASTRADO NO CATALOGO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO BOX-TITULO
           END-READ.
           READ BOX-TITULO-FILE
           INVALID KEY
               MOVE ZEROS TO BXT-QTD-DISCOS
               MOVE FS-NOME-FILME TO BXT-DESCRICAO
           END-READ.
           DISPLAY SS-BXT-DADOS.
           ACCEPT SS-BXT-DADOS.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO BOX-TITULO
           END-IF
           IF BXT-QTD-DISCOS EQUAL ZEROS
               DELETE BOX-TITULO-FILE
               INVALID KEY
                   CONTINUE
               END-DELETE
               GO BOX-TITULO
           END-IF
           IF BXT-QTD-DISCOS < 2
               MOVE "BOX PRECISA DE PELO MENOS 2 DISCOS" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO BOX-TITULO
           END-IF
           WRITE BXT-REC
           INVALID KEY
               REWRITE BXT-REC
           END-WRITE.
           GO BOX-TITULO.
       BOX-TITULO-FIM.

      * -----------------------------------
      * DISCOS AVULSOS DE UMA COPIA DE BOX: CADA DISCO GANHA O SEU
      * CODIGO DE BARRAS, LIGADO A COPIA DO JOGO. DISCO JA CADASTRADO
      * TEM NUMERO E DESCRICAO ATUALIZADOS.

       BOX-DISCO.
           MOVE "BOX - DISCOS" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO COPIA-REC.
           DISPLAY SS-TELA-BOX-COPIA.
           ACCEPT SS-TELA-BOX-COPIA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO BOX-DISCO-FIM
           END-IF
           READ COPIA-FILE
           INVALID KEY
               MOVE "REGISTRO NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO BOX-DISCO
           END-READ.
           MOVE COPIA-FILME-ID TO BXT-FILME-ID.
           READ BOX-TITULO-FILE
           INVALID KEY
               MOVE "TITULO DA COPIA NAO E BOX - VER OPCAO 5"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO BOX-DISCO
           END-READ.

           BOX-DISCO-LOOP.
           MOVE SPACES TO BXD-REC.
           MOVE ZEROS TO BXD-NUMERO.
           DISPLAY SS-TELA-BOX-DISCO.
           ACCEPT SS-TELA-BOX-DISCO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               OR BXD-BARCODE EQUAL SPACES
               PERFORM CONTA-DISCOS-JOGO THRU CONTA-DISCOS-JOGO-FIM
               IF WS-QTD-DISCOS-JOGO NOT EQUAL BXT-QTD-DISCOS
                   MOVE "ATENCAO: DISCOS CADASTRADOS DIFEREM DO JOGO"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
               END-IF
               GO BOX-DISCO
           END-IF
           IF BXD-BARCODE EQUAL COPIA-BARCODE
               MOVE "DISCO NAO PODE TER O CODIGO DA COPIA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO BOX-DISCO-LOOP
           END-IF
           MOVE COPIA-BARCODE TO BXD-COPIA-BARCODE.
      * JOGO ALUGADO TEM OS DISCOS FORA DO ESTOJO
           IF COPIA-ALUGADA
               SET BXD-FORA TO TRUE
           ELSE
               SET BXD-NO-ESTOJO TO TRUE
           END-IF
           WRITE BXD-REC
           INVALID KEY
               REWRITE BXD-REC
           END-WRITE.
           GO BOX-DISCO-LOOP.
       BOX-DISCO-FIM.

      * -----------------------------------
      * QUANTOS DISCOS ESTAO CADASTRADOS PARA A COPIA CORRENTE

       CONTA-DISCOS-JOGO.
           MOVE ZEROS TO WS-QTD-DISCOS-JOGO.
           MOVE COPIA-BARCODE TO BXD-COPIA-BARCODE.
           MOVE ZEROS TO FS-STAT-BXD.
           START BOX-DISCO-FILE KEY IS EQUAL BXD-COPIA-BARCODE
           INVALID KEY
               MOVE 10 TO FS-STAT-BXD
           END-START.

           CONTA-DISCOS-JOGO-LOOP.
           IF FS-BXD-FIM
               MOVE ZEROS TO FS-STAT-BXD
               GO CONTA-DISCOS-JOGO-FIM
           END-IF
           READ BOX-DISCO-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-BXD
               GO CONTA-DISCOS-JOGO-LOOP
           END-READ.
           IF BXD-COPIA-BARCODE NOT EQUAL COPIA-BARCODE
               MOVE 10 TO FS-STAT-BXD
               GO CONTA-DISCOS-JOGO-LOOP
           END-IF
           ADD 1 TO WS-QTD-DISCOS-JOGO.
           GO CONTA-DISCOS-JOGO-LOOP.
       CONTA-DISCOS-JOGO-FIM.

      * -----------------------------------
      * CONVERTE A LISTA DE ESPERA DO TITULO RECEM-LANCADO EM
      * RESERVAS NORMAIS (ORDEM DE CHEGADA PRESERVADA PELA DATA DO
               CLOSE RESERVA-FILE
               OPEN I-O RESERVA-FILE
           END-IF.
           OPEN I-O BOX-TITULO-FILE
           IF FS-BXT-NAO-EXISTE THEN
               OPEN OUTPUT BOX-TITULO-FILE
               CLOSE BOX-TITULO-FILE
               OPEN I-O BOX-TITULO-FILE
           END-IF.
           OPEN I-O BOX-DISCO-FILE
           IF FS-BXD-NAO-EXISTE THEN
               OPEN OUTPUT BOX-DISCO-FILE
               CLOSE BOX-DISCO-FILE
               OPEN I-O BOX-DISCO-FILE
           END-IF.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
