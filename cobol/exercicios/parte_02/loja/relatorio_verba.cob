       identification division.
       program-id. relatorio_verba.

      *=================================================================
      * RELATORIO MENSAL DA VERBA DE COMPRAS (OPEN-TO-BUY). PARA CADA
      * FILIAL E LINHA DE COMPRA (MERCADORIA / COPIAS DE FILME) MOSTRA
      * A VERBA DO MES LANCADA EM VERBA.DAT, O COMPROMETIDO (PARTE
      * AINDA NAO ENTREGUE DOS PEDIDOS FEITOS NO MES), O RECEBIDO
      * (PARTE JA ENTREGUE) E O SALDO PARA COMPRAR, PELO CUSTO
      * UNITARIO DE CADA PEDIDO EM COMPRA.DAT - OS RASCUNHOS DO MOTOR
      * DE REPOSICAO FICAM DE FORA. CONTA TAMBEM OS PEDIDOS LIBERADOS
      * POR SUPERVISOR ACIMA DA VERBA E MARCA A LINHA ESTOURADA OU
      * COMPRADA SEM VERBA LANCADA.
      *
      * O MES APURADO (AAAAMM) VEM DA VARIAVEL DE AMBIENTE
      * MES_APURACAO; SEM ELA, APURA O MES CORRENTE.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select verba-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-vrb
           record key is vrb-key.

       select compra-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat
           record key is cp-key.

       select filial-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-fil
           record key is fil-key.

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

       fd verba-file value of file-id is "VERBA.dat".
       copy verba.

       fd compra-file value of file-id is "COMPRA.dat".
       copy compra.

       fd filial-file value of file-id is "FILIAL.dat".
       copy filial.

       fd relatorio-file value of file-id is "RELATORIO_VERBA.dat".
       01 relatorio-linha             pic x(100).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
       77 fs-stat-vrb          pic 9(02).
           88 fs-vrb-ok                value zeros.
       77 fs-stat-fil          pic 9(02).
           88 fs-fil-ok                value zeros.
       77 fs-stat-rel          pic 9(02).
           88 fs-rel-ok                value zeros.

       77 ws-data-hoje         pic 9(08).
       77 ws-mes-ambiente      pic x(06).
       77 ws-mes-apuracao      pic 9(06).

       77 ws-fil               pic 9(03) comp.
       77 ws-lin               pic 9(01) comp.
       77 ws-vrb-comprometido  pic 9(09)v99.
       77 ws-vrb-recebido      pic 9(09)v99.
       77 ws-saldo             pic s9(09)v99.

      * UMA POSICAO POR NUMERO DE FILIAL, COM AS DUAS LINHAS DE
      * COMPRA: 1 = MERCADORIA, 2 = COPIAS DE FILME
       01 ws-tabela-verba.
           02 ws-tv-filial occurs 99 times.
               03 ws-tv-linha occurs 2 times.
                   04 ws-tv-verba          pic 9(09)v99.
                   04 ws-tv-comprometido   pic 9(09)v99.
                   04 ws-tv-recebido       pic 9(09)v99.
                   04 ws-tv-pedidos        pic 9(05).
                   04 ws-tv-liberados      pic 9(05).

       01 ws-nomes-linha.
           02 filler               pic x(10) value "MERCADORIA".
           02 filler               pic x(10) value "FILMES".
       01 ws-nomes-linha-red redefines ws-nomes-linha.
           02 ws-nome-linha occurs 2 times pic x(10).

       77 ws-tot-verba         pic 9(09)v99 value zeros.
       77 ws-tot-comprometido  pic 9(09)v99 value zeros.
       77 ws-tot-recebido      pic 9(09)v99 value zeros.
       77 ws-tot-saldo         pic s9(09)v99 value zeros.
       77 ws-tot-liberados     pic 9(05) value zeros.
       77 ws-tot-estouradas    pic 9(05) value zeros.

       01 ws-titulo.
           02 filler               pic x(33) value
               "VERBA DE COMPRAS POR FILIAL - MES".
           02 filler               pic x(01) value spaces.
           02 ws-tit-mes           pic 9(06).
           02 filler               pic x(60) value spaces.

       01 ws-cabecalho.
           02 filler               pic x(03) value "FL ".
           02 filler               pic x(18) value "FILIAL".
           02 filler               pic x(11) value "LINHA".
           02 filler               pic x(13) value "       VERBA ".
           02 filler               pic x(13) value "COMPROMETIDO ".
           02 filler               pic x(13) value "    RECEBIDO ".
           02 filler               pic x(14) value "        SALDO ".
           02 filler               pic x(04) value "LIB ".
           02 filler               pic x(11) value "SITUACAO".

       01 ws-linha.
           02 ws-lin-filial        pic 9(02).
           02 filler               pic x(01) value spaces.
           02 ws-lin-nome          pic x(17).
           02 filler               pic x(01) value spaces.
           02 ws-lin-linha         pic x(10).
           02 filler               pic x(01) value spaces.
           02 ws-lin-verba         pic zzzzzzzz9.99.
           02 filler               pic x(01) value spaces.
           02 ws-lin-comprometido  pic zzzzzzzz9.99.
           02 filler               pic x(01) value spaces.
           02 ws-lin-recebido      pic zzzzzzzz9.99.
           02 filler               pic x(01) value spaces.
           02 ws-lin-saldo         pic -zzzzzzzz9.99.
           02 filler               pic x(01) value spaces.
           02 ws-lin-liberados     pic zz9.
           02 filler               pic x(01) value spaces.
           02 ws-lin-situacao      pic x(10).

       01 ws-linha-total.
           02 ws-lto-rotulo        pic x(40).
           02 ws-lto-valor         pic -zzzzzzzz9.99.
           02 filler               pic x(47) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_verba".
           02 ws-spl-arquivo       pic x(30)
               value "RELATORIO_VERBA.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM OBTEM-MES.
           INITIALIZE WS-TABELA-VERBA.
           PERFORM CARREGA-VERBAS THRU CARREGA-VERBAS-FIM.
           PERFORM SOMA-PEDIDOS THRU SOMA-PEDIDOS-FIM.
           OPEN INPUT FILIAL-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE WS-MES-APURACAO TO WS-TIT-MES.
           MOVE WS-TITULO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE WS-CABECALHO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE 1 TO WS-FIL.
           MOVE 1 TO WS-LIN.
           PERFORM IMPRIME-FILIAIS THRU IMPRIME-FILIAIS-FIM.
           PERFORM IMPRIME-TOTAIS.
           DISPLAY "MES APURADO............: " WS-MES-APURACAO.
           DISPLAY "VERBA DO MES...........: " WS-TOT-VERBA.
           DISPLAY "COMPROMETIDO...........: " WS-TOT-COMPROMETIDO.
           DISPLAY "RECEBIDO...............: " WS-TOT-RECEBIDO.
           DISPLAY "LIBERADOS ACIMA VERBA..: " WS-TOT-LIBERADOS.
           DISPLAY "LINHAS ESTOURADAS......: " WS-TOT-ESTOURADAS.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           IF FS-FIL-OK
               CLOSE FILIAL-FILE
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
      * VERBAS LANCADAS PARA O MES APURADO

       CARREGA-VERBAS.
           OPEN INPUT VERBA-FILE.
           IF NOT FS-VRB-OK
               DISPLAY "NENHUMA VERBA DE COMPRAS LANCADA"
               GO CARREGA-VERBAS-FIM
           END-IF.

           CARREGA-VERBAS-LOOP.
           READ VERBA-FILE
           AT END
               CLOSE VERBA-FILE
               GO CARREGA-VERBAS-FIM
           END-READ.
           IF VRB-ANOMES NOT EQUAL WS-MES-APURACAO
               OR VRB-FILIAL EQUAL ZEROS
               GO CARREGA-VERBAS-LOOP
           END-IF
           MOVE VRB-FILIAL TO WS-FIL.
           IF VRB-FILME
               MOVE 2 TO WS-LIN
           ELSE
               MOVE 1 TO WS-LIN
           END-IF
           MOVE VRB-VALOR TO WS-TV-VERBA(WS-FIL, WS-LIN).
           GO CARREGA-VERBAS-LOOP.
       CARREGA-VERBAS-FIM.

      * -----------------------------------
      * PEDIDOS FEITOS NO MES (EM ABERTO E RECEBIDOS) NA FILIAL E NA
      * LINHA DE CADA UM: A PARTE AINDA NAO ENTREGUE E COMPROMETIDO,
      * A ENTREGUE E RECEBIDO (SUBROTINA VERBA-USADA, A MESMA CONTA
      * DA TELA DE COMPRAS). PEDIDO ANTIGO SEM FILIAL VALE A 01.

       SOMA-PEDIDOS.
           OPEN INPUT COMPRA-FILE.
           IF NOT FS-OK
               DISPLAY "NENHUM PEDIDO DE COMPRA REGISTRADO"
               GO SOMA-PEDIDOS-FIM
           END-IF.

           SOMA-PEDIDOS-LOOP.
           READ COMPRA-FILE
           AT END
               CLOSE COMPRA-FILE
               GO SOMA-PEDIDOS-FIM
           END-READ.
           IF CP-SUGERIDO
               OR CP-DATA-PEDIDO(1:6) NOT EQUAL WS-MES-APURACAO
               GO SOMA-PEDIDOS-LOOP
           END-IF
           IF CP-FILIAL NOT NUMERIC OR CP-FILIAL EQUAL ZEROS
               MOVE 1 TO WS-FIL
           ELSE
               MOVE CP-FILIAL TO WS-FIL
           END-IF
           IF CP-DE-FILME
               MOVE 2 TO WS-LIN
           ELSE
               MOVE 1 TO WS-LIN
           END-IF
           ADD 1 TO WS-TV-PEDIDOS(WS-FIL, WS-LIN).
           CALL "VERBA-USADA" USING CP-STATUS CP-QTD-PEDIDA
               CP-QTD-RECEBIDA CP-CUSTO-UNIT WS-VRB-COMPROMETIDO
               WS-VRB-RECEBIDO.
           ADD WS-VRB-COMPROMETIDO
               TO WS-TV-COMPROMETIDO(WS-FIL, WS-LIN).
           ADD WS-VRB-RECEBIDO TO WS-TV-RECEBIDO(WS-FIL, WS-LIN).
           IF CP-APROV-VERBA IS NUMERIC
               AND CP-APROV-VERBA > ZEROS
               ADD 1 TO WS-TV-LIBERADOS(WS-FIL, WS-LIN)
           END-IF
           GO SOMA-PEDIDOS-LOOP.
       SOMA-PEDIDOS-FIM.

      * -----------------------------------
      * UMA LINHA POR FILIAL E LINHA DE COMPRA COM VERBA OU PEDIDO NO
      * MES. ESTOURADA = SALDO NEGATIVO; SEM VERBA = COMPROU SEM VERBA
      * LANCADA

       IMPRIME-FILIAIS.
           IF WS-TV-VERBA(WS-FIL, WS-LIN) EQUAL ZEROS
               AND WS-TV-PEDIDOS(WS-FIL, WS-LIN) EQUAL ZEROS
               GO IMPRIME-FILIAIS-PROXIMA
           END-IF
           MOVE SPACES TO WS-LINHA.
           MOVE WS-FIL TO WS-LIN-FILIAL.
           MOVE SPACES TO FIL-NOME.
           IF FS-FIL-OK
               MOVE WS-FIL TO FIL-CODIGO
               READ FILIAL-FILE
               INVALID KEY
                   MOVE "NAO CADASTRADA" TO FIL-NOME
               END-READ
           END-IF
           MOVE FIL-NOME TO WS-LIN-NOME.
           MOVE WS-NOME-LINHA(WS-LIN) TO WS-LIN-LINHA.
           COMPUTE WS-SALDO = WS-TV-VERBA(WS-FIL, WS-LIN)
               - WS-TV-COMPROMETIDO(WS-FIL, WS-LIN)
               - WS-TV-RECEBIDO(WS-FIL, WS-LIN).
           MOVE WS-TV-VERBA(WS-FIL, WS-LIN) TO WS-LIN-VERBA.
           MOVE WS-TV-COMPROMETIDO(WS-FIL, WS-LIN)
               TO WS-LIN-COMPROMETIDO.
           MOVE WS-TV-RECEBIDO(WS-FIL, WS-LIN) TO WS-LIN-RECEBIDO.
           MOVE WS-SALDO TO WS-LIN-SALDO.
           MOVE WS-TV-LIBERADOS(WS-FIL, WS-LIN) TO WS-LIN-LIBERADOS.
           IF WS-TV-VERBA(WS-FIL, WS-LIN) EQUAL ZEROS
               MOVE "SEM VERBA" TO WS-LIN-SITUACAO
           ELSE
               IF WS-SALDO < ZEROS
                   MOVE "ESTOURADA" TO WS-LIN-SITUACAO
                   ADD 1 TO WS-TOT-ESTOURADAS
               END-IF
           END-IF
           ADD WS-TV-VERBA(WS-FIL, WS-LIN) TO WS-TOT-VERBA.
           ADD WS-TV-COMPROMETIDO(WS-FIL, WS-LIN)
               TO WS-TOT-COMPROMETIDO.
           ADD WS-TV-RECEBIDO(WS-FIL, WS-LIN) TO WS-TOT-RECEBIDO.
           ADD WS-SALDO TO WS-TOT-SALDO.
           ADD WS-TV-LIBERADOS(WS-FIL, WS-LIN) TO WS-TOT-LIBERADOS.
           MOVE WS-LINHA TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.

           IMPRIME-FILIAIS-PROXIMA.
           IF WS-LIN < 2
               ADD 1 TO WS-LIN
               GO IMPRIME-FILIAIS
           END-IF
           IF WS-FIL < 99
               ADD 1 TO WS-FIL
               MOVE 1 TO WS-LIN
               GO IMPRIME-FILIAIS
           END-IF.
       IMPRIME-FILIAIS-FIM.

      * -----------------------------------

       IMPRIME-TOTAIS.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE "TOTAL DA VERBA DO MES" TO WS-LTO-ROTULO.
           MOVE WS-TOT-VERBA TO WS-LTO-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE "TOTAL COMPROMETIDO (PEDIDO, NAO ENTREGUE)"
               TO WS-LTO-ROTULO.
           MOVE WS-TOT-COMPROMETIDO TO WS-LTO-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE "TOTAL RECEBIDO" TO WS-LTO-ROTULO.
           MOVE WS-TOT-RECEBIDO TO WS-LTO-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE "SALDO PARA COMPRAR" TO WS-LTO-ROTULO.
           MOVE WS-TOT-SALDO TO WS-LTO-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE "PEDIDOS LIBERADOS ACIMA DA VERBA" TO WS-LTO-ROTULO.
           MOVE WS-TOT-LIBERADOS TO WS-LTO-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE "LINHAS COM VERBA ESTOURADA" TO WS-LTO-ROTULO.
           MOVE WS-TOT-ESTOURADAS TO WS-LTO-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.

      * -----------------------------------

       IMPRIME-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY RELATORIO-LINHA.
