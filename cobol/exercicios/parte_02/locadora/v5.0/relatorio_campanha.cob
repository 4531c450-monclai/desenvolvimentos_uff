       identification division.
       program-id. relatorio_campanha.

      *=================================================================
      * ENCERRAMENTO DAS CAMPANHAS DE ANISTIA DE MULTA
      * (RELATORIO_CAMPANHA.DAT). LE CAMPANHA_MOV.DAT, A LINHA DE CADA
      * PERDAO CONCEDIDO (GRAVADA PELA SUBROTINA PERDAO-CAMPANHA NA
      * DEVOLUCAO DO ALUGUEL E NO CONTAS A RECEBER), E POR CAMPANHA
      * MOSTRA O QUE FOI RECUPERADO CONTRA O QUE FOI PERDOADO, SEPARADO
      * POR ORIGEM (DISCO DEVOLVIDO / MULTA QUITADA), COM O PERCENTUAL
      * PERDOADO SOBRE O TOTAL DAS MULTAS ALCANCADAS.
      *
      * A CAMPANHA (CODIGO DE 3 DIGITOS) VEM DA VARIAVEL DE AMBIENTE
      * CAMPANHA_ID; SEM ELA, TODAS AS CAMPANHAS DO LOG.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select mov-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-mov.

       select campanha-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-cmp
           record key is cmp-key.

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

      * LINHA DO LOG DE PERDOES (DIGITOS PUROS, VER PERDAO-CAMPANHA)
       fd mov-file value of file-id is "CAMPANHA_MOV.dat".
       01 mov-linha.
           02 mov-data             pic 9(08).
           02 filler               pic x(01).
           02 mov-hora             pic 9(08).
           02 filler               pic x(01).
           02 mov-campanha         pic 9(03).
           02 filler               pic x(01).
           02 mov-origem           pic x(01).
               88 mov-devolucao            value "D".
           02 filler               pic x(01).
           02 mov-documento        pic 9(11).
           02 filler               pic x(01).
           02 mov-cliente          pic 9(05).
           02 filler               pic x(01).
           02 mov-filial           pic 9(02).
           02 filler               pic x(01).
           02 mov-recuperado       pic 9(05)v99.
           02 filler               pic x(01).
           02 mov-perdoado         pic 9(05)v99.
           02 filler               pic x(20).

       fd campanha-file value of file-id is "CAMPANHA.dat".
       copy campanha.

       fd relatorio-file value of file-id is "RELATORIO_CAMPANHA.dat".
       01 relatorio-linha             pic x(100).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-mov          pic 9(02).
           88 fs-mov-ok                value zeros.
           88 fs-mov-fim               value 10.

       77 fs-stat-cmp          pic 9(02).
           88 fs-cmp-nao-existe        value 35.

       77 fs-stat-rel          pic 9(02).

       77 ws-cmp-ambiente      pic x(03).
       77 ws-cmp-pedida        pic 9(03) value zeros.

       77 ws-ind               pic 9(03) comp.
       77 ws-base-perc         pic 9(07)v99.

      * TOTAIS POR CAMPANHA: DISCO DEVOLVIDO (DEV) E MULTA QUITADA NO
      * CONTAS A RECEBER (REC)
       77 ws-qtd-cmp           pic 9(03) comp value zeros.
       01 ws-tab-cmp.
           02 ws-cmp occurs 50 times.
               03 ws-cmp-id            pic 9(03).
               03 ws-cmp-qtd-dev       pic 9(05).
               03 ws-cmp-recup-dev     pic 9(07)v99.
               03 ws-cmp-perd-dev      pic 9(07)v99.
               03 ws-cmp-qtd-rec       pic 9(05).
               03 ws-cmp-recup-rec     pic 9(07)v99.
               03 ws-cmp-perd-rec      pic 9(07)v99.

       77 ws-tot-qtd           pic 9(05) value zeros.
       77 ws-tot-recuperado    pic 9(07)v99 value zeros.
       77 ws-tot-perdoado      pic 9(07)v99 value zeros.

       01 ws-cab-campanha.
           02 filler               pic x(40)
               value "CMP  DESCRICAO                       ORI".
           02 filler               pic x(47)
               value "GEM          QTD  RECUPERADO    PERDOADO  %PERD".
           02 filler               pic x(13) value spaces.

       01 ws-linha-campanha.
           02 ws-lcp-id            pic 9(03).
           02 filler               pic x(02) value spaces.
           02 ws-lcp-descricao     pic x(30).
           02 filler               pic x(02) value spaces.
           02 ws-lcp-origem        pic x(12).
           02 filler               pic x(02) value spaces.
           02 ws-lcp-qtd           pic zzzz9.
           02 filler               pic x(02) value spaces.
           02 ws-lcp-recuperado    pic zzzzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lcp-perdoado      pic zzzzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lcp-perc          pic zz9.9.
           02 filler               pic x(13) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_campanha".
           02 ws-spl-arquivo       pic x(30)
               value "RELATORIO_CAMPANHA.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           ACCEPT WS-CMP-AMBIENTE FROM ENVIRONMENT "CAMPANHA_ID".
           IF WS-CMP-AMBIENTE IS NUMERIC
               AND WS-CMP-AMBIENTE NOT = SPACES
               MOVE WS-CMP-AMBIENTE TO WS-CMP-PEDIDA
           END-IF
           OPEN INPUT MOV-FILE.
           IF NOT FS-MOV-OK
               DISPLAY "NENHUM PERDAO DE CAMPANHA REGISTRADO"
               GOBACK
           END-IF
           OPEN INPUT CAMPANHA-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           PERFORM LE-MOVIMENTO THRU LE-MOVIMENTO-FIM
               UNTIL FS-MOV-FIM.
           MOVE WS-CAB-CAMPANHA TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           PERFORM IMPRIME-CAMPANHAS THRU IMPRIME-CAMPANHAS-FIM.
           CLOSE MOV-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           IF NOT FS-CMP-NAO-EXISTE
               CLOSE CAMPANHA-FILE
           END-IF
           DISPLAY "CAMPANHAS APURADAS.....: " WS-QTD-CMP.
           DISPLAY "PERDOES CONCEDIDOS.....: " WS-TOT-QTD.
           DISPLAY "VALOR RECUPERADO.......: " WS-TOT-RECUPERADO.
           DISPLAY "VALOR PERDOADO.........: " WS-TOT-PERDOADO.
           GOBACK.

      * -----------------------------------
      * CADA PERDAO SOMA NA SUA CAMPANHA, NA COLUNA DA SUA ORIGEM

       LE-MOVIMENTO.
           READ MOV-FILE
           AT END
               MOVE 10 TO FS-STAT-MOV
               GO LE-MOVIMENTO-FIM
           END-READ.
           IF MOV-CAMPANHA NOT NUMERIC OR MOV-RECUPERADO NOT NUMERIC
               OR MOV-PERDOADO NOT NUMERIC
               GO LE-MOVIMENTO-FIM
           END-IF
           IF WS-CMP-PEDIDA > ZEROS
               AND MOV-CAMPANHA NOT EQUAL WS-CMP-PEDIDA
               GO LE-MOVIMENTO-FIM
           END-IF
           ADD 1 TO WS-TOT-QTD.
           ADD MOV-RECUPERADO TO WS-TOT-RECUPERADO.
           ADD MOV-PERDOADO TO WS-TOT-PERDOADO.
           MOVE ZEROS TO WS-IND.

           LE-MOVIMENTO-LOOP.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-CMP
               GO LE-MOVIMENTO-NOVO
           END-IF
           IF WS-CMP-ID(WS-IND) EQUAL MOV-CAMPANHA
               GO LE-MOVIMENTO-SOMA
           END-IF
           GO LE-MOVIMENTO-LOOP.

           LE-MOVIMENTO-NOVO.
           IF WS-QTD-CMP NOT < 50
               GO LE-MOVIMENTO-FIM
           END-IF
           ADD 1 TO WS-QTD-CMP.
           MOVE WS-QTD-CMP TO WS-IND.
           INITIALIZE WS-CMP(WS-IND).
           MOVE MOV-CAMPANHA TO WS-CMP-ID(WS-IND).

           LE-MOVIMENTO-SOMA.
           IF MOV-DEVOLUCAO
               ADD 1 TO WS-CMP-QTD-DEV(WS-IND)
               ADD MOV-RECUPERADO TO WS-CMP-RECUP-DEV(WS-IND)
               ADD MOV-PERDOADO TO WS-CMP-PERD-DEV(WS-IND)
           ELSE
               ADD 1 TO WS-CMP-QTD-REC(WS-IND)
               ADD MOV-RECUPERADO TO WS-CMP-RECUP-REC(WS-IND)
               ADD MOV-PERDOADO TO WS-CMP-PERD-REC(WS-IND)
           END-IF.
       LE-MOVIMENTO-FIM.

      * -----------------------------------
      * TRES LINHAS POR CAMPANHA: DISCOS DEVOLVIDOS, MULTAS QUITADAS E
      * O TOTAL DA CAMPANHA

       IMPRIME-CAMPANHAS.
           MOVE ZEROS TO WS-IND.

           IMPRIME-CAMPANHAS-LOOP.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-CMP
               GO IMPRIME-CAMPANHAS-FIM
           END-IF
           MOVE SPACES TO CMP-DESCRICAO.
           IF NOT FS-CMP-NAO-EXISTE
               MOVE WS-CMP-ID(WS-IND) TO CMP-ID
               READ CAMPANHA-FILE
               INVALID KEY
                   MOVE "CAMPANHA NAO CADASTRADA" TO CMP-DESCRICAO
               END-READ
           END-IF
           MOVE SPACES TO WS-LINHA-CAMPANHA.
           MOVE WS-CMP-ID(WS-IND) TO WS-LCP-ID.
           MOVE CMP-DESCRICAO TO WS-LCP-DESCRICAO.
           MOVE "DEVOLUCAO" TO WS-LCP-ORIGEM.
           MOVE WS-CMP-QTD-DEV(WS-IND) TO WS-LCP-QTD.
           MOVE WS-CMP-RECUP-DEV(WS-IND) TO WS-LCP-RECUPERADO.
           MOVE WS-CMP-PERD-DEV(WS-IND) TO WS-LCP-PERDOADO.
           COMPUTE WS-BASE-PERC = WS-CMP-RECUP-DEV(WS-IND)
               + WS-CMP-PERD-DEV(WS-IND).
           MOVE ZEROS TO WS-LCP-PERC.
           IF WS-BASE-PERC > ZEROS
               COMPUTE WS-LCP-PERC ROUNDED =
                   WS-CMP-PERD-DEV(WS-IND) * 100 / WS-BASE-PERC
           END-IF
           MOVE WS-LINHA-CAMPANHA TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-CAMPANHA.
           MOVE WS-CMP-ID(WS-IND) TO WS-LCP-ID.
           MOVE "CONTAS REC." TO WS-LCP-ORIGEM.
           MOVE WS-CMP-QTD-REC(WS-IND) TO WS-LCP-QTD.
           MOVE WS-CMP-RECUP-REC(WS-IND) TO WS-LCP-RECUPERADO.
           MOVE WS-CMP-PERD-REC(WS-IND) TO WS-LCP-PERDOADO.
           COMPUTE WS-BASE-PERC = WS-CMP-RECUP-REC(WS-IND)
               + WS-CMP-PERD-REC(WS-IND).
           MOVE ZEROS TO WS-LCP-PERC.
           IF WS-BASE-PERC > ZEROS
               COMPUTE WS-LCP-PERC ROUNDED =
                   WS-CMP-PERD-REC(WS-IND) * 100 / WS-BASE-PERC
           END-IF
           MOVE WS-LINHA-CAMPANHA TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-CAMPANHA.
           MOVE WS-CMP-ID(WS-IND) TO WS-LCP-ID.
           MOVE "TOTAL" TO WS-LCP-ORIGEM.
           COMPUTE WS-LCP-QTD = WS-CMP-QTD-DEV(WS-IND)
               + WS-CMP-QTD-REC(WS-IND).
           COMPUTE WS-LCP-RECUPERADO = WS-CMP-RECUP-DEV(WS-IND)
               + WS-CMP-RECUP-REC(WS-IND).
           COMPUTE WS-LCP-PERDOADO = WS-CMP-PERD-DEV(WS-IND)
               + WS-CMP-PERD-REC(WS-IND).
           COMPUTE WS-BASE-PERC = WS-CMP-RECUP-DEV(WS-IND)
               + WS-CMP-RECUP-REC(WS-IND) + WS-CMP-PERD-DEV(WS-IND)
               + WS-CMP-PERD-REC(WS-IND).
           MOVE ZEROS TO WS-LCP-PERC.
           IF WS-BASE-PERC > ZEROS
               COMPUTE WS-LCP-PERC ROUNDED =
                   (WS-CMP-PERD-DEV(WS-IND) + WS-CMP-PERD-REC(WS-IND))
                   * 100 / WS-BASE-PERC
           END-IF
           MOVE WS-LINHA-CAMPANHA TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           GO IMPRIME-CAMPANHAS-LOOP.
       IMPRIME-CAMPANHAS-FIM.

      * -----------------------------------

       IMPRIME-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY RELATORIO-LINHA.
