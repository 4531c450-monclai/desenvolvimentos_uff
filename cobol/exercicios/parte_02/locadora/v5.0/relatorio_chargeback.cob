       identification division.
       program-id. relatorio_chargeback.

      *=================================================================
      * CONTESTACOES DE CARTAO (CONTESTACAO.DAT) NO MES, PARA O DONO
      * ACOMPANHAR O QUE A ADQUIRENTE TOMA DE VOLTA. LISTA AS
      * CONTESTACOES AVISADAS NO MES E AS QUE TIVERAM DESFECHO NO MES,
      * E RESUME AS AVISADAS NO MES POR MOTIVO E POR SITUACAO
      * (RECEBIDA, DEFESA ENVIADA, GANHA, PERDIDA) COM O VALOR
      * CONTESTADO E O PERDIDO. NO FIM, AS AINDA SEM DEFESA DE
      * QUALQUER MES CUJO PRAZO JA VENCEU.
      *
      * O MES (AAAAMM) VEM DA VARIAVEL DE AMBIENTE MES_APURACAO; SEM
      * ELA, O MES CORRENTE.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select contestacao-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is ctc-key.

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

       fd contestacao-file value of file-id is "CONTESTACAO.dat".
       copy contestacao.

       fd relatorio-file
           value of file-id is "RELATORIO_CHARGEBACK.dat".
       01 relatorio-linha             pic x(100).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
       77 fs-stat-rel          pic 9(02).

       77 ws-data-hoje         pic 9(08).
       77 ws-mes-ambiente      pic x(06).
       77 ws-mes-apuracao      pic 9(06).
       77 ws-ix                pic 9(01).

       77 ws-tot-avisadas      pic 9(05) value zeros.
       77 ws-tot-desfecho      pic 9(05) value zeros.
       77 ws-tot-vencidas      pic 9(05) value zeros.
       77 ws-tot-valor         pic 9(09)v99 value zeros.
       77 ws-tot-perdido       pic 9(09)v99 value zeros.

      * RESUMO DAS AVISADAS NO MES POR MOTIVO (NA ORDEM DE
      * WS-CODIGOS-MOTIVO; A ULTIMA POSICAO E "OUTROS")
       01 ws-tabela-motivos.
           02 ws-mt-linha occurs 6 times.
               03 ws-mt-qtd        pic 9(05).
               03 ws-mt-recebida   pic 9(05).
               03 ws-mt-defesa     pic 9(05).
               03 ws-mt-ganha      pic 9(05).
               03 ws-mt-perdida    pic 9(05).
               03 ws-mt-valor      pic 9(09)v99.
               03 ws-mt-perdido    pic 9(09)v99.

       01 ws-codigos-motivo        pic x(12) value "FRNRPDDUCAOU".
       01 ws-codigos-motivo-red redefines ws-codigos-motivo.
           02 ws-cod-motivo occurs 6 times pic x(02).

       01 ws-nomes-motivo.
           02 filler               pic x(24) value "FRAUDE".
           02 filler               pic x(24)
               value "COMPRA NAO RECONHECIDA".
           02 filler               pic x(24)
               value "PRODUTO NAO RECEBIDO".
           02 filler               pic x(24)
               value "COBRANCA EM DUPLICIDADE".
           02 filler               pic x(24)
               value "CANCELADO E COBRADO".
           02 filler               pic x(24) value "OUTROS".
       01 ws-nomes-motivo-red redefines ws-nomes-motivo.
           02 ws-nome-motivo occurs 6 times pic x(24).

       01 ws-titulo.
           02 filler               pic x(33) value
               "CONTESTACOES DE CARTAO - MES ".
           02 ws-tit-mes           pic 9(06).
           02 filler               pic x(61) value spaces.

       01 ws-cabecalho.
           02 filler               pic x(51) value
               "CONTEST REFERENCIA           AVISO    MT DOCUMENTO ".
           02 filler               pic x(49) value
               "   CLIENTE      VALOR PRAZO    SITUACAO DESFECHO".

       01 ws-linha.
           02 ws-lin-id            pic 9(07).
           02 filler               pic x(01) value spaces.
           02 ws-lin-referencia    pic x(20).
           02 filler               pic x(01) value spaces.
           02 ws-lin-aviso         pic 9(08).
           02 filler               pic x(01) value spaces.
           02 ws-lin-motivo        pic x(02).
           02 filler               pic x(01) value spaces.
           02 ws-lin-origem        pic x(01).
           02 ws-lin-doc           pic 9(11) blank when zeros.
           02 filler               pic x(01) value spaces.
           02 ws-lin-cliente       pic 9(05) blank when zeros.
           02 filler               pic x(01) value spaces.
           02 ws-lin-valor         pic zzzzzz9.99.
           02 filler               pic x(01) value spaces.
           02 ws-lin-prazo         pic 9(08).
           02 filler               pic x(01) value spaces.
           02 ws-lin-situacao      pic x(08).
           02 filler               pic x(01) value spaces.
           02 ws-lin-desfecho      pic 9(08) blank when zeros.
           02 filler               pic x(02) value spaces.

       01 ws-cab-motivo.
           02 filler               pic x(50) value
               "MOTIVO                     QTD RECEB DEFES GANHA P".
           02 filler               pic x(50) value
               "ERDA  VALOR CONTESTADO   VALOR PERDIDO".

       01 ws-linha-motivo.
           02 ws-lmt-nome          pic x(24).
           02 filler               pic x(01) value spaces.
           02 ws-lmt-qtd           pic zzzz9.
           02 filler               pic x(01) value spaces.
           02 ws-lmt-recebida      pic zzzz9.
           02 filler               pic x(01) value spaces.
           02 ws-lmt-defesa        pic zzzz9.
           02 filler               pic x(01) value spaces.
           02 ws-lmt-ganha         pic zzzz9.
           02 filler               pic x(01) value spaces.
           02 ws-lmt-perdida       pic zzzz9.
           02 filler               pic x(01) value spaces.
           02 ws-lmt-valor         pic zzzzzzzz9.99.
           02 filler               pic x(04) value spaces.
           02 ws-lmt-perdido       pic zzzzzzzz9.99.
           02 filler               pic x(16) value spaces.

       01 ws-linha-total.
           02 ws-lto-rotulo        pic x(40).
           02 ws-lto-valor         pic zzzzzzzz9.99.
           02 filler               pic x(48) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_chargeback".
           02 ws-spl-arquivo       pic x(30)
               value "RELATORIO_CHARGEBACK.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM OBTEM-MES.
           OPEN INPUT CONTESTACAO-FILE.
           IF NOT FS-OK
               DISPLAY "NENHUMA CONTESTACAO REGISTRADA"
               GOBACK
           END-IF
           INITIALIZE WS-TABELA-MOTIVOS.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE WS-MES-APURACAO TO WS-TIT-MES.
           MOVE WS-TITULO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE WS-CABECALHO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.

           PERFORM LISTA-CONTESTACOES THRU LISTA-CONTESTACOES-FIM.
           PERFORM IMPRIME-MOTIVOS.
           PERFORM IMPRIME-TOTAIS.

           DISPLAY "MES APURADO............: " WS-MES-APURACAO.
           DISPLAY "AVISADAS NO MES........: " WS-TOT-AVISADAS.
           DISPLAY "DESFECHOS NO MES.......: " WS-TOT-DESFECHO.
           DISPLAY "SEM DEFESA E VENCIDAS..: " WS-TOT-VENCIDAS.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           CLOSE CONTESTACAO-FILE.
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
      * IMPRIME AS AVISADAS OU COM DESFECHO NO MES; AS AVISADAS NO MES
      * ENTRAM NO RESUMO POR MOTIVO. RECEBIDA DE QUALQUER MES COM O
      * PRAZO VENCIDO SO ENTRA NA CONTAGEM

       LISTA-CONTESTACOES.
           MOVE ZEROS TO CTC-KEY.
           START CONTESTACAO-FILE KEY IS NOT LESS THAN CTC-KEY
           INVALID KEY
               GO LISTA-CONTESTACOES-FIM
           END-START.

           LISTA-CONTESTACOES-LOOP.
           READ CONTESTACAO-FILE NEXT RECORD
           AT END
               GO LISTA-CONTESTACOES-FIM
           END-READ.
           IF CTC-RECEBIDA AND CTC-PRAZO-DEFESA < WS-DATA-HOJE
               ADD 1 TO WS-TOT-VENCIDAS
           END-IF
           IF (CTC-GANHA OR CTC-PERDIDA)
               AND CTC-DATA-DESFECHO(1:6) EQUAL WS-MES-APURACAO
               ADD 1 TO WS-TOT-DESFECHO
           END-IF
           IF CTC-DATA-AVISO(1:6) EQUAL WS-MES-APURACAO
               ADD 1 TO WS-TOT-AVISADAS
               PERFORM SOMA-MOTIVO
           ELSE
               IF NOT (CTC-GANHA OR CTC-PERDIDA)
                   OR CTC-DATA-DESFECHO(1:6) NOT EQUAL WS-MES-APURACAO
                   GO LISTA-CONTESTACOES-LOOP
               END-IF
           END-IF
           MOVE SPACES TO WS-LINHA.
           MOVE CTC-ID TO WS-LIN-ID.
           MOVE CTC-REF-ADQUIRENTE TO WS-LIN-REFERENCIA.
           MOVE CTC-DATA-AVISO TO WS-LIN-AVISO.
           MOVE CTC-MOTIVO TO WS-LIN-MOTIVO.
           MOVE CTC-ORIGEM TO WS-LIN-ORIGEM.
           MOVE CTC-DOC TO WS-LIN-DOC.
           MOVE CTC-CLIENTE-ID TO WS-LIN-CLIENTE.
           MOVE CTC-VALOR TO WS-LIN-VALOR.
           MOVE CTC-PRAZO-DEFESA TO WS-LIN-PRAZO.
           EVALUATE TRUE
               WHEN CTC-RECEBIDA
                   MOVE "RECEBIDA" TO WS-LIN-SITUACAO
               WHEN CTC-DEFESA-ENVIADA
                   MOVE "DEFESA" TO WS-LIN-SITUACAO
               WHEN CTC-GANHA
                   MOVE "GANHA" TO WS-LIN-SITUACAO
               WHEN CTC-PERDIDA
                   MOVE "PERDIDA" TO WS-LIN-SITUACAO
           END-EVALUATE
           MOVE CTC-DATA-DESFECHO TO WS-LIN-DESFECHO.
           MOVE WS-LINHA TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           GO LISTA-CONTESTACOES-LOOP.
       LISTA-CONTESTACOES-FIM.

      * -----------------------------------
      * SOMA A CONTESTACAO CORRENTE NA LINHA DO MOTIVO DELA

       SOMA-MOTIVO.
           MOVE 1 TO WS-IX.
           PERFORM ACHA-MOTIVO THRU ACHA-MOTIVO-FIM.
           ADD 1 TO WS-MT-QTD(WS-IX).
           ADD CTC-VALOR TO WS-MT-VALOR(WS-IX).
           ADD CTC-VALOR TO WS-TOT-VALOR.
           EVALUATE TRUE
               WHEN CTC-RECEBIDA
                   ADD 1 TO WS-MT-RECEBIDA(WS-IX)
               WHEN CTC-DEFESA-ENVIADA
                   ADD 1 TO WS-MT-DEFESA(WS-IX)
               WHEN CTC-GANHA
                   ADD 1 TO WS-MT-GANHA(WS-IX)
               WHEN CTC-PERDIDA
                   ADD 1 TO WS-MT-PERDIDA(WS-IX)
                   ADD CTC-VALOR TO WS-MT-PERDIDO(WS-IX)
                   ADD CTC-VALOR TO WS-TOT-PERDIDO
           END-EVALUATE.

      * -----------------------------------
      * POSICAO DO MOTIVO NA TABELA; CODIGO DESCONHECIDO CAI EM OUTROS

       ACHA-MOTIVO.
           IF WS-IX EQUAL 6
               OR WS-COD-MOTIVO(WS-IX) EQUAL CTC-MOTIVO
               GO ACHA-MOTIVO-FIM
           END-IF
           ADD 1 TO WS-IX.
           GO ACHA-MOTIVO.
       ACHA-MOTIVO-FIM.

      * -----------------------------------
      * RESUMO POR MOTIVO DAS AVISADAS NO MES

       IMPRIME-MOTIVOS.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE WS-CAB-MOTIVO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE 1 TO WS-IX.
           PERFORM IMPRIME-MOTIVO THRU IMPRIME-MOTIVO-FIM.

      * -----------------------------------

       IMPRIME-MOTIVO.
           IF WS-MT-QTD(WS-IX) > ZEROS
               MOVE SPACES TO WS-LINHA-MOTIVO
               MOVE WS-NOME-MOTIVO(WS-IX) TO WS-LMT-NOME
               MOVE WS-MT-QTD(WS-IX) TO WS-LMT-QTD
               MOVE WS-MT-RECEBIDA(WS-IX) TO WS-LMT-RECEBIDA
               MOVE WS-MT-DEFESA(WS-IX) TO WS-LMT-DEFESA
               MOVE WS-MT-GANHA(WS-IX) TO WS-LMT-GANHA
               MOVE WS-MT-PERDIDA(WS-IX) TO WS-LMT-PERDIDA
               MOVE WS-MT-VALOR(WS-IX) TO WS-LMT-VALOR
               MOVE WS-MT-PERDIDO(WS-IX) TO WS-LMT-PERDIDO
               MOVE WS-LINHA-MOTIVO TO RELATORIO-LINHA
               PERFORM IMPRIME-LINHA
           END-IF
           IF WS-IX < 6
               ADD 1 TO WS-IX
               GO IMPRIME-MOTIVO
           END-IF.
       IMPRIME-MOTIVO-FIM.

      * -----------------------------------

       IMPRIME-TOTAIS.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE "CONTESTACOES AVISADAS NO MES" TO WS-LTO-ROTULO.
           MOVE WS-TOT-AVISADAS TO WS-LTO-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE "VALOR CONTESTADO NO MES" TO WS-LTO-ROTULO.
           MOVE WS-TOT-VALOR TO WS-LTO-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE "VALOR PERDIDO (AVISADAS NO MES)" TO WS-LTO-ROTULO.
           MOVE WS-TOT-PERDIDO TO WS-LTO-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE "DESFECHOS REGISTRADOS NO MES" TO WS-LTO-ROTULO.
           MOVE WS-TOT-DESFECHO TO WS-LTO-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE "SEM DEFESA COM PRAZO VENCIDO" TO WS-LTO-ROTULO.
           MOVE WS-TOT-VENCIDAS TO WS-LTO-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.

      * -----------------------------------

       IMPRIME-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY RELATORIO-LINHA.
