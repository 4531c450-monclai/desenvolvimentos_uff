       identification division.
       program-id. juros_receber.

      *=================================================================
      * ENCARGOS DE ATRASO DO CONTAS A RECEBER. A MULTA EM ABERTO
      * FICAVA NO VALOR ORIGINAL PARA SEMPRE - PAGAR UM ANO DEPOIS NAO
      * CUSTAVA NADA. NO FECHAMENTO DO MES ESTE BATCH PASSA PELOS
      * LANCAMENTOS EM ABERTO (MULTA, REPOSICAO E OS DEMAIS DE
      * PRINCIPAL) VENCIDOS HA MAIS QUE A CARENCIA E, SOBRE O SALDO:
      *   - COBRA UMA VEZ SO A MULTA POR ATRASO (JUROS_MULTA_PCT);
      *   - COBRA OS JUROS DE MORA DO MES (JUROS_MORA_PCT AO MES, PRO
      *     RATA PELOS DIAS DE ATRASO DENTRO DO MES, NO MAXIMO 30).
      * CADA ENCARGO VIRA UM LANCAMENTO PROPRIO NO CONTAS A RECEBER
      * (TIPO "A" OU "J", CHAVE 6 + SEQUENCIA, MESMO ALUGUEL DE
      * ORIGEM) E UMA LINHA EM JUROS_CR.DAT LIGANDO-O AO LANCAMENTO DE
      * ORIGEM - O PRINCIPAL NAO E TOCADO E JUROS NAO RENDEM JUROS.
      * PARCELADO E BAIXADO NAO CORREM ENCARGO. RODAR DE NOVO O MESMO
      * MES NAO COBRA DUAS VEZES. MES JA FECHADO E RECUSADO.
      *
      * O RELATORIO (JUROS_RECEBER.DAT) LISTA OS ENCARGOS LANCADOS.
      *
      * PARAMETROS PELO AMBIENTE: MES_APURACAO (AAAAMM, PADRAO O MES
      * CORRENTE; ENCARGO DATADO NO ULTIMO DIA DO MES, OU HOJE SE O MES
      * AINDA CORRE), JUROS_MORA_PCT E JUROS_MULTA_PCT (4 DIGITOS, 2
      * DECIMAIS: PADRAO 0100 = 1,00% AO MES E 0200 = 2,00%) E
      * JUROS_CARENCIA_DIAS (PADRAO 030, CONTADOS DA DATA DO
      * LANCAMENTO).
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select receber-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is cr-key.

       select juros-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-jcr
           record key is jcr-key.

       select aluguel-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-alug
           record key is al-key
           alternate record key is al-cliente-id with duplicates
           alternate record key is al-data-aluguel with duplicates
           alternate record key is al-data-devolucao with duplicates.

       select periodo-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-per
           record key is per-key.

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

       fd receber-file value of file-id is "CONTAS_RECEBER.dat".
       copy receber.

       fd juros-file value of file-id is "JUROS_CR.dat".
       copy juros_cr.

       fd aluguel-file value of file-id is "ALUGUEL.dat".
       copy aluguel.

       fd periodo-file value of file-id is "PERIODO.dat".
       copy periodo.

       fd relatorio-file value of file-id is "JUROS_RECEBER.dat".
       01 relatorio-linha             pic x(100).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-nao-existe            value 35.

       77 fs-stat-jcr          pic 9(02).
           88 fs-jcr-nao-existe        value 35.

       77 fs-stat-alug         pic 9(02).
           88 fs-alug-nao-existe       value 35.

       77 fs-stat-per          pic 9(02).
           88 fs-per-ok                value zeros.

       77 fs-stat-rel          pic 9(02).

       77 ws-data-hoje         pic 9(08).
       77 ws-mes-ambiente      pic x(06).
       77 ws-mes-apuracao      pic 9(06).
       01 ws-pct-ambiente      pic x(04).
       01 ws-pct-numerico redefines ws-pct-ambiente pic 9(02)v99.
       77 ws-taxa-juros        pic 9(02)v99.
       77 ws-taxa-multa        pic 9(02)v99.
       77 ws-dias-ambiente     pic x(03).
       77 ws-carencia          pic 9(03).

      * DATA DE CORTE: ULTIMO DIA DO MES APURADO (DIA 1 DO MES
      * SEGUINTE MENOS UM), LIMITADA A HOJE; O ATRASO DENTRO DO MES
      * CONTA A PARTIR DO ULTIMO DIA DO MES ANTERIOR
       77 ws-data-corte        pic 9(08).
       77 ws-mes-seguinte      pic 9(08).
       77 ws-mes-inicio        pic 9(08).
       77 ws-corte-int         pic 9(09).
       77 ws-inicio-int        pic 9(09).
       77 ws-vencto-int        pic 9(09).
       77 ws-dias-mes          pic 9(03).

      * LANCAMENTO DE ORIGEM EM TRATAMENTO
       77 ws-origem-id         pic 9(11).
       77 ws-origem-cliente    pic 9(05).
       77 ws-origem-aluguel    pic 9(11).
       77 ws-origem-saldo      pic 9(05)v99.
       77 ws-origem-filial     pic 9(02).
       77 ws-tem-multa         pic x(01).
           88 ja-tem-multa             value "S".
       77 ws-tem-juros-mes     pic x(01).
           88 ja-tem-juros-mes         value "S".

      * ENCARGO A LANCAR (PREPARADO POR COBRA-JUROS / COBRA-MULTA)
       77 ws-enc-tipo          pic x(01).
       77 ws-enc-taxa          pic 9(02)v99.
       77 ws-enc-dias          pic 9(03).
       77 ws-enc-valor         pic 9(05)v99.
       77 ws-proximo-lanc      pic 9(11).
       77 ws-lancou            pic x(01).
           88 lancou                   value "S".

       77 ws-aud-programa      pic x(20) value "JUROS_RECEBER".
       77 ws-aud-operacao      pic x(10).

       77 ws-qtd-vencidos      pic 9(05) value zeros.
       77 ws-qtd-juros         pic 9(05) value zeros.
       77 ws-qtd-multas        pic 9(05) value zeros.
       77 ws-tot-juros         pic 9(09)v99 value zeros.
       77 ws-tot-multas        pic 9(09)v99 value zeros.

       01 ws-titulo.
           02 filler               pic x(40) value
               "ENCARGOS DE ATRASO DO CONTAS A RECEBER -".
           02 filler               pic x(05) value " MES ".
           02 ws-tit-mes           pic 9(06).
           02 filler               pic x(49) value spaces.

       01 ws-cabecalho.
           02 filler               pic x(52) value
               "ORIGEM      LANCAMENTO  CLIENTE FL ENCARGO          ".
           02 filler               pic x(48) value
               "   SALDO  TAXA DIAS    VALOR".

       01 ws-linha.
           02 ws-lin-origem        pic 9(11).
           02 filler               pic x(01) value spaces.
           02 ws-lin-lancamento    pic 9(11).
           02 filler               pic x(01) value spaces.
           02 ws-lin-cliente       pic 9(05).
           02 filler               pic x(03) value spaces.
           02 ws-lin-filial        pic 9(02).
           02 filler               pic x(01) value spaces.
           02 ws-lin-encargo       pic x(16).
           02 filler               pic x(01) value spaces.
           02 ws-lin-saldo         pic zzzz9.99.
           02 filler               pic x(01) value spaces.
           02 ws-lin-taxa          pic z9.99.
           02 filler               pic x(01) value spaces.
           02 ws-lin-dias          pic zzz9.
           02 filler               pic x(01) value spaces.
           02 ws-lin-valor         pic zzzz9.99.
           02 filler               pic x(20) value spaces.

       01 ws-linha-total.
           02 ws-lto-rotulo        pic x(40).
           02 ws-lto-valor         pic zzzzzzzz9.99.
           02 filler               pic x(48) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "juros_receber".
           02 ws-spl-arquivo       pic x(30)
               value "JUROS_RECEBER.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM OBTEM-PARAMETROS.
           OPEN INPUT PERIODO-FILE.
           IF FS-PER-OK
               MOVE WS-MES-APURACAO TO PER-ANOMES
               READ PERIODO-FILE
               INVALID KEY
                   MOVE SPACES TO PER-STATUS
               END-READ
               CLOSE PERIODO-FILE
               IF PER-FECHADO
                   DISPLAY "PERIODO " WS-MES-APURACAO
                       " JA FECHADO - ENCARGOS NAO LANCADOS"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN I-O RECEBER-FILE.
           IF FS-NAO-EXISTE
               DISPLAY "NENHUM LANCAMENTO NO CONTAS A RECEBER"
               GOBACK
           END-IF
           OPEN I-O JUROS-FILE.
           IF FS-JCR-NAO-EXISTE
               OPEN OUTPUT JUROS-FILE
               CLOSE JUROS-FILE
               OPEN I-O JUROS-FILE
           END-IF
           OPEN INPUT ALUGUEL-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE WS-MES-APURACAO TO WS-TIT-MES.
           MOVE WS-TITULO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE WS-CABECALHO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.

           PERFORM ACHA-PROXIMO-LANC THRU ACHA-PROXIMO-LANC-FIM.
           PERFORM APURA-ENCARGOS THRU APURA-ENCARGOS-FIM.
           PERFORM IMPRIME-TOTAIS.

           CLOSE RECEBER-FILE JUROS-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           IF NOT FS-ALUG-NAO-EXISTE
               CLOSE ALUGUEL-FILE
           END-IF
           DISPLAY "MES APURADO............: " WS-MES-APURACAO.
           DISPLAY "DATA DE CORTE..........: " WS-DATA-CORTE.
           DISPLAY "LANCAMENTOS VENCIDOS...: " WS-QTD-VENCIDOS.
           DISPLAY "JUROS DE MORA LANCADOS.: " WS-QTD-JUROS
               "  " WS-TOT-JUROS.
           DISPLAY "MULTAS POR ATRASO......: " WS-QTD-MULTAS
               "  " WS-TOT-MULTAS.
           GOBACK.

      * -----------------------------------
      * MES, DATA DE CORTE, TAXAS E CARENCIA

       OBTEM-PARAMETROS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-MES-AMBIENTE FROM ENVIRONMENT "MES_APURACAO".
           IF WS-MES-AMBIENTE IS NUMERIC
               AND WS-MES-AMBIENTE NOT = SPACES
               MOVE WS-MES-AMBIENTE TO WS-MES-APURACAO
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-MES-APURACAO
           END-IF.
           IF WS-MES-APURACAO(5:2) EQUAL "12"
               COMPUTE WS-MES-SEGUINTE =
                   (WS-MES-APURACAO + 89) * 100 + 1
           ELSE
               COMPUTE WS-MES-SEGUINTE =
                   (WS-MES-APURACAO + 1) * 100 + 1
           END-IF
           COMPUTE WS-MES-INICIO = WS-MES-APURACAO * 100 + 1.
           COMPUTE WS-INICIO-INT =
               FUNCTION INTEGER-OF-DATE(WS-MES-INICIO) - 1.
           COMPUTE WS-CORTE-INT =
               FUNCTION INTEGER-OF-DATE(WS-MES-SEGUINTE) - 1.
           COMPUTE WS-DATA-CORTE =
               FUNCTION DATE-OF-INTEGER(WS-CORTE-INT).
           IF WS-DATA-CORTE > WS-DATA-HOJE
               MOVE WS-DATA-HOJE TO WS-DATA-CORTE
               COMPUTE WS-CORTE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-CORTE)
           END-IF
           ACCEPT WS-PCT-AMBIENTE FROM ENVIRONMENT "JUROS_MORA_PCT".
           IF WS-PCT-AMBIENTE IS NUMERIC
               AND WS-PCT-AMBIENTE NOT = SPACES
               MOVE WS-PCT-NUMERICO TO WS-TAXA-JUROS
           ELSE
               MOVE 1.00 TO WS-TAXA-JUROS
           END-IF
           ACCEPT WS-PCT-AMBIENTE FROM ENVIRONMENT "JUROS_MULTA_PCT".
           IF WS-PCT-AMBIENTE IS NUMERIC
               AND WS-PCT-AMBIENTE NOT = SPACES
               MOVE WS-PCT-NUMERICO TO WS-TAXA-MULTA
           ELSE
               MOVE 2.00 TO WS-TAXA-MULTA
           END-IF
           ACCEPT WS-DIAS-AMBIENTE FROM ENVIRONMENT
               "JUROS_CARENCIA_DIAS".
           IF WS-DIAS-AMBIENTE IS NUMERIC
               AND WS-DIAS-AMBIENTE NOT = SPACES
               MOVE WS-DIAS-AMBIENTE TO WS-CARENCIA
           ELSE
               MOVE 30 TO WS-CARENCIA
           END-IF.

      * -----------------------------------
      * PROXIMA CHAVE DE ENCARGO NO CONTAS A RECEBER: 6 + SEQUENCIA,
      * FORA DAS FAIXAS DAS MULTAS (CHAVE = AL-ID, INCLUSIVE A FAIXA 8
      * DA TELE-ENTREGA), DAS CONTESTACOES (7 + CTC-ID) E DOS CHEQUES
      * (9 + CHQ-ID); A MAIOR JA USADA NA FAIXA ESTA EM JUROS_CR.DAT

       ACHA-PROXIMO-LANC.
           MOVE 60000000001 TO WS-PROXIMO-LANC.
           MOVE LOW-VALUES TO JCR-KEY.
           START JUROS-FILE KEY IS NOT LESS THAN JCR-KEY
           INVALID KEY
               GO ACHA-PROXIMO-LANC-FIM
           END-START.

           ACHA-PROXIMO-LANC-LOOP.
           READ JUROS-FILE NEXT RECORD
           AT END
               GO ACHA-PROXIMO-LANC-FIM
           END-READ.
           IF JCR-LANCAMENTO NOT < WS-PROXIMO-LANC
               AND JCR-LANCAMENTO < 70000000000
               COMPUTE WS-PROXIMO-LANC = JCR-LANCAMENTO + 1
           END-IF
           GO ACHA-PROXIMO-LANC-LOOP.
       ACHA-PROXIMO-LANC-FIM.

      * -----------------------------------
      * PASSA PELOS LANCAMENTOS DE PRINCIPAL EM ABERTO. OS ENCARGOS
      * GRAVADOS NA PASSAGEM CAEM NA FAIXA 6 E SAO PULADOS PELO TIPO.

       APURA-ENCARGOS.
           MOVE ZEROS TO CR-KEY.
           START RECEBER-FILE KEY IS NOT LESS THAN CR-KEY
           INVALID KEY
               GO APURA-ENCARGOS-FIM
           END-START.

           APURA-ENCARGOS-LOOP.
           READ RECEBER-FILE NEXT RECORD
           AT END
               GO APURA-ENCARGOS-FIM
           END-READ.
           IF NOT CR-EM-ABERTO OR CR-SALDO EQUAL ZEROS
               OR CR-TIPO-JUROS OR CR-TIPO-ATRASO
               OR CR-DATA-ORIGEM NOT NUMERIC
               OR CR-DATA-ORIGEM EQUAL ZEROS
               OR CR-DATA-ORIGEM > WS-DATA-CORTE
               GO APURA-ENCARGOS-LOOP
           END-IF
           COMPUTE WS-VENCTO-INT =
               FUNCTION INTEGER-OF-DATE(CR-DATA-ORIGEM) + WS-CARENCIA.
           IF WS-VENCTO-INT NOT < WS-CORTE-INT
               GO APURA-ENCARGOS-LOOP
           END-IF
           ADD 1 TO WS-QTD-VENCIDOS.
           MOVE CR-ID TO WS-ORIGEM-ID.
           MOVE CR-CLIENTE-ID TO WS-ORIGEM-CLIENTE.
           MOVE CR-ALUGUEL-ID TO WS-ORIGEM-ALUGUEL.
           MOVE CR-SALDO TO WS-ORIGEM-SALDO.
           PERFORM FILIAL-ORIGEM.
           PERFORM CONFERE-ENCARGOS THRU CONFERE-ENCARGOS-FIM.
           IF NOT JA-TEM-MULTA
               PERFORM COBRA-MULTA
           END-IF
           IF NOT JA-TEM-JUROS-MES
               PERFORM COBRA-JUROS
           END-IF
           MOVE WS-ORIGEM-ID TO CR-ID.
           START RECEBER-FILE KEY IS GREATER THAN CR-KEY
           INVALID KEY
               GO APURA-ENCARGOS-FIM
           END-START.
           GO APURA-ENCARGOS-LOOP.
       APURA-ENCARGOS-FIM.

      * -----------------------------------
      * FILIAL DO ALUGUEL DE ORIGEM (ZERO SE NAO ACHAR), PARA O DRE

       FILIAL-ORIGEM.
           MOVE ZEROS TO WS-ORIGEM-FILIAL.
           IF NOT FS-ALUG-NAO-EXISTE
               MOVE WS-ORIGEM-ALUGUEL TO AL-ID
               READ ALUGUEL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AL-FILIAL TO WS-ORIGEM-FILIAL
               END-READ
           END-IF.

      * -----------------------------------
      * ENCARGOS JA LANCADOS PARA O LANCAMENTO DE ORIGEM: A MULTA EM
      * QUALQUER MES, OS JUROS NO MES APURADO

       CONFERE-ENCARGOS.
           MOVE "N" TO WS-TEM-MULTA.
           MOVE "N" TO WS-TEM-JUROS-MES.
           MOVE WS-ORIGEM-ID TO JCR-ORIGEM-ID.
           MOVE ZEROS TO JCR-ANOMES.
           MOVE LOW-VALUES TO JCR-TIPO.
           START JUROS-FILE KEY IS NOT LESS THAN JCR-KEY
           INVALID KEY
               GO CONFERE-ENCARGOS-FIM
           END-START.

           CONFERE-ENCARGOS-LOOP.
           READ JUROS-FILE NEXT RECORD
           AT END
               GO CONFERE-ENCARGOS-FIM
           END-READ.
           IF JCR-ORIGEM-ID NOT EQUAL WS-ORIGEM-ID
               GO CONFERE-ENCARGOS-FIM
           END-IF
           IF JCR-MULTA-ATRASO
               MOVE "S" TO WS-TEM-MULTA
           END-IF
           IF JCR-JUROS AND JCR-ANOMES EQUAL WS-MES-APURACAO
               MOVE "S" TO WS-TEM-JUROS-MES
           END-IF
           GO CONFERE-ENCARGOS-LOOP.
       CONFERE-ENCARGOS-FIM.

      * -----------------------------------
      * MULTA POR ATRASO, UMA VEZ SO, SOBRE O SALDO DE HOJE

       COBRA-MULTA.
           MOVE "A" TO WS-ENC-TIPO.
           MOVE WS-TAXA-MULTA TO WS-ENC-TAXA.
           MOVE ZEROS TO WS-ENC-DIAS.
           COMPUTE WS-ENC-VALOR ROUNDED =
               WS-ORIGEM-SALDO * WS-TAXA-MULTA / 100.
           IF WS-ENC-VALOR > ZEROS
               PERFORM LANCA-ENCARGO THRU LANCA-ENCARGO-FIM
           END-IF
           IF WS-ENC-VALOR > ZEROS AND LANCOU
               ADD 1 TO WS-QTD-MULTAS
               ADD WS-ENC-VALOR TO WS-TOT-MULTAS
           END-IF.

      * -----------------------------------
      * JUROS DE MORA DO MES: DIAS DE ATRASO DENTRO DO MES (A PARTIR
      * DO VENCIMENTO, SE ELE CAIU NO MES), NO MAXIMO 30

       COBRA-JUROS.
           IF WS-VENCTO-INT > WS-INICIO-INT
               COMPUTE WS-DIAS-MES = WS-CORTE-INT - WS-VENCTO-INT
           ELSE
               COMPUTE WS-DIAS-MES = WS-CORTE-INT - WS-INICIO-INT
           END-IF
           IF WS-DIAS-MES > 30
               MOVE 30 TO WS-DIAS-MES
           END-IF
           MOVE "J" TO WS-ENC-TIPO.
           MOVE WS-TAXA-JUROS TO WS-ENC-TAXA.
           MOVE WS-DIAS-MES TO WS-ENC-DIAS.
           COMPUTE WS-ENC-VALOR ROUNDED =
               WS-ORIGEM-SALDO * WS-TAXA-JUROS / 100
               * WS-DIAS-MES / 30.
           IF WS-ENC-VALOR > ZEROS
               PERFORM LANCA-ENCARGO THRU LANCA-ENCARGO-FIM
           END-IF
           IF WS-ENC-VALOR > ZEROS AND LANCOU
               ADD 1 TO WS-QTD-JUROS
               ADD WS-ENC-VALOR TO WS-TOT-JUROS
           END-IF.

      * -----------------------------------
      * GRAVA O ENCARGO: LANCAMENTO PROPRIO NO CONTAS A RECEBER, A
      * LIGACAO COM A ORIGEM EM JUROS_CR.DAT, AUDITORIA E RELATORIO.
      * SE A CHAVE JA EXISTE NO CONTAS A RECEBER O ENCARGO NAO E
      * REGISTRADO EM JUROS_CR.DAT (A PROXIMA APURACAO TENTA DE NOVO)

       LANCA-ENCARGO.
           MOVE "N" TO WS-LANCOU.
           MOVE SPACES TO CR-REC.
           MOVE WS-PROXIMO-LANC TO CR-ID.
           MOVE WS-ORIGEM-CLIENTE TO CR-CLIENTE-ID.
           MOVE WS-ORIGEM-ALUGUEL TO CR-ALUGUEL-ID.
           MOVE WS-ENC-VALOR TO CR-VALOR-ORIGINAL.
           MOVE WS-ENC-VALOR TO CR-SALDO.
           MOVE WS-DATA-CORTE TO CR-DATA-ORIGEM.
           MOVE "A" TO CR-STATUS.
           MOVE WS-ENC-TIPO TO CR-TIPO.
           MOVE ZEROS TO CR-DATA-BAIXA.
           WRITE CR-REC
           INVALID KEY
               DISPLAY "LANCAMENTO " WS-PROXIMO-LANC
                   " JA EXISTE NO CONTAS A RECEBER"
               ADD 1 TO WS-PROXIMO-LANC
               GO LANCA-ENCARGO-FIM
           END-WRITE.
           MOVE "S" TO WS-LANCOU.
           MOVE SPACES TO JCR-REC.
           MOVE WS-ORIGEM-ID TO JCR-ORIGEM-ID.
           MOVE WS-MES-APURACAO TO JCR-ANOMES.
           MOVE WS-ENC-TIPO TO JCR-TIPO.
           MOVE WS-PROXIMO-LANC TO JCR-LANCAMENTO.
           MOVE WS-ORIGEM-CLIENTE TO JCR-CLIENTE-ID.
           MOVE WS-ORIGEM-FILIAL TO JCR-FILIAL.
           MOVE WS-ORIGEM-SALDO TO JCR-BASE.
           MOVE WS-ENC-TAXA TO JCR-TAXA.
           MOVE WS-ENC-DIAS TO JCR-DIAS.
           MOVE WS-ENC-VALOR TO JCR-VALOR.
           MOVE WS-DATA-CORTE TO JCR-DATA.
           WRITE JCR-REC
           INVALID KEY
               DISPLAY "ENCARGO DO LANCAMENTO " WS-ORIGEM-ID
                   " JA REGISTRADO"
           END-WRITE.
           IF JCR-JUROS
               MOVE "JUROS-MORA" TO WS-AUD-OPERACAO
           ELSE
               MOVE "MULTA-ATR" TO WS-AUD-OPERACAO
           END-IF
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-PROXIMO-LANC.
           MOVE SPACES TO WS-LINHA.
           MOVE WS-ORIGEM-ID TO WS-LIN-ORIGEM.
           MOVE WS-PROXIMO-LANC TO WS-LIN-LANCAMENTO.
           MOVE WS-ORIGEM-CLIENTE TO WS-LIN-CLIENTE.
           MOVE WS-ORIGEM-FILIAL TO WS-LIN-FILIAL.
           IF JCR-JUROS
               MOVE "JUROS DE MORA" TO WS-LIN-ENCARGO
           ELSE
               MOVE "MULTA P/ ATRASO" TO WS-LIN-ENCARGO
           END-IF
           MOVE WS-ORIGEM-SALDO TO WS-LIN-SALDO.
           MOVE WS-ENC-TAXA TO WS-LIN-TAXA.
           MOVE WS-ENC-DIAS TO WS-LIN-DIAS.
           MOVE WS-ENC-VALOR TO WS-LIN-VALOR.
           MOVE WS-LINHA TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           ADD 1 TO WS-PROXIMO-LANC.
       LANCA-ENCARGO-FIM.

      * -----------------------------------

       IMPRIME-TOTAIS.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE "TOTAL DE JUROS DE MORA" TO WS-LTO-ROTULO.
           MOVE WS-TOT-JUROS TO WS-LTO-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE "TOTAL DE MULTAS POR ATRASO" TO WS-LTO-ROTULO.
           MOVE WS-TOT-MULTAS TO WS-LTO-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.

      * -----------------------------------

       IMPRIME-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY RELATORIO-LINHA.
