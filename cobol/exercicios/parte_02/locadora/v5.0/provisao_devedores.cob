       identification division.
       program-id. provisao_devedores.

      *=================================================================
      * PROVISAO MENSAL PARA DEVEDORES DUVIDOSOS. AS MULTAS VELHAS DO
      * CONTAS A RECEBER (CONTAS_RECEBER.DAT) FICAVAM PELO VALOR CHEIO
      * PARA SEMPRE, MESMO DEPOIS DE O CLIENTE IR PARA O BUREAU. NO
      * FECHAMENTO DO MES ESTE BATCH ABRE O SALDO EM ABERTO POR FILIAL
      * (FILIAL DO ALUGUEL DE ORIGEM) E POR FAIXA DE IDADE NA DATA DE
      * CORTE (ULTIMO DIA DO MES, OU HOJE SE O MES AINDA CORRE), APLICA
      * O PERCENTUAL DE CADA FAIXA E GRAVA A PROVISAO DO MES EM
      * PROVISAO.DAT (RODAR DE NOVO O MESMO MES REGRAVA). O DRE LANCA
      * A VARIACAO SOBRE O MES ANTERIOR.
      *
      * O RELATORIO (PROVISAO_REL.DAT) TRAZ AS FAIXAS POR FILIAL E A
      * LISTA DOS LANCAMENTOS QUE JA PASSARAM DA IDADE DE BAIXA - A
      * BAIXA EM SI E FEITA NA TELA DO CONTAS A RECEBER, COM
      * APROVACAO DE SUPERVISOR.
      *
      * PARAMETROS PELO AMBIENTE: MES_APURACAO (AAAAMM, PADRAO O MES
      * CORRENTE), PROVISAO_PCTS (CINCO PERCENTUAIS DE 3 DIGITOS, DA
      * FAIXA ATE 30 DIAS ATE A ACIMA DE 360, PADRAO 000010030060100)
      * E BAIXA_DIAS_MIN (PADRAO 360).
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

       select aluguel-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-alug
           record key is al-key
           alternate record key is al-cliente-id with duplicates
           alternate record key is al-data-aluguel with duplicates
           alternate record key is al-data-devolucao with duplicates.

       select provisao-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-prv
           record key is prv-key.

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

       fd aluguel-file value of file-id is "ALUGUEL.dat".
       copy aluguel.

       fd provisao-file value of file-id is "PROVISAO.dat".
       copy provisao.

       fd relatorio-file value of file-id is "PROVISAO_REL.dat".
       01 relatorio-linha             pic x(100).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-nao-existe            value 35.
           88 fs-fim                   value 10.

       77 fs-stat-alug         pic 9(02).
           88 fs-alug-nao-existe       value 35.

       77 fs-stat-prv          pic 9(02).
           88 fs-prv-nao-existe        value 35.

       77 fs-stat-rel          pic 9(02).

       77 ws-data-hoje         pic 9(08).
       77 ws-mes-ambiente      pic x(06).
       77 ws-mes-apuracao      pic 9(06).
       77 ws-pcts-ambiente     pic x(15).
       77 ws-dias-ambiente     pic x(04).
       77 ws-dias-baixa        pic 9(04).

      * DATA DE CORTE: ULTIMO DIA DO MES APURADO (DIA 1 DO MES
      * SEGUINTE MENOS UM), LIMITADA A HOJE
       77 ws-data-corte        pic 9(08).
       77 ws-mes-seguinte      pic 9(08).
       77 ws-corte-int         pic 9(09).
       77 ws-dias-idade        pic s9(07).

      * FAIXAS DE IDADE: LIMITE SUPERIOR EM DIAS E PERCENTUAL
       01 ws-tab-faixas.
           02 ws-faixa occurs 5 times.
               03 ws-fx-limite         pic 9(05).
               03 ws-fx-perc           pic 9(03).
               03 ws-fx-rotulo         pic x(20).
       01 ws-pcts-lidos.
           02 ws-pct-lido          pic 9(03) occurs 5 times.
       77 ws-fx                pic 9(01) comp.

       77 ws-filial-mov        pic 9(02).
       77 ws-ind               pic 9(02) comp.
       77 ws-qtd-filiais       pic 9(02) comp value zeros.
       78 ws-max-filiais       value 10.
       01 ws-tab-filiais.
           02 ws-fil occurs 10 times.
               03 ws-fil-codigo        pic 9(02).
               03 ws-fil-faixa occurs 5 times.
                   04 ws-fil-qtd           pic 9(05).
                   04 ws-fil-saldo         pic 9(09)v99.

       77 ws-valor-faixa       pic 9(09)v99.
       77 ws-tot-saldo         pic 9(09)v99 value zeros.
       77 ws-tot-provisao      pic 9(09)v99 value zeros.
       77 ws-qtd-lancamentos   pic 9(05) value zeros.
       77 ws-qtd-candidatos    pic 9(05) value zeros.
       77 ws-saldo-candidatos  pic 9(09)v99 value zeros.

       01 ws-linha-titulo.
           02 ws-tit-texto         pic x(40).
           02 ws-tit-numero        pic z(05)9.
           02 filler               pic x(54) value spaces.

       01 ws-cab-faixa.
           02 filler               pic x(40)
               value "FAIXA DE IDADE             QTD         ".
           02 filler               pic x(40)
               value "SALDO    %         PROVISAO            ".
           02 filler               pic x(20) value spaces.

       01 ws-linha-faixa.
           02 ws-lfx-rotulo        pic x(20).
           02 filler               pic x(02) value spaces.
           02 ws-lfx-qtd           pic zzzz9.
           02 filler               pic x(02) value spaces.
           02 ws-lfx-saldo         pic zzzzzzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lfx-perc          pic zz9.
           02 filler               pic x(02) value spaces.
           02 ws-lfx-valor         pic zzzzzzzz9.99.
           02 filler               pic x(40) value spaces.

       01 ws-cab-candidato.
           02 filler               pic x(40)
               value "LANCAMENTO   CLIENTE  FILIAL  ORIGEM   ".
           02 filler               pic x(40)
               value "     DIAS        SALDO                 ".
           02 filler               pic x(20) value spaces.

       01 ws-linha-candidato.
           02 ws-lcd-lancamento    pic 9(11).
           02 filler               pic x(02) value spaces.
           02 ws-lcd-cliente       pic 9(05).
           02 filler               pic x(04) value spaces.
           02 ws-lcd-filial        pic 9(02).
           02 filler               pic x(04) value spaces.
           02 ws-lcd-origem        pic 9(08).
           02 filler               pic x(02) value spaces.
           02 ws-lcd-dias          pic zzzzz9.
           02 filler               pic x(02) value spaces.
           02 ws-lcd-saldo         pic zzzzzzzz9.99.
           02 filler               pic x(42) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "provisao_devedores".
           02 ws-spl-arquivo       pic x(30)
               value "PROVISAO_REL.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM OBTEM-PARAMETROS.
           OPEN INPUT RECEBER-FILE.
           IF FS-NAO-EXISTE
               DISPLAY "NENHUM LANCAMENTO NO CONTAS A RECEBER"
               GOBACK
           END-IF
           OPEN INPUT ALUGUEL-FILE.
           OPEN I-O PROVISAO-FILE.
           IF FS-PRV-NAO-EXISTE
               OPEN OUTPUT PROVISAO-FILE
               CLOSE PROVISAO-FILE
               OPEN I-O PROVISAO-FILE
           END-IF
           OPEN OUTPUT RELATORIO-FILE.
           PERFORM APURA-SALDOS THRU APURA-SALDOS-FIM.
           PERFORM GRAVA-PROVISAO THRU GRAVA-PROVISAO-FIM.
           PERFORM LISTA-CANDIDATOS THRU LISTA-CANDIDATOS-FIM.
           CLOSE RECEBER-FILE PROVISAO-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           IF NOT FS-ALUG-NAO-EXISTE
               CLOSE ALUGUEL-FILE
           END-IF
           DISPLAY "MES APURADO............: " WS-MES-APURACAO.
           DISPLAY "DATA DE CORTE..........: " WS-DATA-CORTE.
           DISPLAY "LANCAMENTOS EM ABERTO..: " WS-QTD-LANCAMENTOS.
           DISPLAY "SALDO EM ABERTO........: " WS-TOT-SALDO.
           DISPLAY "PROVISAO DO MES........: " WS-TOT-PROVISAO.
           DISPLAY "CANDIDATOS A BAIXA.....: " WS-QTD-CANDIDATOS.
           GOBACK.

      * -----------------------------------
      * MES, DATA DE CORTE, PERCENTUAIS DAS FAIXAS E IDADE DE BAIXA

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
           COMPUTE WS-CORTE-INT =
               FUNCTION INTEGER-OF-DATE(WS-MES-SEGUINTE) - 1.
           COMPUTE WS-DATA-CORTE =
               FUNCTION DATE-OF-INTEGER(WS-CORTE-INT).
           IF WS-DATA-CORTE > WS-DATA-HOJE
               MOVE WS-DATA-HOJE TO WS-DATA-CORTE
               COMPUTE WS-CORTE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-CORTE)
           END-IF
           MOVE 30 TO WS-FX-LIMITE(1).
           MOVE 90 TO WS-FX-LIMITE(2).
           MOVE 180 TO WS-FX-LIMITE(3).
           MOVE 360 TO WS-FX-LIMITE(4).
           MOVE 99999 TO WS-FX-LIMITE(5).
           MOVE "ATE 30 DIAS" TO WS-FX-ROTULO(1).
           MOVE "31 A 90 DIAS" TO WS-FX-ROTULO(2).
           MOVE "91 A 180 DIAS" TO WS-FX-ROTULO(3).
           MOVE "181 A 360 DIAS" TO WS-FX-ROTULO(4).
           MOVE "ACIMA DE 360 DIAS" TO WS-FX-ROTULO(5).
           ACCEPT WS-PCTS-AMBIENTE FROM ENVIRONMENT "PROVISAO_PCTS".
           IF WS-PCTS-AMBIENTE IS NUMERIC
               MOVE WS-PCTS-AMBIENTE TO WS-PCTS-LIDOS
           ELSE
               MOVE "000010030060100" TO WS-PCTS-LIDOS
           END-IF
           MOVE ZEROS TO WS-FX.

           OBTEM-PARAMETROS-FAIXA.
           ADD 1 TO WS-FX.
           IF WS-FX > 5
               GO OBTEM-PARAMETROS-DIAS
           END-IF
           MOVE WS-PCT-LIDO(WS-FX) TO WS-FX-PERC(WS-FX).
           IF WS-FX-PERC(WS-FX) > 100
               MOVE 100 TO WS-FX-PERC(WS-FX)
           END-IF
           GO OBTEM-PARAMETROS-FAIXA.

           OBTEM-PARAMETROS-DIAS.
           ACCEPT WS-DIAS-AMBIENTE FROM ENVIRONMENT "BAIXA_DIAS_MIN".
           IF WS-DIAS-AMBIENTE IS NUMERIC
               AND WS-DIAS-AMBIENTE NOT = SPACES
               MOVE WS-DIAS-AMBIENTE TO WS-DIAS-BAIXA
           ELSE
               MOVE 360 TO WS-DIAS-BAIXA
           END-IF.

      * -----------------------------------
      * SOMA CADA LANCAMENTO EM ABERTO NA FILIAL E NA FAIXA DA SUA
      * IDADE. PARCELADO SEGUE PELO ACORDO E BAIXADO JA SAIU DO
      * SALDO - NENHUM DOS DOIS ENTRA.

       APURA-SALDOS.
           MOVE ZEROS TO CR-KEY.
           MOVE ZEROS TO FS-STAT.
           START RECEBER-FILE KEY IS NOT LESS THAN CR-KEY
           INVALID KEY
               GO APURA-SALDOS-FIM
           END-START.

           APURA-SALDOS-LOOP.
           READ RECEBER-FILE NEXT RECORD
           AT END
               GO APURA-SALDOS-FIM
           END-READ.
           IF NOT CR-EM-ABERTO OR CR-SALDO EQUAL ZEROS
               GO APURA-SALDOS-LOOP
           END-IF
           PERFORM CALCULA-IDADE THRU CALCULA-IDADE-FIM.
           IF WS-DIAS-IDADE < ZEROS
               GO APURA-SALDOS-LOOP
           END-IF
           PERFORM LOCALIZA-FILIAL THRU LOCALIZA-FILIAL-FIM.
           IF WS-IND EQUAL ZEROS
               GO APURA-SALDOS-LOOP
           END-IF
           MOVE 1 TO WS-FX.

           APURA-SALDOS-FAIXA.
           IF WS-DIAS-IDADE > WS-FX-LIMITE(WS-FX) AND WS-FX < 5
               ADD 1 TO WS-FX
               GO APURA-SALDOS-FAIXA
           END-IF
           ADD 1 TO WS-FIL-QTD(WS-IND WS-FX).
           ADD CR-SALDO TO WS-FIL-SALDO(WS-IND WS-FX).
           ADD 1 TO WS-QTD-LANCAMENTOS.
           ADD CR-SALDO TO WS-TOT-SALDO.
           GO APURA-SALDOS-LOOP.
       APURA-SALDOS-FIM.

      * -----------------------------------
      * IDADE DO LANCAMENTO NA DATA DE CORTE E FILIAL DO ALUGUEL DE
      * ORIGEM (SEM O ALUGUEL, FILIAL ZERO). DATA DE ORIGEM INVALIDA
      * OU DEPOIS DO CORTE DEVOLVE IDADE NEGATIVA.

       CALCULA-IDADE.
           MOVE -1 TO WS-DIAS-IDADE.
           IF CR-DATA-ORIGEM NOT NUMERIC OR CR-DATA-ORIGEM EQUAL ZEROS
               OR CR-DATA-ORIGEM > WS-DATA-CORTE
               GO CALCULA-IDADE-FIM
           END-IF
           COMPUTE WS-DIAS-IDADE = WS-CORTE-INT
               - FUNCTION INTEGER-OF-DATE(CR-DATA-ORIGEM).
           MOVE ZEROS TO WS-FILIAL-MOV.
           IF NOT FS-ALUG-NAO-EXISTE
               MOVE CR-ALUGUEL-ID TO AL-ID
               READ ALUGUEL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AL-FILIAL TO WS-FILIAL-MOV
               END-READ
           END-IF.
       CALCULA-IDADE-FIM.

      * -----------------------------------
      * PROCURA (OU ABRE) A LINHA DA FILIAL DO LANCAMENTO

       LOCALIZA-FILIAL.
           MOVE ZEROS TO WS-IND.

           LOCALIZA-FILIAL-LOOP.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-FILIAIS
               GO LOCALIZA-FILIAL-NOVA
           END-IF
           IF WS-FIL-CODIGO(WS-IND) EQUAL WS-FILIAL-MOV
               GO LOCALIZA-FILIAL-FIM
           END-IF
           GO LOCALIZA-FILIAL-LOOP.

           LOCALIZA-FILIAL-NOVA.
           IF WS-QTD-FILIAIS NOT < WS-MAX-FILIAIS
               MOVE ZEROS TO WS-IND
               GO LOCALIZA-FILIAL-FIM
           END-IF
           ADD 1 TO WS-QTD-FILIAIS.
           MOVE WS-QTD-FILIAIS TO WS-IND.
           INITIALIZE WS-FIL(WS-IND).
           MOVE WS-FILIAL-MOV TO WS-FIL-CODIGO(WS-IND).
       LOCALIZA-FILIAL-FIM.

      * -----------------------------------
      * UMA LINHA DE PROVISAO.DAT POR FILIAL (REGRAVA SE O MES JA FOI
      * APURADO) E O BLOCO DAS FAIXAS NO RELATORIO

       GRAVA-PROVISAO.
           MOVE SPACES TO WS-LINHA-TITULO.
           MOVE "PROVISAO PARA DEVEDORES DUVIDOSOS - MES" TO
               WS-TIT-TEXTO.
           MOVE WS-MES-APURACAO TO WS-TIT-NUMERO.
           MOVE WS-LINHA-TITULO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE ZEROS TO WS-IND.

           GRAVA-PROVISAO-LOOP.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-FILIAIS
               GO GRAVA-PROVISAO-FIM
           END-IF
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-TITULO.
           MOVE "FILIAL" TO WS-TIT-TEXTO.
           MOVE WS-FIL-CODIGO(WS-IND) TO WS-TIT-NUMERO.
           MOVE WS-LINHA-TITULO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE WS-CAB-FAIXA TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO PRV-REC.
           MOVE WS-MES-APURACAO TO PRV-MES.
           MOVE WS-FIL-CODIGO(WS-IND) TO PRV-FILIAL.
           MOVE WS-DATA-CORTE TO PRV-DATA-CORTE.
           MOVE ZEROS TO PRV-SALDO-TOTAL PRV-VALOR-TOTAL.
           MOVE ZEROS TO WS-FX.

           GRAVA-PROVISAO-FAIXA.
           ADD 1 TO WS-FX.
           IF WS-FX > 5
               GO GRAVA-PROVISAO-REGISTRO
           END-IF
           COMPUTE WS-VALOR-FAIXA ROUNDED =
               WS-FIL-SALDO(WS-IND WS-FX) * WS-FX-PERC(WS-FX) / 100.
           MOVE WS-FIL-QTD(WS-IND WS-FX) TO PRV-FX-QTD(WS-FX).
           MOVE WS-FIL-SALDO(WS-IND WS-FX) TO PRV-FX-SALDO(WS-FX).
           MOVE WS-FX-PERC(WS-FX) TO PRV-FX-PERC(WS-FX).
           MOVE WS-VALOR-FAIXA TO PRV-FX-VALOR(WS-FX).
           ADD WS-FIL-SALDO(WS-IND WS-FX) TO PRV-SALDO-TOTAL.
           ADD WS-VALOR-FAIXA TO PRV-VALOR-TOTAL.
           MOVE SPACES TO WS-LINHA-FAIXA.
           MOVE WS-FX-ROTULO(WS-FX) TO WS-LFX-ROTULO.
           MOVE WS-FIL-QTD(WS-IND WS-FX) TO WS-LFX-QTD.
           MOVE WS-FIL-SALDO(WS-IND WS-FX) TO WS-LFX-SALDO.
           MOVE WS-FX-PERC(WS-FX) TO WS-LFX-PERC.
           MOVE WS-VALOR-FAIXA TO WS-LFX-VALOR.
           MOVE WS-LINHA-FAIXA TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           GO GRAVA-PROVISAO-FAIXA.

           GRAVA-PROVISAO-REGISTRO.
           MOVE SPACES TO WS-LINHA-FAIXA.
           MOVE "TOTAL DA FILIAL" TO WS-LFX-ROTULO.
           MOVE PRV-SALDO-TOTAL TO WS-LFX-SALDO.
           MOVE PRV-VALOR-TOTAL TO WS-LFX-VALOR.
           MOVE WS-LINHA-FAIXA TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           ADD PRV-VALOR-TOTAL TO WS-TOT-PROVISAO.
           WRITE PRV-REC
           INVALID KEY
               REWRITE PRV-REC
           END-WRITE.
           GO GRAVA-PROVISAO-LOOP.
       GRAVA-PROVISAO-FIM.

      * -----------------------------------
      * LANCAMENTOS EM ABERTO QUE JA PASSARAM DA IDADE DE BAIXA - A
      * LISTA QUE O SUPERVISOR CONFERE ANTES DE BAIXAR NO CONTAS A
      * RECEBER

       LISTA-CANDIDATOS.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA-TITULO.
           MOVE "CANDIDATOS A BAIXA - IDADE MINIMA (DIAS)" TO
               WS-TIT-TEXTO.
           MOVE WS-DIAS-BAIXA TO WS-TIT-NUMERO.
           MOVE WS-LINHA-TITULO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE WS-CAB-CANDIDATO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE ZEROS TO CR-KEY.
           START RECEBER-FILE KEY IS NOT LESS THAN CR-KEY
           INVALID KEY
               GO LISTA-CANDIDATOS-FIM
           END-START.

           LISTA-CANDIDATOS-LOOP.
           READ RECEBER-FILE NEXT RECORD
           AT END
               GO LISTA-CANDIDATOS-TOTAL
           END-READ.
           IF NOT CR-EM-ABERTO OR CR-SALDO EQUAL ZEROS
               GO LISTA-CANDIDATOS-LOOP
           END-IF
           PERFORM CALCULA-IDADE THRU CALCULA-IDADE-FIM.
           IF WS-DIAS-IDADE < WS-DIAS-BAIXA
               GO LISTA-CANDIDATOS-LOOP
           END-IF
           MOVE SPACES TO WS-LINHA-CANDIDATO.
           MOVE CR-ID TO WS-LCD-LANCAMENTO.
           MOVE CR-CLIENTE-ID TO WS-LCD-CLIENTE.
           MOVE WS-FILIAL-MOV TO WS-LCD-FILIAL.
           MOVE CR-DATA-ORIGEM TO WS-LCD-ORIGEM.
           MOVE WS-DIAS-IDADE TO WS-LCD-DIAS.
           MOVE CR-SALDO TO WS-LCD-SALDO.
           MOVE WS-LINHA-CANDIDATO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           ADD 1 TO WS-QTD-CANDIDATOS.
           ADD CR-SALDO TO WS-SALDO-CANDIDATOS.
           GO LISTA-CANDIDATOS-LOOP.

           LISTA-CANDIDATOS-TOTAL.
           MOVE SPACES TO WS-LINHA-CANDIDATO.
           MOVE WS-QTD-CANDIDATOS TO WS-LCD-LANCAMENTO.
           MOVE WS-SALDO-CANDIDATOS TO WS-LCD-SALDO.
           MOVE WS-LINHA-CANDIDATO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
       LISTA-CANDIDATOS-FIM.

      * -----------------------------------

       IMPRIME-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY RELATORIO-LINHA.
