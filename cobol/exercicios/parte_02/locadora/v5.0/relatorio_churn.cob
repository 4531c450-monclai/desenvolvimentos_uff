       identification division.
       program-id. relatorio_churn.

      *=================================================================
      * CHURN MENSAL DAS ASSINATURAS (CHURN_ASSINATURAS.DAT). PARA O
      * MES DE APURACAO, CONTA OS PLANOS ATIVOS NO PRIMEIRO DIA, AS
      * ADESOES E OS CANCELAMENTOS DO MES, E A TAXA DE CHURN
      * (CANCELADOS / ATIVOS NO INICIO), ABERTOS POR PLANO (B/P/V) E
      * POR FILIAL DO CLIENTE. DEPOIS VEM OS CANCELAMENTOS DO MES POR
      * MOTIVO (MOTIVO_CANCEL.DAT) E A PERMANENCIA MEDIA, EM DIAS DA
      * ADESAO AO CANCELAMENTO, DE QUEM SAIU. PLANO SEM DATA DE ADESAO
      * (ANTERIOR AO CONTROLE) CONTA COMO ATIVO NO INICIO, MAS FICA
      * FORA DA PERMANENCIA MEDIA.
      *
      * O MES VEM DE MES_APURACAO (AAAAMM, PADRAO O MES CORRENTE).
      * RODA NO FECHAMENTO_MENSAL, DEPOIS DA COBRANCA DAS ASSINATURAS.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select assinatura-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat
           record key is fs-key.

       select cliente-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-cliente
           record key is cli-key.

       select filial-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-fil
           record key is fil-key.

       select motivo-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-motivo
           record key is mtc-key.

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

       fd assinatura-file value of file-id is "ASSINATURA.dat".
       copy assinatura.

       fd cliente-file value of file-id is "FUNC.dat".
       copy cliente replacing ==FILE1-REC==     by ==CLI-REC==
                              ==FS-KEY==        by ==CLI-KEY==
                              ==FS-ID==         by ==CLI-ID==
                              ==FS-NOME==       by ==CLI-NOME==
                              ==FS-SENHA==      by ==CLI-SENHA==.

       fd filial-file value of file-id is "FILIAL.dat".
       copy filial.

       fd motivo-file value of file-id is "MOTIVO_CANCEL.dat".
       copy motivo_cancel.

       fd relatorio-file value of file-id is "CHURN_ASSINATURAS.dat".
       01 relatorio-linha             pic x(100).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-fim                   value 10.

       77 fs-stat-cliente      pic 9(02).
           88 fs-cliente-ok            value zeros.

       77 fs-stat-fil          pic 9(02).
           88 fs-fil-ok                value zeros.

       77 fs-stat-motivo       pic 9(02).
           88 fs-motivo-ok             value zeros.

       77 fs-stat-rel          pic 9(02).

       77 ws-cliente-aberto    pic x(01) value "N".
           88 cliente-aberto           value "S".
       77 ws-filial-aberta     pic x(01) value "N".
           88 filial-aberta            value "S".
       77 ws-motivo-aberto     pic x(01) value "N".
           88 motivo-aberto            value "S".

       77 ws-data-hoje         pic 9(08).
       77 ws-mes-ambiente      pic x(06).
       77 ws-mes-apuracao      pic 9(06).
       77 ws-inicio-mes        pic 9(08).
       77 ws-fim-mes           pic 9(08).
       77 ws-mes-seguinte      pic 9(08).

       77 ws-adesao            pic 9(08).
       77 ws-ativo-inicio      pic x(01).
           88 ativo-no-inicio          value "S".
       77 ws-novo              pic x(01).
           88 novo-no-mes              value "S".
       77 ws-saiu              pic x(01).
           88 saiu-no-mes              value "S".

       77 ws-pl                pic 9(01) comp.
       77 ws-fil               pic 9(03) comp.
       77 ws-mot               pic 9(03) comp.
       77 ws-dias-permanencia  pic s9(07).

       77 ws-tot-inicio        pic 9(05) value zeros.
       77 ws-tot-novos         pic 9(05) value zeros.
       77 ws-tot-cancelados    pic 9(05) value zeros.
       77 ws-tot-dias          pic 9(09) value zeros.
       77 ws-qtd-com-adesao    pic 9(05) value zeros.
       77 ws-media-dias        pic 9(05).
       77 ws-media-meses       pic 9(03)v9.

       77 ws-calc-inicio       pic 9(05).
       77 ws-calc-cancelados   pic 9(05).
       77 ws-calc-churn        pic 9(03)v99.

      * CONTAGENS POR PLANO (1=B, 2=P, 3=V), POR FILIAL (FILIAL + 1,
      * A POSICAO 1 FICA PARA CLIENTE SEM FILIAL) E POR MOTIVO
      * (MOTIVO + 1, A POSICAO 1 FICA PARA CANCELAMENTO SEM MOTIVO)
       01 ws-tabela-planos.
           02 ws-pl-linha occurs 3 times.
               03 ws-pl-inicio     pic 9(05).
               03 ws-pl-novos      pic 9(05).
               03 ws-pl-cancel     pic 9(05).

       01 ws-tabela-filiais.
           02 ws-fl-linha occurs 100 times.
               03 ws-fl-inicio     pic 9(05).
               03 ws-fl-novos      pic 9(05).
               03 ws-fl-cancel     pic 9(05).

       01 ws-tabela-motivos.
           02 ws-mt-linha occurs 100 times.
               03 ws-mt-qtd        pic 9(05).
               03 ws-mt-dias       pic 9(09).
               03 ws-mt-com-adesao pic 9(05).

       01 ws-nomes-planos.
           02 filler               pic x(10) value "B - BASICO".
           02 filler               pic x(10) value "P - PADRAO".
           02 filler               pic x(10) value "V - VIP".
       01 ws-nomes-planos-red redefines ws-nomes-planos.
           02 ws-nome-plano        pic x(10) occurs 3 times.

       01 ws-titulo.
           02 filler               pic x(27)
               value "CHURN DE ASSINATURAS - MES ".
           02 ws-tit-mes           pic 9(06).
           02 filler               pic x(67) value spaces.

       01 ws-cab-plano.
           02 filler               pic x(34) value "PLANO".
           02 filler               pic x(32)
               value "  INICIO   NOVOS  CANCEL  CHURN%".
           02 filler               pic x(34) value spaces.

       01 ws-cab-filial.
           02 filler               pic x(34) value "FILIAL".
           02 filler               pic x(32)
               value "  INICIO   NOVOS  CANCEL  CHURN%".
           02 filler               pic x(34) value spaces.

       01 ws-linha-grupo.
           02 ws-lg-rotulo         pic x(34).
           02 filler               pic x(02) value spaces.
           02 ws-lg-inicio         pic zzzzz9.
           02 filler               pic x(02) value spaces.
           02 ws-lg-novos          pic zzzzz9.
           02 filler               pic x(02) value spaces.
           02 ws-lg-cancel         pic zzzzz9.
           02 filler               pic x(02) value spaces.
           02 ws-lg-churn          pic zz9.99.
           02 filler               pic x(34) value spaces.

       01 ws-rotulo-filial.
           02 ws-rf-codigo         pic 9(02).
           02 filler               pic x(01) value spaces.
           02 ws-rf-nome           pic x(31).

       01 ws-cab-motivo.
           02 filler               pic x(34)
               value "CANCELAMENTOS POR MOTIVO".
           02 filler               pic x(23)
               value "     QTD   %CANC   DIAS".
           02 filler               pic x(43) value spaces.

       01 ws-linha-motivo.
           02 ws-lm-codigo         pic 9(02).
           02 filler               pic x(01) value spaces.
           02 ws-lm-descricao      pic x(31).
           02 filler               pic x(02) value spaces.
           02 ws-lm-qtd            pic zzzzz9.
           02 filler               pic x(02) value spaces.
           02 ws-lm-pct            pic zz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lm-dias           pic zzzz9.
           02 filler               pic x(43) value spaces.

       01 ws-linha-permanencia.
           02 filler               pic x(40)
               value "PERMANENCIA MEDIA DE QUEM SAIU (DIAS): ".
           02 ws-lp-dias           pic zzzz9.
           02 filler               pic x(10) value "  (MESES: ".
           02 ws-lp-meses          pic zz9.9.
           02 filler               pic x(01) value ")".
           02 filler               pic x(39) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_churn".
           02 ws-spl-arquivo       pic x(30)
               value "CHURN_ASSINATURAS.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM OBTEM-PARAMETROS.
           INITIALIZE WS-TABELA-PLANOS WS-TABELA-FILIAIS
               WS-TABELA-MOTIVOS.
           MOVE ZEROS TO WS-TOT-INICIO WS-TOT-NOVOS WS-TOT-CANCELADOS.
           MOVE ZEROS TO WS-TOT-DIAS WS-QTD-COM-ADESAO.
           MOVE ZEROS TO FS-STAT.
           OPEN INPUT ASSINATURA-FILE.
           IF NOT FS-OK
               DISPLAY "NENHUMA ASSINATURA CADASTRADA - SEM CHURN"
               GOBACK
           END-IF
           OPEN INPUT CLIENTE-FILE.
           IF FS-CLIENTE-OK
               MOVE "S" TO WS-CLIENTE-ABERTO
           END-IF
           OPEN INPUT FILIAL-FILE.
           IF FS-FIL-OK
               MOVE "S" TO WS-FILIAL-ABERTA
           END-IF
           OPEN INPUT MOTIVO-FILE.
           IF FS-MOTIVO-OK
               MOVE "S" TO WS-MOTIVO-ABERTO
           END-IF
           PERFORM LE-ASSINATURA THRU LE-ASSINATURA-FIM
               UNTIL FS-FIM.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE WS-MES-APURACAO TO WS-TIT-MES.
           MOVE WS-TITULO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE WS-CAB-PLANO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           PERFORM IMPRIME-PLANOS THRU IMPRIME-PLANOS-FIM.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE WS-CAB-FILIAL TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           PERFORM IMPRIME-FILIAIS THRU IMPRIME-FILIAIS-FIM.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE WS-CAB-MOTIVO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           PERFORM IMPRIME-MOTIVOS THRU IMPRIME-MOTIVOS-FIM.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE ZEROS TO WS-MEDIA-DIAS WS-MEDIA-MESES.
           IF WS-QTD-COM-ADESAO > ZEROS
               COMPUTE WS-MEDIA-DIAS ROUNDED =
                   WS-TOT-DIAS / WS-QTD-COM-ADESAO
               COMPUTE WS-MEDIA-MESES ROUNDED =
                   WS-TOT-DIAS / WS-QTD-COM-ADESAO / 30
           END-IF
           MOVE WS-MEDIA-DIAS TO WS-LP-DIAS.
           MOVE WS-MEDIA-MESES TO WS-LP-MESES.
           MOVE WS-LINHA-PERMANENCIA TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           CLOSE ASSINATURA-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           IF CLIENTE-ABERTO
               CLOSE CLIENTE-FILE
           END-IF
           IF FILIAL-ABERTA
               CLOSE FILIAL-FILE
           END-IF
           IF MOTIVO-ABERTO
               CLOSE MOTIVO-FILE
           END-IF
           DISPLAY "ATIVAS NO INICIO DO MES: " WS-TOT-INICIO.
           DISPLAY "ADESOES NO MES.........: " WS-TOT-NOVOS.
           DISPLAY "CANCELAMENTOS NO MES...: " WS-TOT-CANCELADOS.
           GOBACK.

      * -----------------------------------
      * MES DE APURACAO (MES_APURACAO OU O CORRENTE), COM O PRIMEIRO E
      * O ULTIMO DIA

       OBTEM-PARAMETROS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-MES-AMBIENTE FROM ENVIRONMENT "MES_APURACAO".
           IF WS-MES-AMBIENTE IS NUMERIC
               AND WS-MES-AMBIENTE NOT = SPACES
               MOVE WS-MES-AMBIENTE TO WS-MES-APURACAO
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-MES-APURACAO
           END-IF.
           COMPUTE WS-INICIO-MES = WS-MES-APURACAO * 100 + 1.
           IF WS-MES-APURACAO(5:2) EQUAL "12"
               COMPUTE WS-MES-SEGUINTE =
                   (WS-MES-APURACAO + 89) * 100 + 1
           ELSE
               COMPUTE WS-MES-SEGUINTE =
                   (WS-MES-APURACAO + 1) * 100 + 1
           END-IF
           COMPUTE WS-FIM-MES = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-MES-SEGUINTE) - 1).

      * -----------------------------------
      * UMA ASSINATURA: ATIVA NO INICIO (ADESAO ANTES DO DIA 1 E NAO
      * CANCELADA ANTES DELE), NOVA (ADESAO NO MES) E/OU SAIDA NO MES
      * (CANCELADA COM DATA NO MES). PLANO CANCELADO SEM DATA E DE
      * ANTES DO CONTROLE - FICA FORA DE TUDO.

       LE-ASSINATURA.
           READ ASSINATURA-FILE
           AT END
               MOVE 10 TO FS-STAT
               GO LE-ASSINATURA-FIM
           END-READ.
           MOVE ZEROS TO WS-ADESAO.
           IF FS-DATA-ADESAO IS NUMERIC
               MOVE FS-DATA-ADESAO TO WS-ADESAO
           END-IF
           IF WS-ADESAO > WS-FIM-MES
               GO LE-ASSINATURA-FIM
           END-IF
           IF FS-STATUS-CANCELADA
               IF FS-DATA-CANCELAMENTO NOT NUMERIC
                   OR FS-DATA-CANCELAMENTO < WS-INICIO-MES
                   GO LE-ASSINATURA-FIM
               END-IF
           END-IF
           MOVE "N" TO WS-ATIVO-INICIO WS-NOVO WS-SAIU.
           IF WS-ADESAO < WS-INICIO-MES
               MOVE "S" TO WS-ATIVO-INICIO
           ELSE
               MOVE "S" TO WS-NOVO
           END-IF
           IF FS-STATUS-CANCELADA
               AND FS-DATA-CANCELAMENTO NOT > WS-FIM-MES
               MOVE "S" TO WS-SAIU
           END-IF
           IF NOT (ATIVO-NO-INICIO OR NOVO-NO-MES OR SAIU-NO-MES)
               GO LE-ASSINATURA-FIM
           END-IF
           EVALUATE TRUE
               WHEN FS-PLANO-BASICO
                   MOVE 1 TO WS-PL
               WHEN FS-PLANO-PADRAO
                   MOVE 2 TO WS-PL
               WHEN FS-PLANO-VIP
                   MOVE 3 TO WS-PL
               WHEN OTHER
                   MOVE ZEROS TO WS-PL
           END-EVALUATE
           MOVE 1 TO WS-FIL.
           IF CLIENTE-ABERTO
               MOVE FS-CLIENTE-ID TO CLI-ID
               READ CLIENTE-FILE
               NOT INVALID KEY
                   IF FS-FILIAL IS NUMERIC
                       COMPUTE WS-FIL = FS-FILIAL + 1
                   END-IF
               END-READ
           END-IF
           IF ATIVO-NO-INICIO
               ADD 1 TO WS-TOT-INICIO
               ADD 1 TO WS-FL-INICIO(WS-FIL)
               IF WS-PL > ZEROS
                   ADD 1 TO WS-PL-INICIO(WS-PL)
               END-IF
           END-IF
           IF NOVO-NO-MES
               ADD 1 TO WS-TOT-NOVOS
               ADD 1 TO WS-FL-NOVOS(WS-FIL)
               IF WS-PL > ZEROS
                   ADD 1 TO WS-PL-NOVOS(WS-PL)
               END-IF
           END-IF
           IF SAIU-NO-MES
               PERFORM CONTA-SAIDA THRU CONTA-SAIDA-FIM
           END-IF.
       LE-ASSINATURA-FIM.

      * -----------------------------------
      * CANCELAMENTO DO MES: PLANO, FILIAL, MOTIVO E PERMANENCIA

       CONTA-SAIDA.
           ADD 1 TO WS-TOT-CANCELADOS.
           ADD 1 TO WS-FL-CANCEL(WS-FIL).
           IF WS-PL > ZEROS
               ADD 1 TO WS-PL-CANCEL(WS-PL)
           END-IF
           MOVE 1 TO WS-MOT.
           IF FS-MOTIVO-CANCEL IS NUMERIC
               COMPUTE WS-MOT = FS-MOTIVO-CANCEL + 1
           END-IF
           ADD 1 TO WS-MT-QTD(WS-MOT).
           IF WS-ADESAO EQUAL ZEROS
               OR WS-ADESAO > FS-DATA-CANCELAMENTO
               GO CONTA-SAIDA-FIM
           END-IF
           COMPUTE WS-DIAS-PERMANENCIA =
               FUNCTION INTEGER-OF-DATE(FS-DATA-CANCELAMENTO)
               - FUNCTION INTEGER-OF-DATE(WS-ADESAO).
           ADD WS-DIAS-PERMANENCIA TO WS-TOT-DIAS.
           ADD 1 TO WS-QTD-COM-ADESAO.
           ADD WS-DIAS-PERMANENCIA TO WS-MT-DIAS(WS-MOT).
           ADD 1 TO WS-MT-COM-ADESAO(WS-MOT).
       CONTA-SAIDA-FIM.

      * -----------------------------------
      * TAXA DE CHURN DE UM GRUPO: CANCELADOS SOBRE ATIVOS NO INICIO

       CALCULA-CHURN.
           MOVE ZEROS TO WS-CALC-CHURN.
           IF WS-CALC-INICIO > ZEROS
               COMPUTE WS-CALC-CHURN ROUNDED =
                   WS-CALC-CANCELADOS * 100 / WS-CALC-INICIO
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-CALC-CHURN
               END-COMPUTE
           END-IF.

      * -----------------------------------
      * UMA LINHA POR PLANO E A LINHA DE TOTAL

       IMPRIME-PLANOS.
           MOVE ZEROS TO WS-PL.

           IMPRIME-PLANOS-LOOP.
           ADD 1 TO WS-PL.
           IF WS-PL > 3
               GO IMPRIME-PLANOS-TOTAL
           END-IF
           MOVE SPACES TO WS-LINHA-GRUPO.
           MOVE WS-NOME-PLANO(WS-PL) TO WS-LG-ROTULO.
           MOVE WS-PL-INICIO(WS-PL) TO WS-LG-INICIO WS-CALC-INICIO.
           MOVE WS-PL-NOVOS(WS-PL) TO WS-LG-NOVOS.
           MOVE WS-PL-CANCEL(WS-PL) TO WS-LG-CANCEL WS-CALC-CANCELADOS.
           PERFORM CALCULA-CHURN.
           MOVE WS-CALC-CHURN TO WS-LG-CHURN.
           MOVE WS-LINHA-GRUPO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           GO IMPRIME-PLANOS-LOOP.

           IMPRIME-PLANOS-TOTAL.
           MOVE SPACES TO WS-LINHA-GRUPO.
           MOVE "TOTAL" TO WS-LG-ROTULO.
           MOVE WS-TOT-INICIO TO WS-LG-INICIO WS-CALC-INICIO.
           MOVE WS-TOT-NOVOS TO WS-LG-NOVOS.
           MOVE WS-TOT-CANCELADOS TO WS-LG-CANCEL WS-CALC-CANCELADOS.
           PERFORM CALCULA-CHURN.
           MOVE WS-CALC-CHURN TO WS-LG-CHURN.
           MOVE WS-LINHA-GRUPO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
       IMPRIME-PLANOS-FIM.

      * -----------------------------------
      * UMA LINHA POR FILIAL COM MOVIMENTO DE ASSINATURA NO MES

       IMPRIME-FILIAIS.
           MOVE ZEROS TO WS-FIL.

           IMPRIME-FILIAIS-LOOP.
           ADD 1 TO WS-FIL.
           IF WS-FIL > 100
               GO IMPRIME-FILIAIS-FIM
           END-IF
           IF WS-FL-INICIO(WS-FIL) EQUAL ZEROS
               AND WS-FL-NOVOS(WS-FIL) EQUAL ZEROS
               AND WS-FL-CANCEL(WS-FIL) EQUAL ZEROS
               GO IMPRIME-FILIAIS-LOOP
           END-IF
           MOVE SPACES TO WS-ROTULO-FILIAL.
           COMPUTE WS-RF-CODIGO = WS-FIL - 1.
           IF WS-FIL EQUAL 1
               MOVE "SEM FILIAL" TO WS-RF-NOME
           ELSE
               IF FILIAL-ABERTA
                   MOVE WS-RF-CODIGO TO FIL-CODIGO
                   READ FILIAL-FILE
                   NOT INVALID KEY
                       MOVE FIL-NOME TO WS-RF-NOME
                   END-READ
               END-IF
           END-IF
           MOVE SPACES TO WS-LINHA-GRUPO.
           MOVE WS-ROTULO-FILIAL TO WS-LG-ROTULO.
           MOVE WS-FL-INICIO(WS-FIL) TO WS-LG-INICIO WS-CALC-INICIO.
           MOVE WS-FL-NOVOS(WS-FIL) TO WS-LG-NOVOS.
           MOVE WS-FL-CANCEL(WS-FIL) TO WS-LG-CANCEL WS-CALC-CANCELADOS.
           PERFORM CALCULA-CHURN.
           MOVE WS-CALC-CHURN TO WS-LG-CHURN.
           MOVE WS-LINHA-GRUPO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           GO IMPRIME-FILIAIS-LOOP.
       IMPRIME-FILIAIS-FIM.

      * -----------------------------------
      * UMA LINHA POR MOTIVO COM CANCELAMENTO NO MES: QUANTIDADE,
      * PARTICIPACAO NOS CANCELAMENTOS E PERMANENCIA MEDIA EM DIAS

       IMPRIME-MOTIVOS.
           MOVE ZEROS TO WS-MOT.

           IMPRIME-MOTIVOS-LOOP.
           ADD 1 TO WS-MOT.
           IF WS-MOT > 100
               GO IMPRIME-MOTIVOS-FIM
           END-IF
           IF WS-MT-QTD(WS-MOT) EQUAL ZEROS
               GO IMPRIME-MOTIVOS-LOOP
           END-IF
           MOVE SPACES TO WS-LINHA-MOTIVO.
           COMPUTE WS-LM-CODIGO = WS-MOT - 1.
           IF WS-MOT EQUAL 1
               MOVE "SEM MOTIVO INFORMADO" TO WS-LM-DESCRICAO
           ELSE
               IF MOTIVO-ABERTO
                   COMPUTE MTC-CODIGO = WS-MOT - 1
                   READ MOTIVO-FILE
                   NOT INVALID KEY
                       MOVE MTC-DESCRICAO TO WS-LM-DESCRICAO
                   END-READ
               END-IF
           END-IF
           MOVE WS-MT-QTD(WS-MOT) TO WS-LM-QTD.
           COMPUTE WS-LM-PCT ROUNDED =
               WS-MT-QTD(WS-MOT) * 100 / WS-TOT-CANCELADOS.
           MOVE ZEROS TO WS-LM-DIAS.
           IF WS-MT-COM-ADESAO(WS-MOT) > ZEROS
               COMPUTE WS-LM-DIAS ROUNDED =
                   WS-MT-DIAS(WS-MOT) / WS-MT-COM-ADESAO(WS-MOT)
           END-IF
           MOVE WS-LINHA-MOTIVO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           GO IMPRIME-MOTIVOS-LOOP.
       IMPRIME-MOTIVOS-FIM.

      * -----------------------------------

       IMPRIME-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY RELATORIO-LINHA.
