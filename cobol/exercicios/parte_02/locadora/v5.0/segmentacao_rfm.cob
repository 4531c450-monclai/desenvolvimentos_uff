       identification division.
       program-id. segmentacao_rfm.

      *=================================================================
      * SEGMENTACAO MENSAL DOS CLIENTES POR RECENCIA, FREQUENCIA E
      * VALOR (RFM). PARA CADA CLIENTE ATIVO SOMA OS ULTIMOS 12 MESES
      * ATE O FIM DO MES APURADO - ALUGUEIS (ALUGUEL.DAT, MENOS OS
      * ESTORNADOS), COMPRAS (VENDA.DAT, ABATENDO OS ESTORNOS) E
      * MENSALIDADES DE ASSINATURA PAGAS (BOLETO.DAT) - E DA O
      * SEGMENTO, NESTA ORDEM:
      *   N NOVO       CADASTRO NOS ULTIMOS 90 DIAS
      *   P PERDIDO    SEM MOVIMENTO NA JANELA OU HA MAIS DE 180 DIAS
      *   C CAMPEAO    ULTIMO MOVIMENTO HA ATE 30 DIAS, 12 OU MAIS
      *                MOVIMENTOS E 300,00 OU MAIS NA JANELA
      *   F FREQUENTE  ULTIMO MOVIMENTO HA ATE 90 DIAS
      *   R EM RISCO   ULTIMO MOVIMENTO ENTRE 91 E 180 DIAS
      * O RESULTADO FICA POR CLIENTE EM SEGMENTO.DAT (COM O SEGMENTO
      * DO MES ANTERIOR AO LADO), O RELATORIO_SEGMENTOS.DAT TRAZ
      * CLIENTES E RECEITA POR SEGMENTO EM CADA FILIAL E SAI UMA
      * LISTA POR SEGMENTO (SEGMENTO_C.DAT, SEGMENTO_F.DAT, ...) SO
      * COM QUEM AUTORIZOU CONTATO DE MARKETING (SUBROTINA
      * CONFERE-CONSENTIMENTO) - E A LISTA QUE O GERA_CUPONS USA NOS
      * LOTES DIRIGIDOS (CUPOM_SEGMENTO).
      *
      * O MES (AAAAMM) VEM DA VARIAVEL DE AMBIENTE MES_APURACAO; SEM
      * ELA, O MES CORRENTE.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select cliente-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-cli
           record key is fs-key.

       select segmento-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-seg
           record key is seg-key.

       select aluguel-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-alug
           record key is al-key
           alternate record key is al-cliente-id with duplicates
           alternate record key is al-data-aluguel with duplicates
           alternate record key is al-data-devolucao with duplicates.

       select venda-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-venda
           record key is vd-key
           alternate record key is vd-data-venda with duplicates.

       select boleto-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-bol
           record key is bol-key
           alternate record key is bol-origem.

       select extrato-file
           assign to ws-nome-extrato
           organization is line sequential
           access mode is sequential
           file status is fs-stat-ext.

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

       fd cliente-file value of file-id is "FUNC.dat".
       copy cliente.

       fd segmento-file value of file-id is "SEGMENTO.dat".
       copy segmento.

       fd aluguel-file value of file-id is "ALUGUEL.dat".
       copy aluguel.

       fd venda-file value of file-id is "VENDA.dat".
       copy venda.

       fd boleto-file value of file-id is "BOLETO.dat".
       copy boleto.

       fd extrato-file.
       copy extrato_segmento.

       fd relatorio-file value of file-id is "RELATORIO_SEGMENTOS.dat".
       01 relatorio-linha             pic x(100).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-cli          pic 9(02).
           88 fs-cli-ok                value zeros.
           88 fs-cli-fim               value 10.
       77 fs-stat-seg          pic 9(02).
           88 fs-seg-ok                value zeros.
           88 fs-seg-nao-existe        value 35.
           88 fs-seg-fim               value 10.
       77 fs-stat-alug         pic 9(02).
           88 fs-alug-ok               value zeros.
       77 fs-stat-venda        pic 9(02).
           88 fs-venda-ok              value zeros.
       77 fs-stat-bol          pic 9(02).
           88 fs-bol-ok                value zeros.
       77 fs-stat-ext          pic 9(02).
       77 fs-stat-rel          pic 9(02).

       77 ws-data-hoje         pic 9(08).
       77 ws-mes-ambiente      pic x(06).
       77 ws-mes-apuracao      pic 9(06).
       77 ws-mes-seguinte      pic 9(08).
       77 ws-fim-mes           pic 9(08).
       77 ws-fim-int           pic 9(09).
       77 ws-inicio-janela     pic 9(08).
       77 ws-dias              pic 9(09).

      * REGUAS DOS SEGMENTOS
       78 ws-janela-dias       value 365.
       78 ws-dias-novo         value 90.
       78 ws-dias-campeao      value 30.
       78 ws-freq-campeao      value 12.
       78 ws-valor-campeao     value 300.
       78 ws-dias-frequente    value 90.
       78 ws-dias-risco        value 180.

      * MOVIMENTO A SOMAR NO SEGMENTO DO CLIENTE
       77 ws-mv-cliente        pic 9(05).
       77 ws-mv-data           pic 9(08).
       77 ws-mv-valor          pic 9(07)v99.
       77 ws-mv-estorno        pic x(01).
           88 mv-e-estorno             value "S".

       01 ws-codigos-seg       pic x(05) value "CFRPN".
       01 ws-codigos-seg-red redefines ws-codigos-seg.
           02 ws-cod-seg occurs 5 times pic x(01).

       01 ws-nomes-seg.
           02 filler pic x(12) value "CAMPEOES".
           02 filler pic x(12) value "FREQUENTES".
           02 filler pic x(12) value "EM RISCO".
           02 filler pic x(12) value "PERDIDOS".
           02 filler pic x(12) value "NOVOS".
       01 ws-nomes-seg-red redefines ws-nomes-seg.
           02 ws-nome-seg occurs 5 times pic x(12).

      * CLIENTES E RECEITA POR FILIAL (POSICAO FILIAL + 1) E SEGMENTO
       01 ws-tab-fil.
           02 ws-fl occurs 100 times.
               03 ws-fl-seg occurs 5 times.
                   04 ws-fl-qtd            pic 9(07).
                   04 ws-fl-valor          pic 9(11)v99.
       01 ws-tab-tot.
           02 ws-tt-seg occurs 5 times.
               03 ws-tt-qtd            pic 9(07).
               03 ws-tt-valor          pic 9(11)v99.
               03 ws-tt-extraidos      pic 9(07).
               03 ws-tt-mudaram        pic 9(07).

       77 ws-sx                pic 9(01) comp.
       77 ws-fx                pic 9(03) comp.
       77 ws-filial-ed         pic 9(02).
       77 ws-qtd-clientes      pic 9(07) value zeros.
       77 ws-qtd-removidos     pic 9(07) value zeros.
       77 ws-qtd-movimentos    pic 9(07) value zeros.
       77 ws-sem-consent       pic 9(07) value zeros.

       77 ws-con-finalidade    pic x(01) value "M".
       77 ws-con-resultado     pic x(01).
           88 con-autorizado           value "S".

       01 ws-nome-extrato.
           02 filler               pic x(09) value "SEGMENTO_".
           02 ws-ne-codigo         pic x(01).
           02 filler               pic x(04) value ".dat".

       01 ws-titulo.
           02 filler               pic x(40) value
               "SEGMENTACAO RFM DE CLIENTES - MES".
           02 ws-tit-mes           pic 9(06).
           02 filler               pic x(11) value " - JANELA ".
           02 ws-tit-inicio        pic 9(08).
           02 filler               pic x(03) value " A ".
           02 ws-tit-fim           pic 9(08).
           02 filler               pic x(24) value spaces.

       01 ws-cabecalho.
           02 filler               pic x(50) value
               "FILIAL SEGMENTO      CLIENTES    RECEITA 12 MESES ".
           02 filler               pic x(50) value
               "  MEDIA/CLIENTE".

       01 ws-linha.
           02 filler               pic x(02) value spaces.
           02 ws-lin-filial        pic x(02).
           02 filler               pic x(03) value spaces.
           02 ws-lin-segmento      pic x(12).
           02 filler               pic x(02) value spaces.
           02 ws-lin-qtd           pic z(6)9.
           02 filler               pic x(04) value spaces.
           02 ws-lin-valor         pic z(11)9.99.
           02 filler               pic x(03) value spaces.
           02 ws-lin-media         pic z(7)9.99.
           02 filler               pic x(35) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "segmentacao_rfm".
           02 ws-spl-arquivo       pic x(30)
               value "RELATORIO_SEGMENTOS.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM OBTEM-PARAMETROS.
           MOVE ZEROS TO WS-TAB-FIL WS-TAB-TOT.
           OPEN INPUT CLIENTE-FILE.
           IF NOT FS-CLI-OK
               DISPLAY "NENHUM CLIENTE CADASTRADO - NADA A SEGMENTAR"
               GOBACK
           END-IF
           OPEN I-O SEGMENTO-FILE.
           IF FS-SEG-NAO-EXISTE
               OPEN OUTPUT SEGMENTO-FILE
               CLOSE SEGMENTO-FILE
               OPEN I-O SEGMENTO-FILE
           END-IF
           IF NOT FS-SEG-OK
               DISPLAY "SEGMENTO.DAT INDISPONIVEL - STATUS " FS-STAT-SEG
               CLOSE CLIENTE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM PREPARA-SEGMENTOS THRU PREPARA-SEGMENTOS-FIM.
           PERFORM SOMA-ALUGUEIS THRU SOMA-ALUGUEIS-FIM.
           PERFORM SOMA-VENDAS THRU SOMA-VENDAS-FIM.
           PERFORM SOMA-MENSALIDADES THRU SOMA-MENSALIDADES-FIM.
           PERFORM CLASSIFICA-CLIENTES THRU CLASSIFICA-CLIENTES-FIM.
           MOVE ZEROS TO WS-SX.
           PERFORM EXTRAI-SEGMENTO THRU EXTRAI-SEGMENTO-FIM 5 TIMES.

           OPEN OUTPUT RELATORIO-FILE.
           PERFORM IMPRIME-RELATORIO THRU IMPRIME-RELATORIO-FIM.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           CLOSE CLIENTE-FILE SEGMENTO-FILE.

           DISPLAY "MES APURADO............: " WS-MES-APURACAO.
           DISPLAY "CLIENTES SEGMENTADOS...: " WS-QTD-CLIENTES.
           DISPLAY "MOVIMENTOS NA JANELA...: " WS-QTD-MOVIMENTOS.
           DISPLAY "INATIVOS RETIRADOS.....: " WS-QTD-REMOVIDOS.
           DISPLAY "FORA DAS LISTAS (SEM CONSENTIMENTO): "
               WS-SEM-CONSENT.
           MOVE ZEROS TO RETURN-CODE.
           GOBACK.

      * -----------------------------------
      * MES (AAAAMM) DE MES_APURACAO OU O CORRENTE; A JANELA SAO OS
      * 365 DIAS QUE TERMINAM NO ULTIMO DIA DO MES

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
           COMPUTE WS-FIM-INT =
               FUNCTION INTEGER-OF-DATE(WS-MES-SEGUINTE) - 1.
           COMPUTE WS-FIM-MES = FUNCTION DATE-OF-INTEGER(WS-FIM-INT).
           COMPUTE WS-INICIO-JANELA = FUNCTION DATE-OF-INTEGER(
               WS-FIM-INT - WS-JANELA-DIAS + 1).

      * -----------------------------------
      * ZERA O SEGMENTO DE CADA CLIENTE ATIVO, GUARDANDO O SEGMENTO
      * ANTERIOR; CLIENTE INATIVO OU ANONIMIZADO SAI DE SEGMENTO.DAT

       PREPARA-SEGMENTOS.
           READ CLIENTE-FILE NEXT RECORD
           AT END
               GO PREPARA-SEGMENTOS-FIM
           END-READ.
           IF FS-ID EQUAL ZEROS
               GO PREPARA-SEGMENTOS
           END-IF
           MOVE FS-ID TO SEG-CLIENTE-ID.
           IF FS-ATIVO-NAO OR FS-FOI-ANONIMIZADO
               DELETE SEGMENTO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-REMOVIDOS
               END-DELETE
               GO PREPARA-SEGMENTOS
           END-IF
           READ SEGMENTO-FILE
           INVALID KEY
               MOVE SPACES TO SEG-REC
               MOVE FS-ID TO SEG-CLIENTE-ID
               PERFORM ZERA-SEGMENTO
               WRITE SEG-REC
               END-WRITE
           NOT INVALID KEY
               MOVE SEG-CODIGO TO SEG-CODIGO-ANTERIOR
               PERFORM ZERA-SEGMENTO
               REWRITE SEG-REC
               END-REWRITE
           END-READ.
           ADD 1 TO WS-QTD-CLIENTES.
           GO PREPARA-SEGMENTOS.
       PREPARA-SEGMENTOS-FIM.

      * -----------------------------------

       ZERA-SEGMENTO.
           MOVE FS-FILIAL TO SEG-FILIAL.
           IF FS-FILIAL NOT NUMERIC
               MOVE ZEROS TO SEG-FILIAL
           END-IF
           MOVE SPACES TO SEG-CODIGO.
           MOVE ZEROS TO SEG-DATA-ULTIMA SEG-RECENCIA SEG-FREQUENCIA
               SEG-VALOR.
           MOVE WS-MES-APURACAO TO SEG-MES-APURACAO.
           MOVE WS-DATA-HOJE TO SEG-DATA-CALCULO.

      * -----------------------------------
      * ALUGUEIS DA JANELA (CHAVE AL-DATA-ALUGUEL), MENOS OS ESTORNADOS

       SOMA-ALUGUEIS.
           OPEN INPUT ALUGUEL-FILE.
           IF NOT FS-ALUG-OK
               GO SOMA-ALUGUEIS-FIM
           END-IF
           MOVE WS-INICIO-JANELA TO AL-DATA-ALUGUEL.
           START ALUGUEL-FILE KEY IS NOT LESS THAN AL-DATA-ALUGUEL
           INVALID KEY
               CLOSE ALUGUEL-FILE
               GO SOMA-ALUGUEIS-FIM
           END-START.

           SOMA-ALUGUEIS-LOOP.
           READ ALUGUEL-FILE NEXT RECORD
           AT END
               CLOSE ALUGUEL-FILE
               GO SOMA-ALUGUEIS-FIM
           END-READ.
           IF AL-DATA-ALUGUEL > WS-FIM-MES
               CLOSE ALUGUEL-FILE
               GO SOMA-ALUGUEIS-FIM
           END-IF
           IF AL-ESTORNADO
               GO SOMA-ALUGUEIS-LOOP
           END-IF
           MOVE AL-CLIENTE-ID TO WS-MV-CLIENTE.
           MOVE AL-DATA-ALUGUEL TO WS-MV-DATA.
           MOVE AL-VALOR TO WS-MV-VALOR.
           MOVE "N" TO WS-MV-ESTORNO.
           PERFORM SOMA-MOVIMENTO THRU SOMA-MOVIMENTO-FIM.
           GO SOMA-ALUGUEIS-LOOP.
       SOMA-ALUGUEIS-FIM.

      * -----------------------------------
      * COMPRAS DA JANELA (CHAVE VD-DATA-VENDA); O ESTORNO SO ABATE O
      * VALOR DA COMPRA QUE ANULOU

       SOMA-VENDAS.
           OPEN INPUT VENDA-FILE.
           IF NOT FS-VENDA-OK
               GO SOMA-VENDAS-FIM
           END-IF
           MOVE WS-INICIO-JANELA TO VD-DATA-VENDA.
           START VENDA-FILE KEY IS NOT LESS THAN VD-DATA-VENDA
           INVALID KEY
               CLOSE VENDA-FILE
               GO SOMA-VENDAS-FIM
           END-START.

           SOMA-VENDAS-LOOP.
           READ VENDA-FILE NEXT RECORD
           AT END
               CLOSE VENDA-FILE
               GO SOMA-VENDAS-FIM
           END-READ.
           IF VD-DATA-VENDA > WS-FIM-MES
               CLOSE VENDA-FILE
               GO SOMA-VENDAS-FIM
           END-IF
           MOVE VD-CLIENTE-ID TO WS-MV-CLIENTE.
           MOVE VD-DATA-VENDA TO WS-MV-DATA.
           MOVE VD-VALOR-TOTAL TO WS-MV-VALOR.
           MOVE "N" TO WS-MV-ESTORNO.
           IF VD-ESTORNO
               MOVE "S" TO WS-MV-ESTORNO
           END-IF
           PERFORM SOMA-MOVIMENTO THRU SOMA-MOVIMENTO-FIM.
           GO SOMA-VENDAS-LOOP.
       SOMA-VENDAS-FIM.

      * -----------------------------------
      * MENSALIDADES DE ASSINATURA PAGAS NA JANELA (BOLETO DE ORIGEM
      * "A" PAGO, INTEIRO OU A MENOR), PELO VALOR RECEBIDO

       SOMA-MENSALIDADES.
           OPEN INPUT BOLETO-FILE.
           IF NOT FS-BOL-OK
               GO SOMA-MENSALIDADES-FIM
           END-IF.

           SOMA-MENSALIDADES-LOOP.
           READ BOLETO-FILE NEXT RECORD
           AT END
               CLOSE BOLETO-FILE
               GO SOMA-MENSALIDADES-FIM
           END-READ.
           IF NOT BOL-DE-ASSINATURA
               OR NOT (BOL-PAGO OR BOL-PAGO-A-MENOR)
               OR BOL-DATA-PAGAMENTO < WS-INICIO-JANELA
               OR BOL-DATA-PAGAMENTO > WS-FIM-MES
               GO SOMA-MENSALIDADES-LOOP
           END-IF
           MOVE BOL-CLIENTE-ID TO WS-MV-CLIENTE.
           MOVE BOL-DATA-PAGAMENTO TO WS-MV-DATA.
           MOVE BOL-VALOR-PAGO TO WS-MV-VALOR.
           MOVE "N" TO WS-MV-ESTORNO.
           PERFORM SOMA-MOVIMENTO THRU SOMA-MOVIMENTO-FIM.
           GO SOMA-MENSALIDADES-LOOP.
       SOMA-MENSALIDADES-FIM.

      * -----------------------------------
      * SOMA UM MOVIMENTO NO SEGMENTO DO CLIENTE (SO CLIENTE ATIVO TEM
      * LINHA EM SEGMENTO.DAT; VENDA SEM CLIENTE FICA DE FORA)

       SOMA-MOVIMENTO.
           IF WS-MV-CLIENTE EQUAL ZEROS
               GO SOMA-MOVIMENTO-FIM
           END-IF
           MOVE WS-MV-CLIENTE TO SEG-CLIENTE-ID.
           READ SEGMENTO-FILE
           INVALID KEY
               GO SOMA-MOVIMENTO-FIM
           END-READ.
           IF MV-E-ESTORNO
               IF WS-MV-VALOR > SEG-VALOR
                   MOVE ZEROS TO SEG-VALOR
               ELSE
                   SUBTRACT WS-MV-VALOR FROM SEG-VALOR
               END-IF
           ELSE
               ADD 1 TO SEG-FREQUENCIA
               ADD WS-MV-VALOR TO SEG-VALOR
               IF WS-MV-DATA > SEG-DATA-ULTIMA
                   MOVE WS-MV-DATA TO SEG-DATA-ULTIMA
               END-IF
               ADD 1 TO WS-QTD-MOVIMENTOS
           END-IF
           REWRITE SEG-REC.
       SOMA-MOVIMENTO-FIM.

      * -----------------------------------
      * RECENCIA E SEGMENTO DE CADA CLIENTE, SOMADOS NA FILIAL DELE

       CLASSIFICA-CLIENTES.
           MOVE ZEROS TO SEG-CLIENTE-ID.
           START SEGMENTO-FILE KEY IS NOT LESS THAN SEG-KEY
           INVALID KEY
               GO CLASSIFICA-CLIENTES-FIM
           END-START.

           CLASSIFICA-CLIENTES-LOOP.
           READ SEGMENTO-FILE NEXT RECORD
           AT END
               GO CLASSIFICA-CLIENTES-FIM
           END-READ.
           PERFORM DEFINE-SEGMENTO THRU DEFINE-SEGMENTO-FIM.
           REWRITE SEG-REC.
           MOVE ZEROS TO WS-SX.

           CLASSIFICA-CLIENTES-ACHA.
           ADD 1 TO WS-SX.
           IF WS-COD-SEG(WS-SX) NOT = SEG-CODIGO
               GO CLASSIFICA-CLIENTES-ACHA
           END-IF
           COMPUTE WS-FX = SEG-FILIAL + 1.
           ADD 1 TO WS-FL-QTD(WS-FX WS-SX) WS-TT-QTD(WS-SX).
           ADD SEG-VALOR TO WS-FL-VALOR(WS-FX WS-SX)
               WS-TT-VALOR(WS-SX).
           IF SEG-CODIGO-ANTERIOR NOT = SPACES
               AND SEG-CODIGO-ANTERIOR NOT = SEG-CODIGO
               ADD 1 TO WS-TT-MUDARAM(WS-SX)
           END-IF
           GO CLASSIFICA-CLIENTES-LOOP.
       CLASSIFICA-CLIENTES-FIM.

      * -----------------------------------
      * A REGUA DO SEGMENTO, NA ORDEM DO CABECALHO DO PROGRAMA; O
      * CADASTRO DO CLIENTE DA A DATA PARA O SEGMENTO DE NOVOS

       DEFINE-SEGMENTO.
           MOVE SEG-CLIENTE-ID TO FS-ID.
           READ CLIENTE-FILE
           INVALID KEY
               MOVE ZEROS TO FS-DATA-CADASTRO
           END-READ.
           IF SEG-DATA-ULTIMA EQUAL ZEROS
               MOVE 99999 TO SEG-RECENCIA
           ELSE
               COMPUTE WS-DIAS = WS-FIM-INT
                   - FUNCTION INTEGER-OF-DATE(SEG-DATA-ULTIMA)
               IF WS-DIAS > 99999
                   MOVE 99999 TO WS-DIAS
               END-IF
               MOVE WS-DIAS TO SEG-RECENCIA
           END-IF
           IF FS-DATA-CADASTRO NUMERIC
               AND FS-DATA-CADASTRO > ZEROS
               AND FS-DATA-CADASTRO NOT > WS-FIM-MES
               IF WS-FIM-INT - FUNCTION INTEGER-OF-DATE(
                   FS-DATA-CADASTRO) < WS-DIAS-NOVO
                   MOVE "N" TO SEG-CODIGO
                   GO DEFINE-SEGMENTO-FIM
               END-IF
           END-IF
           IF SEG-RECENCIA > WS-DIAS-RISCO
               MOVE "P" TO SEG-CODIGO
               GO DEFINE-SEGMENTO-FIM
           END-IF
           IF SEG-RECENCIA NOT > WS-DIAS-CAMPEAO
               AND SEG-FREQUENCIA NOT < WS-FREQ-CAMPEAO
               AND SEG-VALOR NOT < WS-VALOR-CAMPEAO
               MOVE "C" TO SEG-CODIGO
               GO DEFINE-SEGMENTO-FIM
           END-IF
           IF SEG-RECENCIA NOT > WS-DIAS-FREQUENTE
               MOVE "F" TO SEG-CODIGO
           ELSE
               MOVE "R" TO SEG-CODIGO
           END-IF.
       DEFINE-SEGMENTO-FIM.

      * -----------------------------------
      * A LISTA DE CAMPANHA DO SEGMENTO WS-SX + 1 (SEGMENTO_X.DAT),
      * SO COM QUEM AUTORIZOU CONTATO DE MARKETING

       EXTRAI-SEGMENTO.
           ADD 1 TO WS-SX.
           MOVE WS-COD-SEG(WS-SX) TO WS-NE-CODIGO.
           OPEN OUTPUT EXTRATO-FILE.
           MOVE ZEROS TO SEG-CLIENTE-ID.
           START SEGMENTO-FILE KEY IS NOT LESS THAN SEG-KEY
           INVALID KEY
               CLOSE EXTRATO-FILE
               GO EXTRAI-SEGMENTO-FIM
           END-START.

           EXTRAI-SEGMENTO-LOOP.
           READ SEGMENTO-FILE NEXT RECORD
           AT END
               CLOSE EXTRATO-FILE
               GO EXTRAI-SEGMENTO-FIM
           END-READ.
           IF SEG-CODIGO NOT = WS-COD-SEG(WS-SX)
               GO EXTRAI-SEGMENTO-LOOP
           END-IF
           CALL "CONFERE-CONSENTIMENTO" USING SEG-CLIENTE-ID
               WS-CON-FINALIDADE WS-CON-RESULTADO.
           IF NOT CON-AUTORIZADO
               ADD 1 TO WS-SEM-CONSENT
               GO EXTRAI-SEGMENTO-LOOP
           END-IF
           MOVE SEG-CLIENTE-ID TO FS-ID.
           READ CLIENTE-FILE
           INVALID KEY
               GO EXTRAI-SEGMENTO-LOOP
           END-READ.
           MOVE SPACES TO EXS-LINHA.
           MOVE SEG-CLIENTE-ID TO EXS-CLIENTE-ID.
           MOVE SEG-CODIGO TO EXS-SEGMENTO.
           MOVE FS-NOME TO EXS-NOME.
           MOVE FS-TELEFONE TO EXS-TELEFONE.
           MOVE SEG-FILIAL TO EXS-FILIAL.
           MOVE SEG-DATA-ULTIMA TO EXS-DATA-ULTIMA.
           MOVE SEG-FREQUENCIA TO EXS-FREQUENCIA.
           MOVE SEG-VALOR TO EXS-VALOR.
           WRITE EXS-LINHA.
           ADD 1 TO WS-TT-EXTRAIDOS(WS-SX).
           GO EXTRAI-SEGMENTO-LOOP.
       EXTRAI-SEGMENTO-FIM.

      * -----------------------------------
      * CLIENTES E RECEITA POR SEGMENTO EM CADA FILIAL, E O TOTAL DA
      * REDE COM O TAMANHO DE CADA LISTA DE CAMPANHA

       IMPRIME-RELATORIO.
           MOVE WS-MES-APURACAO TO WS-TIT-MES.
           MOVE WS-INICIO-JANELA TO WS-TIT-INICIO.
           MOVE WS-FIM-MES TO WS-TIT-FIM.
           MOVE WS-TITULO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE WS-CABECALHO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE ZEROS TO WS-FX.

           IMPRIME-RELATORIO-FILIAL.
           ADD 1 TO WS-FX.
           IF WS-FX > 100
               GO IMPRIME-RELATORIO-TOTAL
           END-IF
           MOVE ZEROS TO WS-SX.

           IMPRIME-RELATORIO-SEGMENTO.
           ADD 1 TO WS-SX.
           IF WS-SX > 5
               GO IMPRIME-RELATORIO-FILIAL
           END-IF
           IF WS-FL-QTD(WS-FX WS-SX) EQUAL ZEROS
               GO IMPRIME-RELATORIO-SEGMENTO
           END-IF
           MOVE SPACES TO WS-LINHA.
           COMPUTE WS-FILIAL-ED = WS-FX - 1.
           MOVE WS-FILIAL-ED TO WS-LIN-FILIAL.
           MOVE WS-NOME-SEG(WS-SX) TO WS-LIN-SEGMENTO.
           MOVE WS-FL-QTD(WS-FX WS-SX) TO WS-LIN-QTD.
           MOVE WS-FL-VALOR(WS-FX WS-SX) TO WS-LIN-VALOR.
           COMPUTE WS-LIN-MEDIA ROUNDED =
               WS-FL-VALOR(WS-FX WS-SX) / WS-FL-QTD(WS-FX WS-SX).
           MOVE WS-LINHA TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           GO IMPRIME-RELATORIO-SEGMENTO.

           IMPRIME-RELATORIO-TOTAL.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE "TOTAL DA REDE" TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE ZEROS TO WS-SX.

           IMPRIME-RELATORIO-TOTAL-LOOP.
           ADD 1 TO WS-SX.
           IF WS-SX > 5
               GO IMPRIME-RELATORIO-FIM
           END-IF
           MOVE SPACES TO WS-LINHA.
           MOVE "**" TO WS-LIN-FILIAL.
           MOVE WS-NOME-SEG(WS-SX) TO WS-LIN-SEGMENTO.
           MOVE WS-TT-QTD(WS-SX) TO WS-LIN-QTD.
           MOVE WS-TT-VALOR(WS-SX) TO WS-LIN-VALOR.
           MOVE ZEROS TO WS-LIN-MEDIA.
           IF WS-TT-QTD(WS-SX) > ZEROS
               COMPUTE WS-LIN-MEDIA ROUNDED =
                   WS-TT-VALOR(WS-SX) / WS-TT-QTD(WS-SX)
           END-IF
           MOVE WS-LINHA TO RELATORIO-LINHA.
           STRING " NA LISTA " WS-TT-EXTRAIDOS(WS-SX)
               " MUDARAM " WS-TT-MUDARAM(WS-SX)
               DELIMITED BY SIZE INTO RELATORIO-LINHA(66:35).
           PERFORM IMPRIME-LINHA.
           GO IMPRIME-RELATORIO-TOTAL-LOOP.
       IMPRIME-RELATORIO-FIM.

      * -----------------------------------

       IMPRIME-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY RELATORIO-LINHA.
