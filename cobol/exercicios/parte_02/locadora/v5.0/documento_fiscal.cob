       identification division.
       program-id. documento_fiscal.

      *=================================================================
      * DOCUMENTOS FISCAIS ELETRONICOS DO DIA (DOCFISCAL.DAT). RODA NA
      * CADEIA NOTURNA, DEPOIS DO FECHA_DIA, SOBRE A DATA DE NEGOCIO
      * QUE ACABOU DE FECHAR:
      *   1. LE O RETORNO DA PREFEITURA/SEFAZ (RETORNO_FISCAL.DAT) DO
      *      ENVIO ANTERIOR - AUTORIZA OU REJEITA CADA DOCUMENTO E
      *      CADA PEDIDO DE CANCELAMENTO;
      *   2. NUMERA UMA NFS-E (SERIE "S"+FILIAL) PARA CADA ALUGUEL DO
      *      DIA E UMA NFC-E (SERIE "C"+FILIAL) PARA CADA LINHA DE
      *      VENDA DO DIA. ALUGUEL ESTORNADO NO MESMO DIA NAO GERA NOTA;
      *   3. PEDE O CANCELAMENTO DA NOTA DOS ESTORNOS DO DIA (LOG
      *      ESTORNO_ALUGUEL.DAT E LINHAS "E" DE VENDA.DAT). ESTORNO
      *      PARCIAL DE VENDA NAO CANCELA A NFC-E: SAI NA LISTA PARA O
      *      CONTADOR EMITIR A NOTA DE DEVOLUCAO;
      *   4. GRAVA OS ARQUIVOS DE REMESSA - RPS_NFSE.DAT PARA A
      *      PREFEITURA E NFCE_ENVIO.DAT PARA A SEFAZ - COM AS NOTAS
      *      PENDENTES E OS CANCELAMENTOS DE NOTAS JA AUTORIZADAS;
      *   5. LISTA EM PENDENCIA_FISCAL.DAT AS REJEITADAS, QUE O
      *      BALCAO CORRIGE E REENVIA PELA TELA PENDENCIA_FISCAL.
      * PODE RODAR DE NOVO NO MESMO DIA: TRANSACAO QUE JA TEM NOTA E
      * PULADA. UM DIA QUE FICOU SEM RODAR E PROCESSADO INFORMANDO A
      * DATA (AAAAMMDD) EM DATA_FISCAL.
      * NO FIM GRAVA OS TOTAIS DE CONTROLE DA DATA FISCAL
      * (CONTROLE_TOTAIS.DAT, ORIGEM "FISCAL") - QUANTIDADE E VALOR DAS
      * TRANSACOES DO DIA COM NOTA, NOVA OU JA EMITIDA - PARA O PASSO
      * BALANCEIA_TOTAIS CONFRONTAR COM A EXPORTACAO CONTABIL.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select docfiscal-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-df
           record key is df-key
           alternate record key is df-origem.

       select aluguel-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-al
           record key is al-key
           alternate record key is al-cliente-id with duplicates
           alternate record key is al-data-aluguel with duplicates
           alternate record key is al-data-devolucao with duplicates.

       select venda-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-vd
           record key is vd-key
           alternate record key is vd-data-venda with duplicates.

       select cliente-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-cli
           record key is fs-key.

       select filial-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-fil
           record key is fil-key.

       select estorno-alug-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-eal.

       select retorno-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-ret.

       select rps-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-rps.

       select nfce-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-nfc.

       select dia-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-dia
           record key is dia-chave.

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

       fd docfiscal-file value of file-id is "DOCFISCAL.dat".
       copy doc_fiscal.

       fd aluguel-file value of file-id is "ALUGUEL.dat".
       copy aluguel.

       fd venda-file value of file-id is "VENDA.dat".
       copy venda.

       fd cliente-file value of file-id is "FUNC.dat".
       copy cliente.

       fd filial-file value of file-id is "FILIAL.dat".
       copy filial.

      * LOG DE ESTORNOS DE ALUGUEL (MESMO DESENHO DA LINHA GRAVADA
      * POR ALUGUEL/ESTORNA-ALUGUEL)
       fd estorno-alug-file value of file-id is "ESTORNO_ALUGUEL.dat".
       01 eal-linha.
           02 eal-data             pic 9(08).
           02 filler               pic x(02).
           02 eal-aluguel          pic 9(11).
           02 filler               pic x(02).
           02 eal-cliente          pic 9(05).
           02 filler               pic x(02).
           02 eal-filial           pic 9(02).
           02 filler               pic x(02).
           02 eal-forma            pic x(01).
           02 filler               pic x(02).
           02 eal-valor            pic 9(05)v99.
           02 filler               pic x(02).
           02 eal-vale-valor       pic 9(05)v99.
           02 filler               pic x(02).
           02 eal-sessao           pic 9(05).
           02 filler               pic x(02).
           02 eal-supervisor       pic 9(03).

      * RETORNO DA AUTORIDADE, UMA LINHA POR DOCUMENTO E EVENTO:
      * EVENTO "E" = EMISSAO, "C" = CANCELAMENTO; RESULTADO "A" =
      * AUTORIZADO (COM PROTOCOLO), "R" = REJEITADO (COM MOTIVO)
       fd retorno-file value of file-id is "RETORNO_FISCAL.dat".
       01 ret-linha.
           02 ret-serie            pic x(03).
           02 ret-numero           pic 9(09).
           02 ret-evento           pic x(01).
               88 ret-emissao              value "E".
               88 ret-cancelamento         value "C".
           02 ret-resultado        pic x(01).
               88 ret-autorizado           value "A".
               88 ret-rejeitado            value "R".
           02 ret-protocolo        pic x(20).
           02 ret-motivo           pic x(40).

       fd rps-file value of file-id is "RPS_NFSE.dat".
       01 rps-linha                pic x(150).

       fd nfce-file value of file-id is "NFCE_ENVIO.dat".
       01 nfce-linha               pic x(150).

       fd dia-file value of file-id is "DATA_NEGOCIO.dat".
       copy dia_negocio.

       fd relatorio-file value of file-id is "PENDENCIA_FISCAL.dat".
       01 relatorio-linha             pic x(132).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-df           pic 9(02).
           88 fs-df-ok                 value zeros.
           88 fs-df-nao-existe         value 35.
           88 fs-df-fim                value 10.

       77 fs-stat-al           pic 9(02).
           88 fs-al-nao-existe         value 35.
           88 fs-al-fim                value 10.

       77 fs-stat-vd           pic 9(02).
           88 fs-vd-nao-existe         value 35.
           88 fs-vd-fim                value 10.

       77 fs-stat-cli          pic 9(02).
           88 fs-cli-ok                value zeros.

       77 fs-stat-fil          pic 9(02).
           88 fs-fil-ok                value zeros.

       77 fs-stat-eal          pic 9(02).
           88 fs-eal-ok                value zeros.

       77 fs-stat-ret          pic 9(02).
           88 fs-ret-ok                value zeros.

       77 fs-stat-rps          pic 9(02).
       77 fs-stat-nfc          pic 9(02).

       77 fs-stat-dia          pic 9(02).
           88 fs-dia-ok                value zeros.

       77 fs-stat-rel          pic 9(02).

       77 ws-data-hoje         pic 9(08).
       77 ws-data-fiscal       pic 9(08).
       77 ws-data-ambiente     pic x(08).

      * ITEM DA LISTA DE SERVICOS DA PREFEITURA PARA A LOCACAO
       77 ws-cod-servico       pic x(05) value "03.01".

      * ULTIMO NUMERO USADO EM CADA SERIE, CARREGADO DO ARQUIVO NA
      * PRIMEIRA NOTA DA SERIE NESTA RODADA
       77 ws-ind               pic 9(03) comp.
       77 ws-qtd-series        pic 9(03) comp value zeros.
       78 ws-max-series        value 200.
       01 ws-tabela-series.
           02 ws-serie occurs 200 times.
               03 ws-ser-codigo        pic x(03).
               03 ws-ser-ultimo        pic 9(09).
       77 ws-serie-busca       pic x(03).
       77 ws-numero-novo       pic 9(09).
       77 ws-achou-serie       pic x(01).
           88 achou-serie              value "S".

      * ESTORNOS DE VENDA DO DIA, GUARDADOS DURANTE A LEITURA POR DATA
      * E TRATADOS DEPOIS (A LEITURA DA VENDA ORIGINAL PERDE A POSICAO)
       77 ws-qtd-estornos      pic 9(03) comp value zeros.
       78 ws-max-estornos      value 500.
       01 ws-tabela-estornos.
           02 ws-estorno occurs 500 times.
               03 ws-est-venda         pic 9(11).
               03 ws-est-original      pic 9(11).
               03 ws-est-quantidade    pic 9(05).

       77 ws-tipo-origem       pic x(01).
       77 ws-origem-id         pic 9(11).
       77 ws-achou-doc         pic x(01).
           88 achou-doc                value "S".

       77 ws-tot-retornos      pic 9(07) value zeros.
       77 ws-tot-autorizados   pic 9(07) value zeros.
       77 ws-tot-rejeitados    pic 9(07) value zeros.
       77 ws-tot-ignorados     pic 9(07) value zeros.
       77 ws-tot-nfse          pic 9(07) value zeros.
       77 ws-tot-nfce          pic 9(07) value zeros.
       77 ws-tot-cancelamentos pic 9(07) value zeros.
       77 ws-tot-parciais      pic 9(07) value zeros.
       77 ws-tot-pendencias    pic 9(07) value zeros.

      * TOTAIS DE CADA ARQUIVO DE REMESSA, PARA O TRAILER
       77 ws-rps-linhas        pic 9(07) value zeros.
       77 ws-rps-valor         pic 9(11)v99 value zeros.
       77 ws-rps-imposto       pic 9(11)v99 value zeros.
       77 ws-nfc-linhas        pic 9(07) value zeros.
       77 ws-nfc-valor         pic 9(11)v99 value zeros.
       77 ws-nfc-imposto       pic 9(11)v99 value zeros.

      * TOTAIS DE CONTROLE DA DATA FISCAL: TODA TRANSACAO QUE TEM (OU
      * GANHOU AGORA) NOTA, PARA O REINICIO CONTAR O MESMO
       77 ws-ctl-qtd-nfse      pic 9(07) value zeros.
       77 ws-ctl-valor-nfse    pic s9(09)v99 value zeros.
       77 ws-ctl-qtd-nfce      pic 9(07) value zeros.
       77 ws-ctl-valor-nfce    pic s9(09)v99 value zeros.
       77 ws-ctl-origem        pic x(08) value "FISCAL".
       77 ws-ctl-nome-tipo     pic x(07).
       77 ws-ctl-forma-grava   pic x(01) value space.

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).
       77 ws-aud-chave         pic 9(11).

      * LAYOUT DA REMESSA (IGUAL NOS DOIS ARQUIVOS): "1" CABECALHO,
      * "2" UMA LINHA POR EMISSAO OU CANCELAMENTO, "9" TRAILER
       01 ws-rem-cabecalho.
           02 filler               pic x(01) value "1".
           02 ws-rch-versao        pic x(03) value "001".
           02 ws-rch-tipo          pic x(05).
           02 ws-rch-data          pic 9(08).
           02 filler               pic x(133) value spaces.

       01 ws-rem-detalhe.
           02 filler               pic x(01) value "2".
           02 ws-rdt-evento        pic x(01).
           02 ws-rdt-serie         pic x(03).
           02 ws-rdt-numero        pic 9(09).
           02 ws-rdt-data          pic 9(08).
           02 ws-rdt-cnpj-emitente pic 9(14).
           02 ws-rdt-tipo-tomador  pic 9(01).
           02 ws-rdt-doc-tomador   pic 9(14).
           02 ws-rdt-servico       pic x(05).
           02 ws-rdt-mercadoria    pic 9(05).
           02 ws-rdt-quantidade    pic 9(05).
           02 ws-rdt-valor         pic 9(09)v99.
           02 ws-rdt-imposto       pic 9(07)v99.
           02 ws-rdt-protocolo     pic x(20).
           02 ws-rdt-origem        pic 9(11).
           02 filler               pic x(33) value spaces.

       01 ws-rem-trailer.
           02 filler               pic x(01) value "9".
           02 ws-rtr-linhas        pic 9(07).
           02 ws-rtr-valor         pic 9(11)v99.
           02 ws-rtr-imposto       pic 9(11)v99.
           02 filler               pic x(116) value spaces.

       01 ws-linha.
           02 ws-lin-serie         pic x(03).
           02 filler               pic x(01) value spaces.
           02 ws-lin-numero        pic 9(09).
           02 filler               pic x(01) value spaces.
           02 ws-lin-tipo          pic x(05).
           02 filler               pic x(01) value spaces.
           02 ws-lin-origem        pic 9(11).
           02 filler               pic x(01) value spaces.
           02 ws-lin-data          pic 9(08).
           02 filler               pic x(01) value spaces.
           02 ws-lin-valor         pic zzzzzz9.99.
           02 filler               pic x(01) value spaces.
           02 ws-lin-situacao      pic x(14).
           02 filler               pic x(01) value spaces.
           02 ws-lin-motivo        pic x(40).

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "documento_fiscal".
           02 ws-spl-arquivo       pic x(30)
               value "PENDENCIA_FISCAL.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM CARREGA-DIA-NEGOCIO THRU CARREGA-DIA-NEGOCIO-FIM.
           MOVE WS-DATA-HOJE TO WS-DATA-FISCAL.
           ACCEPT WS-DATA-AMBIENTE FROM ENVIRONMENT "DATA_FISCAL".
           IF WS-DATA-AMBIENTE IS NUMERIC
               MOVE WS-DATA-AMBIENTE TO WS-DATA-FISCAL
           END-IF

           OPEN I-O DOCFISCAL-FILE.
           IF FS-DF-NAO-EXISTE
               OPEN OUTPUT DOCFISCAL-FILE
               CLOSE DOCFISCAL-FILE
               OPEN I-O DOCFISCAL-FILE
           END-IF
           OPEN INPUT CLIENTE-FILE.
           OPEN INPUT FILIAL-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE "documento_fiscal" TO WS-AUD-PROGRAMA.

           PERFORM IMPORTA-RETORNO THRU IMPORTA-RETORNO-FIM.
           PERFORM EMITE-ALUGUEIS THRU EMITE-ALUGUEIS-FIM.
           PERFORM EMITE-VENDAS THRU EMITE-VENDAS-FIM.
           PERFORM CANCELA-ALUGUEIS THRU CANCELA-ALUGUEIS-FIM.
           PERFORM TRANSMITE THRU TRANSMITE-FIM.
           PERFORM LISTA-PENDENCIAS THRU LISTA-PENDENCIAS-FIM.
           MOVE "NFSE" TO WS-CTL-NOME-TIPO.
           CALL "GRAVA-CONTROLE" USING WS-CTL-ORIGEM WS-DATA-FISCAL
               WS-CTL-NOME-TIPO WS-CTL-FORMA-GRAVA WS-CTL-QTD-NFSE
               WS-CTL-VALOR-NFSE.
           MOVE "NFCE" TO WS-CTL-NOME-TIPO.
           CALL "GRAVA-CONTROLE" USING WS-CTL-ORIGEM WS-DATA-FISCAL
               WS-CTL-NOME-TIPO WS-CTL-FORMA-GRAVA WS-CTL-QTD-NFCE
               WS-CTL-VALOR-NFCE.

           CLOSE DOCFISCAL-FILE CLIENTE-FILE FILIAL-FILE
               RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           DISPLAY "DATA FISCAL PROCESSADA..: " WS-DATA-FISCAL.
           DISPLAY "RETORNOS LIDOS..........: " WS-TOT-RETORNOS.
           DISPLAY "  AUTORIZADOS...........: " WS-TOT-AUTORIZADOS.
           DISPLAY "  REJEITADOS............: " WS-TOT-REJEITADOS.
           DISPLAY "  IGNORADOS.............: " WS-TOT-IGNORADOS.
           DISPLAY "NFS-E NUMERADAS.........: " WS-TOT-NFSE.
           DISPLAY "NFC-E NUMERADAS.........: " WS-TOT-NFCE.
           DISPLAY "CANCELAMENTOS PEDIDOS...: " WS-TOT-CANCELAMENTOS.
           DISPLAY "ESTORNOS PARCIAIS.......: " WS-TOT-PARCIAIS.
           DISPLAY "LINHAS NA REMESSA NFS-E.: " WS-RPS-LINHAS.
           DISPLAY "LINHAS NA REMESSA NFC-E.: " WS-NFC-LINHAS.
           DISPLAY "PENDENCIAS A CORRIGIR...: " WS-TOT-PENDENCIAS.
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
      * RETORNO DO ENVIO ANTERIOR. SO VALE PARA DOCUMENTO QUE ESTA
      * AGUARDANDO AQUELE EVENTO (TRANSMITIDO); LINHA REPETIDA OU FORA
      * DE HORA E CONTADA COMO IGNORADA

       IMPORTA-RETORNO.
           OPEN INPUT RETORNO-FILE.
           IF NOT FS-RET-OK
               GO IMPORTA-RETORNO-FIM
           END-IF.

           IMPORTA-RETORNO-LOOP.
           READ RETORNO-FILE
           AT END
               CLOSE RETORNO-FILE
               GO IMPORTA-RETORNO-FIM
           END-READ.
           ADD 1 TO WS-TOT-RETORNOS.
           MOVE RET-SERIE TO DF-SERIE.
           MOVE RET-NUMERO TO DF-NUMERO.
           READ DOCFISCAL-FILE
           INVALID KEY
               ADD 1 TO WS-TOT-IGNORADOS
               GO IMPORTA-RETORNO-LOOP
           END-READ.
           EVALUATE TRUE
               WHEN RET-EMISSAO AND DF-TRANSMITIDO AND RET-AUTORIZADO
                   MOVE "A" TO DF-SITUACAO
                   MOVE RET-PROTOCOLO TO DF-PROTOCOLO
                   MOVE SPACES TO DF-MOTIVO
                   ADD 1 TO WS-TOT-AUTORIZADOS
               WHEN RET-EMISSAO AND DF-TRANSMITIDO AND RET-REJEITADO
                   MOVE "R" TO DF-SITUACAO
                   MOVE RET-MOTIVO TO DF-MOTIVO
                   ADD 1 TO WS-TOT-REJEITADOS
               WHEN RET-CANCELAMENTO AND DF-CANC-TRANSMITIDO
                   AND RET-AUTORIZADO
                   MOVE "C" TO DF-CANCELAMENTO
                   MOVE RET-PROTOCOLO TO DF-PROTOCOLO-CANC
                   MOVE SPACES TO DF-MOTIVO
                   ADD 1 TO WS-TOT-AUTORIZADOS
               WHEN RET-CANCELAMENTO AND DF-CANC-TRANSMITIDO
                   AND RET-REJEITADO
                   MOVE "R" TO DF-CANCELAMENTO
                   MOVE RET-MOTIVO TO DF-MOTIVO
                   ADD 1 TO WS-TOT-REJEITADOS
               WHEN OTHER
                   ADD 1 TO WS-TOT-IGNORADOS
                   GO IMPORTA-RETORNO-LOOP
           END-EVALUATE
           REWRITE DF-REC
           INVALID KEY
               DISPLAY "ERRO AO REGRAVAR O DOCUMENTO " DF-SERIE "-"
                   DF-NUMERO
           END-REWRITE.
           GO IMPORTA-RETORNO-LOOP.
       IMPORTA-RETORNO-FIM.

      * -----------------------------------
      * UMA NFS-E POR ALUGUEL DA DATA FISCAL COM VALOR A COBRAR.
      * O ESTORNO DE ALUGUEL E DO MESMO DIA: O ESTORNADO NAO GERA NOTA

       EMITE-ALUGUEIS.
           OPEN INPUT ALUGUEL-FILE.
           IF FS-AL-NAO-EXISTE
               GO EMITE-ALUGUEIS-FIM
           END-IF
           MOVE WS-DATA-FISCAL TO AL-DATA-ALUGUEL.
           START ALUGUEL-FILE KEY IS NOT LESS THAN AL-DATA-ALUGUEL
           INVALID KEY
               CLOSE ALUGUEL-FILE
               GO EMITE-ALUGUEIS-FIM
           END-START.

           EMITE-ALUGUEIS-LOOP.
           READ ALUGUEL-FILE NEXT RECORD
           AT END
               CLOSE ALUGUEL-FILE
               GO EMITE-ALUGUEIS-FIM
           END-READ.
           IF AL-DATA-ALUGUEL NOT EQUAL WS-DATA-FISCAL
               CLOSE ALUGUEL-FILE
               GO EMITE-ALUGUEIS-FIM
           END-IF
           IF AL-ESTORNADO OR AL-VALOR EQUAL ZEROS
               GO EMITE-ALUGUEIS-LOOP
           END-IF
           ADD 1 TO WS-CTL-QTD-NFSE.
           ADD AL-VALOR TO WS-CTL-VALOR-NFSE.
           MOVE "S" TO WS-TIPO-ORIGEM.
           MOVE AL-ID TO WS-ORIGEM-ID.
           PERFORM LOCALIZA-DOCUMENTO THRU LOCALIZA-DOCUMENTO-FIM.
           IF ACHOU-DOC
               GO EMITE-ALUGUEIS-LOOP
           END-IF

           MOVE "S" TO WS-SERIE-BUSCA(1:1).
           MOVE AL-FILIAL TO WS-SERIE-BUSCA(2:2).
           PERFORM PROXIMO-NUMERO THRU PROXIMO-NUMERO-FIM.
           MOVE SPACES TO DF-REC.
           MOVE WS-SERIE-BUSCA TO DF-SERIE.
           MOVE WS-NUMERO-NOVO TO DF-NUMERO.
           MOVE "S" TO DF-TIPO.
           MOVE AL-ID TO DF-ORIGEM-ID.
           MOVE AL-FILIAL TO DF-FILIAL.
           MOVE AL-CLIENTE-ID TO DF-CLIENTE-ID.
           MOVE ZEROS TO DF-MERCADORIA-COD DF-QUANTIDADE.
           MOVE AL-VALOR TO DF-VALOR.
           MOVE AL-VALOR-IMPOSTO TO DF-VALOR-IMPOSTO.
           PERFORM GRAVA-DOCUMENTO THRU GRAVA-DOCUMENTO-FIM.
           IF FS-DF-OK
               ADD 1 TO WS-TOT-NFSE
           END-IF
           GO EMITE-ALUGUEIS-LOOP.
       EMITE-ALUGUEIS-FIM.

      * -----------------------------------
      * UMA NFC-E POR LINHA DE VENDA DA DATA FISCAL. AS LINHAS DE
      * ESTORNO FICAM NA TABELA PARA O PEDIDO DE CANCELAMENTO

       EMITE-VENDAS.
           OPEN INPUT VENDA-FILE.
           IF FS-VD-NAO-EXISTE
               GO EMITE-VENDAS-FIM
           END-IF
           MOVE WS-DATA-FISCAL TO VD-DATA-VENDA.
           START VENDA-FILE KEY IS NOT LESS THAN VD-DATA-VENDA
           INVALID KEY
               CLOSE VENDA-FILE
               GO EMITE-VENDAS-FIM
           END-START.

           EMITE-VENDAS-LOOP.
           READ VENDA-FILE NEXT RECORD
           AT END
               GO EMITE-VENDAS-ESTORNOS
           END-READ.
           IF VD-DATA-VENDA NOT EQUAL WS-DATA-FISCAL
               GO EMITE-VENDAS-ESTORNOS
           END-IF
           IF VD-ESTORNO
               IF WS-QTD-ESTORNOS NOT < WS-MAX-ESTORNOS
                   DISPLAY "TABELA DE ESTORNOS CHEIA - ESTORNO "
                       VD-ID " NAO TRATADO"
               ELSE
                   ADD 1 TO WS-QTD-ESTORNOS
                   MOVE VD-ID TO WS-EST-VENDA(WS-QTD-ESTORNOS)
                   MOVE VD-REF-ID TO WS-EST-ORIGINAL(WS-QTD-ESTORNOS)
                   MOVE VD-QUANTIDADE
                       TO WS-EST-QUANTIDADE(WS-QTD-ESTORNOS)
               END-IF
               GO EMITE-VENDAS-LOOP
           END-IF
           IF VD-VALOR-TOTAL EQUAL ZEROS
               GO EMITE-VENDAS-LOOP
           END-IF
           ADD 1 TO WS-CTL-QTD-NFCE.
           ADD VD-VALOR-TOTAL TO WS-CTL-VALOR-NFCE.
           MOVE "C" TO WS-TIPO-ORIGEM.
           MOVE VD-ID TO WS-ORIGEM-ID.
           PERFORM LOCALIZA-DOCUMENTO THRU LOCALIZA-DOCUMENTO-FIM.
           IF ACHOU-DOC
               GO EMITE-VENDAS-LOOP
           END-IF

           MOVE "C" TO WS-SERIE-BUSCA(1:1).
           MOVE VD-FILIAL TO WS-SERIE-BUSCA(2:2).
           PERFORM PROXIMO-NUMERO THRU PROXIMO-NUMERO-FIM.
           MOVE SPACES TO DF-REC.
           MOVE WS-SERIE-BUSCA TO DF-SERIE.
           MOVE WS-NUMERO-NOVO TO DF-NUMERO.
           MOVE "C" TO DF-TIPO.
           MOVE VD-ID TO DF-ORIGEM-ID.
           MOVE VD-FILIAL TO DF-FILIAL.
           MOVE VD-CLIENTE-ID TO DF-CLIENTE-ID.
           MOVE VD-MERCADORIA-COD TO DF-MERCADORIA-COD.
           MOVE VD-QUANTIDADE TO DF-QUANTIDADE.
           MOVE VD-VALOR-TOTAL TO DF-VALOR.
           MOVE VD-VALOR-IMPOSTO TO DF-VALOR-IMPOSTO.
           PERFORM GRAVA-DOCUMENTO THRU GRAVA-DOCUMENTO-FIM.
           IF FS-DF-OK
               ADD 1 TO WS-TOT-NFCE
           END-IF
           GO EMITE-VENDAS-LOOP.

           EMITE-VENDAS-ESTORNOS.
           MOVE ZEROS TO WS-IND.
           PERFORM CANCELA-VENDA THRU CANCELA-VENDA-FIM
               UNTIL WS-IND NOT < WS-QTD-ESTORNOS.
           CLOSE VENDA-FILE.
       EMITE-VENDAS-FIM.

      * -----------------------------------
      * ESTORNO DE VENDA: SO O ESTORNO DA QUANTIDADE INTEIRA CANCELA A
      * NFC-E; O PARCIAL VAI PARA A LISTA (NOTA DE DEVOLUCAO MANUAL)

       CANCELA-VENDA.
           ADD 1 TO WS-IND.
           MOVE "C" TO WS-TIPO-ORIGEM.
           MOVE WS-EST-ORIGINAL(WS-IND) TO WS-ORIGEM-ID.
           PERFORM LOCALIZA-DOCUMENTO THRU LOCALIZA-DOCUMENTO-FIM.
           IF NOT ACHOU-DOC
               GO CANCELA-VENDA-FIM
           END-IF
           MOVE WS-EST-ORIGINAL(WS-IND) TO VD-ID.
           READ VENDA-FILE
           INVALID KEY
               GO CANCELA-VENDA-FIM
           END-READ.
           IF WS-EST-QUANTIDADE(WS-IND) < VD-QUANTIDADE
               ADD 1 TO WS-TOT-PARCIAIS
               MOVE "ESTORNO PARCIAL" TO WS-LIN-SITUACAO
               MOVE WS-EST-VENDA(WS-IND) TO WS-LIN-ORIGEM
               MOVE "NOTA MANTIDA - EMITIR NOTA DE DEVOLUCAO"
                   TO WS-LIN-MOTIVO
               PERFORM GRAVA-LINHA-DOC
               GO CANCELA-VENDA-FIM
           END-IF
           PERFORM PEDE-CANCELAMENTO THRU PEDE-CANCELAMENTO-FIM.
       CANCELA-VENDA-FIM.

      * -----------------------------------
      * ESTORNOS DE ALUGUEL DA DATA FISCAL (ESTORNO_ALUGUEL.DAT). SO
      * ACHA NOTA QUANDO O ALUGUEL JA TINHA SIDO NUMERADO ANTES DO
      * ESTORNO (DIA REPROCESSADO)

       CANCELA-ALUGUEIS.
           OPEN INPUT ESTORNO-ALUG-FILE.
           IF NOT FS-EAL-OK
               GO CANCELA-ALUGUEIS-FIM
           END-IF.

           CANCELA-ALUGUEIS-LOOP.
           READ ESTORNO-ALUG-FILE
           AT END
               CLOSE ESTORNO-ALUG-FILE
               GO CANCELA-ALUGUEIS-FIM
           END-READ.
           IF EAL-DATA NOT EQUAL WS-DATA-FISCAL
               GO CANCELA-ALUGUEIS-LOOP
           END-IF
           MOVE "S" TO WS-TIPO-ORIGEM.
           MOVE EAL-ALUGUEL TO WS-ORIGEM-ID.
           PERFORM LOCALIZA-DOCUMENTO THRU LOCALIZA-DOCUMENTO-FIM.
           IF ACHOU-DOC
               PERFORM PEDE-CANCELAMENTO THRU PEDE-CANCELAMENTO-FIM
           END-IF
           GO CANCELA-ALUGUEIS-LOOP.
       CANCELA-ALUGUEIS-FIM.

      * -----------------------------------
      * MARCA O CANCELAMENTO DO DOCUMENTO CORRENTE (UMA VEZ SO). ELE
      * SO SEGUE NA REMESSA DEPOIS QUE A NOTA ESTIVER AUTORIZADA

       PEDE-CANCELAMENTO.
           IF NOT DF-SEM-CANCELAMENTO
               GO PEDE-CANCELAMENTO-FIM
           END-IF
           MOVE "P" TO DF-CANCELAMENTO.
           MOVE WS-DATA-FISCAL TO DF-DATA-CANCELAMENTO.
           REWRITE DF-REC
           INVALID KEY
               DISPLAY "ERRO AO REGRAVAR O DOCUMENTO " DF-SERIE "-"
                   DF-NUMERO
               GO PEDE-CANCELAMENTO-FIM
           END-REWRITE.
           ADD 1 TO WS-TOT-CANCELAMENTOS.
           MOVE "CANCELA-NF" TO WS-AUD-OPERACAO.
           MOVE DF-NUMERO TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
       PEDE-CANCELAMENTO-FIM.

      * -----------------------------------
      * PROCURA A NOTA DA TRANSACAO (WS-TIPO-ORIGEM / WS-ORIGEM-ID)
      * PELA CHAVE ALTERNATIVA; ACHANDO, FICA EM DF-REC

       LOCALIZA-DOCUMENTO.
           MOVE "N" TO WS-ACHOU-DOC.
           MOVE WS-TIPO-ORIGEM TO DF-TIPO.
           MOVE WS-ORIGEM-ID TO DF-ORIGEM-ID.
           READ DOCFISCAL-FILE KEY IS DF-ORIGEM
           INVALID KEY
               GO LOCALIZA-DOCUMENTO-FIM
           END-READ.
           MOVE "S" TO WS-ACHOU-DOC.
       LOCALIZA-DOCUMENTO-FIM.

      * -----------------------------------
      * PROXIMO NUMERO DA SERIE WS-SERIE-BUSCA. A PRIMEIRA NOTA DA
      * SERIE NA RODADA BUSCA O MAIOR NUMERO JA GRAVADO NO ARQUIVO

       PROXIMO-NUMERO.
           MOVE "N" TO WS-ACHOU-SERIE.
           MOVE ZEROS TO WS-IND.

           PROXIMO-NUMERO-LOOP.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-SERIES
               GO PROXIMO-NUMERO-CARREGA
           END-IF
           IF WS-SER-CODIGO(WS-IND) NOT EQUAL WS-SERIE-BUSCA
               GO PROXIMO-NUMERO-LOOP
           END-IF
           ADD 1 TO WS-SER-ULTIMO(WS-IND).
           MOVE WS-SER-ULTIMO(WS-IND) TO WS-NUMERO-NOVO.
           GO PROXIMO-NUMERO-FIM.

           PROXIMO-NUMERO-CARREGA.
           MOVE ZEROS TO WS-NUMERO-NOVO.
           MOVE WS-SERIE-BUSCA TO DF-SERIE.
           MOVE ZEROS TO DF-NUMERO.
           START DOCFISCAL-FILE KEY IS NOT LESS THAN DF-KEY
           INVALID KEY
               GO PROXIMO-NUMERO-NOVA
           END-START.

           PROXIMO-NUMERO-LE.
           READ DOCFISCAL-FILE NEXT RECORD
           AT END
               GO PROXIMO-NUMERO-NOVA
           END-READ.
           IF DF-SERIE NOT EQUAL WS-SERIE-BUSCA
               GO PROXIMO-NUMERO-NOVA
           END-IF
           MOVE DF-NUMERO TO WS-NUMERO-NOVO.
           GO PROXIMO-NUMERO-LE.

           PROXIMO-NUMERO-NOVA.
           ADD 1 TO WS-NUMERO-NOVO.
           IF WS-QTD-SERIES < WS-MAX-SERIES
               ADD 1 TO WS-QTD-SERIES
               MOVE WS-SERIE-BUSCA TO WS-SER-CODIGO(WS-QTD-SERIES)
               MOVE WS-NUMERO-NOVO TO WS-SER-ULTIMO(WS-QTD-SERIES)
           END-IF.
       PROXIMO-NUMERO-FIM.

      * -----------------------------------
      * COMPLETA E GRAVA A NOTA NOVA (DF-REC JA COM SERIE, NUMERO,
      * ORIGEM E VALORES) COMO PENDENTE DE ENVIO

       GRAVA-DOCUMENTO.
           MOVE WS-DATA-FISCAL TO DF-DATA-EMISSAO.
           MOVE ZEROS TO DF-DOC-TOMADOR.
           MOVE SPACES TO DF-TIPO-TOMADOR.
           IF DF-CLIENTE-ID NOT EQUAL ZEROS
               MOVE DF-CLIENTE-ID TO FS-ID
               READ CLIENTE-FILE
               NOT INVALID KEY
                   IF NOT FS-FOI-ANONIMIZADO AND FS-CPF NUMERIC
                       MOVE FS-CPF TO DF-DOC-TOMADOR
                       MOVE FS-TIPO-PESSOA TO DF-TIPO-TOMADOR
                   END-IF
               END-READ
           END-IF
           MOVE "P" TO DF-SITUACAO.
           MOVE ZEROS TO DF-DATA-ENVIO DF-DATA-CANCELAMENTO.
           MOVE ZEROS TO DF-QTD-ENVIOS.
           WRITE DF-REC
           INVALID KEY
               DISPLAY "NUMERO " DF-SERIE "-" DF-NUMERO
                   " JA EXISTE - TRANSACAO " DF-ORIGEM-ID " PULADA"
               GO GRAVA-DOCUMENTO-FIM
           END-WRITE.
           MOVE "EMITE-NF" TO WS-AUD-OPERACAO.
           MOVE DF-NUMERO TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
       GRAVA-DOCUMENTO-FIM.

      * -----------------------------------
      * REMESSA DO DIA: AS NOTAS PENDENTES (NOVAS E REENVIADAS) E OS
      * CANCELAMENTOS PEDIDOS DE NOTAS JA AUTORIZADAS

       TRANSMITE.
           OPEN OUTPUT RPS-FILE NFCE-FILE.
           MOVE WS-DATA-HOJE TO WS-RCH-DATA.
           MOVE "NFS-E" TO WS-RCH-TIPO.
           MOVE WS-REM-CABECALHO TO RPS-LINHA.
           WRITE RPS-LINHA.
           MOVE "NFC-E" TO WS-RCH-TIPO.
           MOVE WS-REM-CABECALHO TO NFCE-LINHA.
           WRITE NFCE-LINHA.
           MOVE LOW-VALUES TO DF-KEY.
           START DOCFISCAL-FILE KEY IS NOT LESS THAN DF-KEY
           INVALID KEY
               GO TRANSMITE-TRAILER
           END-START.

           TRANSMITE-LOOP.
           READ DOCFISCAL-FILE NEXT RECORD
           AT END
               GO TRANSMITE-TRAILER
           END-READ.
           IF DF-PENDENTE
               MOVE "E" TO WS-RDT-EVENTO
               PERFORM GRAVA-REMESSA THRU GRAVA-REMESSA-FIM
               MOVE "T" TO DF-SITUACAO
               MOVE WS-DATA-HOJE TO DF-DATA-ENVIO
               IF DF-QTD-ENVIOS < 99
                   ADD 1 TO DF-QTD-ENVIOS
               END-IF
               REWRITE DF-REC
               GO TRANSMITE-LOOP
           END-IF
           IF DF-CANC-PENDENTE AND DF-AUTORIZADO
               MOVE "C" TO WS-RDT-EVENTO
               PERFORM GRAVA-REMESSA THRU GRAVA-REMESSA-FIM
               MOVE "T" TO DF-CANCELAMENTO
               REWRITE DF-REC
           END-IF
           GO TRANSMITE-LOOP.

           TRANSMITE-TRAILER.
           MOVE WS-RPS-LINHAS TO WS-RTR-LINHAS.
           MOVE WS-RPS-VALOR TO WS-RTR-VALOR.
           MOVE WS-RPS-IMPOSTO TO WS-RTR-IMPOSTO.
           MOVE WS-REM-TRAILER TO RPS-LINHA.
           WRITE RPS-LINHA.
           MOVE WS-NFC-LINHAS TO WS-RTR-LINHAS.
           MOVE WS-NFC-VALOR TO WS-RTR-VALOR.
           MOVE WS-NFC-IMPOSTO TO WS-RTR-IMPOSTO.
           MOVE WS-REM-TRAILER TO NFCE-LINHA.
           WRITE NFCE-LINHA.
           CLOSE RPS-FILE NFCE-FILE.
       TRANSMITE-FIM.

      * -----------------------------------
      * LINHA DE DETALHE DO DOCUMENTO CORRENTE NO ARQUIVO DO SEU TIPO
      * (WS-RDT-EVENTO JA PREENCHIDO)

       GRAVA-REMESSA.
           MOVE DF-SERIE TO WS-RDT-SERIE.
           MOVE DF-NUMERO TO WS-RDT-NUMERO.
           MOVE DF-DATA-EMISSAO TO WS-RDT-DATA.
           MOVE ZEROS TO WS-RDT-CNPJ-EMITENTE.
           MOVE DF-FILIAL TO FIL-CODIGO.
           READ FILIAL-FILE
           NOT INVALID KEY
               MOVE FIL-CNPJ TO WS-RDT-CNPJ-EMITENTE
           END-READ.
           EVALUATE TRUE
               WHEN DF-TOMADOR-PF
                   MOVE 1 TO WS-RDT-TIPO-TOMADOR
               WHEN DF-TOMADOR-PJ
                   MOVE 2 TO WS-RDT-TIPO-TOMADOR
               WHEN OTHER
                   MOVE 3 TO WS-RDT-TIPO-TOMADOR
           END-EVALUATE
           MOVE DF-DOC-TOMADOR TO WS-RDT-DOC-TOMADOR.
           MOVE DF-MERCADORIA-COD TO WS-RDT-MERCADORIA.
           MOVE DF-QUANTIDADE TO WS-RDT-QUANTIDADE.
           MOVE DF-VALOR TO WS-RDT-VALOR.
           MOVE DF-VALOR-IMPOSTO TO WS-RDT-IMPOSTO.
           MOVE DF-ORIGEM-ID TO WS-RDT-ORIGEM.
           IF WS-RDT-EVENTO EQUAL "C"
               MOVE DF-PROTOCOLO TO WS-RDT-PROTOCOLO
           ELSE
               MOVE SPACES TO WS-RDT-PROTOCOLO
           END-IF
           IF DF-NFSE
               MOVE WS-COD-SERVICO TO WS-RDT-SERVICO
               MOVE WS-REM-DETALHE TO RPS-LINHA
               WRITE RPS-LINHA
               ADD 1 TO WS-RPS-LINHAS
               ADD DF-VALOR TO WS-RPS-VALOR
               ADD DF-VALOR-IMPOSTO TO WS-RPS-IMPOSTO
           ELSE
               MOVE SPACES TO WS-RDT-SERVICO
               MOVE WS-REM-DETALHE TO NFCE-LINHA
               WRITE NFCE-LINHA
               ADD 1 TO WS-NFC-LINHAS
               ADD DF-VALOR TO WS-NFC-VALOR
               ADD DF-VALOR-IMPOSTO TO WS-NFC-IMPOSTO
           END-IF.
       GRAVA-REMESSA-FIM.

      * -----------------------------------
      * LISTA DE TRABALHO: TODA NOTA OU CANCELAMENTO REJEITADO, COM O
      * MOTIVO, ATE SER CORRIGIDO E REENVIADO NA TELA
      * PENDENCIA_FISCAL

       LISTA-PENDENCIAS.
           MOVE LOW-VALUES TO DF-KEY.
           START DOCFISCAL-FILE KEY IS NOT LESS THAN DF-KEY
           INVALID KEY
               GO LISTA-PENDENCIAS-FIM
           END-START.

           LISTA-PENDENCIAS-LOOP.
           READ DOCFISCAL-FILE NEXT RECORD
           AT END
               GO LISTA-PENDENCIAS-FIM
           END-READ.
           IF DF-REJEITADO
               MOVE "REJEITADA" TO WS-LIN-SITUACAO
           ELSE
               IF DF-CANC-REJEITADO
                   MOVE "CANC REJEITADO" TO WS-LIN-SITUACAO
               ELSE
                   GO LISTA-PENDENCIAS-LOOP
               END-IF
           END-IF
           ADD 1 TO WS-TOT-PENDENCIAS.
           MOVE DF-ORIGEM-ID TO WS-LIN-ORIGEM.
           MOVE DF-MOTIVO TO WS-LIN-MOTIVO.
           PERFORM GRAVA-LINHA-DOC.
           GO LISTA-PENDENCIAS-LOOP.
       LISTA-PENDENCIAS-FIM.

      * -----------------------------------
      * LINHA DA LISTA PARA O DOCUMENTO CORRENTE (SITUACAO, ORIGEM E
      * MOTIVO JA PREENCHIDOS)

       GRAVA-LINHA-DOC.
           MOVE DF-SERIE TO WS-LIN-SERIE.
           MOVE DF-NUMERO TO WS-LIN-NUMERO.
           IF DF-NFSE
               MOVE "NFS-E" TO WS-LIN-TIPO
           ELSE
               MOVE "NFC-E" TO WS-LIN-TIPO
           END-IF
           MOVE DF-DATA-EMISSAO TO WS-LIN-DATA.
           MOVE DF-VALOR TO WS-LIN-VALOR.
           MOVE WS-LINHA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
