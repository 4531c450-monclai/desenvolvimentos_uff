       identification division.
       program-id. cobranca_bancaria.

      *=================================================================
      * COBRANCA BANCARIA DOS BOLETOS (BOLETO.DAT). RODA NA CADEIA
      * NOTURNA SOBRE A DATA DE NEGOCIO:
      *   1. LE O ARQUIVO DE RETORNO DO BANCO (RETORNO_BANCO.DAT, CNAB
      *      400) E ATUALIZA CADA BOLETO PELA OCORRENCIA:
      *        02 ENTRADA CONFIRMADA - BOLETO REGISTRADO NO BANCO;
      *        03 ENTRADA REJEITADA  - FICA REJEITADO, COM O MOTIVO;
      *        06 LIQUIDACAO         - PAGO: QUITA A FATURA PJ OU TIRA
      *           A ASSINATURA DA INADIMPLENCIA (RENOVACAO COBRADA).
      *           O QUE VEIO ALEM DO VALOR (JUROS/MULTA) FICA NO
      *           BOLETO E ENTRA COMO RECEITA NO DRE_MENSAL; PAGO A
      *           MENOR NAO QUITA NADA E SAI NA LISTA;
      *        09/10 BAIXA           - BOLETO BAIXADO NO BANCO;
      *   2. LANCA EM DESPESA.DAT, JA PAGA, A TARIFA COBRADA PELO
      *      BANCO NAS OCORRENCIAS APLICADAS: UMA LINHA POR DIA E
      *      FILIAL NA FAIXA 5 + AAAAMMDD + FILIAL, CATEGORIA "TARIFA
      *      BANCARIA" (CRIADA NA PRIMEIRA VEZ);
      *   3. GRAVA A REMESSA DO DIA (REMESSA_BANCO.DAT, CNAB 400) COM
      *      OS BOLETOS NOVOS (OCORRENCIA 01) E OS PEDIDOS DE BAIXA DE
      *      COBRANCA QUITADA POR OUTRO MEIO (OCORRENCIA 02);
      *   4. LISTA EM BOLETO_OCORRENCIAS.DAT OS REJEITADOS, OS PAGOS
      *      COM VALOR DIFERENTE E OS PAGAMENTOS QUE NAO TINHAM MAIS O
      *      QUE QUITAR.
      * RETORNO REPROCESSADO NAO APLICA DUAS VEZES: A OCORRENCIA SO
      * VALE PARA O BOLETO NA SITUACAO QUE A ESPERA. DADOS DO BANCO
      * PELAS MESMAS VARIAVEIS DA SUBROTINA REGISTRA-BOLETO.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select boleto-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-bol
           record key is bol-key
           alternate record key is bol-origem.

       select fatura-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-fat
           record key is fat-key.

       select assinatura-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-ass
           record key is fs-key.

       select cliente-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-cli
           record key is cli-key.

       select filial-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-fil
           record key is fil-key.

       select endereco-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-end
           record key is end-key.

       select despesa-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-dsp
           record key is dsp-key.

       select cat-despesa-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-cds
           record key is cds-key.

       select retorno-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-ret.

       select remessa-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-rem.

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

       fd boleto-file value of file-id is "BOLETO.dat".
       copy boleto.

       fd fatura-file value of file-id is "FATURA.dat".
       copy fatura.

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

       fd endereco-file value of file-id is "ENDERECO.dat".
       copy endereco.

       fd despesa-file value of file-id is "DESPESA.dat".
       copy despesa.

       fd cat-despesa-file value of file-id is "CAT_DESPESA.dat".
       copy cat_despesa.

      * RETORNO CNAB 400: SO INTERESSA O DETALHE (TIPO "1")
       fd retorno-file value of file-id is "RETORNO_BANCO.dat".
       01 ret-linha.
           02 ret-tipo             pic x(01).
               88 ret-detalhe              value "1".
           02 filler               pic x(61).
           02 ret-nosso-numero     pic 9(11).
           02 ret-dv               pic 9(01).
           02 filler               pic x(34).
           02 ret-ocorrencia       pic x(02).
               88 ret-entrada-confirmada   value "02".
               88 ret-entrada-rejeitada    value "03".
               88 ret-liquidacao           value "06".
               88 ret-baixa                value "09" "10".
           02 ret-data-ocorrencia.
               03 ret-oco-dia          pic 9(02).
               03 ret-oco-mes          pic 9(02).
               03 ret-oco-ano          pic 9(02).
           02 filler               pic x(36).
           02 ret-valor-titulo     pic 9(11)v99.
           02 filler               pic x(10).
           02 ret-tarifa           pic 9(11)v99.
           02 filler               pic x(65).
           02 ret-valor-pago       pic 9(11)v99.
           02 ret-juros            pic 9(11)v99.
           02 filler               pic x(39).
           02 ret-motivo           pic x(10).
           02 filler               pic x(66).
           02 ret-sequencial       pic 9(06).

       fd remessa-file value of file-id is "REMESSA_BANCO.dat".
       01 remessa-linha            pic x(400).

       fd dia-file value of file-id is "DATA_NEGOCIO.dat".
       copy dia_negocio.

       fd relatorio-file value of file-id is "BOLETO_OCORRENCIAS.dat".
       01 relatorio-linha             pic x(132).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-bol          pic 9(02).
           88 fs-bol-ok                value zeros.
           88 fs-bol-nao-existe        value 35.

       77 fs-stat-fat          pic 9(02).
           88 fs-fat-ok                value zeros.

       77 fs-stat-ass          pic 9(02).
           88 fs-ass-ok                value zeros.

       77 fs-stat-cli          pic 9(02).
           88 fs-cli-ok                value zeros.

       77 fs-stat-fil          pic 9(02).
           88 fs-fil-ok                value zeros.

       77 fs-stat-end          pic 9(02).
           88 fs-end-ok                value zeros.

       77 fs-stat-dsp          pic 9(02).
           88 fs-dsp-nao-existe        value 35.

       77 fs-stat-cds          pic 9(02).
           88 fs-cds-nao-existe        value 35.
           88 fs-cds-fim               value 10.

       77 fs-stat-ret          pic 9(02).
           88 fs-ret-ok                value zeros.

       77 fs-stat-rem          pic 9(02).

       77 fs-stat-dia          pic 9(02).
           88 fs-dia-ok                value zeros.

       77 fs-stat-rel          pic 9(02).

       77 ws-data-hoje         pic 9(08).
       77 ws-data-pagamento    pic 9(08).
       77 ws-data-int          pic 9(09) comp.
       77 ws-ambiente          pic x(08).

      * DADOS DO BANCO CEDENTE E JUROS DE MORA AO MES
       77 ws-banco             pic 9(03).
       77 ws-agencia           pic 9(04).
       77 ws-conta             pic 9(07).
       77 ws-carteira          pic 9(02).
       77 ws-juros-mes         pic 9(02)v99.

      * TARIFA DAS OCORRENCIAS APLICADAS, ACUMULADA POR FILIAL
       77 ws-ind               pic 9(03) comp.
       01 ws-tabela-tarifas.
           02 ws-tarifa-filial     pic 9(07)v99 occurs 99 times.
       77 ws-tarifa            pic 9(05)v99.
       77 ws-aplicou           pic x(01).
           88 aplicou                  value "S".
       77 ws-cat-tarifa        pic 9(03).
       77 ws-cat-maior         pic 9(03).

      * DATA DO RETORNO E DA REMESSA NO FORMATO DDMMAA DO CNAB
       01 ws-data-aaaammdd.
           02 ws-dta-seculo        pic 9(02).
           02 ws-dta-ano           pic 9(02).
           02 ws-dta-mes           pic 9(02).
           02 ws-dta-dia           pic 9(02).
       01 ws-data-ddmmaa.
           02 ws-ddm-dia           pic 9(02).
           02 ws-ddm-mes           pic 9(02).
           02 ws-ddm-ano           pic 9(02).

       77 ws-sequencial        pic 9(06) value zeros.

       77 ws-tot-retornos      pic 9(07) value zeros.
       77 ws-tot-registrados   pic 9(07) value zeros.
       77 ws-tot-rejeitados    pic 9(07) value zeros.
       77 ws-tot-pagos         pic 9(07) value zeros.
       77 ws-tot-divergentes   pic 9(07) value zeros.
       77 ws-tot-baixados      pic 9(07) value zeros.
       77 ws-tot-ignorados     pic 9(07) value zeros.
       77 ws-tot-faturas       pic 9(07) value zeros.
       77 ws-tot-assinaturas   pic 9(07) value zeros.
       77 ws-tot-tarifas       pic 9(07)v99 value zeros.
       77 ws-tot-juros         pic 9(07)v99 value zeros.
       77 ws-tot-remessa       pic 9(07) value zeros.
       77 ws-tot-pedidos-baixa pic 9(07) value zeros.

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).
       77 ws-aud-chave         pic 9(11).

      * REMESSA CNAB 400: HEADER "0", DETALHE "1", TRAILER "9"
       01 ws-rem-header.
           02 filler               pic x(01) value "0".
           02 filler               pic x(01) value "1".
           02 filler               pic x(07) value "REMESSA".
           02 filler               pic x(02) value "01".
           02 filler               pic x(15) value "COBRANCA".
           02 ws-rhd-agencia       pic 9(04).
           02 ws-rhd-conta         pic 9(07).
           02 filler               pic x(09) value spaces.
           02 filler               pic x(30)
               value "VIDEO LOCADORA & LOJA".
           02 ws-rhd-banco         pic 9(03).
           02 filler               pic x(15) value spaces.
           02 ws-rhd-data          pic 9(06).
           02 filler               pic x(294) value spaces.
           02 ws-rhd-sequencial    pic 9(06).

       01 ws-rem-detalhe.
           02 filler               pic x(01) value "1".
           02 filler               pic x(02) value "02".
           02 ws-rdt-cnpj          pic 9(14).
           02 ws-rdt-agencia       pic 9(04).
           02 ws-rdt-conta         pic 9(07).
           02 filler               pic x(09) value spaces.
           02 ws-rdt-uso-empresa.
               03 ws-rdt-tipo          pic x(01).
               03 ws-rdt-origem-id     pic 9(11).
               03 ws-rdt-referencia    pic 9(08).
               03 filler               pic x(05) value spaces.
           02 ws-rdt-nosso-numero  pic 9(11).
           02 ws-rdt-dv            pic 9(01).
           02 filler               pic x(32) value spaces.
           02 ws-rdt-carteira      pic 9(02).
           02 ws-rdt-ocorrencia    pic x(02).
           02 ws-rdt-seu-numero    pic 9(10).
           02 ws-rdt-vencimento    pic 9(06).
           02 ws-rdt-valor         pic 9(11)v99.
           02 ws-rdt-banco         pic 9(03).
           02 ws-rdt-agencia-cobr  pic 9(05) value zeros.
           02 ws-rdt-especie       pic x(02) value "99".
           02 ws-rdt-aceite        pic x(01) value "N".
           02 ws-rdt-emissao       pic 9(06).
           02 ws-rdt-instrucoes    pic x(04) value "0000".
           02 ws-rdt-juros-dia     pic 9(11)v99.
           02 ws-rdt-data-desconto pic 9(06) value zeros.
           02 ws-rdt-desconto      pic 9(11)v99 value zeros.
           02 ws-rdt-iof           pic 9(11)v99 value zeros.
           02 ws-rdt-abatimento    pic 9(11)v99 value zeros.
           02 ws-rdt-tipo-sacado   pic x(02).
           02 ws-rdt-doc-sacado    pic 9(14).
           02 ws-rdt-nome-sacado   pic x(40).
           02 ws-rdt-endereco      pic x(40).
           02 ws-rdt-bairro        pic x(12).
           02 ws-rdt-cep           pic 9(08).
           02 ws-rdt-cidade        pic x(15).
           02 filler               pic x(45) value spaces.
           02 ws-rdt-sequencial    pic 9(06).

       01 ws-rem-trailer.
           02 filler               pic x(01) value "9".
           02 filler               pic x(393) value spaces.
           02 ws-rtr-sequencial    pic 9(06).

       01 ws-cabecalho.
           02 filler               pic x(12) value "NOSSO NUMERO".
           02 filler               pic x(01) value spaces.
           02 filler               pic x(01) value "T".
           02 filler               pic x(01) value spaces.
           02 filler               pic x(11) value "ORIGEM".
           02 filler               pic x(01) value spaces.
           02 filler               pic x(08) value "VENCTO".
           02 filler               pic x(01) value spaces.
           02 filler               pic x(10) value "     VALOR".
           02 filler               pic x(01) value spaces.
           02 filler               pic x(10) value "      PAGO".
           02 filler               pic x(01) value spaces.
           02 filler               pic x(20) value "OCORRENCIA".
           02 filler               pic x(01) value spaces.
           02 filler               pic x(30) value "MOTIVO".

       01 ws-linha.
           02 ws-lin-nosso-numero  pic 9(11).
           02 ws-lin-dv            pic 9(01).
           02 filler               pic x(01) value spaces.
           02 ws-lin-tipo          pic x(01).
           02 filler               pic x(01) value spaces.
           02 ws-lin-origem        pic 9(11).
           02 filler               pic x(01) value spaces.
           02 ws-lin-vencimento    pic 9(08).
           02 filler               pic x(01) value spaces.
           02 ws-lin-valor         pic zzzzzz9.99.
           02 filler               pic x(01) value spaces.
           02 ws-lin-pago          pic zzzzzz9.99.
           02 filler               pic x(01) value spaces.
           02 ws-lin-ocorrencia    pic x(20).
           02 filler               pic x(01) value spaces.
           02 ws-lin-motivo        pic x(30).

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "cobranca_bancaria".
           02 ws-spl-arquivo       pic x(30)
               value "BOLETO_OCORRENCIAS.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM CARREGA-DIA-NEGOCIO THRU CARREGA-DIA-NEGOCIO-FIM.
           PERFORM OBTEM-PARAMETROS.
           MOVE ZEROS TO WS-TABELA-TARIFAS.

           OPEN I-O BOLETO-FILE.
           IF FS-BOL-NAO-EXISTE
               DISPLAY "NENHUM BOLETO EMITIDO"
               GOBACK
           END-IF
           OPEN I-O FATURA-FILE.
           OPEN I-O ASSINATURA-FILE.
           OPEN INPUT CLIENTE-FILE.
           OPEN INPUT FILIAL-FILE.
           OPEN INPUT ENDERECO-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE WS-CABECALHO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "cobranca_bancaria" TO WS-AUD-PROGRAMA.

           PERFORM IMPORTA-RETORNO THRU IMPORTA-RETORNO-FIM.
           PERFORM LANCA-TARIFAS THRU LANCA-TARIFAS-FIM.
           PERFORM GERA-REMESSA THRU GERA-REMESSA-FIM.

           CLOSE BOLETO-FILE FATURA-FILE ASSINATURA-FILE CLIENTE-FILE
               FILIAL-FILE ENDERECO-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           DISPLAY "DATA PROCESSADA.........: " WS-DATA-HOJE.
           DISPLAY "RETORNOS LIDOS..........: " WS-TOT-RETORNOS.
           DISPLAY "  REGISTRADOS...........: " WS-TOT-REGISTRADOS.
           DISPLAY "  REJEITADOS............: " WS-TOT-REJEITADOS.
           DISPLAY "  PAGOS.................: " WS-TOT-PAGOS.
           DISPLAY "  PAGOS COM DIVERGENCIA.: " WS-TOT-DIVERGENTES.
           DISPLAY "  BAIXADOS..............: " WS-TOT-BAIXADOS.
           DISPLAY "  IGNORADOS.............: " WS-TOT-IGNORADOS.
           DISPLAY "FATURAS QUITADAS........: " WS-TOT-FATURAS.
           DISPLAY "ASSINATURAS REATIVADAS..: " WS-TOT-ASSINATURAS.
           DISPLAY "JUROS RECEBIDOS.........: " WS-TOT-JUROS.
           DISPLAY "TARIFAS LANCADAS........: " WS-TOT-TARIFAS.
           DISPLAY "BOLETOS NA REMESSA......: " WS-TOT-REMESSA.
           DISPLAY "PEDIDOS DE BAIXA........: " WS-TOT-PEDIDOS-BAIXA.
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
      * PARAMETROS DO BANCO PELO AMBIENTE (OS MESMOS DA EMISSAO)

       OBTEM-PARAMETROS.
           MOVE ZEROS TO WS-BANCO WS-AGENCIA WS-CONTA WS-CARTEIRA.
           MOVE SPACES TO WS-AMBIENTE.
           ACCEPT WS-AMBIENTE FROM ENVIRONMENT "BOLETO_BANCO".
           IF WS-AMBIENTE(1:3) IS NUMERIC
               MOVE WS-AMBIENTE(1:3) TO WS-BANCO
           END-IF
           MOVE SPACES TO WS-AMBIENTE.
           ACCEPT WS-AMBIENTE FROM ENVIRONMENT "BOLETO_AGENCIA".
           IF WS-AMBIENTE(1:4) IS NUMERIC
               MOVE WS-AMBIENTE(1:4) TO WS-AGENCIA
           END-IF
           MOVE SPACES TO WS-AMBIENTE.
           ACCEPT WS-AMBIENTE FROM ENVIRONMENT "BOLETO_CONTA".
           IF WS-AMBIENTE(1:7) IS NUMERIC
               MOVE WS-AMBIENTE(1:7) TO WS-CONTA
           END-IF
           MOVE SPACES TO WS-AMBIENTE.
           ACCEPT WS-AMBIENTE FROM ENVIRONMENT "BOLETO_CARTEIRA".
           IF WS-AMBIENTE(1:2) IS NUMERIC
               MOVE WS-AMBIENTE(1:2) TO WS-CARTEIRA
           END-IF
           MOVE 1.00 TO WS-JUROS-MES.
           MOVE SPACES TO WS-AMBIENTE.
           ACCEPT WS-AMBIENTE FROM ENVIRONMENT "BOLETO_JUROS_MES".
           IF WS-AMBIENTE(1:4) IS NUMERIC
               MOVE WS-AMBIENTE(1:4) TO WS-JUROS-MES
           END-IF.

      * -----------------------------------
      * RETORNO DO BANCO, UMA LINHA DE DETALHE POR OCORRENCIA. A
      * OCORRENCIA QUE NAO CABE NA SITUACAO DO BOLETO (REPETIDA OU
      * FORA DE ORDEM) E CONTADA COMO IGNORADA E NAO COBRA TARIFA

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
           IF NOT RET-DETALHE
               GO IMPORTA-RETORNO-LOOP
           END-IF
           ADD 1 TO WS-TOT-RETORNOS.
           MOVE RET-NOSSO-NUMERO TO BOL-NOSSO-NUMERO.
           READ BOLETO-FILE
           INVALID KEY
               ADD 1 TO WS-TOT-IGNORADOS
               GO IMPORTA-RETORNO-LOOP
           END-READ.
           MOVE "N" TO WS-APLICOU.
           EVALUATE TRUE
               WHEN RET-ENTRADA-CONFIRMADA AND BOL-REMETIDO
                   MOVE "A" TO BOL-SITUACAO
                   MOVE "S" TO WS-APLICOU
                   ADD 1 TO WS-TOT-REGISTRADOS
               WHEN RET-ENTRADA-REJEITADA AND BOL-REMETIDO
                   MOVE "J" TO BOL-SITUACAO
                   MOVE RET-MOTIVO TO BOL-MOTIVO
                   MOVE "S" TO WS-APLICOU
                   ADD 1 TO WS-TOT-REJEITADOS
                   MOVE "ENTRADA REJEITADA" TO WS-LIN-OCORRENCIA
                   PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
               WHEN RET-LIQUIDACAO AND (BOL-NO-BANCO OR BOL-BAIXADO)
                   PERFORM LIQUIDA-BOLETO THRU LIQUIDA-BOLETO-FIM
                   MOVE "S" TO WS-APLICOU
               WHEN RET-BAIXA AND BOL-NO-BANCO
                   MOVE "B" TO BOL-SITUACAO
                   MOVE SPACE TO BOL-INSTRUCAO
                   MOVE "S" TO WS-APLICOU
                   ADD 1 TO WS-TOT-BAIXADOS
               WHEN OTHER
                   ADD 1 TO WS-TOT-IGNORADOS
           END-EVALUATE
           IF NOT APLICOU
               GO IMPORTA-RETORNO-LOOP
           END-IF
           MOVE RET-OCORRENCIA TO BOL-OCORRENCIA.
           MOVE RET-TARIFA TO WS-TARIFA.
           ADD WS-TARIFA TO BOL-TARIFA.
           ADD WS-TARIFA TO WS-TARIFA-FILIAL(BOL-FILIAL).
           REWRITE BOL-REC
           INVALID KEY
               DISPLAY "ERRO AO REGRAVAR O BOLETO " BOL-NOSSO-NUMERO
           END-REWRITE.
           GO IMPORTA-RETORNO-LOOP.
       IMPORTA-RETORNO-FIM.

      * -----------------------------------
      * LIQUIDACAO. PAGO A MENOR NAO QUITA: A COBRANCA SEGUE EM ABERTO
      * E O BOLETO SAI NA LISTA. PAGO EM DIA OU COM JUROS QUITA A
      * ORIGEM; SE A ORIGEM JA ESTAVA QUITADA POR OUTRO MEIO (OU O
      * BOLETO TINHA SIDO BAIXADO), O PAGAMENTO SAI NA LISTA PARA
      * DEVOLUCAO AO CLIENTE

       LIQUIDA-BOLETO.
           MOVE RET-DATA-OCORRENCIA TO WS-DATA-DDMMAA.
           MOVE 20 TO WS-DTA-SECULO.
           MOVE WS-DDM-ANO TO WS-DTA-ANO.
           MOVE WS-DDM-MES TO WS-DTA-MES.
           MOVE WS-DDM-DIA TO WS-DTA-DIA.
           MOVE WS-DATA-AAAAMMDD TO WS-DATA-PAGAMENTO.
           IF WS-DATA-PAGAMENTO NOT NUMERIC
               OR WS-DATA-PAGAMENTO EQUAL 20000000
               MOVE WS-DATA-HOJE TO WS-DATA-PAGAMENTO
           END-IF
           MOVE WS-DATA-PAGAMENTO TO BOL-DATA-PAGAMENTO.
           MOVE RET-VALOR-PAGO TO BOL-VALOR-PAGO.
           IF BOL-VALOR-PAGO < BOL-VALOR
               MOVE "D" TO BOL-SITUACAO
               MOVE SPACE TO BOL-INSTRUCAO
               ADD 1 TO WS-TOT-DIVERGENTES
               MOVE "PAGO A MENOR" TO WS-LIN-OCORRENCIA
               PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
               GO LIQUIDA-BOLETO-FIM
           END-IF
           COMPUTE BOL-JUROS = BOL-VALOR-PAGO - BOL-VALOR.
           ADD BOL-JUROS TO WS-TOT-JUROS.
           ADD 1 TO WS-TOT-PAGOS.
           MOVE BOL-NOSSO-NUMERO TO WS-AUD-CHAVE.
           MOVE "BOLETO-PG" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           IF BOL-BAIXADO
               MOVE "P" TO BOL-SITUACAO
               ADD 1 TO WS-TOT-DIVERGENTES
               MOVE "PAGO APOS A BAIXA" TO WS-LIN-OCORRENCIA
               PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
               GO LIQUIDA-BOLETO-FIM
           END-IF
           MOVE "P" TO BOL-SITUACAO.
           MOVE SPACE TO BOL-INSTRUCAO.
           IF BOL-VALOR-PAGO > BOL-VALOR
               ADD 1 TO WS-TOT-DIVERGENTES
               MOVE "PAGO COM JUROS" TO WS-LIN-OCORRENCIA
               PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
           END-IF
           IF BOL-DE-FATURA
               PERFORM QUITA-FATURA THRU QUITA-FATURA-FIM
           ELSE
               PERFORM REATIVA-ASSINATURA THRU REATIVA-ASSINATURA-FIM
           END-IF.
       LIQUIDA-BOLETO-FIM.

      * -----------------------------------
      * FATURA PJ QUITADA PELO BOLETO, COM A DATA DO PAGAMENTO

       QUITA-FATURA.
           MOVE BOL-ORIGEM-ID TO FAT-ID.
           READ FATURA-FILE
           INVALID KEY
               MOVE "FATURA NAO ENCONTRADA" TO WS-LIN-OCORRENCIA
               PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
               GO QUITA-FATURA-FIM
           END-READ.
           IF FAT-QUITADA
               ADD 1 TO WS-TOT-DIVERGENTES
               MOVE "FATURA JA QUITADA" TO WS-LIN-OCORRENCIA
               PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
               GO QUITA-FATURA-FIM
           END-IF
           MOVE "Q" TO FAT-STATUS.
           MOVE BOL-DATA-PAGAMENTO TO FAT-DATA-PAGAMENTO.
           REWRITE FAT-REC.
           ADD 1 TO WS-TOT-FATURAS.
           MOVE "RECEBTO" TO WS-AUD-OPERACAO.
           MOVE FAT-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
       QUITA-FATURA-FIM.

      * -----------------------------------
      * RENOVACAO PAGA PELO BOLETO. PLANO INADIMPLENTE QUE AINDA ESTA
      * PARADO NESSA RENOVACAO VOLTA A ATIVA COM O CICLO NOVO (MESMA
      * REGRA DA RENOVACAO APROVADA NO COBRANCA_ASSINATURAS); PLANO QUE
      * JA RENOVOU NAO MUDA. PLANO CANCELADO SAI NA LISTA

       REATIVA-ASSINATURA.
           MOVE BOL-ORIGEM-ID TO FS-ID.
           READ ASSINATURA-FILE
           INVALID KEY
               MOVE "PLANO NAO ENCONTRADO" TO WS-LIN-OCORRENCIA
               PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
               GO REATIVA-ASSINATURA-FIM
           END-READ.
           IF FS-STATUS-CANCELADA
               ADD 1 TO WS-TOT-DIVERGENTES
               MOVE "PLANO CANCELADO" TO WS-LIN-OCORRENCIA
               PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM
               GO REATIVA-ASSINATURA-FIM
           END-IF
           IF NOT FS-STATUS-INADIMPLENTE
               OR FS-DATA-RENOVACAO NOT EQUAL BOL-REFERENCIA
               GO REATIVA-ASSINATURA-FIM
           END-IF
           COMPUTE WS-DATA-INT =
               FUNCTION INTEGER-OF-DATE(FS-DATA-RENOVACAO) + 30.
           COMPUTE FS-DATA-RENOVACAO =
               FUNCTION DATE-OF-INTEGER(WS-DATA-INT).
           MOVE "A" TO FS-STATUS.
           MOVE ZEROS TO FS-ALUGUEIS-MES FS-DATA-INADIMPLENCIA
               FS-AVISO-NIVEL.
           REWRITE FILE1-REC.
           ADD 1 TO WS-TOT-ASSINATURAS.
           MOVE "RENOVACAO" TO WS-AUD-OPERACAO.
           MOVE FS-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
       REATIVA-ASSINATURA-FIM.

      * -----------------------------------
      * TARIFAS DO DIA EM DESPESA.DAT, JA PAGAS (DEBITO EM CONTA). A
      * LINHA DO DIA E DA FILIAL E SOMADA SE O PASSO RODAR DE NOVO

       LANCA-TARIFAS.
           MOVE ZEROS TO WS-CAT-TARIFA.
           MOVE 1 TO WS-IND.

           LANCA-TARIFAS-LOOP.
           IF WS-IND > 99
               IF WS-CAT-TARIFA NOT EQUAL ZEROS
                   CLOSE DESPESA-FILE
               END-IF
               GO LANCA-TARIFAS-FIM
           END-IF
           IF WS-TARIFA-FILIAL(WS-IND) EQUAL ZEROS
               ADD 1 TO WS-IND
               GO LANCA-TARIFAS-LOOP
           END-IF
           IF WS-CAT-TARIFA EQUAL ZEROS
               PERFORM LOCALIZA-CATEGORIA THRU LOCALIZA-CATEGORIA-FIM
               OPEN I-O DESPESA-FILE
               IF FS-DSP-NAO-EXISTE
                   OPEN OUTPUT DESPESA-FILE
                   CLOSE DESPESA-FILE
                   OPEN I-O DESPESA-FILE
               END-IF
           END-IF
           COMPUTE DSP-ID = 50000000000 + WS-DATA-HOJE * 100 + WS-IND.
           READ DESPESA-FILE
           INVALID KEY
               MOVE SPACES TO DSP-REC
               COMPUTE DSP-ID = 50000000000 + WS-DATA-HOJE * 100
                   + WS-IND
               MOVE WS-CAT-TARIFA TO DSP-CATEGORIA
               MOVE WS-IND TO DSP-FILIAL
               MOVE WS-DATA-HOJE(1:6) TO DSP-COMPETENCIA
               MOVE "TARIFAS BANCARIAS DE BOLETO" TO DSP-DESCRICAO
               MOVE WS-TARIFA-FILIAL(WS-IND) TO DSP-VALOR
               MOVE WS-DATA-HOJE TO DSP-DATA-VENCIMENTO
               MOVE WS-DATA-HOJE TO DSP-DATA-PAGAMENTO
               MOVE "P" TO DSP-STATUS
               MOVE "N" TO DSP-RECORRENTE
               MOVE ZEROS TO DSP-ORIGEM-ID DSP-PARCEIRO-COD
               MOVE "N" TO DSP-VIA-PAGAR
               WRITE DSP-REC
               ADD WS-TARIFA-FILIAL(WS-IND) TO WS-TOT-TARIFAS
               ADD 1 TO WS-IND
               GO LANCA-TARIFAS-LOOP
           END-READ.
           ADD WS-TARIFA-FILIAL(WS-IND) TO DSP-VALOR.
           REWRITE DSP-REC.
           ADD WS-TARIFA-FILIAL(WS-IND) TO WS-TOT-TARIFAS.
           ADD 1 TO WS-IND.
           GO LANCA-TARIFAS-LOOP.
       LANCA-TARIFAS-FIM.

      * -----------------------------------
      * CATEGORIA "TARIFA BANCARIA" DO CAT_DESPESA.DAT; NA PRIMEIRA
      * VEZ E CRIADA COM O CODIGO SEGUINTE AO MAIOR CADASTRADO

       LOCALIZA-CATEGORIA.
           MOVE ZEROS TO WS-CAT-MAIOR.
           OPEN I-O CAT-DESPESA-FILE.
           IF FS-CDS-NAO-EXISTE
               OPEN OUTPUT CAT-DESPESA-FILE
               CLOSE CAT-DESPESA-FILE
               OPEN I-O CAT-DESPESA-FILE
           END-IF
           MOVE ZEROS TO CDS-CODIGO.
           START CAT-DESPESA-FILE KEY IS NOT LESS THAN CDS-KEY
           INVALID KEY
               GO LOCALIZA-CATEGORIA-CRIA
           END-START.

           LOCALIZA-CATEGORIA-LOOP.
           READ CAT-DESPESA-FILE NEXT RECORD
           AT END
               GO LOCALIZA-CATEGORIA-CRIA
           END-READ.
           IF CDS-DESCRICAO EQUAL "TARIFA BANCARIA"
               MOVE CDS-CODIGO TO WS-CAT-TARIFA
               CLOSE CAT-DESPESA-FILE
               GO LOCALIZA-CATEGORIA-FIM
           END-IF
           MOVE CDS-CODIGO TO WS-CAT-MAIOR.
           GO LOCALIZA-CATEGORIA-LOOP.

           LOCALIZA-CATEGORIA-CRIA.
           MOVE SPACES TO CDS-REC.
           COMPUTE CDS-CODIGO = WS-CAT-MAIOR + 1.
           MOVE "TARIFA BANCARIA" TO CDS-DESCRICAO.
           WRITE CDS-REC.
           MOVE CDS-CODIGO TO WS-CAT-TARIFA.
           CLOSE CAT-DESPESA-FILE.
       LOCALIZA-CATEGORIA-FIM.

      * -----------------------------------
      * REMESSA DO DIA: BOLETO A REGISTRAR VAI COMO ENTRADA (01) E
      * FICA REMETIDO; PEDIDO DE BAIXA VAI COMO BAIXA (02) E FICA
      * AGUARDANDO A CONFIRMACAO NO RETORNO

       GERA-REMESSA.
           OPEN OUTPUT REMESSA-FILE.
           MOVE WS-DATA-HOJE TO WS-DATA-AAAAMMDD.
           MOVE WS-DTA-DIA TO WS-DDM-DIA.
           MOVE WS-DTA-MES TO WS-DDM-MES.
           MOVE WS-DTA-ANO TO WS-DDM-ANO.
           MOVE WS-DATA-DDMMAA TO WS-RHD-DATA.
           MOVE WS-AGENCIA TO WS-RHD-AGENCIA.
           MOVE WS-CONTA TO WS-RHD-CONTA.
           MOVE WS-BANCO TO WS-RHD-BANCO.
           ADD 1 TO WS-SEQUENCIAL.
           MOVE WS-SEQUENCIAL TO WS-RHD-SEQUENCIAL.
           MOVE WS-REM-HEADER TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.
           MOVE ZEROS TO BOL-NOSSO-NUMERO.
           START BOLETO-FILE KEY IS NOT LESS THAN BOL-KEY
           INVALID KEY
               GO GERA-REMESSA-TRAILER
           END-START.

           GERA-REMESSA-LOOP.
           READ BOLETO-FILE NEXT RECORD
           AT END
               GO GERA-REMESSA-TRAILER
           END-READ.
           IF BOL-A-REGISTRAR
               MOVE "01" TO WS-RDT-OCORRENCIA
               PERFORM GRAVA-REMESSA THRU GRAVA-REMESSA-FIM
               MOVE "R" TO BOL-SITUACAO
               REWRITE BOL-REC
               ADD 1 TO WS-TOT-REMESSA
               GO GERA-REMESSA-LOOP
           END-IF
           IF BOL-BAIXA-A-REMETER AND BOL-NO-BANCO
               MOVE "02" TO WS-RDT-OCORRENCIA
               PERFORM GRAVA-REMESSA THRU GRAVA-REMESSA-FIM
               MOVE "E" TO BOL-INSTRUCAO
               REWRITE BOL-REC
               ADD 1 TO WS-TOT-PEDIDOS-BAIXA
               MOVE BOL-NOSSO-NUMERO TO WS-AUD-CHAVE
               MOVE "BOLETO-BX" TO WS-AUD-OPERACAO
               CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
                   WS-AUD-OPERACAO WS-AUD-CHAVE
           END-IF
           GO GERA-REMESSA-LOOP.

           GERA-REMESSA-TRAILER.
           ADD 1 TO WS-SEQUENCIAL.
           MOVE WS-SEQUENCIAL TO WS-RTR-SEQUENCIAL.
           MOVE WS-REM-TRAILER TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.
           CLOSE REMESSA-FILE.
       GERA-REMESSA-FIM.

      * -----------------------------------
      * MONTA UMA LINHA DE DETALHE DA REMESSA COM CEDENTE (CNPJ DA
      * FILIAL), TITULO E SACADO (CADASTRO E ENDERECO DO CLIENTE)

       GRAVA-REMESSA.
           MOVE ZEROS TO WS-RDT-CNPJ.
           IF FS-FIL-OK
               MOVE BOL-FILIAL TO FIL-CODIGO
               READ FILIAL-FILE
               NOT INVALID KEY
                   MOVE FIL-CNPJ TO WS-RDT-CNPJ
               END-READ
           END-IF
           MOVE WS-AGENCIA TO WS-RDT-AGENCIA.
           MOVE WS-CONTA TO WS-RDT-CONTA.
           MOVE BOL-TIPO TO WS-RDT-TIPO.
           MOVE BOL-ORIGEM-ID TO WS-RDT-ORIGEM-ID.
           MOVE BOL-REFERENCIA TO WS-RDT-REFERENCIA.
           MOVE BOL-NOSSO-NUMERO TO WS-RDT-NOSSO-NUMERO.
           MOVE BOL-DV TO WS-RDT-DV.
           MOVE WS-CARTEIRA TO WS-RDT-CARTEIRA.
           MOVE BOL-NOSSO-NUMERO TO WS-RDT-SEU-NUMERO.
           MOVE BOL-VENCIMENTO TO WS-DATA-AAAAMMDD.
           MOVE WS-DTA-DIA TO WS-DDM-DIA.
           MOVE WS-DTA-MES TO WS-DDM-MES.
           MOVE WS-DTA-ANO TO WS-DDM-ANO.
           MOVE WS-DATA-DDMMAA TO WS-RDT-VENCIMENTO.
           MOVE BOL-VALOR TO WS-RDT-VALOR.
           MOVE WS-BANCO TO WS-RDT-BANCO.
           MOVE BOL-DATA-EMISSAO TO WS-DATA-AAAAMMDD.
           MOVE WS-DTA-DIA TO WS-DDM-DIA.
           MOVE WS-DTA-MES TO WS-DDM-MES.
           MOVE WS-DTA-ANO TO WS-DDM-ANO.
           MOVE WS-DATA-DDMMAA TO WS-RDT-EMISSAO.
           COMPUTE WS-RDT-JUROS-DIA ROUNDED =
               BOL-VALOR * WS-JUROS-MES / 100 / 30.

           MOVE "01" TO WS-RDT-TIPO-SACADO.
           MOVE ZEROS TO WS-RDT-DOC-SACADO.
           MOVE SPACES TO WS-RDT-NOME-SACADO.
           MOVE BOL-CLIENTE-ID TO CLI-ID.
           READ CLIENTE-FILE
           NOT INVALID KEY
               MOVE FS-CPF TO WS-RDT-DOC-SACADO
               MOVE CLI-NOME TO WS-RDT-NOME-SACADO
               IF FS-PESSOA-JURIDICA
                   MOVE "02" TO WS-RDT-TIPO-SACADO
               END-IF
           END-READ.
           MOVE SPACES TO WS-RDT-ENDERECO WS-RDT-BAIRRO
               WS-RDT-CIDADE.
           MOVE ZEROS TO WS-RDT-CEP.
           IF FS-END-OK
               MOVE BOL-CLIENTE-ID TO END-CLIENTE-ID
               READ ENDERECO-FILE
               NOT INVALID KEY
                   MOVE END-LOGRADOURO TO WS-RDT-ENDERECO
                   MOVE END-BAIRRO TO WS-RDT-BAIRRO
                   MOVE END-CEP TO WS-RDT-CEP
                   MOVE END-CIDADE TO WS-RDT-CIDADE
               END-READ
           END-IF
           ADD 1 TO WS-SEQUENCIAL.
           MOVE WS-SEQUENCIAL TO WS-RDT-SEQUENCIAL.
           MOVE WS-REM-DETALHE TO REMESSA-LINHA.
           WRITE REMESSA-LINHA.
       GRAVA-REMESSA-FIM.

      * -----------------------------------
      * LINHA DA LISTA DE OCORRENCIAS (WS-LIN-OCORRENCIA JA PREENCHIDA)

       GRAVA-LINHA.
           MOVE BOL-NOSSO-NUMERO TO WS-LIN-NOSSO-NUMERO.
           MOVE BOL-DV TO WS-LIN-DV.
           MOVE BOL-TIPO TO WS-LIN-TIPO.
           MOVE BOL-ORIGEM-ID TO WS-LIN-ORIGEM.
           MOVE BOL-VENCIMENTO TO WS-LIN-VENCIMENTO.
           MOVE BOL-VALOR TO WS-LIN-VALOR.
           MOVE RET-VALOR-PAGO TO WS-LIN-PAGO.
           MOVE RET-MOTIVO TO WS-LIN-MOTIVO.
           MOVE WS-LINHA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       GRAVA-LINHA-FIM.
