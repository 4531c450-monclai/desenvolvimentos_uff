      * E O CONSOLIDADO NO FIM. RECEITAS: ALUGUEIS DO MES (SEM OS
      * ESTORNADOS), PARCELAS DE PRORROGACAO (PRORROGA_MOV.DAT),
      * MULTAS DAS DEVOLUCOES DO MES, MENSALIDADES DAS ASSINATURAS
      * ATIVAS (FILIAL PELO CADASTRO DO CLIENTE), VENDA LIQUIDA DE
      * MERCADORIA (VENDAS MENOS ESTORNOS) E, EM LINHA PROPRIA, A
      * RECEITA DE ATACADO (PEDIDOS FATURADOS NO MES EM
      * PEDIDO_ATACADO.DAT). DEDUCOES: CUSTO DA MERCADORIA VENDIDA
      * (KIT CUSTEADO PELA SOMA DOS COMPONENTES, COMO NO RELATORIO DE
      * MARGEM; NO ATACADO, O CUSTO GRAVADO NA SEPARACAO), IMPOSTOS
      * APURADOS NOS PROPRIOS MOVIMENTOS, COMISSAO (COMISSAO_PCT SOBRE
      * A RECEITA DE BALCAO - O ATACADO FICA FORA -, MESMO PERCENTUAL
      * DO RELATORIO DE COMISSAO) E A PARTE DAS DISTRIBUIDORAS NOS
      * TITULOS LICENCIADOS (LICENCA.DAT,
      * MESMA CONTA DO ACERTO_LICENCA). DO ACERVO DE COPIAS SAEM A
      * DEPRECIACAO DO MES E A PERDA NAS COPIAS BAIXADAS NO MES
      * (DEPRECIACAO.DAT, GRAVADO POR DEPRECIA_ACERVO E BAIXA-ATIVO).
      * ATE AI E A MARGEM DE CONTRIBUICAO; DELA SAEM AS DESPESAS
      * OPERACIONAIS DA FILIAL NO MES DE COMPETENCIA (DESPESA.DAT,
      * LANCADAS NO CADASTRO_DESPESA E GERADAS PELO
      * GERA_DESPESAS_FIXAS), ABERTAS POR CATEGORIA
      * (CAT_DESPESA.DAT), CHEGANDO AO RESULTADO LIQUIDO.
      * OS INCOBRAVEIS DO CONTAS A RECEBER TEM LINHAS PROPRIAS: A
      * RECUPERACAO DE SALDO JA BAIXADO ENTRA COMO RECEITA (MENOS A
      * RECUPERACAO ESTORNADA NO MES); SAEM A
      * VARIACAO DA PROVISAO PARA DEVEDORES (PROVISAO.DAT, DO MES
      * MENOS A DO MES ANTERIOR, GRAVADAS PELO PROVISAO_DEVEDORES) E
      * AS BAIXAS DO MES (BAIXA_CR_MOV.DAT, GRAVADO PELO CONTAS A
      * RECEBER).
      * OS JUROS E MULTAS RECEBIDOS ALEM DO VALOR NOS BOLETOS PAGOS NO
      * MES (BOLETO.DAT, BAIXADOS PELO COBRANCA_BANCARIA) TEM LINHA
      * PROPRIA DE RECEITA; A TARIFA DO BANCO JA VEM EM DESPESA.DAT.
      * OS ENCARGOS DE ATRASO LANCADOS NO MES SOBRE O CONTAS A
      * RECEBER (JUROS_CR.DAT, GRAVADO PELO JUROS_RECEBER) SAEM EM
      * DUAS LINHAS PROPRIAS - JUROS DE MORA E MULTA POR ATRASO -
      * SEPARADAS DAS MULTAS DE DEVOLUCAO, NA FILIAL DO ALUGUEL DE
      * ORIGEM.
      *
      * O MES APURADO (AAAAMM) VEM DE MES_APURACAO; SEM ELA, O MES
      * CORRENTE. COMISSAO_PCT PADRAO 2.00.
           record key is vd-key
           alternate record key is vd-data-venda with duplicates.

       select pedido-atacado-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-pa
           record key is pa-key.

       select mercadoria-file
           assign to disk
           organization is indexed
           file status is fs-stat-lic
           record key is lic-key.

       select depreciacao-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-dep
           record key is dep-key.

       select despesa-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-dsp
           record key is dsp-key.

       select cat-despesa-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-cds
           record key is cds-key.

       select provisao-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-prv
           record key is prv-key.

       select baixa-mov-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-bxm.

       select boleto-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-bol
           record key is bol-key.

       select juros-cr-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-jcr
           record key is jcr-key.

       select relatorio-file
           assign to disk
           organization is line sequential
       fd venda-file value of file-id is "VENDA.dat".
       copy venda.

       fd pedido-atacado-file value of file-id is "PEDIDO_ATACADO.dat".
       copy pedido_atacado.

       fd mercadoria-file value of file-id is "MERCADORIA.dat".
       copy mercadoria.

       fd licenca-file value of file-id is "LICENCA.dat".
       copy licenca.

       fd depreciacao-file value of file-id is "DEPRECIACAO.dat".
       copy depreciacao.

       fd despesa-file value of file-id is "DESPESA.dat".
       copy despesa.

       fd cat-despesa-file value of file-id is "CAT_DESPESA.dat".
       copy cat_despesa.

       fd provisao-file value of file-id is "PROVISAO.dat".
       copy provisao.

      * LINHA DO LOG DE BAIXAS E RECUPERACOES DE INCOBRAVEIS
      * (LARGURA FIXA, GRAVADA PELO CONTAS A RECEBER)
       fd baixa-mov-file value of file-id is "BAIXA_CR_MOV.dat".
       01 bxm-linha.
           02 bxm-data             pic 9(08).
           02 filler               pic x(02).
           02 bxm-tipo             pic x(01).
               88 bxm-baixa                value "B".
               88 bxm-recuperacao          value "R".
               88 bxm-estorno-recupera     value "E".
           02 filler               pic x(02).
           02 bxm-lancamento       pic 9(11).
           02 filler               pic x(02).
           02 bxm-cliente          pic 9(05).
           02 filler               pic x(02).
           02 bxm-filial           pic 9(02).
           02 filler               pic x(02).
           02 bxm-valor            pic 9(05)v99.
           02 filler               pic x(02).
           02 bxm-supervisor       pic 9(03).
           02 filler               pic x(31).

       fd boleto-file value of file-id is "BOLETO.dat".
       copy boleto.

       fd juros-cr-file value of file-id is "JUROS_CR.dat".
       copy juros_cr.

       fd relatorio-file value of file-id is "DRE_MENSAL.dat".
       01 relatorio-linha             pic x(80).

       77 fs-stat-venda        pic 9(02).
           88 fs-venda-nao-existe      value 35.

       77 fs-stat-pa           pic 9(02).
           88 fs-pa-nao-existe         value 35.

       77 fs-stat-merc         pic 9(02).
           88 fs-merc-nao-existe       value 35.

       77 fs-stat-lic          pic 9(02).
           88 fs-lic-nao-existe        value 35.

       77 fs-stat-dep          pic 9(02).
           88 fs-dep-nao-existe        value 35.

       77 fs-stat-dsp          pic 9(02).
           88 fs-dsp-nao-existe        value 35.

       77 fs-stat-cds          pic 9(02).
           88 fs-cds-ok                value zeros.

       77 fs-stat-prv          pic 9(02).
           88 fs-prv-nao-existe        value 35.

       77 fs-stat-bxm          pic 9(02).
           88 fs-bxm-nao-existe        value 35.

       77 fs-stat-bol          pic 9(02).
           88 fs-bol-nao-existe        value 35.

       77 fs-stat-jcr          pic 9(02).
           88 fs-jcr-nao-existe        value 35.

       77 fs-stat-rel          pic 9(02).

       77 ws-mes-anterior      pic 9(06).

       77 ws-data-hoje         pic 9(08).
       77 ws-mes-ambiente      pic x(06).
       77 ws-mes-apuracao      pic 9(06).
               03 ws-dre-multa         pic s9(09)v99.
               03 ws-dre-assinatura    pic s9(09)v99.
               03 ws-dre-venda         pic s9(09)v99.
               03 ws-dre-atacado       pic s9(09)v99.
               03 ws-dre-cmv           pic s9(09)v99.
               03 ws-dre-imposto       pic s9(09)v99.
               03 ws-dre-licenca       pic s9(09)v99.
               03 ws-dre-deprec        pic s9(09)v99.
               03 ws-dre-perda         pic s9(09)v99.
               03 ws-dre-despesa       pic s9(09)v99.
               03 ws-dre-recupera      pic s9(09)v99.
               03 ws-dre-provisao      pic s9(09)v99.
               03 ws-dre-baixa         pic s9(09)v99.
               03 ws-dre-juros         pic s9(09)v99.
               03 ws-dre-mora          pic s9(09)v99.
               03 ws-dre-atraso        pic s9(09)v99.
               03 ws-dre-despesas-cat.
                   04 ws-dre-desp-cat      pic s9(09)v99
                                           occurs 20 times.

       01 ws-total-dre.
           02 ws-tot-aluguel       pic s9(09)v99 value zeros.
           02 ws-tot-multa         pic s9(09)v99 value zeros.
           02 ws-tot-assinatura    pic s9(09)v99 value zeros.
           02 ws-tot-venda         pic s9(09)v99 value zeros.
           02 ws-tot-atacado       pic s9(09)v99 value zeros.
           02 ws-tot-cmv           pic s9(09)v99 value zeros.
           02 ws-tot-imposto       pic s9(09)v99 value zeros.
           02 ws-tot-licenca       pic s9(09)v99 value zeros.
           02 ws-tot-deprec        pic s9(09)v99 value zeros.
           02 ws-tot-perda         pic s9(09)v99 value zeros.
           02 ws-tot-despesa       pic s9(09)v99 value zeros.
           02 ws-tot-recupera      pic s9(09)v99 value zeros.
           02 ws-tot-provisao      pic s9(09)v99 value zeros.
           02 ws-tot-baixa         pic s9(09)v99 value zeros.
           02 ws-tot-juros         pic s9(09)v99 value zeros.
           02 ws-tot-mora          pic s9(09)v99 value zeros.
           02 ws-tot-atraso        pic s9(09)v99 value zeros.
           02 ws-tot-desp-cat      pic s9(09)v99 value zeros
                                   occurs 20 times.

      * CATEGORIAS DE DESPESA NA ORDEM EM QUE APARECEM; DA 20A EM
      * DIANTE VAI TUDO PARA "OUTRAS DESPESAS"
       77 ws-ind-cat           pic 9(02) comp.
       77 ws-qtd-cats          pic 9(02) comp value zeros.
       78 ws-max-cats          value 20.
       01 ws-tabela-cats.
           02 ws-cat occurs 20 times.
               03 ws-cat-codigo        pic 9(03).
               03 ws-cat-descricao     pic x(30).
       77 ws-valor-cat         pic s9(09)v99.
       77 ws-margem            pic s9(09)v99.

       77 ws-receita-balcao    pic s9(09)v99.
       77 ws-comissao          pic s9(09)v99.
           02 ws-lv-valor          pic -zzzzzzz9.99.
           02 filler               pic x(36) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "dre_mensal".
           02 ws-spl-arquivo       pic x(30)
               value "DRE_MENSAL.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           PERFORM APURA-ALUGUEIS THRU APURA-ALUGUEIS-FIM.
           PERFORM APURA-PRORROGACOES THRU APURA-PRORROGACOES-FIM.
           PERFORM APURA-VENDAS THRU APURA-VENDAS-FIM.
           PERFORM APURA-ATACADO THRU APURA-ATACADO-FIM.
           PERFORM APURA-ASSINATURAS THRU APURA-ASSINATURAS-FIM.
           PERFORM APURA-DEPRECIACAO THRU APURA-DEPRECIACAO-FIM.
           PERFORM APURA-DESPESAS THRU APURA-DESPESAS-FIM.
           PERFORM APURA-PROVISAO THRU APURA-PROVISAO-FIM.
           PERFORM APURA-BAIXAS THRU APURA-BAIXAS-FIM.
           PERFORM APURA-JUROS-BOLETO THRU APURA-JUROS-BOLETO-FIM.
           PERFORM APURA-ENCARGOS THRU APURA-ENCARGOS-FIM.
           OPEN OUTPUT RELATORIO-FILE.
           PERFORM IMPRIME-DRE THRU IMPRIME-DRE-FIM.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           DISPLAY "MES APURADO: " WS-MES-APURACAO
               "  FILIAIS: " WS-QTD-FILIAIS.
           PERFORM FECHA-ARQUIVOS.
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-MES-APURACAO
           END-IF.
           IF WS-MES-APURACAO(5:2) EQUAL "01"
               COMPUTE WS-MES-ANTERIOR = WS-MES-APURACAO - 89
           ELSE
               COMPUTE WS-MES-ANTERIOR = WS-MES-APURACAO - 1
           END-IF
           ACCEPT WS-PCT-AMBIENTE FROM ENVIRONMENT "COMISSAO_PCT".
           IF WS-PCT-AMBIENTE IS NUMERIC
               AND WS-PCT-AMBIENTE NOT = SPACES
           GO APURA-VENDAS-LOOP.
       APURA-VENDAS-FIM.

      * -----------------------------------
      * PEDIDOS DE ATACADO FATURADOS (EXPEDIDOS) NO MES: RECEITA EM
      * LINHA PROPRIA, CUSTO DA SEPARACAO NO CMV E IMPOSTO DA FATURA

       APURA-ATACADO.
           OPEN INPUT PEDIDO-ATACADO-FILE.
           IF FS-PA-NAO-EXISTE
               GO APURA-ATACADO-FIM
           END-IF.

           APURA-ATACADO-LOOP.
           READ PEDIDO-ATACADO-FILE
           AT END
               CLOSE PEDIDO-ATACADO-FILE
               GO APURA-ATACADO-FIM
           END-READ
           IF NOT PA-FATURADO
               OR PA-DATA-EXPEDICAO(1:6) NOT EQUAL WS-MES-APURACAO
               GO APURA-ATACADO-LOOP
           END-IF
           MOVE PA-FILIAL TO WS-FILIAL-MOV.
           PERFORM LOCALIZA-FILIAL THRU LOCALIZA-FILIAL-FIM.
           IF WS-IND EQUAL ZEROS
               GO APURA-ATACADO-LOOP
           END-IF
           ADD PA-VALOR-TOTAL TO WS-DRE-ATACADO(WS-IND).
           ADD PA-VALOR-IMPOSTO TO WS-DRE-IMPOSTO(WS-IND).
           COMPUTE WS-DRE-CMV(WS-IND) = WS-DRE-CMV(WS-IND)
               + PA-CUSTO-UNIT * PA-QTD-SEPARADA.
           GO APURA-ATACADO-LOOP.
       APURA-ATACADO-FIM.

      * -----------------------------------
      * CUSTO UNITARIO DA MERCADORIA DA LINHA; KIT E CUSTEADO PELA
      * SOMA DOS COMPONENTES, COMO NO RELATORIO DE MARGEM
           GO APURA-ASSINATURAS-LOOP.
       APURA-ASSINATURAS-FIM.

      * -----------------------------------
      * DEPRECIACAO DO ACERVO E PERDA NA BAIXA DE COPIAS DO MES -
      * AS LINHAS DO MES FICAM JUNTAS NA CHAVE DE DEPRECIACAO.DAT

       APURA-DEPRECIACAO.
           OPEN INPUT DEPRECIACAO-FILE.
           IF FS-DEP-NAO-EXISTE
               GO APURA-DEPRECIACAO-FIM
           END-IF
           MOVE SPACES TO DEP-KEY.
           MOVE WS-MES-APURACAO TO DEP-MES.
           START DEPRECIACAO-FILE KEY NOT LESS DEP-KEY
           INVALID KEY
               CLOSE DEPRECIACAO-FILE
               GO APURA-DEPRECIACAO-FIM
           END-START.

           APURA-DEPRECIACAO-LOOP.
           READ DEPRECIACAO-FILE NEXT
           AT END
               CLOSE DEPRECIACAO-FILE
               GO APURA-DEPRECIACAO-FIM
           END-READ
           IF DEP-MES NOT EQUAL WS-MES-APURACAO
               CLOSE DEPRECIACAO-FILE
               GO APURA-DEPRECIACAO-FIM
           END-IF
           MOVE DEP-FILIAL TO WS-FILIAL-MOV.
           PERFORM LOCALIZA-FILIAL THRU LOCALIZA-FILIAL-FIM.
           IF WS-IND EQUAL ZEROS
               GO APURA-DEPRECIACAO-LOOP
           END-IF
           IF DEP-PERDA
               ADD DEP-VALOR TO WS-DRE-PERDA(WS-IND)
           ELSE
               ADD DEP-VALOR TO WS-DRE-DEPREC(WS-IND)
           END-IF
           GO APURA-DEPRECIACAO-LOOP.
       APURA-DEPRECIACAO-FIM.

      * -----------------------------------
      * DESPESAS OPERACIONAIS DE COMPETENCIA DO MES, POR FILIAL E
      * CATEGORIA (O CONSOLIDADO SOMA JA AQUI)

       APURA-DESPESAS.
           OPEN INPUT DESPESA-FILE.
           IF FS-DSP-NAO-EXISTE
               GO APURA-DESPESAS-FIM
           END-IF
           OPEN INPUT CAT-DESPESA-FILE.

           APURA-DESPESAS-LOOP.
           READ DESPESA-FILE
           AT END
               CLOSE DESPESA-FILE
               IF FS-CDS-OK
                   CLOSE CAT-DESPESA-FILE
               END-IF
               GO APURA-DESPESAS-FIM
           END-READ
           IF DSP-COMPETENCIA NOT EQUAL WS-MES-APURACAO
               GO APURA-DESPESAS-LOOP
           END-IF
           MOVE DSP-FILIAL TO WS-FILIAL-MOV.
           PERFORM LOCALIZA-FILIAL THRU LOCALIZA-FILIAL-FIM.
           IF WS-IND EQUAL ZEROS
               GO APURA-DESPESAS-LOOP
           END-IF
           PERFORM LOCALIZA-CATEGORIA THRU LOCALIZA-CATEGORIA-FIM.
           ADD DSP-VALOR TO WS-DRE-DESPESA(WS-IND).
           ADD DSP-VALOR TO WS-DRE-DESP-CAT(WS-IND WS-IND-CAT).
           ADD DSP-VALOR TO WS-TOT-DESPESA.
           ADD DSP-VALOR TO WS-TOT-DESP-CAT(WS-IND-CAT).
           GO APURA-DESPESAS-LOOP.
       APURA-DESPESAS-FIM.

      * -----------------------------------
      * VARIACAO DA PROVISAO PARA DEVEDORES: A DO MES SOMA, A DO MES
      * ANTERIOR SUBTRAI (MES SEM PROVISAO APURADA CONTA ZERO)

       APURA-PROVISAO.
           OPEN INPUT PROVISAO-FILE.
           IF FS-PRV-NAO-EXISTE
               GO APURA-PROVISAO-FIM
           END-IF.

           APURA-PROVISAO-LOOP.
           READ PROVISAO-FILE
           AT END
               CLOSE PROVISAO-FILE
               GO APURA-PROVISAO-FIM
           END-READ
           IF PRV-MES NOT EQUAL WS-MES-APURACAO
               AND PRV-MES NOT EQUAL WS-MES-ANTERIOR
               GO APURA-PROVISAO-LOOP
           END-IF
           MOVE PRV-FILIAL TO WS-FILIAL-MOV.
           PERFORM LOCALIZA-FILIAL THRU LOCALIZA-FILIAL-FIM.
           IF WS-IND EQUAL ZEROS
               GO APURA-PROVISAO-LOOP
           END-IF
           IF PRV-MES EQUAL WS-MES-APURACAO
               ADD PRV-VALOR-TOTAL TO WS-DRE-PROVISAO(WS-IND)
           ELSE
               SUBTRACT PRV-VALOR-TOTAL FROM WS-DRE-PROVISAO(WS-IND)
           END-IF
           GO APURA-PROVISAO-LOOP.
       APURA-PROVISAO-FIM.

      * -----------------------------------
      * BAIXAS DE INCOBRAVEIS E RECUPERACOES DO MES

       APURA-BAIXAS.
           OPEN INPUT BAIXA-MOV-FILE.
           IF FS-BXM-NAO-EXISTE
               GO APURA-BAIXAS-FIM
           END-IF.

           APURA-BAIXAS-LOOP.
           READ BAIXA-MOV-FILE
           AT END
               CLOSE BAIXA-MOV-FILE
               GO APURA-BAIXAS-FIM
           END-READ
           IF BXM-DATA(1:6) NOT EQUAL WS-MES-APURACAO
               OR BXM-VALOR NOT NUMERIC
               GO APURA-BAIXAS-LOOP
           END-IF
           MOVE BXM-FILIAL TO WS-FILIAL-MOV.
           PERFORM LOCALIZA-FILIAL THRU LOCALIZA-FILIAL-FIM.
           IF WS-IND EQUAL ZEROS
               GO APURA-BAIXAS-LOOP
           END-IF
           IF BXM-BAIXA
               ADD BXM-VALOR TO WS-DRE-BAIXA(WS-IND)
           END-IF
           IF BXM-RECUPERACAO
               ADD BXM-VALOR TO WS-DRE-RECUPERA(WS-IND)
           END-IF
           IF BXM-ESTORNO-RECUPERA
               SUBTRACT BXM-VALOR FROM WS-DRE-RECUPERA(WS-IND)
           END-IF
           GO APURA-BAIXAS-LOOP.
       APURA-BAIXAS-FIM.

      * -----------------------------------
      * JUROS E MULTAS DOS BOLETOS PAGOS NO MES, NA FILIAL DO BOLETO

       APURA-JUROS-BOLETO.
           OPEN INPUT BOLETO-FILE.
           IF FS-BOL-NAO-EXISTE
               GO APURA-JUROS-BOLETO-FIM
           END-IF.

           APURA-JUROS-BOLETO-LOOP.
           READ BOLETO-FILE
           AT END
               CLOSE BOLETO-FILE
               GO APURA-JUROS-BOLETO-FIM
           END-READ
           IF NOT BOL-PAGO
               OR BOL-DATA-PAGAMENTO(1:6) NOT EQUAL WS-MES-APURACAO
               OR BOL-JUROS EQUAL ZEROS
               GO APURA-JUROS-BOLETO-LOOP
           END-IF
           MOVE BOL-FILIAL TO WS-FILIAL-MOV.
           PERFORM LOCALIZA-FILIAL THRU LOCALIZA-FILIAL-FIM.
           IF WS-IND EQUAL ZEROS
               GO APURA-JUROS-BOLETO-LOOP
           END-IF
           ADD BOL-JUROS TO WS-DRE-JUROS(WS-IND).
           GO APURA-JUROS-BOLETO-LOOP.
       APURA-JUROS-BOLETO-FIM.

      * -----------------------------------
      * JUROS DE MORA E MULTAS POR ATRASO LANCADOS NO MES SOBRE O
      * CONTAS A RECEBER, NA FILIAL DO ALUGUEL DE ORIGEM

       APURA-ENCARGOS.
           OPEN INPUT JUROS-CR-FILE.
           IF FS-JCR-NAO-EXISTE
               GO APURA-ENCARGOS-FIM
           END-IF.

           APURA-ENCARGOS-LOOP.
           READ JUROS-CR-FILE
           AT END
               CLOSE JUROS-CR-FILE
               GO APURA-ENCARGOS-FIM
           END-READ
           IF JCR-DATA(1:6) NOT EQUAL WS-MES-APURACAO
               GO APURA-ENCARGOS-LOOP
           END-IF
           MOVE JCR-FILIAL TO WS-FILIAL-MOV.
           PERFORM LOCALIZA-FILIAL THRU LOCALIZA-FILIAL-FIM.
           IF WS-IND EQUAL ZEROS
               GO APURA-ENCARGOS-LOOP
           END-IF
           IF JCR-JUROS
               ADD JCR-VALOR TO WS-DRE-MORA(WS-IND)
           END-IF
           IF JCR-MULTA-ATRASO
               ADD JCR-VALOR TO WS-DRE-ATRASO(WS-IND)
           END-IF
           GO APURA-ENCARGOS-LOOP.
       APURA-ENCARGOS-FIM.

      * -----------------------------------
      * PROCURA (OU ABRE) A CATEGORIA DA DESPESA, COM A DESCRICAO DE
      * CAT_DESPESA.DAT

       LOCALIZA-CATEGORIA.
           MOVE ZEROS TO WS-IND-CAT.

           LOCALIZA-CATEGORIA-LOOP.
           ADD 1 TO WS-IND-CAT.
           IF WS-IND-CAT > WS-QTD-CATS
               GO LOCALIZA-CATEGORIA-NOVA
           END-IF
           IF WS-CAT-CODIGO(WS-IND-CAT) EQUAL DSP-CATEGORIA
               GO LOCALIZA-CATEGORIA-FIM
           END-IF
           GO LOCALIZA-CATEGORIA-LOOP.

           LOCALIZA-CATEGORIA-NOVA.
           IF WS-QTD-CATS NOT < WS-MAX-CATS - 1
               MOVE WS-MAX-CATS TO WS-IND-CAT
               MOVE WS-MAX-CATS TO WS-QTD-CATS
               MOVE 999 TO WS-CAT-CODIGO(WS-IND-CAT)
               MOVE "OUTRAS DESPESAS" TO WS-CAT-DESCRICAO(WS-IND-CAT)
               GO LOCALIZA-CATEGORIA-FIM
           END-IF
           ADD 1 TO WS-QTD-CATS.
           MOVE WS-QTD-CATS TO WS-IND-CAT.
           MOVE DSP-CATEGORIA TO WS-CAT-CODIGO(WS-IND-CAT).
           MOVE "CATEGORIA" TO WS-CAT-DESCRICAO(WS-IND-CAT).
           MOVE DSP-CATEGORIA TO WS-CAT-DESCRICAO(WS-IND-CAT)(11:3).
           IF FS-CDS-OK
               MOVE DSP-CATEGORIA TO CDS-CODIGO
               READ CAT-DESPESA-FILE
               NOT INVALID KEY
                   MOVE CDS-DESCRICAO TO WS-CAT-DESCRICAO(WS-IND-CAT)
               END-READ
           END-IF.
       LOCALIZA-CATEGORIA-FIM.

      * -----------------------------------
      * PROCURA (OU ABRE) A LINHA DA FILIAL DO MOVIMENTO

           MOVE ZEROS TO WS-DRE-ALUGUEL(WS-IND)
               WS-DRE-PRORROGA(WS-IND) WS-DRE-MULTA(WS-IND)
               WS-DRE-ASSINATURA(WS-IND) WS-DRE-VENDA(WS-IND)
               WS-DRE-ATACADO(WS-IND)
               WS-DRE-CMV(WS-IND) WS-DRE-IMPOSTO(WS-IND)
               WS-DRE-LICENCA(WS-IND) WS-DRE-DEPREC(WS-IND)
               WS-DRE-PERDA(WS-IND) WS-DRE-DESPESA(WS-IND)
               WS-DRE-RECUPERA(WS-IND) WS-DRE-PROVISAO(WS-IND)
               WS-DRE-BAIXA(WS-IND) WS-DRE-JUROS(WS-IND)
               WS-DRE-MORA(WS-IND) WS-DRE-ATRASO(WS-IND).
           MOVE ZEROS TO WS-DRE-DESPESAS-CAT(WS-IND).
       LOCALIZA-FILIAL-FIM.

      * -----------------------------------
           ADD WS-DRE-MULTA(WS-IND) TO WS-TOT-MULTA.
           ADD WS-DRE-ASSINATURA(WS-IND) TO WS-TOT-ASSINATURA.
           ADD WS-DRE-VENDA(WS-IND) TO WS-TOT-VENDA.
           ADD WS-DRE-ATACADO(WS-IND) TO WS-TOT-ATACADO.
           ADD WS-DRE-CMV(WS-IND) TO WS-TOT-CMV.
           ADD WS-DRE-IMPOSTO(WS-IND) TO WS-TOT-IMPOSTO.
           ADD WS-DRE-LICENCA(WS-IND) TO WS-TOT-LICENCA.
           ADD WS-DRE-DEPREC(WS-IND) TO WS-TOT-DEPREC.
           ADD WS-DRE-PERDA(WS-IND) TO WS-TOT-PERDA.
           ADD WS-DRE-RECUPERA(WS-IND) TO WS-TOT-RECUPERA.
           ADD WS-DRE-PROVISAO(WS-IND) TO WS-TOT-PROVISAO.
           ADD WS-DRE-BAIXA(WS-IND) TO WS-TOT-BAIXA.
           ADD WS-DRE-JUROS(WS-IND) TO WS-TOT-JUROS.
           ADD WS-DRE-MORA(WS-IND) TO WS-TOT-MORA.
           ADD WS-DRE-ATRASO(WS-IND) TO WS-TOT-ATRASO.
           GO IMPRIME-DRE-LOOP.

           IMPRIME-DRE-CONSOLIDADO.
               + WS-DRE-MULTA(WS-IND) + WS-DRE-VENDA(WS-IND).
           COMPUTE WS-COMISSAO ROUNDED =
               WS-RECEITA-BALCAO * WS-COMISSAO-PCT / 100.
           COMPUTE WS-MARGEM =
               WS-RECEITA-BALCAO + WS-DRE-ASSINATURA(WS-IND)
               + WS-DRE-ATACADO(WS-IND) + WS-DRE-RECUPERA(WS-IND)
               + WS-DRE-JUROS(WS-IND) + WS-DRE-MORA(WS-IND)
               + WS-DRE-ATRASO(WS-IND)
               - WS-DRE-CMV(WS-IND) - WS-DRE-IMPOSTO(WS-IND)
               - WS-COMISSAO - WS-DRE-LICENCA(WS-IND)
               - WS-DRE-DEPREC(WS-IND) - WS-DRE-PERDA(WS-IND)
               - WS-DRE-PROVISAO(WS-IND) - WS-DRE-BAIXA(WS-IND).
           COMPUTE WS-RESULTADO = WS-MARGEM - WS-DRE-DESPESA(WS-IND).
           MOVE "RECEITA DE ALUGUEIS" TO WS-LV-ROTULO.
           MOVE WS-DRE-ALUGUEL(WS-IND) TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "RECEITA DE ASSINATURAS" TO WS-LV-ROTULO.
           MOVE WS-DRE-ASSINATURA(WS-IND) TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "RECUPERACAO DE INCOBRAVEIS" TO WS-LV-ROTULO.
           MOVE WS-DRE-RECUPERA(WS-IND) TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "RECEITA DE JUROS DE BOLETO" TO WS-LV-ROTULO.
           MOVE WS-DRE-JUROS(WS-IND) TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "RECEITA DE JUROS DE MORA" TO WS-LV-ROTULO.
           MOVE WS-DRE-MORA(WS-IND) TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "RECEITA DE MULTA POR ATRASO" TO WS-LV-ROTULO.
           MOVE WS-DRE-ATRASO(WS-IND) TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "VENDA LIQUIDA DE MERCADORIA" TO WS-LV-ROTULO.
           MOVE WS-DRE-VENDA(WS-IND) TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "RECEITA DE ATACADO" TO WS-LV-ROTULO.
           MOVE WS-DRE-ATACADO(WS-IND) TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "(-) CUSTO DA MERCADORIA" TO WS-LV-ROTULO.
           MOVE WS-DRE-CMV(WS-IND) TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "(-) PARTE DAS DISTRIBUIDORAS" TO WS-LV-ROTULO.
           MOVE WS-DRE-LICENCA(WS-IND) TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "(-) DEPRECIACAO DO ACERVO" TO WS-LV-ROTULO.
           MOVE WS-DRE-DEPREC(WS-IND) TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "(-) PERDA NA BAIXA DE COPIAS" TO WS-LV-ROTULO.
           MOVE WS-DRE-PERDA(WS-IND) TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "(-) PROVISAO P/ DEVEDORES" TO WS-LV-ROTULO.
           MOVE WS-DRE-PROVISAO(WS-IND) TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "(-) BAIXA DE INCOBRAVEIS" TO WS-LV-ROTULO.
           MOVE WS-DRE-BAIXA(WS-IND) TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "MARGEM DE CONTRIBUICAO" TO WS-LV-ROTULO.
           MOVE WS-MARGEM TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "(-) DESPESAS OPERACIONAIS" TO WS-LV-ROTULO.
           MOVE WS-DRE-DESPESA(WS-IND) TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           PERFORM IMPRIME-CATEGORIAS THRU IMPRIME-CATEGORIAS-FIM.
           MOVE "RESULTADO LIQUIDO DO MES" TO WS-LV-ROTULO.
           MOVE WS-RESULTADO TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE SPACES TO RELATORIO-LINHA.
               + WS-TOT-MULTA + WS-TOT-VENDA.
           COMPUTE WS-COMISSAO ROUNDED =
               WS-RECEITA-BALCAO * WS-COMISSAO-PCT / 100.
           COMPUTE WS-MARGEM =
               WS-RECEITA-BALCAO + WS-TOT-ASSINATURA
               + WS-TOT-ATACADO + WS-TOT-RECUPERA + WS-TOT-JUROS
               + WS-TOT-MORA + WS-TOT-ATRASO
               - WS-TOT-CMV - WS-TOT-IMPOSTO
               - WS-COMISSAO - WS-TOT-LICENCA
               - WS-TOT-DEPREC - WS-TOT-PERDA
               - WS-TOT-PROVISAO - WS-TOT-BAIXA.
           COMPUTE WS-RESULTADO = WS-MARGEM - WS-TOT-DESPESA.
           MOVE "RECEITA DE ALUGUEIS" TO WS-LV-ROTULO.
           MOVE WS-TOT-ALUGUEL TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "RECEITA DE ASSINATURAS" TO WS-LV-ROTULO.
           MOVE WS-TOT-ASSINATURA TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "RECUPERACAO DE INCOBRAVEIS" TO WS-LV-ROTULO.
           MOVE WS-TOT-RECUPERA TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "RECEITA DE JUROS DE BOLETO" TO WS-LV-ROTULO.
           MOVE WS-TOT-JUROS TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "RECEITA DE JUROS DE MORA" TO WS-LV-ROTULO.
           MOVE WS-TOT-MORA TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "RECEITA DE MULTA POR ATRASO" TO WS-LV-ROTULO.
           MOVE WS-TOT-ATRASO TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "VENDA LIQUIDA DE MERCADORIA" TO WS-LV-ROTULO.
           MOVE WS-TOT-VENDA TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "RECEITA DE ATACADO" TO WS-LV-ROTULO.
           MOVE WS-TOT-ATACADO TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "(-) CUSTO DA MERCADORIA" TO WS-LV-ROTULO.
           MOVE WS-TOT-CMV TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "(-) PARTE DAS DISTRIBUIDORAS" TO WS-LV-ROTULO.
           MOVE WS-TOT-LICENCA TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "(-) DEPRECIACAO DO ACERVO" TO WS-LV-ROTULO.
           MOVE WS-TOT-DEPREC TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "(-) PERDA NA BAIXA DE COPIAS" TO WS-LV-ROTULO.
           MOVE WS-TOT-PERDA TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "(-) PROVISAO P/ DEVEDORES" TO WS-LV-ROTULO.
           MOVE WS-TOT-PROVISAO TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "(-) BAIXA DE INCOBRAVEIS" TO WS-LV-ROTULO.
           MOVE WS-TOT-BAIXA TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "MARGEM DE CONTRIBUICAO" TO WS-LV-ROTULO.
           MOVE WS-MARGEM TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           MOVE "(-) DESPESAS OPERACIONAIS" TO WS-LV-ROTULO.
           MOVE WS-TOT-DESPESA TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           PERFORM IMPRIME-CATEGORIAS THRU IMPRIME-CATEGORIAS-FIM.
           MOVE "RESULTADO LIQUIDO DO MES" TO WS-LV-ROTULO.
           MOVE WS-RESULTADO TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
       IMPRIME-BLOCO-TOTAL-FIM.

      * -----------------------------------
      * ABERTURA DAS DESPESAS POR CATEGORIA (SO AS COM VALOR): DA
      * FILIAL EM WS-IND OU, COM WS-IND ZERADO, DO CONSOLIDADO

       IMPRIME-CATEGORIAS.
           MOVE ZEROS TO WS-IND-CAT.

           IMPRIME-CATEGORIAS-LOOP.
           ADD 1 TO WS-IND-CAT.
           IF WS-IND-CAT > WS-QTD-CATS
               GO IMPRIME-CATEGORIAS-FIM
           END-IF
           IF WS-IND EQUAL ZEROS
               MOVE WS-TOT-DESP-CAT(WS-IND-CAT) TO WS-VALOR-CAT
           ELSE
               MOVE WS-DRE-DESP-CAT(WS-IND WS-IND-CAT) TO WS-VALOR-CAT
           END-IF
           IF WS-VALOR-CAT EQUAL ZEROS
               GO IMPRIME-CATEGORIAS-LOOP
           END-IF
           MOVE SPACES TO WS-LV-ROTULO.
           MOVE WS-CAT-DESCRICAO(WS-IND-CAT) TO WS-LV-ROTULO(3:28).
           MOVE WS-VALOR-CAT TO WS-LV-VALOR.
           PERFORM GRAVA-VALOR.
           GO IMPRIME-CATEGORIAS-LOOP.
       IMPRIME-CATEGORIAS-FIM.

       GRAVA-VALOR.
           MOVE WS-LINHA-VALOR TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
