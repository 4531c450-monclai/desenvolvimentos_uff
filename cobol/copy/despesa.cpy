      *-----------------------------------------------------------------
      * DESPESA.CPY
      * LIVRO DE DESPESAS OPERACIONAIS (DESPESA.DAT): UMA LINHA POR
      * DESPESA, COM CATEGORIA (CAT_DESPESA.DAT), FILIAL, MES DE
      * COMPETENCIA (AAAAMM), VALOR, VENCIMENTO E PAGAMENTO. O
      * DRE_MENSAL LEVA AS DESPESAS PELA COMPETENCIA.
      * DESPESA FIXA (DSP-RECORRENTE = "S", COMO O ALUGUEL DA LOJA)
      * SERVE DE MODELO: O GERA_DESPESAS_FIXAS ABRE TODO MES UMA
      * COPIA DELA NA FAIXA 4 + AAMM + NUMERO DO MODELO
      * (DSP-ORIGEM-ID APONTA O MODELO). LANCAMENTO MANUAL NUMERA
      * ABAIXO DESSA FAIXA. A TARIFA DOS BOLETOS, LANCADA JA PAGA PELO
      * COBRANCA_BANCARIA, FICA NA FAIXA 5 + AAAAMMDD + FILIAL.
      * DESPESA COM DSP-VIA-PAGAR = "S" ABRE TITULO NO CONTAS A PAGAR
      * (CONTAS_PAGAR.DAT, MESMO NUMERO 4 + AAMM + NUMERO) E E PAGA
      * POR LA; AS DEMAIS SAO BAIXADAS NO PROPRIO CADASTRO_DESPESA.
      *-----------------------------------------------------------------
       01 DSP-REC.
           02 DSP-KEY.
               03 DSP-ID          PIC 9(11).
            02 DSP-CATEGORIA      PIC 9(03).
            02 DSP-FILIAL         PIC 9(02).
            02 DSP-COMPETENCIA    PIC 9(06).
            02 DSP-DESCRICAO      PIC X(30).
            02 DSP-VALOR          PIC 9(07)V99.
            02 DSP-DATA-VENCIMENTO PIC 9(08).
            02 DSP-DATA-PAGAMENTO PIC 9(08).
            02 DSP-STATUS         PIC X(01).
                88 DSP-EM-ABERTO        VALUE "A".
                88 DSP-PAGA             VALUE "P".
            02 DSP-RECORRENTE     PIC X(01).
                88 DSP-FIXA             VALUE "S".
            02 DSP-ORIGEM-ID      PIC 9(11).
            02 DSP-VIA-PAGAR      PIC X(01).
                88 DSP-NO-CONTAS-PAGAR  VALUE "S".
            02 DSP-PARCEIRO-COD   PIC 9(05).
            02 FILLER             PIC X(10).
