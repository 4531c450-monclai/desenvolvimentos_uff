      *-----------------------------------------------------------------
      * CTL_TOTAIS.CPY
      * TOTAIS DE CONTROLE DA CADEIA NOTURNA (CONTROLE_TOTAIS.DAT),
      * COMPANHEIRO DE RUNCTL.DAT: CADA PASSO FINANCEIRO GRAVA, PARA A
      * DATA DE NEGOCIO QUE APUROU, A QUANTIDADE E O VALOR POR TIPO DE
      * MOVIMENTO E FORMA DE PAGAMENTO DO QUE PROCESSOU (SUBROTINA
      * GRAVA-CONTROLE). O PASSO BALANCEIA_TOTAIS CONFRONTA O CAIXA, A
      * EXPORTACAO CONTABIL E O FISCAL DO MESMO DIA E PARA A CADEIA SE
      * NAO BATEREM.
      *-----------------------------------------------------------------
       01 CTT-REC.
           02 CTT-KEY.
               03 CTT-DATA        PIC 9(08).
      * PASSO QUE GRAVOU: "CAIXA", "CONTABIL" OU "FISCAL"
               03 CTT-ORIGEM      PIC X(08).
      * TIPO DE MOVIMENTO NO NOME DA EXPORTACAO CONTABIL (ALUGUEL,
      * MULTA, PRORROG, ESTALUG, VENDA, ESTORNO) OU DO DOCUMENTO
      * FISCAL (NFSE, NFCE)
               03 CTT-TIPO        PIC X(07).
      * FORMA DO DOCUMENTO (A DE CADA PERNA NO TICKET PARTIDO); "*" =
      * FORMA FORA DA TABELA; BRANCO = TOTAL SEM ABERTURA POR FORMA
               03 CTT-FORMA       PIC X(01).
            02 CTT-QTD            PIC 9(07).
            02 CTT-VALOR          PIC S9(09)V99.
            02 CTT-HORA           PIC 9(08).
            02 FILLER             PIC X(10).
