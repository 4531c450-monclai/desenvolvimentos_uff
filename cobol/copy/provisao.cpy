      *-----------------------------------------------------------------
      * PROVISAO.CPY
      * PROVISAO PARA DEVEDORES DUVIDOSOS (PROVISAO.DAT), UMA LINHA
      * POR MES E FILIAL, GRAVADA NO FECHAMENTO DO MES PELO
      * PROVISAO_DEVEDORES SOBRE OS SALDOS EM ABERTO DO CONTAS A
      * RECEBER. O SALDO E ABERTO EM CINCO FAIXAS DE IDADE (ATE 30,
      * 31-90, 91-180, 181-360 E ACIMA DE 360 DIAS), CADA UMA COM SEU
      * PERCENTUAL. O DRE LANCA A VARIACAO SOBRE O MES ANTERIOR.
      *-----------------------------------------------------------------
       01 PRV-REC.
           02 PRV-KEY.
               03 PRV-MES         PIC 9(06).
               03 PRV-FILIAL      PIC 9(02).
            02 PRV-DATA-CORTE     PIC 9(08).
            02 PRV-FAIXAS.
                03 PRV-FAIXA      OCCURS 5 TIMES.
                    04 PRV-FX-QTD      PIC 9(05).
                    04 PRV-FX-SALDO    PIC 9(09)V99.
                    04 PRV-FX-PERC     PIC 9(03).
                    04 PRV-FX-VALOR    PIC 9(09)V99.
            02 PRV-SALDO-TOTAL    PIC 9(09)V99.
            02 PRV-VALOR-TOTAL    PIC 9(09)V99.
            02 FILLER             PIC X(10).
