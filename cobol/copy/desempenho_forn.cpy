      *-----------------------------------------------------------------
      * DESEMPENHO_FORN.CPY
      * BOLETIM DO FORNECEDOR (DESEMPENHO_FORN.DAT), UMA LINHA POR
      * PARCEIRO VENDEDOR, REGRAVADA A CADA RODADA DO BOLETIM MENSAL
      * (AVALIA_FORNECEDORES). O PRAZO MEDIO DE ENTREGA E MEDIDO
      * SOBRE TODO O HISTORICO RECEBIDO ATE O FIM DO MES APURADO (DATA
      * DO PEDIDO ATE A DATA DO RECEBIMENTO EM COMPRA.DAT) E E O QUE
      * O MOTOR DE REPOSICAO (SUGERE_COMPRAS) USA NO LUGAR DO PRAZO
      * FIXO. OS
      * DEMAIS CAMPOS SAO DO MES APURADO: ATENDIMENTO (RECEBIDO SOBRE
      * PEDIDO), ENTREGAS CURTAS E ATRASADAS, PARTE DEVOLVIDA POR
      * AVARIA OU VALIDADE E O DESVIO DO CUSTO PEDIDO SOBRE A TABELA
      * DE PRECOS IMPORTADA.
      *-----------------------------------------------------------------
       01 DSF-REC.
           02 DSF-KEY.
               03 DSF-PARCEIRO-COD PIC 9(05).
            02 DSF-MES-APURACAO   PIC 9(06).
            02 DSF-PRAZO-MEDIO    PIC 9(03)V9.
            02 DSF-QTD-HISTORICO  PIC 9(05).
            02 DSF-QTD-RECEBIDOS  PIC 9(04).
            02 DSF-ATENDIMENTO    PIC 9(03)V9.
            02 DSF-QTD-CURTAS     PIC 9(04).
            02 DSF-QTD-ATRASADAS  PIC 9(04).
            02 DSF-PERC-DEVOLVIDO PIC 9(03)V9.
            02 DSF-DESVIO-CUSTO   PIC S9(03)V9.
            02 FILLER             PIC X(10).
