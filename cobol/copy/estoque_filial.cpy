      *-----------------------------------------------------------------
      * ESTOQUE_FILIAL.CPY
      * SALDO DE MERCADORIA POR FILIAL (ESTOQUE_FILIAL.DAT), UMA LINHA
      * POR CODIGO DE MERCADORIA E NUMERO DE FILIAL (O MESMO DE
      * FILIAL.DAT). FS-QTD-ESTOQUE EM MERCADORIA.DAT CONTINUA SENDO O
      * TOTAL DA REDE - A SOMA DAS LINHAS DAQUI, FORA O QUE ESTA NA
      * ESTRADA NUMA TRANSFERENCIA (TRANSFERENCIA_MERC.DAT). TODO
      * MOVIMENTO DE SALDO PASSA PELA SUBROTINA ESTOQUE-FILIAL.
      *-----------------------------------------------------------------
       01 EF-REC.
           02 EF-KEY.
               03 EF-CODIGO       PIC 9(05).
               03 EF-FILIAL       PIC 9(02).
            02 EF-QTD-ESTOQUE     PIC 9(05) COMP.
            02 FILLER             PIC X(10).
