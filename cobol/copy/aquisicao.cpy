      *-----------------------------------------------------------------
      * AQUISICAO.CPY
      * CUSTO DE AQUISICAO DE CADA COPIA FISICA (AQUISICAO.DAT), UMA
      * LINHA POR CODIGO DE BARRAS. O LAYOUT DE COPIA.DAT NAO TEM MAIS
      * FILLER PARA O VALOR, ENTAO O CUSTO FICA AQUI, GRAVADO PELO
      * RECEBIMENTO DO PEDIDO DE COPIAS (CADASTRO_COMPRA) COM O
      * FORNECEDOR E O PEDIDO DE ORIGEM. E TAMBEM O REGISTRO DE BENS
      * DO ACERVO: O BATCH MENSAL DEPRECIA_ACERVO ACUMULA AQUI A
      * DEPRECIACAO DE CADA MES (O MOVIMENTO FICA EM DEPRECIACAO.DAT)
      * E A BAIXA DA COPIA (BAIXA-ATIVO) FECHA O BEM COM O VALOR QUE
      * SOBROU LANCADO COMO PERDA.
      *-----------------------------------------------------------------
       01 AQ-REC.
           02 AQ-KEY.
               03 AQ-BARCODE      PIC X(13).
            02 AQ-FILME-ID        PIC 9(11).
            02 AQ-CUSTO           PIC 9(05)V99.
            02 AQ-DATA            PIC 9(08).
            02 AQ-PARCEIRO-COD    PIC 9(05).
            02 AQ-COMPRA-ID       PIC 9(11).
            02 AQ-FORMATO         PIC X(01).
      * DEPRECIACAO ACUMULADA E O ULTIMO MES (AAAAMM) JA DEPRECIADO
            02 AQ-DEPREC-ACUM     PIC 9(05)V99.
            02 AQ-MES-DEPREC      PIC 9(06).
            02 AQ-SITUACAO        PIC X(01).
                88 AQ-ATIVO             VALUE "A" SPACE.
                88 AQ-BAIXADO           VALUE "B".
      * DATA DA BAIXA E O VALOR RESIDUAL LANCADO COMO PERDA
            02 AQ-DATA-BAIXA      PIC 9(08).
            02 AQ-VALOR-PERDA     PIC 9(05)V99.
            02 FILLER             PIC X(01).
