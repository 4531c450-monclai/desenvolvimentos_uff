      *-----------------------------------------------------------------
      * PEDIDO_ATACADO.CPY
      * PEDIDO DE VENDA NO ATACADO (PEDIDO_ATACADO.DAT) - UMA
      * MERCADORIA POR PEDIDO, COMO NO PEDIDO DE COMPRA, PARA UM
      * COMPRADOR (FS-COMPRADOR EM PARCEIRO.DAT). O PRECO E O DE
      * TABELA CONGELADO NO PEDIDO, MENOS O DESCONTO DO COMPRADOR EM
      * CONDICAO_ATACADO.DAT. A SEPARACAO TIRA A QUANTIDADE DE
      * FS-QTD-ESTOQUE EM MERCADORIA.DAT; A EXPEDICAO FATURA O PEDIDO
      * NO PRAZO DO COMPRADOR E ABRE O TITULO EM RECEBER_ATACADO.DAT.
      *-----------------------------------------------------------------
       01 PA-REC.
           02 PA-KEY.
               03 PA-ID           PIC 9(11) BLANK WHEN ZEROS.
            02 PA-PARCEIRO-COD    PIC 9(05).
            02 PA-MERCADORIA-COD  PIC 9(05).
            02 PA-QTD-PEDIDA      PIC 9(05).
            02 PA-PRECO-UNIT      PIC 9(05)V99.
            02 PA-DESCONTO-PCT    PIC 9(02)V99.
      * VALOR LIQUIDO DO PEDIDO (QTD SEPARADA X PRECO MENOS O
      * DESCONTO DEPOIS DA SEPARACAO)
            02 PA-VALOR-TOTAL     PIC 9(07)V99.
            02 PA-DATA-PEDIDO     PIC 9(08).
            02 PA-QTD-SEPARADA    PIC 9(05).
            02 PA-DATA-SEPARACAO  PIC 9(08).
            02 PA-DATA-EXPEDICAO  PIC 9(08).
            02 PA-STATUS          PIC X(01).
                88 PA-PENDENTE          VALUE "P".
                88 PA-SEPARADO          VALUE "S".
                88 PA-FATURADO          VALUE "F".
                88 PA-CANCELADO         VALUE "C".
            02 PA-PRAZO-DIAS      PIC 9(03).
            02 PA-VALOR-IMPOSTO   PIC 9(07)V99.
      * CUSTO DA MERCADORIA NA SEPARACAO, PARA A MARGEM E O CMV
            02 PA-CUSTO-UNIT      PIC 9(05)V99.
            02 PA-FILIAL          PIC 9(03).
            02 PA-OPERADOR-ID     PIC 9(03).
            02 FILLER             PIC X(10).
