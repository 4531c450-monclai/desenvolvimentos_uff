      *-----------------------------------------------------------------
      * RECEBER_ATACADO.CPY
      * CONTAS A RECEBER DOS COMPRADORES DE ATACADO
      * (RECEBER_ATACADO.DAT), SEPARADO DAS MULTAS DE CLIENTE EM
      * CONTAS_RECEBER.DAT. A EXPEDICAO DO PEDIDO (PEDIDO_ATACADO) ABRE
      * UM TITULO POR FATURA, CHAVE = NUMERO DO PEDIDO, VENCENDO NO
      * PRAZO DO COMPRADOR. A TELA RECEBER_ATACADO REGISTRA O
      * RECEBIMENTO (TOTAL OU PARCIAL) E IMPRIME O AGING.
      *-----------------------------------------------------------------
       01 RA-REC.
           02 RA-KEY.
               03 RA-ID           PIC 9(11) BLANK WHEN ZEROS.
            02 RA-PEDIDO-ID       PIC 9(11).
            02 RA-PARCEIRO-COD    PIC 9(05).
            02 RA-VALOR-ORIGINAL  PIC 9(07)V99.
            02 RA-SALDO           PIC 9(07)V99.
            02 RA-DATA-EMISSAO    PIC 9(08).
            02 RA-DATA-VENCIMENTO PIC 9(08).
            02 RA-DATA-PAGAMENTO  PIC 9(08).
            02 RA-STATUS          PIC X(01).
                88 RA-EM-ABERTO         VALUE "A".
                88 RA-QUITADO           VALUE "Q".
            02 FILLER             PIC X(10).
