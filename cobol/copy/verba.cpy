      *-----------------------------------------------------------------
      * VERBA.CPY
      * VERBA MENSAL DE COMPRAS (VERBA.DAT), UMA LINHA POR FILIAL +
      * COMPETENCIA (AAAAMM) + LINHA DE COMPRA: MERCADORIA DA LOJA OU
      * COPIAS DE FILME DA DISTRIBUIDORA (O MESMO CP-TIPO DO PEDIDO
      * EM COMPRA.DAT). MANTIDA PELA GERENCIA NA TELA CADASTRO_VERBA.
      * O SALDO PARA COMPRAR E A VERBA MENOS OS PEDIDOS DO MES DA
      * FILIAL E DA LINHA - EM ABERTO E JA RECEBIDOS, PELO CUSTO
      * UNITARIO DO PEDIDO; O PEDIDO QUE PASSA DELE SO ENTRA COM
      * SUPERVISOR (CADASTRO_COMPRA). SEM VERBA LANCADA A FILIAL
      * COMPRA SEM TETO NAQUELA LINHA.
      *-----------------------------------------------------------------
       01 VRB-REC.
           02 VRB-KEY.
               03 VRB-FILIAL      PIC 9(02).
               03 VRB-ANOMES      PIC 9(06).
               03 VRB-LINHA       PIC X(01).
                   88 VRB-MERCADORIA    VALUE "M".
                   88 VRB-FILME         VALUE "F".
            02 VRB-VALOR          PIC 9(09)V99.
            02 VRB-DATA-ALTERACAO PIC 9(08).
            02 FILLER             PIC X(10).
