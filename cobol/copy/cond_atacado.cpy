      *-----------------------------------------------------------------
      * COND_ATACADO.CPY
      * CONDICAO COMERCIAL DE CADA COMPRADOR DE ATACADO
      * (CONDICAO_ATACADO.DAT), UMA LINHA POR PARCEIRO FS-COMPRADOR DE
      * PARCEIRO.DAT: O DESCONTO SOBRE O PRECO DE TABELA DA MERCADORIA
      * E O PRAZO EM DIAS DA FATURA. COMPRADOR SEM LINHA AQUI COMPRA
      * PELA TABELA, A VISTA. MANTIDO PELA TELA DE PEDIDO_ATACADO.
      *-----------------------------------------------------------------
       01 CAT-REC.
           02 CAT-KEY.
               03 CAT-PARCEIRO-COD PIC 9(05).
            02 CAT-DESCONTO-PCT   PIC 9(02)V99.
            02 CAT-PRAZO-DIAS     PIC 9(03).
            02 FILLER             PIC X(10).
