      * SO VIRA PEDIDO DE VERDADE DEPOIS QUE O COMPRADOR CONFIRMA
      * NA TELA DE COMPRAS
                88 CP-SUGERIDO          VALUE "S".
      * O QUE FOI PEDIDO: MERCADORIA DA LOJA (BRANCO NOS PEDIDOS
      * ANTIGOS) OU COPIAS DE FILME DA DISTRIBUIDORA - NESTE CASO
      * CP-MERCADORIA-COD FICA ZERADO E O TITULO E O FORMATO VEM DE
      * COMPRA_FILME.DAT (MESMA CHAVE DO PEDIDO). TALHADO NO FILLER.
            02 CP-TIPO            PIC X(01).
                88 CP-DE-MERCADORIA     VALUE "M" SPACE.
                88 CP-DE-FILME          VALUE "F".
      * FILIAL QUE RECEBE A MERCADORIA (ESTOQUE_FILIAL.DAT): A DO
      * PEDIDO E SO A SUGESTAO DO RECEBIMENTO, QUE GRAVA AQUI A
      * FILIAL QUE DE FATO RECEBEU. BRANCO NOS PEDIDOS ANTIGOS VALE
      * A FILIAL 01. TALHADO NO FILLER.
            02 CP-FILIAL          PIC 9(02).
      * SUPERVISOR QUE LIBEROU O PEDIDO ACIMA DO SALDO DA VERBA DO MES
      * (VERBA.DAT); BRANCO OU ZERO = PEDIDO DENTRO DA VERBA. TALHADO
      * NO FILLER.
            02 CP-APROV-VERBA     PIC 9(03).
            02 FILLER             PIC X(04).
