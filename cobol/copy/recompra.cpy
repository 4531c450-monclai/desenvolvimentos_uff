      *-----------------------------------------------------------------
      * RECOMPRA.CPY
      * DISCO USADO COMPRADO DE CLIENTE NO BALCAO (RECOMPRA.DAT), UMA
      * LINHA POR DISCO. O VENDEDOR E SEMPRE UM CLIENTE CADASTRADO EM
      * FUNC.DAT, CONFERIDO PELO CPF E PELO DOCUMENTO DE IDENTIDADE
      * APRESENTADOS (GUARDADOS AQUI COMO FORAM MOSTRADOS), PORQUE A
      * LOJA RESPONDE POR RECEPTACAO. O DISCO ENTRA NO ESTOQUE DA LOJA
      * NA LINHA DE RECOMPRA DO TITULO EM MERCADORIA.DAT
      * (FS-ITEM-RECOMPRA), COM A OFERTA COMO CUSTO UNITARIO. O
      * PAGAMENTO E CREDITO NO VALE DO CLIENTE (CREDITA-VALE) OU
      * DINHEIRO DA GAVETA COM LIBERACAO DE SUPERVISOR - ESSE SAI NA
      * APURACAO DA SESSAO DE CAIXA.
      *-----------------------------------------------------------------
       01 RC-REC.
           02 RC-KEY.
               03 RC-ID           PIC 9(11) BLANK WHEN ZEROS.
            02 RC-DATA            PIC 9(08).
            02 RC-HORA            PIC 9(08).
            02 RC-CLIENTE-ID      PIC 9(05).
            02 RC-CPF             PIC 9(14).
            02 RC-DOCUMENTO       PIC X(15).
            02 RC-FILME-ID        PIC 9(11).
            02 RC-ESTADO          PIC X(01).
            02 RC-VALOR-OFERTA    PIC 9(05)V99.
            02 RC-MERCADORIA-COD  PIC 9(05).
            02 RC-FORMA           PIC X(01).
                88 RC-EM-VALE           VALUE "V".
                88 RC-EM-DINHEIRO       VALUE "D".
            02 RC-VALE-NUMERO     PIC 9(11).
            02 RC-SUPERVISOR-ID   PIC 9(03).
            02 RC-SESSAO-ID       PIC 9(05).
            02 RC-FILIAL          PIC 9(02).
            02 RC-OPERADOR-ID     PIC 9(03).
            02 FILLER             PIC X(20).
