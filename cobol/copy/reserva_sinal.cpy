      *-----------------------------------------------------------------
      * RESERVA_SINAL.CPY
      * RESERVA COM SINAL DE MERCADORIA (RESERVA_SINAL.DAT), UMA LINHA
      * POR RESERVA ABERTA NO REGISTRO_VENDA. A QUANTIDADE RESERVADA
      * SAI DE FS-QTD-ESTOQUE PARA FS-QTD-RESERVADA NA ABERTURA; O
      * SINAL E AS PARCELAS FICAM EM RESERVA_SINAL_MOV.DAT E SOMAM EM
      * RSN-VALOR-PAGO. QUANDO O PAGO ALCANCA O TOTAL A RESERVA E
      * QUITADA: VIRA UMA VENDA NORMAL EM VENDA.DAT (FORMA "R",
      * VD-REF-ID = RSN-ID, NUMERO EM RSN-VENDA-ID) E A QUANTIDADE
      * SAI DO SALDO RESERVADO. RESERVA VENCIDA E EXPIRADA PELO BATCH
      * EXPIRA_SINAIS: O ESTOQUE VOLTA E O PAGO VAI PARA O VALE
      * INFORMADO NA ABERTURA (CREDITA-VALE) OU FICA A DEVOLVER NO
      * BALCAO ("E") ATE SER PAGO EM DINHEIRO OU CREDITADO ("F").
      *-----------------------------------------------------------------
       01 RSN-REC.
           02 RSN-KEY.
               03 RSN-ID          PIC 9(11).
            02 RSN-CLIENTE-ID     PIC 9(05).
            02 RSN-MERCADORIA-COD PIC 9(05).
            02 RSN-QUANTIDADE     PIC 9(05).
            02 RSN-PRECO-UNIT     PIC 9(05)V99.
            02 RSN-VALOR-TOTAL    PIC 9(07)V99.
            02 RSN-VALOR-PAGO     PIC 9(07)V99.
            02 RSN-DATA-ABERTURA  PIC 9(08).
            02 RSN-DATA-VALIDADE  PIC 9(08).
            02 RSN-STATUS         PIC X(01).
                88 RSN-ABERTA           VALUE "A".
                88 RSN-QUITADA          VALUE "Q".
                88 RSN-EXPIRADA         VALUE "E".
                88 RSN-ENCERRADA        VALUE "F".
      * VALE QUE RECEBE O CREDITO SE A RESERVA EXPIRAR (ZEROS = O
      * SINAL E DEVOLVIDO NO BALCAO)
            02 RSN-VALE-NUMERO    PIC 9(11).
            02 RSN-DESTINO        PIC X(01).
                88 RSN-DEVOLVIDO-DINHEIRO VALUE "D".
                88 RSN-CREDITADO-VALE   VALUE "V".
            02 RSN-VALOR-DEVOLVIDO PIC 9(07)V99.
            02 RSN-DATA-ENCERRAMENTO PIC 9(08).
            02 RSN-VENDA-ID       PIC 9(11).
      * ULTIMA SEQUENCIA GRAVADA EM RESERVA_SINAL_MOV.DAT
            02 RSN-QTD-MOV        PIC 9(03).
            02 RSN-FILIAL         PIC 9(02).
            02 RSN-OPERADOR-ID    PIC 9(03).
            02 FILLER             PIC X(20).
