                88 VD-MULTIPLA           VALUE "M".
      * CHEQUE: A FOLHA RECEBIDA FICA EM CHEQUE.DAT (CHQ-DOC = VD-ID)
                88 VD-CHEQUE             VALUE "Q".
      * QUITACAO DE RESERVA COM SINAL: O DINHEIRO JA ENTROU PELO
      * SINAL E PELAS PARCELAS (RESERVA_SINAL_MOV.DAT); VD-REF-ID
      * APONTA A RESERVA. CONTA COMO VENDA, NAO COMO CAIXA DO DIA.
                88 VD-RESERVA            VALUE "R".
            02 VD-DATA-VENDA       PIC 9(08).
            02 VD-FILIAL           PIC 9(02).
            02 VD-PROMO-ID         PIC 9(05).
      * VENDA NORMAL FICA COM VD-TIPO BRANCO OU "N"; O ESTORNO E UMA
      * LINHA "E" APONTANDO PARA A VENDA ORIGINAL EM VD-REF-ID, PARA
      * OS RELATORIOS DE CAIXA E A EXPORTACAO CONTABIL ABATEREM.
      * NA VENDA DA COPIA ALUGADA AO PROPRIO LOCATARIO (ALUGUEL,
      * OPCAO C) VD-REF-ID GUARDA O AL-ID DO ALUGUEL FECHADO.
            02 VD-TIPO             PIC X(01).
                88 VD-ESTORNO            VALUE "E".
            02 VD-REF-ID           PIC 9(11).
