      *-----------------------------------------------------------------
      * SINAL_MOV.CPY
      * MOVIMENTO DE DINHEIRO DAS RESERVAS COM SINAL
      * (RESERVA_SINAL_MOV.DAT), CHAVE = RESERVA + SEQUENCIA. O SINAL
      * ("S") E AS PARCELAS ("P") SAO RECEBIDOS EM D/C/P; A DEVOLUCAO
      * DA RESERVA EXPIRADA SAI EM DINHEIRO ("D") OU VAI PARA O SALDO
      * DE UM VALE ("V"). E O QUE OS RELATORIOS DE CAIXA E A APURACAO
      * DE GAVETA LEEM - A VENDA DE QUITACAO (FORMA "R") NAO TRAZ
      * DINHEIRO NOVO, ELE JA ENTROU AQUI.
      *-----------------------------------------------------------------
       01 RSM-REC.
           02 RSM-KEY.
               03 RSM-RESERVA-ID  PIC 9(11).
               03 RSM-SEQ         PIC 9(03).
            02 RSM-DATA           PIC 9(08).
            02 RSM-TIPO           PIC X(01).
                88 RSM-SINAL            VALUE "S".
                88 RSM-PARCELA          VALUE "P".
                88 RSM-DEVOLUCAO        VALUE "D".
                88 RSM-CREDITO-VALE     VALUE "V".
            02 RSM-FORMA          PIC X(01).
                88 RSM-DINHEIRO         VALUE "D".
                88 RSM-CARTAO           VALUE "C".
                88 RSM-PIX              VALUE "P".
            02 RSM-VALOR          PIC 9(07)V99.
            02 RSM-CLIENTE-ID     PIC 9(05).
            02 RSM-SESSAO-ID      PIC 9(05).
            02 RSM-FILIAL         PIC 9(02).
            02 RSM-OPERADOR-ID    PIC 9(03).
            02 FILLER             PIC X(10).
