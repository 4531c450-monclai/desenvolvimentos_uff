      * LAYOUT DO RECIBO NUMERADO DE CLIENTE (RECIBO.DAT). EMITIDO
      * PELA SUBROTINA EMITE-RECIBO NO FECHAMENTO DE CADA ALUGUEL
      * (TIPO A), DE CADA DEVOLUCAO COM MULTA (TIPO M) E DE CADA VENDA
      * DE BALCAO (TIPO V), E DE CADA SINAL OU PARCELA DE RESERVA DE
      * MERCADORIA (TIPO S), DE CADA RECEBIMENTO NO CONTAS A RECEBER
      * (TIPO R) E DE CADA ESTORNO DESSE RECEBIMENTO (TIPO E) - NOS
      * DOIS, O DOCUMENTO E O LANCAMENTO DE CONTAS_RECEBER.DAT. A
      * NUMERACAO SEQUENCIAL VEM DO REGISTRO
      * UNICO DE CONTROLE NUMRECIBO.DAT; O TEXTO IMPRIMIVEL SAI EM
      * RECIBO_IMPRESSAO.DAT E PODE SER REEMITIDO PELA SEGUNDA VIA
      * (REIMPRIME_RECIBO.COB) QUANDO O CLIENTE PERDE O DELE.
      * REC-DATA E O DIA DE NEGOCIO DA EMISSAO. CADA SEGUNDA VIA SOMA
      * UMA EM REC-QTD-VIAS E ANOTA O DIA EM REC-DATA-ULT-VIA, QUE A
      * AUDITORIA NOTURNA DE RECIBOS (AUDITA_RECIBOS) CONFERE; RECIBO
      * ANTIGO TRAZ ESPACOS NAS DUAS, QUE VALEM ZERO.
      * O RECIBO DE RECEBIMENTO ESTORNADO FICA CANCELADO ("C" EM
      * REC-SITUACAO) E APONTA EM REC-ESTORNO-NUMERO O RECIBO DO
      * ESTORNO; NOS DEMAIS AS DUAS FICAM EM ESPACOS.
      *-----------------------------------------------------------------
       01 REC-REC.
           02 REC-KEY.
                88 REC-TIPO-ALUGUEL     VALUE "A".
                88 REC-TIPO-MULTA       VALUE "M".
                88 REC-TIPO-VENDA       VALUE "V".
                88 REC-TIPO-SINAL       VALUE "S".
                88 REC-TIPO-RECEBER     VALUE "R".
                88 REC-TIPO-ESTORNO     VALUE "E".
            02 REC-ORIGEM-ID      PIC 9(11).
            02 REC-CLIENTE-ID     PIC 9(05).
            02 REC-DATA           PIC 9(08).
            02 REC-VALOR          PIC 9(07)V99.
            02 REC-FORMA-PAGTO    PIC X(01).
            02 REC-OPERADOR-ID    PIC 9(03).
            02 REC-QTD-VIAS       PIC 9(02).
            02 REC-DATA-ULT-VIA   PIC 9(08).
            02 REC-SITUACAO       PIC X(01).
                88 REC-CANCELADO        VALUE "C".
            02 REC-ESTORNO-NUMERO PIC 9(09).
