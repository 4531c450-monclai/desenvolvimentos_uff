      *-----------------------------------------------------------------
      * BOLETO.CPY
      * BOLETO DE COBRANCA BANCARIA (BOLETO.DAT), CHAVEADO PELO NOSSO
      * NUMERO. EMITIDO PELA SUBROTINA REGISTRA-BOLETO PARA CADA
      * FATURA PJ (FATURA.DAT, ORIGEM "F" = FAT-ID, REFERENCIA =
      * COMPETENCIA AAAAMM) E CADA RENOVACAO DE ASSINATURA (ORIGEM
      * "A" = ID DO PLANO, REFERENCIA = DATA DE RENOVACAO COBRADA). A
      * ORIGEM E CHAVE ALTERNATIVA UNICA: A MESMA COBRANCA NUNCA GERA
      * DOIS BOLETOS. O PASSO NOTURNO COBRANCA_BANCARIA REMETE AO
      * BANCO (REMESSA CNAB 400) E BAIXA PELO ARQUIVO DE RETORNO.
      *-----------------------------------------------------------------
       01 BOL-REC.
           02 BOL-KEY.
               03 BOL-NOSSO-NUMERO PIC 9(11).
            02 BOL-DV              PIC 9(01).
            02 BOL-ORIGEM.
               03 BOL-TIPO         PIC X(01).
                   88 BOL-DE-FATURA        VALUE "F".
                   88 BOL-DE-ASSINATURA    VALUE "A".
               03 BOL-ORIGEM-ID    PIC 9(11).
               03 BOL-REFERENCIA   PIC 9(08).
            02 BOL-CLIENTE-ID      PIC 9(05).
            02 BOL-FILIAL          PIC 9(02).
            02 BOL-VALOR           PIC 9(07)V99.
            02 BOL-DATA-EMISSAO    PIC 9(08).
            02 BOL-VENCIMENTO      PIC 9(08).
      * E = A REGISTRAR (VAI NA PROXIMA REMESSA), R = REMETIDO,
      * A = REGISTRADO PELO BANCO, J = REJEITADO NA ENTRADA, P = PAGO,
      * D = PAGO A MENOR (COBRANCA CONTINUA EM ABERTO), B = BAIXADO
            02 BOL-SITUACAO        PIC X(01).
                88 BOL-A-REGISTRAR         VALUE "E".
                88 BOL-REMETIDO            VALUE "R".
                88 BOL-REGISTRADO          VALUE "A".
                88 BOL-REJEITADO           VALUE "J".
                88 BOL-PAGO                VALUE "P".
                88 BOL-PAGO-A-MENOR        VALUE "D".
                88 BOL-BAIXADO             VALUE "B".
                88 BOL-NO-BANCO            VALUE "R" "A".
      * PEDIDO DE BAIXA (COBRANCA QUITADA POR OUTRO MEIO): "B" = A
      * REMETER, "E" = REMETIDO, AGUARDANDO A CONFIRMACAO DO BANCO
            02 BOL-INSTRUCAO       PIC X(01).
                88 BOL-BAIXA-A-REMETER     VALUE "B".
                88 BOL-BAIXA-REMETIDA      VALUE "E".
            02 BOL-DATA-PAGAMENTO  PIC 9(08).
            02 BOL-VALOR-PAGO      PIC 9(07)V99.
      * JUROS/MULTA RECEBIDOS ALEM DO VALOR (RECEITA NO DRE) E TARIFA
      * COBRADA PELO BANCO (LANCADA EM DESPESA.DAT)
            02 BOL-JUROS           PIC 9(05)V99.
            02 BOL-TARIFA          PIC 9(03)V99.
            02 BOL-OCORRENCIA      PIC X(02).
            02 BOL-MOTIVO          PIC X(30).
            02 FILLER              PIC X(20).
