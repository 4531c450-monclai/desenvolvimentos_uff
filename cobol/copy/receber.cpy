      * BAIXADA PELA TELA DE RECEBIMENTO (CONTAS_RECEBER.COB). O
      * BLOQUEIO DE CREDITO DO CLIENTE SO E LIBERADO QUANDO O SALDO
      * TOTAL DO CLIENTE AQUI CHEGA A ZERO.
      * O SALDO VELHO BAIXADO COMO INCOBRAVEL (CR-BAIXADO) CONTINUA
      * DEVIDO: CR-SALDO GUARDA O QUE FOI BAIXADO E O QUE ENTRAR
      * DEPOIS CONTRA ELE E RECUPERACAO (BAIXA_CR_MOV.DAT).
      * JUROS DE MORA E MULTA POR ATRASO (JUROS_RECEBER) SAO
      * LANCAMENTOS PROPRIOS DO CLIENTE, NA FAIXA 8 + SEQUENCIA, LIGADOS
      * AO LANCAMENTO DE ORIGEM EM JUROS_CR.DAT: ENTRAM NO SALDO
      * ABERTO DA TELA DE RECEBIMENTO, DO PARCELAMENTO, DA NEGATIVACAO
      * E DA PROVISAO COMO QUALQUER OUTRO, E O PRINCIPAL FICA INTACTO.
      * CONTESTACAO DE CARTAO PERDIDA (CADASTRO_CONTESTACAO) E OUTRO
      * LANCAMENTO PROPRIO, NA FAIXA 7 + CTC-ID DE CONTESTACAO.DAT.
      *-----------------------------------------------------------------
       01 CR-REC.
           02 CR-KEY.
      * LANCAMENTO DOBRADO PARA DENTRO DE UM ACORDO DE PARCELAMENTO
      * (PARCELAMENTO.DAT) - A COBRANCA SEGUE PELO ACORDO
                88 CR-PARCELADO         VALUE "P".
      * BAIXADO COMO INCOBRAVEL COM APROVACAO DE SUPERVISOR (TELA DO
      * CONTAS A RECEBER); FICA FORA DA PROVISAO E DO SALDO ABERTO
                88 CR-BAIXADO           VALUE "B".
      * NATUREZA DO LANCAMENTO: MULTA DE DEVOLUCAO (BRANCO NOS
      * LANCAMENTOS ANTIGOS) OU REPOSICAO DE DISCO EXTRAVIADO - ESTA
      * E TROCADA PELA MULTA NORMAL SE O DISCO VOLTAR. TALHADO NO
      * FILLER.
            02 CR-TIPO            PIC X(01).
                88 CR-TIPO-MULTA        VALUE "M" SPACE.
                88 CR-TIPO-REPOSICAO    VALUE "R".
                88 CR-TIPO-JUROS        VALUE "J".
                88 CR-TIPO-ATRASO       VALUE "A".
                88 CR-TIPO-CONTESTACAO  VALUE "C".
      * DATA DA BAIXA COMO INCOBRAVEL. TALHADO NO FILLER.
            02 CR-DATA-BAIXA      PIC 9(08).
            02 FILLER             PIC X(01).
