      *-----------------------------------------------------------------
      * CONTESTACAO.CPY
      * CONTESTACAO DE COMPRA NO CARTAO (CHARGEBACK) AVISADA PELA
      * ADQUIRENTE (CONTESTACAO.DAT), UMA LINHA POR AVISO. GRAVADA
      * POR IMPORTA_CONTESTACOES A PARTIR DO ARQUIVO DA ADQUIRENTE E
      * LIGADA AO DOCUMENTO PAGO NO CARTAO - ALUGUEL AVULSO (AL-ID),
      * VENDA (VD-ID) OU TICKET DO CAIXA UNICO (AL-TICKET, QUE E O
      * AL-ID DO PRIMEIRO ALUGUEL DO CARRINHO) - E AO RECIBO ORIGINAL
      * DELE EM RECIBO.DAT, QUE A TELA REIMPRIME PARA A DEFESA.
      * A TELA (CADASTRO_CONTESTACAO) ACOMPANHA O AVISO DE RECEBIDA
      * ATE A DEFESA ENVIADA E O DESFECHO. A CONTESTACAO PERDIDA VIRA
      * LANCAMENTO DO CLIENTE NO CONTAS A RECEBER (TIPO "C", FAIXA
      * 7 + CTC-ID), GUARDADO EM CTC-LANC-CR.
      *-----------------------------------------------------------------
       01 CTC-REC.
           02 CTC-KEY.
               03 CTC-ID          PIC 9(07).
      * REFERENCIA DO AVISO NA ADQUIRENTE - O MESMO AVISO IMPORTADO
      * DE NOVO E IGNORADO
            02 CTC-REF-ADQUIRENTE PIC X(20).
            02 CTC-DATA-AVISO     PIC 9(08).
            02 CTC-DATA-COMPRA    PIC 9(08).
            02 CTC-VALOR          PIC 9(07)V99.
            02 CTC-MOTIVO         PIC X(02).
                88 CTC-MOTIVO-FRAUDE    VALUE "FR".
                88 CTC-MOTIVO-NAO-RECON VALUE "NR".
                88 CTC-MOTIVO-NAO-RECEB VALUE "PD".
                88 CTC-MOTIVO-DUPLIC    VALUE "DU".
                88 CTC-MOTIVO-CANCELADO VALUE "CA".
                88 CTC-MOTIVO-OUTROS    VALUE "OU".
      * DOCUMENTO CONTESTADO; ORIGEM EM BRANCO = AVISO AINDA SEM
      * DOCUMENTO LOCALIZADO (A TELA LIGA A MAO)
            02 CTC-ORIGEM         PIC X(01).
                88 CTC-ORIGEM-ALUGUEL   VALUE "A".
                88 CTC-ORIGEM-VENDA     VALUE "V".
                88 CTC-ORIGEM-TICKET    VALUE "T".
                88 CTC-SEM-ORIGEM       VALUE SPACE.
            02 CTC-DOC            PIC 9(11).
            02 CTC-CLIENTE-ID     PIC 9(05).
            02 CTC-FILIAL         PIC 9(02).
            02 CTC-RECIBO         PIC 9(09).
            02 CTC-PRAZO-DEFESA   PIC 9(08).
            02 CTC-SITUACAO       PIC X(01).
                88 CTC-RECEBIDA         VALUE "R".
                88 CTC-DEFESA-ENVIADA   VALUE "D".
                88 CTC-GANHA            VALUE "G".
                88 CTC-PERDIDA          VALUE "P".
            02 CTC-DATA-DEFESA    PIC 9(08).
            02 CTC-DATA-DESFECHO  PIC 9(08).
            02 CTC-OPERADOR-ID    PIC 9(03).
            02 CTC-LANC-CR        PIC 9(11).
            02 FILLER             PIC X(10).
