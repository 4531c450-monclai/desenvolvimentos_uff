      *-----------------------------------------------------------------
      * RECLAMACAO.CPY
      * RECLAMACAO DE CLIENTE NO SAC (RECLAMACAO.DAT): COBRANCA
      * ERRADA, DISCO RISCADO, MAU ATENDIMENTO, PROBLEMA NA TELE-
      * ENTREGA. LIGADA AO CLIENTE E, QUANDO HOUVER, AO DOCUMENTO DE
      * ORIGEM (ALUGUEL, VENDA, RECIBO OU PEDIDO DE ENTREGA). ANDA POR
      * ABERTA / EM ANDAMENTO / RESOLVIDA COM RESPONSAVEL E PRAZO. A
      * COMPENSACAO DADA NA RESOLUCAO FICA AQUI: O VALE CREDITADO
      * (CREDITA-VALE - O VALE NOVO DE COMPENSACAO TEM O NUMERO 9 +
      * NUMERO DA RECLAMACAO) E OS PONTOS DE FIDELIDADE LANCADOS
      * (MOVIMENTA-PONTOS). MANTIDO POR CADASTRO_RECLAMACAO.
      *-----------------------------------------------------------------
       01 RCL-REC.
           02 RCL-KEY.
               03 RCL-ID          PIC 9(07) BLANK WHEN ZEROS.
            02 RCL-CLIENTE-ID     PIC 9(05).
            02 RCL-FILIAL         PIC 9(02).
            02 RCL-TIPO           PIC X(01).
                88 RCL-COBRANCA         VALUE "C".
                88 RCL-DISCO            VALUE "D".
                88 RCL-ATENDIMENTO      VALUE "A".
                88 RCL-ENTREGA          VALUE "E".
                88 RCL-OUTROS           VALUE "O".
            02 RCL-REF-TIPO       PIC X(01).
                88 RCL-REF-ALUGUEL      VALUE "A".
                88 RCL-REF-VENDA        VALUE "V".
                88 RCL-REF-RECIBO       VALUE "R".
                88 RCL-REF-ENTREGA      VALUE "E".
                88 RCL-SEM-REF          VALUE SPACE.
            02 RCL-REF-NUMERO     PIC 9(11).
            02 RCL-DESCRICAO      PIC X(40).
            02 RCL-DATA-ABERT     PIC 9(08).
            02 RCL-PRAZO          PIC 9(08).
            02 RCL-RESPONSAVEL    PIC 9(03).
            02 RCL-STATUS         PIC X(01).
                88 RCL-ABERTA           VALUE "A".
                88 RCL-EM-ANDAMENTO     VALUE "P".
                88 RCL-RESOLVIDA        VALUE "R".
            02 RCL-DATA-RESOL     PIC 9(08).
            02 RCL-SOLUCAO        PIC X(40).
            02 RCL-VALE-NUMERO    PIC 9(11).
            02 RCL-VALOR-VALE     PIC 9(05)V99.
            02 RCL-PONTOS         PIC 9(07).
            02 FILLER             PIC X(10).
