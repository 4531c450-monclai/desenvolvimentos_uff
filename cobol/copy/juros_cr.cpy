      *-----------------------------------------------------------------
      * JUROS_CR.CPY
      * ENCARGOS DE ATRASO LANCADOS SOBRE O CONTAS A RECEBER
      * (JUROS_CR.DAT). UMA LINHA POR ENCARGO: JUROS DE MORA UMA VEZ
      * POR MES DE ATRASO E MULTA POR ATRASO UMA VEZ SO, SEMPRE SOBRE
      * O SALDO DO LANCAMENTO DE ORIGEM. O ENCARGO EM SI E UM
      * LANCAMENTO PROPRIO NO CONTAS A RECEBER (JCR-LANCAMENTO, TIPO
      * "J" OU "A"), ENTAO PRINCIPAL E JUROS NUNCA SE MISTURAM.
      * GRAVADO POR JUROS_RECEBER; LIDO PELO DRE (FILIAL DO ALUGUEL DE
      * ORIGEM) E PELO EXTRATO DO CLIENTE.
      *-----------------------------------------------------------------
       01 JCR-REC.
           02 JCR-KEY.
               03 JCR-ORIGEM-ID   PIC 9(11).
               03 JCR-ANOMES      PIC 9(06).
               03 JCR-TIPO        PIC X(01).
                   88 JCR-JUROS            VALUE "J".
                   88 JCR-MULTA-ATRASO     VALUE "A".
            02 JCR-LANCAMENTO     PIC 9(11).
            02 JCR-CLIENTE-ID     PIC 9(05).
            02 JCR-FILIAL         PIC 9(02).
            02 JCR-BASE           PIC 9(05)V99.
            02 JCR-TAXA           PIC 9(02)V99.
            02 JCR-DIAS           PIC 9(03).
            02 JCR-VALOR          PIC 9(05)V99.
            02 JCR-DATA           PIC 9(08).
            02 FILLER             PIC X(10).
