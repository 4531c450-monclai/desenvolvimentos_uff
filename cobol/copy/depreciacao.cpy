      *-----------------------------------------------------------------
      * DEPRECIACAO.CPY
      * MOVIMENTO DO REGISTRO DE BENS DO ACERVO (DEPRECIACAO.DAT): UMA
      * LINHA POR COPIA POR MES COM A PARCELA DE DEPRECIACAO (TIPO
      * "D", GRAVADA PELO BATCH DEPRECIA_ACERVO) E, NA BAIXA DA
      * COPIA, A LINHA DA PERDA DO VALOR QUE AINDA NAO TINHA SIDO
      * DEPRECIADO (TIPO "P", GRAVADA POR BAIXA-ATIVO). A CHAVE COM O
      * MES NA FRENTE DEIXA O DRE_MENSAL LER SO O MES APURADO, E UMA
      * RODADA REPETIDA DO BATCH NAO DEPRECIA A MESMA COPIA DUAS VEZES.
      *-----------------------------------------------------------------
       01 DEP-REC.
           02 DEP-KEY.
               03 DEP-MES         PIC 9(06).
               03 DEP-BARCODE     PIC X(13).
               03 DEP-TIPO        PIC X(01).
                   88 DEP-MENSAL        VALUE "D".
                   88 DEP-PERDA         VALUE "P".
            02 DEP-FILME-ID       PIC 9(11).
            02 DEP-FILIAL         PIC 9(02).
            02 DEP-VALOR          PIC 9(05)V99.
            02 DEP-DATA           PIC 9(08).
            02 FILLER             PIC X(10).
