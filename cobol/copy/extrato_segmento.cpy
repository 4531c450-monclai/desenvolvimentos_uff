      *-----------------------------------------------------------------
      * EXTRATO_SEGMENTO.CPY
      * LINHA DA LISTA DE CAMPANHA DE UM SEGMENTO (SEGMENTO_X.DAT,
      * X = SEG-CODIGO), GRAVADA POR SEGMENTACAO_RFM SO COM OS
      * CLIENTES QUE AUTORIZARAM CONTATO DE MARKETING. E A LISTA QUE
      * O GERA_CUPONS LE QUANDO O LOTE E DIRIGIDO A UM SEGMENTO.
      *-----------------------------------------------------------------
       01 EXS-LINHA.
           02 EXS-CLIENTE-ID      PIC 9(05).
           02 FILLER              PIC X(01).
           02 EXS-SEGMENTO        PIC X(01).
           02 FILLER              PIC X(01).
           02 EXS-NOME            PIC X(35).
           02 FILLER              PIC X(01).
           02 EXS-TELEFONE        PIC 9(11).
           02 FILLER              PIC X(01).
           02 EXS-FILIAL          PIC 9(02).
           02 FILLER              PIC X(01).
           02 EXS-DATA-ULTIMA     PIC 9(08).
           02 FILLER              PIC X(01).
           02 EXS-FREQUENCIA      PIC 9(05).
           02 FILLER              PIC X(01).
           02 EXS-VALOR           PIC 9(07)V99.
           02 FILLER              PIC X(11).
