      *-----------------------------------------------------------------
      * SEGMENTO.CPY
      * SEGMENTO DE RELACIONAMENTO DO CLIENTE (SEGMENTO.DAT), UMA
      * LINHA POR CLIENTE ATIVO, REFEITA NO FECHAMENTO DO MES POR
      * SEGMENTACAO_RFM A PARTIR DOS ULTIMOS 12 MESES DE ALUGUEIS,
      * COMPRAS E MENSALIDADES PAGAS: RECENCIA (DIAS DESDE O ULTIMO
      * MOVIMENTO ATE O FIM DO MES APURADO), FREQUENCIA (QUANTOS
      * MOVIMENTOS) E VALOR (QUANTO GASTOU). O SEGMENTO DO MES
      * ANTERIOR FICA AO LADO PARA SE VER QUEM MUDOU DE FAIXA. AS
      * LISTAS DE CAMPANHA (SEGMENTO_X.DAT) SAEM DAQUI.
      *-----------------------------------------------------------------
       01 SEG-REC.
           02 SEG-KEY.
               03 SEG-CLIENTE-ID  PIC 9(05).
            02 SEG-FILIAL         PIC 9(02).
      * C = CAMPEAO, F = FREQUENTE, R = EM RISCO, P = PERDIDO,
      * N = NOVO (CADASTRO RECENTE)
            02 SEG-CODIGO         PIC X(01).
                88 SEG-CAMPEAO          VALUE "C".
                88 SEG-FREQUENTE        VALUE "F".
                88 SEG-EM-RISCO         VALUE "R".
                88 SEG-PERDIDO          VALUE "P".
                88 SEG-NOVO             VALUE "N".
            02 SEG-CODIGO-ANTERIOR PIC X(01).
            02 SEG-DATA-ULTIMA    PIC 9(08).
            02 SEG-RECENCIA       PIC 9(05).
            02 SEG-FREQUENCIA     PIC 9(05).
            02 SEG-VALOR          PIC 9(07)V99.
            02 SEG-MES-APURACAO   PIC 9(06).
            02 SEG-DATA-CALCULO   PIC 9(08).
            02 FILLER             PIC X(10).
