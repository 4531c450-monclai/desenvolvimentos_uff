      *-----------------------------------------------------------------
      * RESUMO_RECIBO.CPY
      * RESUMO DA AUDITORIA NOTURNA DE RECIBOS (RESUMO_RECIBOS.DAT),
      * UM REGISTRO POR DIA DE NEGOCIO AUDITADO. GRAVADO PELO PASSO
      * AUDITA_RECIBOS AO FIM DA CONFERENCIA (REGRAVADO SE O PASSO
      * RODAR DE NOVO PARA O MESMO DIA) E LIDO PELO RELATORIO MATINAL
      * SAUDE_OPERACIONAL, QUE MOSTRA AS CONTAGENS SEM PRECISAR ABRIR O
      * RELATORIO COMPLETO (AUDITA_RECIBOS.DAT).
      *-----------------------------------------------------------------
       01 RRB-REC.
           02 RRB-KEY.
               03 RRB-DATA        PIC 9(08).
            02 RRB-QTD-RECIBOS    PIC 9(07).
            02 RRB-PRIMEIRO       PIC 9(09).
            02 RRB-ULTIMO         PIC 9(09).
      * NUMEROS QUE FALTAM NA SEQUENCIA DO DIA (INCLUSIVE OS QUE O
      * CONTROLE NUMRECIBO.DAT JA CONSUMIU E NAO VIRARAM RECIBO)
            02 RRB-QTD-LACUNAS    PIC 9(07).
      * RECIBOS REPETIDOS: MESMO TIPO, DOCUMENTO E VALOR NO DIA
            02 RRB-QTD-DUPLICADOS PIC 9(05).
      * RECIBOS SEM ALUGUEL, DEVOLUCAO, VENDA OU OUTRA ORIGEM
            02 RRB-QTD-SEM-ORIGEM PIC 9(05).
      * ALUGUEIS, DEVOLUCOES COM MULTA E VENDAS DO DIA SEM RECIBO
            02 RRB-QTD-SEM-RECIBO PIC 9(05).
      * RECIBOS COM MAIS DE UMA SEGUNDA VIA, A ULTIMA NO DIA
            02 RRB-QTD-REIMPRESSOS PIC 9(05).
            02 RRB-DATA-EXEC      PIC 9(08).
            02 RRB-HORA-EXEC      PIC 9(08).
            02 FILLER             PIC X(10).
