      *-----------------------------------------------------------------
      * CONTINGENCIA.CPY
      * MOVIMENTO DE BALCAO EM CONTINGENCIA (CONTINGENCIA.DAT), GRAVADO
      * PELA TELA CONTINGENCIA_BALCAO QUANDO OS INDEXADOS ESTAO FORA
      * DO AR - UMA LINHA POR ALUGUEL, DEVOLUCAO OU VENDA, COM O QUE O
      * ATENDENTE DIGITOU E O NUMERO DE RECIBO PROVISORIO ENTREGUE AO
      * CLIENTE. ARQUIVO SEQUENCIAL, LOCAL DO CAIXA; COM OS ARQUIVOS
      * DE VOLTA, O BATCH LANCA_CONTINGENCIA O LANCA NOS MESTRES.
      *-----------------------------------------------------------------
       01 CTG-REC.
      * RECIBO PROVISORIO: 9 + AAMMDD + CAIXA (1) + SEQUENCIA (3). NO
      * LANCAMENTO VIRA O NUMERO DO ALUGUEL (AL-ID) OU DA VENDA (VD-ID)
           02 CTG-NUMERO          PIC 9(11).
           02 CTG-TIPO            PIC X(01).
               88 CTG-ALUGUEL           VALUE "A".
               88 CTG-DEVOLUCAO         VALUE "D".
               88 CTG-VENDA             VALUE "V".
           02 CTG-DATA            PIC 9(08).
           02 CTG-HORA            PIC 9(06).
           02 CTG-OPERADOR        PIC 9(03).
           02 CTG-FILIAL          PIC 9(02).
           02 CTG-CLIENTE-ID      PIC 9(05).
      * DEVOLUCAO: NUMERO DO ALUGUEL QUE ESTA SENDO FECHADO (O DO
      * RECIBO QUE O CLIENTE TROUXE)
           02 CTG-ALUGUEL-ID      PIC 9(11).
           02 CTG-FILME-ID        PIC 9(11).
           02 CTG-BARCODE         PIC X(13).
           02 CTG-DATA-PREVISTA   PIC 9(08).
           02 CTG-MERCADORIA      PIC 9(05).
           02 CTG-QUANTIDADE      PIC 9(05).
           02 CTG-VALOR           PIC 9(07)V99.
           02 CTG-FORMA-PAGTO     PIC X(01).
               88 CTG-FORMA-VALIDA      VALUE "D" "C" "P".
           02 CTG-DANIFICADA      PIC X(01).
               88 CTG-COM-DANO          VALUE "S".
           02 FILLER              PIC X(10).
