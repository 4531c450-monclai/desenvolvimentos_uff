      *-----------------------------------------------------------------
      * TRANSFERE_MERC.CPY
      * LAYOUT DA TRANSFERENCIA DE MERCADORIA ENTRE FILIAIS
      * (TRANSFERENCIA_MERC.DAT). O DESPACHO TIRA A QUANTIDADE DO
      * SALDO DA FILIAL DE ORIGEM (ESTOQUE_FILIAL.DAT) E DO TOTAL DA
      * REDE, E ELA FICA NA ESTRADA ATE A CONFIRMACAO DE RECEBIMENTO
      * SOMAR NO SALDO DA FILIAL DE DESTINO. O ARQUIVO FICA COMO LOG
      * DE TODAS AS TRANSFERENCIAS DE MERCADORIA.
      *-----------------------------------------------------------------
       01 TM-REC.
           02 TM-KEY.
               03 TM-ID           PIC 9(11) BLANK WHEN ZEROS.
            02 TM-MERCADORIA-COD  PIC 9(05).
            02 TM-QUANTIDADE      PIC 9(05).
            02 TM-FILIAL-ORIGEM   PIC 9(02).
            02 TM-FILIAL-DESTINO  PIC 9(02).
            02 TM-DATA-ENVIO      PIC 9(08).
            02 TM-DATA-RECEBTO    PIC 9(08).
            02 TM-STATUS          PIC X(01).
                88 TM-EM-TRANSITO       VALUE "T".
                88 TM-RECEBIDA          VALUE "R".
            02 FILLER             PIC X(10).
