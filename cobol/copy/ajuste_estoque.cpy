                88 AJ-PROPOSTO          VALUE "P".
                88 AJ-APROVADO          VALUE "A".
                88 AJ-RECUSADO          VALUE "R".
      * FILIAL CUJO SALDO A MERCADORIA (TIPO "M") ACERTA
      * (ESTOQUE_FILIAL.DAT). BRANCO NOS DOCUMENTOS ANTIGOS VALE A
      * FILIAL 01. TALHADO NO FILLER.
            02 AJ-FILIAL          PIC 9(02).
            02 FILLER             PIC X(08).
