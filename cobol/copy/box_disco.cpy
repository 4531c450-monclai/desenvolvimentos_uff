      *-----------------------------------------------------------------
      * BOX_DISCO.CPY
      * DISCOS AVULSOS DE CADA COPIA DE BOX (BOX_DISCO.DAT), UMA LINHA
      * POR DISCO, CHAVEADA PELO CODIGO DE BARRAS DO DISCO E APONTANDO
      * PARA A COPIA DO JOGO (COPIA-BARCODE DE COPIA.DAT, CHAVE
      * ALTERNATIVA). A SITUACAO DIZ SE O DISCO ESTA NO ESTOJO: O
      * ALUGUEL TIRA TODOS, A DEVOLUCAO BIPA UM A UM DE VOLTA E O JOGO
      * SO CONTA COMO DISPONIVEL COM TODOS NO ESTOJO.
      *-----------------------------------------------------------------
       01 BXD-REC.
           02 BXD-KEY.
               03 BXD-BARCODE     PIC X(13).
            02 BXD-COPIA-BARCODE  PIC X(13).
            02 BXD-NUMERO         PIC 9(02).
            02 BXD-DESCRICAO      PIC X(30).
            02 BXD-SITUACAO       PIC X(01).
                88 BXD-NO-ESTOJO        VALUE "P".
                88 BXD-FORA             VALUE "F".
                88 BXD-EXTRAVIADO       VALUE "X".
            02 FILLER             PIC X(11).
