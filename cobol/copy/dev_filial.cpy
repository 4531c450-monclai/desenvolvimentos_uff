      *-----------------------------------------------------------------
      * DEV_FILIAL.CPY
      * DEVOLUCAO FEITA EM FILIAL DIFERENTE DA DONA DO ALUGUEL
      * (DEVOLUCAO_FILIAL.DAT), CHAVEADA PELO AL-ID. O ALUGUEL.DAT NAO
      * TEM ONDE GUARDAR A FILIAL QUE RECEBEU O DISCO, ENTAO FICA AQUI:
      * QUEM RECEBEU, A MULTA QUE FICOU NA GAVETA DELA (PARA O ACERTO
      * ENTRE FILIAIS DO RELATORIO_CAIXA_FILIAL) E O QUE FOI FEITO COM
      * A COPIA - TRANSFERENCIA DE VOLTA PARA A DONA OU REALOCACAO NA
      * FILIAL QUE RECEBEU (TRANSFERENCIA.DAT, TRF-ID).
      *-----------------------------------------------------------------
       01 DVF-REC.
           02 DVF-KEY.
               03 DVF-ALUGUEL-ID  PIC 9(11).
            02 DVF-DATA           PIC 9(08).
            02 DVF-FILIAL-DONA    PIC 9(02).
            02 DVF-FILIAL-RECEBE  PIC 9(02).
            02 DVF-BARCODE        PIC X(13).
            02 DVF-MULTA          PIC 9(05)V99.
            02 DVF-DESTINO-COPIA  PIC X(01).
                88 DVF-TRANSFERIDA      VALUE "T".
                88 DVF-REALOCADA        VALUE "R".
      * COPIA DANIFICADA FICA NA FILIAL QUE RECEBEU, PARA O CHAMADO
                88 DVF-DANIFICADA       VALUE "X".
            02 DVF-TRF-ID         PIC 9(11).
            02 FILLER             PIC X(10).
