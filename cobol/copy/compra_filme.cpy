      *-----------------------------------------------------------------
      * COMPRA_FILME.CPY
      * COMPLEMENTO DO PEDIDO DE COMPRA DE COPIAS DE FILME
      * (COMPRA_FILME.DAT), MESMA CHAVE DO PEDIDO EM COMPRA.DAT
      * (CP-DE-FILME). GUARDA O TITULO DO CATALOGO E O FORMATO DOS
      * DISCOS ENCOMENDADOS A DISTRIBUIDORA; O RECEBIMENTO GERA AS
      * COPIAS EM COPIA.DAT A PARTIR DAQUI.
      *-----------------------------------------------------------------
       01 CF-REC.
           02 CF-KEY.
               03 CF-COMPRA-ID    PIC 9(11).
            02 CF-FILME-ID        PIC 9(11).
            02 CF-FORMATO         PIC X(01).
                88 CF-FORMATO-DVD       VALUE "D".
                88 CF-FORMATO-VHS       VALUE "V".
            02 FILLER             PIC X(10).
