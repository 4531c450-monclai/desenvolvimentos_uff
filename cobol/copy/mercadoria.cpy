            02 FS-CONSIGNADO   PIC X(01).
                88 FS-EM-CONSIGNACAO    VALUE "S".
            02 FS-CONSIG-DONO  PIC 9(05).
      * SALDO SEPARADO DA RESERVA COM SINAL (RESERVA_SINAL.DAT): A
      * QUANTIDADE RESERVADA SAI DE FS-QTD-ESTOQUE PARA CA NA
      * ABERTURA, VOLTA SE A RESERVA EXPIRA E SAI DE VEZ NA QUITACAO.
            02 FS-QTD-RESERVADA PIC 9(05) COMP.
      * LINHA DE DISCOS USADOS COMPRADOS DE CLIENTES (RECOMPRA.DAT):
      * FICA SEPARADA DO SEMINOVO BAIXADO DO ACERVO DO MESMO TITULO
      * PORQUE TEM CUSTO (A OFERTA PAGA) E ENTRA NO RELATORIO DE
      * RECOMPRAS. BRANCO = ITEM COMUM.
            02 FS-RECOMPRA     PIC X(01).
                88 FS-ITEM-RECOMPRA     VALUE "S".
