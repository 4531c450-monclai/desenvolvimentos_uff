      *-----------------------------------------------------------------
      * DESEJO.CPY
      * LISTA DE DESEJOS DOS CLIENTES (DESEJO.DAT): UM GRUPO POR
      * TITULO PEDIDO NO BALCAO QUE NAO ESTA NO CATALOGO
      * (LISTA_DE_FILMES.DAT). OS PEDIDOS DO MESMO FILME, MESMO
      * DIGITADOS DE JEITOS DIFERENTES, FICAM NO MESMO GRUPO
      * (DESEJO_PEDIDO.DAT); O COMPRADOR VINCULA O GRUPO AO FS-ID DO
      * CATALOGO QUANDO O TITULO FOR CADASTRADO OU IMPORTADO, E OS
      * CLIENTES QUE PEDIRAM ENTRAM NA FILA DE ESPERA/RESERVA NORMAL.
      * O RANKING DOS MAIS PEDIDOS PARA COMPRA SAI DE
      * RELATORIO_DESEJOS.
      *-----------------------------------------------------------------
       01 DSJ-REC.
           02 DSJ-KEY.
               03 DSJ-ID          PIC 9(05) BLANK WHEN ZEROS.
            02 DSJ-TITULO         PIC X(40).
            02 DSJ-QTD-PEDIDOS    PIC 9(05).
            02 DSJ-DATA-PRIMEIRO  PIC 9(08).
            02 DSJ-DATA-ULTIMO    PIC 9(08).
      * A = AGUARDANDO O TITULO, V = VINCULADO AO CATALOGO
      * (DSJ-FILME-ID)
            02 DSJ-STATUS         PIC X(01).
                88 DSJ-ABERTO           VALUE "A".
                88 DSJ-VINCULADO        VALUE "V".
            02 DSJ-FILME-ID       PIC 9(11).
            02 DSJ-DATA-VINCULO   PIC 9(08).
            02 FILLER             PIC X(10).
