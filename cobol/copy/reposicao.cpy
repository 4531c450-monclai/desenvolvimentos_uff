      *-----------------------------------------------------------------
      * REPOSICAO.CPY
      * VALOR DE REPOSICAO POR TITULO (REPOSICAO.DAT), CHAVEADO PELO
      * FS-ID DO CATALOGO. E O QUE O CLIENTE PAGA QUANDO O ALUGUEL E
      * DECLARADO EXTRAVIADO; TITULO SEM LINHA AQUI CAI NO VALOR DA
      * CATEGORIA (TARIFA_CATEGORIA.DAT) E DEPOIS NO PADRAO DE
      * TARIFA.DAT. MANTIDO PELO REGISTRO DE FILMES - FICA FORA DO
      * LISTA_DE_FILMES.DAT PARA O CATALOGO NAO MUDAR DE TAMANHO.
      * REP-PRECO-SEMINOVO E O PRECO DA COPIA USADA DO TITULO, PELO
      * QUAL O CLIENTE PODE FICAR COM O DISCO QUE ESTA ALUGANDO (O
      * ALUGUEL JA PAGO ABATE); ZEROS OU ESPACOS (LINHA GRAVADA ANTES
      * DO CAMPO) = TITULO NAO VENDIDO AO LOCATARIO.
      *-----------------------------------------------------------------
       01 REP-REC.
           02 REP-KEY.
               03 REP-FILME-ID    PIC 9(11).
            02 REP-VALOR          PIC 9(05)V99.
            02 REP-PRECO-SEMINOVO PIC 9(05)V99.
            02 FILLER             PIC X(03).
