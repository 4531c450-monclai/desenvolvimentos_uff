      *-----------------------------------------------------------------
      * BOX_TITULO.CPY
      * TITULOS VENDIDOS EM BOX (TEMPORADA, COLECAO, FILME EM MAIS DE
      * UM DISCO) - BOX_TITULO.DAT, CHAVEADO PELO FS-ID DO CATALOGO.
      * O TITULO COM LINHA AQUI TEM CADA COPIA (COPIA.DAT) VALENDO O
      * JOGO INTEIRO, COM OS DISCOS AVULSOS EM BOX_DISCO.DAT: SAI E
      * VOLTA COMO UMA UNIDADE, POR UM PRECO SO. TITULO SEM LINHA AQUI
      * E DISCO UNICO, COMO SEMPRE FOI. FICA FORA DO LISTA_DE_FILMES
      * PARA O CATALOGO NAO MUDAR DE TAMANHO.
      *-----------------------------------------------------------------
       01 BXT-REC.
           02 BXT-KEY.
               03 BXT-FILME-ID    PIC 9(11).
      * QUANTOS DISCOS COMPOEM O JOGO COMPLETO
            02 BXT-QTD-DISCOS     PIC 9(02).
            02 BXT-DESCRICAO      PIC X(40).
            02 FILLER             PIC X(17).
