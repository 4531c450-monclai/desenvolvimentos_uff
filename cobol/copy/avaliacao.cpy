      *-----------------------------------------------------------------
      * AVALIACAO.CPY
      * NOTA DE 1 A 5 ESTRELAS DADA PELO CLIENTE AO TITULO NA
      * DEVOLUCAO (AVALIACAO.DAT), ANOTADA PELO ATENDENTE NO BALCAO
      * DE ALUGUEL. UMA LINHA POR CLIENTE E TITULO: QUEM ALUGA DE NOVO
      * E AVALIA OUTRA VEZ SOBRESCREVE A NOTA ANTERIOR, SEM CONTAR
      * VOTO EM DOBRO. A CHAVE COMECA PELO TITULO PARA A MEDIA DE UM
      * FILME SAIR NUMA LEITURA SO (DISPONIBILIDADE, REGISTRO_DE_FILMES
      * E RELATORIO_AVALIACOES).
      *-----------------------------------------------------------------
       01 AVL-REC.
           02 AVL-KEY.
               03 AVL-FILME-ID    PIC 9(11).
               03 AVL-CLIENTE-ID  PIC 9(05).
            02 AVL-NOTA           PIC 9(01).
                88 AVL-NOTA-VALIDA      VALUES 1 THRU 5.
            02 AVL-DATA           PIC 9(08).
            02 AVL-ALUGUEL-ID     PIC 9(11).
            02 FILLER             PIC X(10).
