      *-----------------------------------------------------------------
      * PACOTE.CPY
      * PACOTE DE LOCACAO DO BALCAO (PACOTE.DAT) - "3 FILMES DE SEXTA
      * A SEGUNDA POR X". O CARRINHO DO ALUGUEL OFERECE O PACOTE
      * QUANDO TEM PCT-QTD-TITULOS DISCOS DAS CATEGORIAS ACEITAS
      * (TODAS EM BRANCO = QUALQUER CATEGORIA) E O DIA DA SEMANA ESTA
      * LIBERADO EM PCT-DIAS-SEMANA (POSICAO 1 = SEGUNDA ... 7 =
      * DOMINGO, "S" VENDE). O PRECO FIXO E RATEADO NOS AL-REC DOS
      * DISCOS DO PACOTE. A DEVOLUCAO SEGUE PCT-REGRA-DEV: "D" = NO
      * PROXIMO PCT-DIA-DEV (1 = SEGUNDA ... 7 = DOMINGO), "P" = NO
      * PRAZO FIXO DE PCT-PRAZO-DIAS. MANTIDO POR CADASTRO_PACOTE.
      *-----------------------------------------------------------------
       01 PCT-REC.
           02 PCT-KEY.
               03 PCT-ID          PIC 9(03).
            02 PCT-DESCRICAO      PIC X(30).
            02 PCT-QTD-TITULOS    PIC 9(02).
            02 PCT-CATEGORIAS.
                03 PCT-CATEGORIA  PIC X(40) OCCURS 3 TIMES.
            02 PCT-DIAS-SEMANA    PIC X(07).
            02 PCT-PRECO          PIC 9(05)V99.
            02 PCT-REGRA-DEV      PIC X(01).
                88 PCT-DEV-DIA-SEMANA   VALUE "D".
                88 PCT-DEV-PRAZO        VALUE "P".
            02 PCT-DIA-DEV        PIC 9(01).
            02 PCT-PRAZO-DIAS     PIC 9(03).
            02 PCT-ATIVO          PIC X(01).
                88 PCT-ATIVO-SIM        VALUE "S".
                88 PCT-ATIVO-NAO        VALUE "N".
            02 FILLER             PIC X(10).
