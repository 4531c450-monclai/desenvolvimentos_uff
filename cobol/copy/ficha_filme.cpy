      *-----------------------------------------------------------------
      * FICHA_FILME.CPY
      * FICHA TECNICA DO TITULO (FICHA_FILME.DAT), CHAVEADA PELO FS-ID
      * DO CATALOGO: ANO DE LANCAMENTO, DURACAO, DIRETOR, ELENCO
      * PRINCIPAL E SINOPSE CURTA. MANTIDA PELO REGISTRO DE FILMES E
      * CARREGADA PELO FEED DA DISTRIBUIDORA (IMPORTA_FILMES); A
      * CONSULTA DO CATALOGO E O PAINEL DE DISPONIBILIDADE PROCURAM
      * POR ATOR OU DIRETOR AQUI. FICA FORA DO LISTA_DE_FILMES.DAT
      * PARA O CATALOGO NAO MUDAR DE TAMANHO.
      *-----------------------------------------------------------------
       01 FIC-REC.
           02 FIC-KEY.
               03 FIC-FILME-ID    PIC 9(11).
            02 FIC-ANO            PIC 9(04).
      * DURACAO EM MINUTOS
            02 FIC-DURACAO        PIC 9(03).
            02 FIC-DIRETOR        PIC X(40).
            02 FIC-ELENCO.
               03 FIC-ATOR-1      PIC X(40).
               03 FIC-ATOR-2      PIC X(40).
               03 FIC-ATOR-3      PIC X(40).
               03 FIC-ATOR-4      PIC X(40).
            02 FIC-ELENCO-RED REDEFINES FIC-ELENCO.
               03 FIC-ATOR        PIC X(40) OCCURS 4 TIMES.
            02 FIC-SINOPSE.
               03 FIC-SINOPSE-1   PIC X(60).
               03 FIC-SINOPSE-2   PIC X(60).
               03 FIC-SINOPSE-3   PIC X(60).
            02 FILLER             PIC X(20).
