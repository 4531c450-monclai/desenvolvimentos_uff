      *-----------------------------------------------------------------
      * EQUIPAMENTO.CPY
      * EQUIPAMENTO DE REPRODUCAO PARA LOCACAO (EQUIPAMENTO.DAT) -
      * APARELHO DE DVD, VIDEOGAME E AFINS. A CHAVE E A ETIQUETA
      * BIPADA NO BALCAO (MESMO LEITOR DAS COPIAS); O NUMERO DE SERIE
      * DO FABRICANTE FICA AO LADO PARA RASTREIO. CADA APARELHO TEM
      * A SUA DIARIA, PRAZO, MULTA POR DIA E TETO DE MULTA, E UMA
      * CAUCAO OBRIGATORIA. OS ATE QUATRO ACESSORIOS (CONTROLE, CABO,
      * CONTROLE REMOTO...) SAO CONFERIDOS NA DEVOLUCAO E O QUE
      * FALTAR E COBRADO PELO VALOR DE REPOSICAO. EQP-LOCACAO-ATUAL
      * APONTA A LOCACAO EM ABERTO (LOCACAO_EQUIP.DAT) ENQUANTO O
      * STATUS E "A". MANTIDO POR CADASTRO_EQUIPAMENTO.
      *-----------------------------------------------------------------
       01 EQP-REC.
           02 EQP-KEY.
               03 EQP-CODIGO      PIC X(13).
            02 EQP-SERIE          PIC X(20).
            02 EQP-TIPO           PIC X(01).
                88 EQP-TIPO-PLAYER      VALUE "D".
                88 EQP-TIPO-CONSOLE     VALUE "C".
                88 EQP-TIPO-OUTRO       VALUE "O".
                88 EQP-TIPO-VALIDO      VALUES ARE "D" "C" "O".
            02 EQP-MODELO         PIC X(30).
            02 EQP-ESTADO         PIC X(01).
                88 EQP-ESTADO-NOVO      VALUE "N".
                88 EQP-ESTADO-BOM       VALUE "B".
                88 EQP-ESTADO-REGULAR   VALUE "R".
                88 EQP-ESTADO-VALIDO    VALUES ARE "N" "B" "R".
            02 EQP-TAXA-DIARIA    PIC 9(03)V99.
            02 EQP-PRAZO-DIAS     PIC 9(03).
            02 EQP-MULTA-DIA      PIC 9(03)V99.
            02 EQP-MULTA-MAXIMA   PIC 9(05)V99.
            02 EQP-CAUCAO         PIC 9(05)V99.
            02 EQP-ACESSORIOS.
                03 EQP-ACESSORIO  OCCURS 4 TIMES.
                    04 EQP-ACES-DESCRICAO  PIC X(15).
                    04 EQP-ACES-VALOR      PIC 9(05)V99.
            02 EQP-FILIAL         PIC 9(02).
            02 EQP-STATUS         PIC X(01).
                88 EQP-DISPONIVEL       VALUE "D".
                88 EQP-ALUGADO          VALUE "A".
                88 EQP-MANUTENCAO       VALUE "M".
                88 EQP-BAIXADO          VALUE "B".
            02 EQP-LOCACAO-ATUAL.
                03 EQP-LOC-TICKET PIC 9(11).
                03 EQP-LOC-SEQ    PIC 9(02).
            02 EQP-QTD-LOCACOES   PIC 9(05).
            02 EQP-DATA-AQUISICAO PIC 9(08).
            02 FILLER             PIC X(20).
