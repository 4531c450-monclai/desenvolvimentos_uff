      *-----------------------------------------------------------------
      * LOC_EQUIP.CPY
      * LOCACAO DE EQUIPAMENTO (LOCACAO_EQUIP.DAT), UMA LINHA POR
      * APARELHO QUE SAIU NO CARRINHO DO ALUGUEL. A CHAVE E O TICKET
      * (O MESMO AL-TICKET DOS FILMES DA MESMA VENDA) + SEQUENCIA.
      * A DIARIA ENTRA NO TOTAL DO TICKET PELA FORMA ESCOLHIDA; A
      * CAUCAO E SEMPRE EM DINHEIRO. A MULTA POR DIA E O TETO SAO
      * COPIADOS DO EQUIPAMENTO NA SAIDA. NA DEVOLUCAO A CONFERENCIA
      * DOS ACESSORIOS MARCA LEQ-ACES-FALTOU E SOMA A REPOSICAO EM
      * LEQ-VALOR-ACESSORIOS; MULTA + ACESSORIOS SAEM PRIMEIRO DA
      * CAUCAO (LEQ-CAUCAO-APLICADA), O RESTO DA CAUCAO VOLTA AO
      * CLIENTE (LEQ-CAUCAO-DEVOLVIDA) E O QUE A CAUCAO NAO COBRIR E
      * COBRADO NO BALCAO (LEQ-VALOR-COBRADO, FORMA LEQ-FORMA-DEV).
      *-----------------------------------------------------------------
       01 LEQ-REC.
           02 LEQ-KEY.
               03 LEQ-TICKET      PIC 9(11).
               03 LEQ-SEQ         PIC 9(02).
            02 LEQ-EQP-CODIGO     PIC X(13).
            02 LEQ-CLIENTE-ID     PIC 9(05).
            02 LEQ-DATA-SAIDA     PIC 9(08).
            02 LEQ-DATA-PREVISTA  PIC 9(08).
            02 LEQ-DATA-DEVOLUCAO PIC 9(08).
            02 LEQ-VALOR          PIC 9(05)V99.
            02 LEQ-FORMA-PAGTO    PIC X(01).
            02 LEQ-CAUCAO         PIC 9(05)V99.
            02 LEQ-MULTA-DIA      PIC 9(03)V99.
            02 LEQ-MULTA-MAXIMA   PIC 9(05)V99.
            02 LEQ-MULTA          PIC 9(05)V99.
            02 LEQ-VALOR-ACESSORIOS PIC 9(05)V99.
            02 LEQ-ACES-FALTOU    PIC X(01) OCCURS 4 TIMES.
            02 LEQ-CAUCAO-APLICADA  PIC 9(05)V99.
            02 LEQ-CAUCAO-DEVOLVIDA PIC 9(05)V99.
            02 LEQ-VALOR-COBRADO  PIC 9(05)V99.
            02 LEQ-FORMA-DEV      PIC X(01).
            02 LEQ-STATUS         PIC X(01).
                88 LEQ-EM-ABERTO        VALUE "A".
                88 LEQ-DEVOLVIDO        VALUE "D".
            02 LEQ-FILIAL         PIC 9(02).
            02 LEQ-SESSAO-ID      PIC 9(05).
            02 LEQ-SESSAO-DEV     PIC 9(05).
            02 LEQ-OPERADOR-ID    PIC 9(03).
            02 FILLER             PIC X(20).
