            02 CKPT-CHEQUE-ALUG      PIC 9(07)V99.
            02 CKPT-CHEQUE-MULTA     PIC 9(07)V99.
            02 CKPT-CHEQUE-PRORROG   PIC 9(07)V99.
      * TOTAIS DE CONTROLE DE ALUGUEL E MULTA JA SOMADOS (QUANTIDADE E
      * VALOR POR FORMA DO DOCUMENTO), NO DESENHO DA TABELA DE
      * CONTROLE DE RELATORIO_CAIXA
            02 CKPT-CONTROLE         PIC X(196).
