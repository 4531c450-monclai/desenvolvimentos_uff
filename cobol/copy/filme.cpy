      * BLOQUEADO PARA ALUGUEL ATE AS PRIMEIRAS COPIAS CHEGAREM
            02 FS-EM-BREVE        PIC X(01).
                88 FS-LANCAMENTO-EM-BREVE VALUE "S".
      * DATA DE LANCAMENTO DO TITULO NA LOJA (CHEGADA DAS PRIMEIRAS
      * COPIAS); CONTA A JANELA DA CATEGORIA (TARIFA_CATEGORIA.DAT)
      * PARA A RECLASSIFICACAO NOTURNA. ZERO = DATA DESCONHECIDA.
            02 FS-DATA-LANCAMENTO PIC 9(08).
