      * ZERO EM QUALQUER CAMPO SIGNIFICA "USE O PADRAO" - A TARIFA DO
      * TITULO (FS-TAXA-DIARIA) E OS PARAMETROS GLOBAIS DE TARIFA.DAT
      * CONTINUAM VALENDO COMO RESERVA.
      * JANELA DA CATEGORIA: PASSADOS TCA-JANELA-DIAS DA DATA DE
      * LANCAMENTO DO TITULO (FS-DATA-LANCAMENTO), A RECLASSIFICACAO
      * NOTURNA (RECLASSIFICA_TITULOS) MUDA O TITULO PARA
      * TCA-CATEGORIA-DESTINO. ZERO = CATEGORIA SEM JANELA.
      *-----------------------------------------------------------------
       01 TCA-REC.
           02 TCA-KEY.
            02 TCA-PRAZO-DIAS     PIC 9(03).
            02 TCA-TAXA-DIARIA    PIC 9(03)V99.
            02 TCA-TAXA-MULTA-DIA PIC 9(03)V99.
      * VALOR DE REPOSICAO DO DISCO EXTRAVIADO DA CATEGORIA (ZERO =
      * PADRAO DE TARIFA.DAT). TALHADO NO FILLER.
            02 TCA-VALOR-REPOSICAO PIC 9(05)V99.
            02 TCA-JANELA-DIAS    PIC 9(03).
      * A CATEGORIA DE DESTINO NAO CABIA NO FILLER: VAI NO FIM.
            02 TCA-CATEGORIA-DESTINO PIC X(40).
