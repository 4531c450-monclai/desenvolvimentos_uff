      *-----------------------------------------------------------------
      * RET_SPOOL.CPY
      * REGRA DE RETENCAO DO SPOOL POR RELATORIO (RET_SPOOL.DAT),
      * MANTIDA PELA CONSULTA_SPOOL E APLICADA PELO EXPURGA_LOGS: AS
      * COPIAS DE DIA DE NEGOCIO MAIS VELHO QUE RET-MESES SAO
      * APAGADAS E O INDICE FICA MARCADO COMO EXPURGADO. RELATORIO SEM
      * REGRA SEGUE A VARIAVEL RETENCAO_SPOOL_MESES (PADRAO 60).
      *-----------------------------------------------------------------
       01 RET-REC.
           02 RET-KEY.
               03 RET-PROGRAMA    PIC X(30).
      * MESES DE GUARDA; ZEROS = GUARDA SEM PRAZO
            02 RET-MESES          PIC 9(03).
            02 RET-DATA-ALTERACAO PIC 9(08).
            02 RET-USUARIO        PIC X(20).
            02 FILLER             PIC X(09).
