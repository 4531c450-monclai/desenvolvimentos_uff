      *-----------------------------------------------------------------
      * CAT_DESPESA.CPY
      * TABELA DE CATEGORIAS DE DESPESA OPERACIONAL (CAT_DESPESA.DAT):
      * ALUGUEL DA LOJA, ENERGIA, INTERNET, SALARIOS, LIMPEZA, TARIFA
      * BANCARIA ETC. MANTIDA NO CADASTRO_DESPESA; O DRE_MENSAL ABRE
      * AS DESPESAS DA FILIAL POR ESTAS CATEGORIAS.
      *-----------------------------------------------------------------
       01 CDS-REC.
           02 CDS-KEY.
               03 CDS-CODIGO      PIC 9(03).
            02 CDS-DESCRICAO      PIC X(30).
            02 FILLER             PIC X(10).
