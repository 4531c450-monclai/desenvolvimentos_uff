      * VIGENCIA. A APURACAO MENSAL (ACERTO_LICENCA) VARRE
      * ALUGUEL.DAT E PRORROGA_MOV.DAT, GRAVA O EXTRATO POR
      * DISTRIBUIDORA E ABRE O TITULO NO CONTAS A PAGAR.
      * NO FIM DA VIGENCIA O TITULO SAI DO BALCAO (SUBROTINA
      * CONFERE-LICENCA) E A CHECAGEM NOTURNA RECOLHE_LICENCAS MARCA
      * A LICENCA EM RECOLHIMENTO E JUNTA AS COPIAS PARA A DEVOLUCAO.
      *-----------------------------------------------------------------
       01 LIC-REC.
           02 LIC-KEY.
            02 LIC-ATIVO          PIC X(01).
                88 LIC-ATIVO-SIM        VALUE "S".
                88 LIC-ATIVO-NAO        VALUE "N".
      * BRANCO = VIGENTE; "R" = VIGENCIA ENCERRADA, COPIAS SENDO
      * RECOLHIDAS PARA A DISTRIBUIDORA. TALHADO NO FILLER.
            02 LIC-SITUACAO       PIC X(01).
                88 LIC-EM-RECOLHIMENTO  VALUE "R".
            02 FILLER             PIC X(09).
