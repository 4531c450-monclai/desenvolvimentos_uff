      * UMA LINHA POR CODIGO DE PLANO (B/P/V DE ASSINATURA.CPY):
      * QUANTOS ALUGUEIS POR MES O PLANO DA DIREITO E QUANTOS DISCOS
      * PODEM ESTAR FORA AO MESMO TEMPO. ZERO EM QUALQUER LIMITE
      * SIGNIFICA SEM LIMITE. PLR-TRANC-MAX-DIAS E O MAIOR TRANCAMENTO
      * PERMITIDO AO ASSINANTE, EM DIAS (ZERO = PLANO NAO TRANCA).
      * MANTIDO PELA OPCAO DE REGRAS EM
      * CADASTRO_ASSINATURA E CONSULTADO POR ALUGUEL.COB/INCLUI.
      *-----------------------------------------------------------------
       01 PLR-REC.
               03 PLR-PLANO       PIC X(01).
            02 PLR-ALUGUEIS-MES   PIC 9(03).
            02 PLR-SIMULTANEOS    PIC 9(02).
      * TALHADO NO FILLER
            02 PLR-TRANC-MAX-DIAS PIC 9(03).
            02 FILLER             PIC X(07).
