      *-----------------------------------------------------------------
      * INDICACAO.CPY
      * INDICACAO DE CLIENTE NOVO POR UM CLIENTE DA CASA
      * (INDICACAO.DAT), UMA LINHA POR CLIENTE INDICADO - NINGUEM E
      * INDICADO DUAS VEZES. GRAVADA NA TELA DE CLIENTES NA INCLUSAO
      * (PELO CARTAO OU PELO NUMERO DE QUEM INDICOU). QUANDO O
      * INDICADO COMPLETA OS ALUGUEIS PAGOS EXIGIDOS, PREMIA_INDICACOES
      * CREDITA OS PONTOS AOS DOIS PELA MOVIMENTA-PONTOS E MARCA A
      * INDICACAO CONVERTIDA, UMA VEZ SO.
      *-----------------------------------------------------------------
       01 IND-REC.
           02 IND-KEY.
               03 IND-INDICADO-ID PIC 9(05).
            02 IND-INDICADOR-ID   PIC 9(05).
            02 IND-DATA           PIC 9(08).
            02 IND-OPERADOR       PIC 9(03).
            02 IND-SITUACAO       PIC X(01).
                88 IND-PENDENTE         VALUE "P".
                88 IND-CONVERTIDA       VALUE "C".
            02 IND-DATA-CONVERSAO PIC 9(08).
      * PONTOS CREDITADOS NA CONVERSAO A CADA UM (ZERO PARA QUEM JA
      * ESTAVA DESATIVADO NO DIA)
            02 IND-PONTOS-INDICADOR PIC 9(07).
            02 IND-PONTOS-INDICADO  PIC 9(07).
            02 FILLER             PIC X(10).
