      *-----------------------------------------------------------------
      * RISCO.CPY
      * NOTA DE RISCO DO CLIENTE (RISCO.DAT), UMA LINHA POR CLIENTE
      * ATIVO, REFEITA TODA NOITE POR RISCO_CLIENTES A PARTIR DO
      * PROPRIO HISTORICO DELE: ATRASOS E DIAS DE ATRASO, EXTRAVIOS,
      * CHEQUES DEVOLVIDOS, COPIAS DANIFICADAS, SALDO EM ABERTO NO
      * CONTAS A RECEBER, PROMESSAS DE DEVOLUCAO QUEBRADAS E
      * NEGATIVACAO. QUANTO MAIOR RSC-PONTOS, MAIOR O RISCO. A FAIXA
      * JA TRAZ A POLITICA QUE O BALCAO DE ALUGUEL APLICA: QUANTOS
      * DISCOS O CLIENTE PODE TER FORA (ZERO = SEM LIMITE) E SE DEIXA
      * CAUCAO MESMO SEM SER CLIENTE NOVO. OS CONTADORES FICAM PARA O
      * ATENDENTE PODER EXPLICAR A NOTA.
      *-----------------------------------------------------------------
       01 RSC-REC.
           02 RSC-KEY.
               03 RSC-CLIENTE-ID  PIC 9(05).
            02 RSC-PONTOS         PIC 9(03).
            02 RSC-FAIXA          PIC X(01).
                88 RSC-RISCO-BAIXO      VALUE "B".
                88 RSC-RISCO-MEDIO      VALUE "M".
                88 RSC-RISCO-ALTO       VALUE "A".
            02 RSC-MAX-DISCOS     PIC 9(02).
            02 RSC-PEDE-CAUCAO    PIC X(01).
                88 RSC-COM-CAUCAO       VALUE "S".
            02 RSC-QTD-ATRASOS    PIC 9(04).
            02 RSC-DIAS-ATRASO    PIC 9(05).
            02 RSC-QTD-EXTRAVIOS  PIC 9(03).
            02 RSC-QTD-CHEQUES    PIC 9(03).
            02 RSC-QTD-DANOS      PIC 9(03).
            02 RSC-SALDO-ABERTO   PIC 9(07)V99.
            02 RSC-QTD-PROMESSAS  PIC 9(03).
            02 RSC-NEGATIVADO     PIC X(01).
                88 RSC-ESTA-NEGATIVADO  VALUE "S".
            02 RSC-DATA-CALCULO   PIC 9(08).
            02 FILLER             PIC X(10).
