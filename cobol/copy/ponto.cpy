      *-----------------------------------------------------------------
      * PONTO.CPY
      * RELOGIO DE PONTO DOS FUNCIONARIOS (PONTO.DAT). CADA ENTRADA
      * BATIDA NO TERMINAL DO BALCAO (RELOGIO_PONTO, COM O LOGIN DE
      * FUNCIONARIO.DAT) ABRE UMA LINHA; A SAIDA FECHA A LINHA ABERTA
      * DO MESMO FUNCIONARIO. A CHAVE (FUNCIONARIO + DATA + HORA DA
      * ENTRADA) DEIXA AS BATIDAS DE CADA UM EM ORDEM PARA O
      * RELATORIO_PONTO DO MES. HORAS EM HHMMSS.
      *-----------------------------------------------------------------
       01 PNT-REC.
           02 PNT-KEY.
               03 PNT-FUN-ID      PIC 9(03).
               03 PNT-DATA        PIC 9(08).
               03 PNT-HORA-ENTRADA PIC 9(06).
            02 PNT-FILIAL         PIC 9(02).
            02 PNT-DATA-SAIDA     PIC 9(08).
            02 PNT-HORA-SAIDA     PIC 9(06).
            02 PNT-SITUACAO       PIC X(01).
                88 PNT-ABERTO           VALUE "A".
                88 PNT-FECHADO          VALUE "F".
            02 FILLER             PIC X(10).
