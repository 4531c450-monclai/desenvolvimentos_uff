      *-----------------------------------------------------------------
      * EXTRAVIO.CPY
      * ALUGUEIS DECLARADOS EXTRAVIADOS (EXTRAVIO.DAT), UMA LINHA POR
      * ALUGUEL. GRAVADO PELO BATCH DECLARA_EXTRAVIO OU PELA OPCAO DE
      * SUPERVISOR DO BALCAO DE ALUGUEL, COM A DATA EM QUE A MULTA
      * PAROU DE CORRER E O VALOR DE REPOSICAO LANCADO NO CONTAS A
      * RECEBER. QUANDO O DISCO VOLTA, A DEVOLUCAO MARCA A LINHA COMO
      * RECUPERADA E TROCA A REPOSICAO PELA MULTA NORMAL.
      *-----------------------------------------------------------------
       01 EXT-REC.
           02 EXT-KEY.
               03 EXT-ALUGUEL-ID  PIC 9(11).
            02 EXT-CLIENTE-ID     PIC 9(05).
            02 EXT-FILME-ID       PIC 9(11).
            02 EXT-COPIA-BARCODE  PIC X(13).
            02 EXT-DATA           PIC 9(08).
            02 EXT-DIAS-ATRASO    PIC 9(05).
            02 EXT-VALOR-REPOSICAO PIC 9(05)V99.
            02 EXT-ORIGEM         PIC X(01).
                88 EXT-PELO-BATCH       VALUE "B".
                88 EXT-PELO-BALCAO      VALUE "S".
            02 EXT-SUPERVISOR     PIC 9(03).
            02 EXT-STATUS         PIC X(01).
                88 EXT-PERDIDO          VALUE "E".
                88 EXT-RECUPERADO       VALUE "R".
            02 EXT-DATA-RECUPERACAO PIC 9(08).
            02 FILLER             PIC X(10).
