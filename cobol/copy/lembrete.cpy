      *-----------------------------------------------------------------
      * LEMBRETE.CPY
      * CONTROLE DOS LEMBRETES DE DEVOLUCAO (LEMBRETE.DAT). UMA LINHA
      * POR CLIENTE POR DATA PREVISTA: O BATCH DA VESPERA SO MANDA O
      * AVISO "DEVOLVA AMANHA" QUANDO A CHAVE AINDA NAO EXISTE, ENTAO
      * UMA CADEIA NOTURNA RODADA DE NOVO NO MESMO DIA (REINICIO) NAO
      * DISPARA O MESMO LEMBRETE DUAS VEZES. MANTIDO POR
      * LEMBRETE_DEVOLUCAO.
      *-----------------------------------------------------------------
       01 LEM-REC.
           02 LEM-KEY.
               03 LEM-CLIENTE-ID  PIC 9(05).
               03 LEM-DATA-PREVISTA PIC 9(08).
            02 LEM-DATA-ENVIO     PIC 9(08).
            02 LEM-QTD-TITULOS    PIC 9(03).
            02 LEM-CANAL          PIC X(01).
                88 LEM-POR-TELEFONE     VALUE "T".
                88 LEM-POR-CARTA        VALUE "C".
            02 FILLER             PIC X(10).
