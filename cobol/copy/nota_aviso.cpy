      *-----------------------------------------------------------------
      * NOTA_AVISO.CPY
      * RESPOSTA DA SUBROTINA CONFERE-NOTAS AO BALCAO: QUANTAS NOTAS
      * DE ALERTA VALEM HOJE PARA O CLIENTE, SE ALGUMA E DE BLOQUEIO,
      * E AS MENSAGENS JA MONTADAS ("TIPO: TEXTO") PARA A LINHA DE
      * MENSAGEM DA TELA - NO MAXIMO AS 5 PRIMEIRAS.
      *-----------------------------------------------------------------
       01 NAV-REC.
           02 NAV-QTD             PIC 9(02).
           02 NAV-BLOQUEIO        PIC X(01).
               88 NAV-TEM-BLOQUEIO     VALUE "S".
           02 NAV-MENSAGEM        PIC X(80) OCCURS 5 TIMES.
