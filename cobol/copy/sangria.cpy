      *-----------------------------------------------------------------
      * SANGRIA.CPY
      * LAYOUT DAS RETIRADAS (SANGRIA) E REFORCOS DE TROCO FEITOS NA
      * GAVETA NO MEIO DO TURNO (SANGRIA.DAT), UMA LINHA POR
      * MOVIMENTO, NUMERADA DENTRO DA SESSAO. A SANGRIA TIRA DINHEIRO
      * DA GAVETA PARA O COFRE; O REFORCO TRAZ TROCO DO COFRE PARA A
      * GAVETA. CADA MOVIMENTO LEVA O MOTIVO E O SUPERVISOR QUE O
      * AUTORIZOU. GRAVADO POR CAIXA_SESSAO; LIDO NO FECHAMENTO DA
      * SESSAO (APURADO) E NA GERACAO DO DEPOSITO (CONTROLE_DEPOSITO).
      *-----------------------------------------------------------------
       01 SAN-REC.
           02 SAN-KEY.
               03 SAN-SESSAO-ID   PIC 9(05).
               03 SAN-SEQ         PIC 9(03).
            02 SAN-TIPO           PIC X(01).
                88 SAN-RETIRADA         VALUE "S".
                88 SAN-REFORCO          VALUE "R".
            02 SAN-VALOR          PIC 9(07)V99.
            02 SAN-MOTIVO         PIC X(30).
            02 SAN-OPERADOR-ID    PIC 9(03).
            02 SAN-SUPERVISOR     PIC 9(03).
            02 SAN-DATA           PIC 9(08).
            02 SAN-HORA           PIC 9(08).
            02 FILLER             PIC X(10).
