      *-----------------------------------------------------------------
      * CONSENTIMENTO.CPY
      * REGISTRO DE CONSENTIMENTO DO CLIENTE PARA USO DOS DADOS
      * (CONSENTIMENTO.DAT), POR FINALIDADE. CADA CONCESSAO OU
      * RETIRADA E UMA LINHA NOVA (CON-SEQ SEGUINTE), COM A DATA E O
      * CANAL EM QUE O CLIENTE SE MANIFESTOU - NADA E REGRAVADO, E O
      * HISTORICO FICA PARA PROVAR O QUE FOI AUTORIZADO E QUANDO. A
      * SITUACAO QUE VALE E A DA MAIOR SEQUENCIA; CLIENTE SEM LINHA
      * PARA A FINALIDADE NAO AUTORIZOU. MANTIDO POR
      * CADASTRO_CONSENTIMENTO E CONSULTADO PELOS BATCHES QUE
      * PROCURAM O CLIENTE ATRAVES DA SUBROTINA CONFERE-CONSENTIMENTO.
      *-----------------------------------------------------------------
       01 CON-REC.
           02 CON-KEY.
               03 CON-CLIENTE-ID  PIC 9(05).
      * M = MARKETING (ANIVERSARIO, CAMPANHAS), L = LEMBRETES E AVISOS
      * (VESPERA DE DEVOLUCAO, COBRANCA), N = NEGATIVACAO NO BUREAU
               03 CON-FINALIDADE  PIC X(01).
                   88 CON-MARKETING        VALUE "M".
                   88 CON-LEMBRETES        VALUE "L".
                   88 CON-NEGATIVACAO      VALUE "N".
               03 CON-SEQ         PIC 9(03).
      * S = CONCEDIDO, N = RETIRADO
            02 CON-SITUACAO       PIC X(01).
                88 CON-CONCEDIDO        VALUE "S".
                88 CON-RETIRADO         VALUE "N".
            02 CON-DATA           PIC 9(08).
      * B = BALCAO, S = SITE, W = WHATSAPP, T = TELEFONE, F = FORMULARIO
      * EM PAPEL
            02 CON-CANAL          PIC X(01).
            02 FILLER             PIC X(10).
