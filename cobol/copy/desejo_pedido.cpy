      *-----------------------------------------------------------------
      * DESEJO_PEDIDO.CPY
      * CADA PEDIDO DE CLIENTE POR UM TITULO FORA DO CATALOGO
      * (DESEJO_PEDIDO.DAT), DENTRO DO GRUPO DE DESEJO.CPY: O TITULO
      * COMO O CLIENTE FALOU, QUEM PEDIU E QUANDO. QUANDO O GRUPO E
      * VINCULADO AO CATALOGO O PEDIDO VAI PARA A LISTA DE ESPERA
      * (TITULO AINDA SEM COPIA) OU DIRETO PARA A FILA DE RESERVA.
      *-----------------------------------------------------------------
       01 DPD-REC.
           02 DPD-KEY.
               03 DPD-DESEJO-ID   PIC 9(05).
               03 DPD-SEQ         PIC 9(04).
            02 DPD-CLIENTE-ID     PIC 9(05).
            02 DPD-DATA           PIC 9(08).
            02 DPD-TITULO         PIC X(40).
            02 DPD-FILIAL         PIC 9(02).
      * P = PENDENTE, E = ENCAMINHADO A ESPERA/RESERVA
            02 DPD-STATUS         PIC X(01).
                88 DPD-PENDENTE         VALUE "P".
                88 DPD-ENCAMINHADO      VALUE "E".
            02 FILLER             PIC X(10).
