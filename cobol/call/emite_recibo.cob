      * GRAVA O RECIBO EM RECIBO.DAT E ANEXA O TEXTO IMPRIMIVEL EM
      * RECIBO_IMPRESSAO.DAT, DEVOLVENDO O NUMERO EMITIDO. COM
      * ER-NUMERO PREENCHIDO, SO REIMPRIME A SEGUNDA VIA DO RECIBO JA
      * GRAVADO (OS DEMAIS PARAMETROS SAO IGNORADOS), CONTANDO A VIA
      * NO PROPRIO RECIBO PARA A AUDITORIA DE RECIBOS. A DATA DO
      * RECIBO E O DIA DE NEGOCIO (DATA_NEGOCIO.DAT), COM O RELOGIO
      * COMO RESERVA.
      *=================================================================
       ENVIRONMENT DIVISION.
      *=================================================================
           FILE STATUS IS WS-FS-END
           RECORD KEY IS END-KEY.

       SELECT DIA-FILE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-DIA
           RECORD KEY IS DIA-CHAVE.

      *=================================================================
       DATA DIVISION.
      *=================================================================
       FD ENDERECO-FILE VALUE OF FILE-ID IS "ENDERECO.dat".
       COPY endereco.

       FD DIA-FILE VALUE OF FILE-ID IS "DATA_NEGOCIO.dat".
       COPY dia_negocio.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77 WS-FS-END            PIC 9(02).
           88 WS-END-OK                VALUE ZEROS.

       77 WS-FS-DIA            PIC 9(02).
           88 WS-DIA-OK                VALUE ZEROS.

       77 WS-DATA-NEGOCIO      PIC 9(08).

       01 WS-LINHA-VALOR.
           02 FILLER               PIC X(08) VALUE "VALOR R$".
           02 FILLER               PIC X(01) VALUE SPACE.
           MOVE ER-TIPO TO REC-TIPO.
           MOVE ER-ORIGEM-ID TO REC-ORIGEM-ID.
           MOVE ER-CLIENTE-ID TO REC-CLIENTE-ID.
           PERFORM CARREGA-DIA-NEGOCIO.
           MOVE WS-DATA-NEGOCIO TO REC-DATA.
           MOVE ER-VALOR TO REC-VALOR.
           MOVE ER-FORMA-PAGTO TO REC-FORMA-PAGTO.
           MOVE ER-OPERADOR-ID TO REC-OPERADOR-ID.
           MOVE ZEROS TO REC-QTD-VIAS REC-DATA-ULT-VIA.
           WRITE REC-REC
           INVALID KEY
               MOVE ZEROS TO REC-NUMERO
           MOVE REC-NUMERO TO ER-NUMERO.

      * -----------------------------------
      * SEGUNDA VIA: CARREGA O RECIBO JA GRAVADO E CONTA A VIA

       CARREGA-EXISTENTE.
           MOVE ER-NUMERO TO REC-NUMERO.
           READ RECIBO-FILE
           INVALID KEY
               MOVE ZEROS TO REC-NUMERO
           NOT INVALID KEY
               IF REC-QTD-VIAS NOT NUMERIC
                   MOVE ZEROS TO REC-QTD-VIAS
               END-IF
               IF REC-QTD-VIAS < 99
                   ADD 1 TO REC-QTD-VIAS
               END-IF
               PERFORM CARREGA-DIA-NEGOCIO
               MOVE WS-DATA-NEGOCIO TO REC-DATA-ULT-VIA
               REWRITE REC-REC
           END-READ.

      * -----------------------------------
           END-READ.
           CLOSE ENDERECO-FILE.
       IMPRIME-ENDERECO-FIM.

      * -----------------------------------
      * DIA DE NEGOCIO (DATA_NEGOCIO.DAT), COM O RELOGIO COMO RESERVA

       CARREGA-DIA-NEGOCIO.
           ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD.
           OPEN INPUT DIA-FILE.
           IF WS-DIA-OK
               MOVE 1 TO DIA-CHAVE
               READ DIA-FILE
               NOT INVALID KEY
                   IF DIA-DATA NUMERIC AND DIA-DATA > ZEROS
                       MOVE DIA-DATA TO WS-DATA-NEGOCIO
                   END-IF
               END-READ
               CLOSE DIA-FILE
           END-IF.
