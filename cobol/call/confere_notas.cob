       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERE-NOTAS.

      *=================================================================
      * SUBROTINA CHAMAVEL DAS NOTAS DE ALERTA DO CLIENTE
      * (NOTA_CLIENTE.DAT). O BALCAO CHAMA ASSIM QUE IDENTIFICA O
      * CLIENTE E RECEBE EM NAV-REC AS NOTAS QUE VALEM NA DATA
      * INFORMADA - ATIVAS E COM VALIDADE ZERADA OU AINDA NAO
      * VENCIDA - JA MONTADAS PARA A LINHA DE MENSAGEM, E A MARCA DE
      * BLOQUEIO QUANDO ALGUMA E DO TIPO "B". QUEM MOSTRA E QUEM PEDE
      * O SUPERVISOR E O BALCAO.
      *=================================================================
       ENVIRONMENT DIVISION.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT NOTA-FILE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-NTA
           RECORD KEY IS NTA-KEY.

      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.

       FD NOTA-FILE VALUE OF FILE-ID IS "NOTA_CLIENTE.dat".
       COPY nota_cliente.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

       77 WS-FS-NTA            PIC 9(02).
           88 WS-NTA-OK                VALUE ZEROS.

       77 WS-ROTULO            PIC X(08).

      *=================================================================
       LINKAGE SECTION.
      *=================================================================

       01 CN-CLIENTE-ID        PIC 9(05).
       01 CN-DATA              PIC 9(08).
       COPY nota_aviso.

      *=================================================================
       PROCEDURE DIVISION USING CN-CLIENTE-ID CN-DATA NAV-REC.
      *=================================================================

       INICIO.
           MOVE ZEROS TO NAV-QTD.
           MOVE "N" TO NAV-BLOQUEIO.
           MOVE SPACES TO NAV-MENSAGEM(1) NAV-MENSAGEM(2)
               NAV-MENSAGEM(3) NAV-MENSAGEM(4) NAV-MENSAGEM(5).
           OPEN INPUT NOTA-FILE.
           IF NOT WS-NTA-OK
               GO INICIO-FIM
           END-IF.
           MOVE CN-CLIENTE-ID TO NTA-CLIENTE-ID.
           MOVE ZEROS TO NTA-SEQ.
           START NOTA-FILE KEY IS NOT LESS THAN NTA-KEY
           INVALID KEY
               GO INICIO-FECHA
           END-START.

           INICIO-LOOP.
           READ NOTA-FILE NEXT RECORD
           AT END
               GO INICIO-FECHA
           END-READ.
           IF NTA-CLIENTE-ID NOT EQUAL CN-CLIENTE-ID
               GO INICIO-FECHA
           END-IF
           IF NOT NTA-ATIVA
               GO INICIO-LOOP
           END-IF
           IF NTA-VALIDADE NOT EQUAL ZEROS
               AND NTA-VALIDADE < CN-DATA
               GO INICIO-LOOP
           END-IF
           IF NAV-QTD = 99
               GO INICIO-FECHA
           END-IF
           ADD 1 TO NAV-QTD.
           EVALUATE TRUE
               WHEN NTA-BLOQUEIO
                   MOVE "S" TO NAV-BLOQUEIO
                   MOVE "BLOQUEIO" TO WS-ROTULO
               WHEN NTA-ATENCAO
                   MOVE "ATENCAO" TO WS-ROTULO
               WHEN OTHER
                   MOVE "INFO" TO WS-ROTULO
           END-EVALUATE
           IF NAV-QTD > 5
               GO INICIO-LOOP
           END-IF
           STRING "NOTA " DELIMITED BY SIZE
               WS-ROTULO DELIMITED BY SPACE
               ": " NTA-TEXTO DELIMITED BY SIZE
               INTO NAV-MENSAGEM(NAV-QTD).
           GO INICIO-LOOP.

           INICIO-FECHA.
           CLOSE NOTA-FILE.
       INICIO-FIM.
           EXIT PROGRAM.
