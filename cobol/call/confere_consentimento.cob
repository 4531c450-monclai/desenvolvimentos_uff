       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERE-CONSENTIMENTO.

      *=================================================================
      * SUBROTINA CHAMAVEL DO CONSENTIMENTO DO CLIENTE PARA UMA
      * FINALIDADE (CONSENTIMENTO.DAT). TODO BATCH QUE PROCURA O
      * CLIENTE (ANIVERSARIO, LEMBRETE, COBRANCA, NEGATIVACAO)
      * PERGUNTA AQUI ANTES DE POR O NOME NA LISTA. VALE A ULTIMA
      * MANIFESTACAO DO CLIENTE PARA A FINALIDADE; SEM NENHUMA, NAO HA
      * CONSENTIMENTO.
      * CC-RESULTADO: "S" = PODE CONTATAR, "N" = NAO PODE.
      *=================================================================
       ENVIRONMENT DIVISION.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CONSENTIMENTO-FILE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-CON
           RECORD KEY IS CON-KEY.

      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.

       FD CONSENTIMENTO-FILE VALUE OF FILE-ID IS "CONSENTIMENTO.dat".
       COPY consentimento.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

       77 WS-FS-CON            PIC 9(02).
           88 WS-CON-OK                VALUE ZEROS.

      *=================================================================
       LINKAGE SECTION.
      *=================================================================

       01 CC-CLIENTE-ID        PIC 9(05).
       01 CC-FINALIDADE        PIC X(01).
       01 CC-RESULTADO         PIC X(01).
           88 CC-PODE-CONTATAR         VALUE "S".
           88 CC-SEM-CONSENTIMENTO     VALUE "N".

      *=================================================================
       PROCEDURE DIVISION USING CC-CLIENTE-ID CC-FINALIDADE
           CC-RESULTADO.
      *=================================================================

       INICIO.
           MOVE "N" TO CC-RESULTADO.
           OPEN INPUT CONSENTIMENTO-FILE.
           IF NOT WS-CON-OK
               GO INICIO-FIM
           END-IF.
           MOVE CC-CLIENTE-ID TO CON-CLIENTE-ID.
           MOVE CC-FINALIDADE TO CON-FINALIDADE.
           MOVE ZEROS TO CON-SEQ.
           START CONSENTIMENTO-FILE KEY IS NOT LESS THAN CON-KEY
           INVALID KEY
               GO INICIO-FECHA
           END-START.

           INICIO-LOOP.
           READ CONSENTIMENTO-FILE NEXT RECORD
           AT END
               GO INICIO-FECHA
           END-READ.
           IF CON-CLIENTE-ID NOT EQUAL CC-CLIENTE-ID
               OR CON-FINALIDADE NOT EQUAL CC-FINALIDADE
               GO INICIO-FECHA
           END-IF
           IF CON-CONCEDIDO
               MOVE "S" TO CC-RESULTADO
           ELSE
               MOVE "N" TO CC-RESULTADO
           END-IF
           GO INICIO-LOOP.

           INICIO-FECHA.
           CLOSE CONSENTIMENTO-FILE.
       INICIO-FIM.
           EXIT PROGRAM.
