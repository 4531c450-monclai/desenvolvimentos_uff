       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBTEM-TARIFA.

      *=================================================================
      * SUBROTINA CHAMAVEL QUE DEVOLVE OS PARAMETROS DE COBRANCA
      * (PARAM-REC) EM VIGOR NUMA DATA, A PARTIR DO HISTORICO DE
      * VERSOES TARIFA_VERSAO.DAT: A VERSAO DE MAIOR DATA DE VIGENCIA
      * QUE NAO PASSA DA DATA PEDIDA. SEM O HISTORICO, OU SEM VERSAO
      * ATE AQUELA DATA, O PARAM-REC RECEBIDO VOLTA COMO ESTAVA
      * (OT-RESULTADO "N"); ACHANDO, VOLTA SUBSTITUIDO ("S").
      *=================================================================
       ENVIRONMENT DIVISION.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT TARIFA-VERSAO-FILE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS-PVR
           RECORD KEY IS PVR-KEY.

      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.

       FD TARIFA-VERSAO-FILE VALUE OF FILE-ID IS "TARIFA_VERSAO.dat".
       COPY param_versao.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

       77 WS-FS-PVR            PIC 9(02).
           88 WS-PVR-OK                VALUE ZEROS.

       77 WS-ACHOU             PIC X(01).
           88 WS-ACHOU-VERSAO          VALUE "S".
       77 WS-PARAMETROS        PIC X(120).

      *=================================================================
       LINKAGE SECTION.
      *=================================================================

       01 OT-DATA              PIC 9(08).
       COPY param_locacao.
       01 OT-RESULTADO         PIC X(01).

      *=================================================================
       PROCEDURE DIVISION USING OT-DATA PARAM-REC OT-RESULTADO.
      *=================================================================

       INICIO.
           MOVE "N" TO OT-RESULTADO.
           MOVE "N" TO WS-ACHOU.
           OPEN INPUT TARIFA-VERSAO-FILE.
           IF NOT WS-PVR-OK
               GO INICIO-FIM
           END-IF.

           INICIO-LOOP.
           READ TARIFA-VERSAO-FILE NEXT RECORD
           AT END
               GO INICIO-FECHA
           END-READ.
           IF PVR-DATA-VIGENCIA > OT-DATA
               GO INICIO-FECHA
           END-IF
           MOVE PVR-PARAMETROS TO WS-PARAMETROS.
           MOVE "S" TO WS-ACHOU.
           GO INICIO-LOOP.

           INICIO-FECHA.
           CLOSE TARIFA-VERSAO-FILE.
           IF WS-ACHOU-VERSAO
               MOVE WS-PARAMETROS TO PARAM-REC
               MOVE 1 TO PARAM-CHAVE
               MOVE "S" TO OT-RESULTADO
           END-IF.
       INICIO-FIM.
           EXIT PROGRAM.
