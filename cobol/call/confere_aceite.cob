       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERE-ACEITE.

      *=================================================================
      * SUBROTINA CHAMAVEL QUE DIZ SE O CLIENTE JA ACEITOU A VERSAO DO
      * CONTRATO DE LOCACAO EM VIGOR NA DATA INFORMADA. A VERSAO EM
      * VIGOR E A MAIOR DE TERMO.DAT CUJA DATA DE VIGENCIA JA CHEGOU;
      * O ACEITE E PROCURADO EM ACEITE.DAT PELO CLIENTE E VERSAO.
      * CA-VERSAO DEVOLVE A VERSAO EM VIGOR (ZEROS = NENHUM TERMO
      * PUBLICADO AINDA, E AI NAO HA O QUE ACEITAR).
      * CA-RESULTADO: "S" = ACEITOU (OU SEM TERMO), "N" = NAO ACEITOU.
      *=================================================================
       ENVIRONMENT DIVISION.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT TERMO-FILE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-TRM
           RECORD KEY IS TRM-KEY.

       SELECT ACEITE-FILE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-ACT
           RECORD KEY IS ACT-KEY.

      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.

       FD TERMO-FILE VALUE OF FILE-ID IS "TERMO.dat".
       COPY termo.

       FD ACEITE-FILE VALUE OF FILE-ID IS "ACEITE.dat".
       COPY aceite.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

       77 WS-FS-TRM            PIC 9(02).
           88 WS-TRM-OK                VALUE ZEROS.

       77 WS-FS-ACT            PIC 9(02).
           88 WS-ACT-OK                VALUE ZEROS.

      *=================================================================
       LINKAGE SECTION.
      *=================================================================

       01 CA-CLIENTE-ID        PIC 9(05).
       01 CA-DATA              PIC 9(08).
       01 CA-VERSAO            PIC 9(03).
       01 CA-RESULTADO         PIC X(01).
           88 CA-ACEITOU               VALUE "S".
           88 CA-NAO-ACEITOU           VALUE "N".

      *=================================================================
       PROCEDURE DIVISION USING CA-CLIENTE-ID CA-DATA CA-VERSAO
           CA-RESULTADO.
      *=================================================================

       INICIO.
           MOVE "S" TO CA-RESULTADO.
           MOVE ZEROS TO CA-VERSAO.
           OPEN INPUT TERMO-FILE.
           IF NOT WS-TRM-OK
               GO INICIO-FIM
           END-IF.
           MOVE ZEROS TO TRM-KEY.
           START TERMO-FILE KEY IS NOT LESS THAN TRM-KEY
           INVALID KEY
               GO INICIO-FECHA
           END-START.

           INICIO-LOOP.
           READ TERMO-FILE NEXT RECORD
           AT END
               GO INICIO-FECHA
           END-READ.
           IF TRM-LINHA EQUAL ZEROS
               AND TRM-DATA-VIGENCIA NOT GREATER CA-DATA
               MOVE TRM-VERSAO TO CA-VERSAO
           END-IF
           GO INICIO-LOOP.

           INICIO-FECHA.
           CLOSE TERMO-FILE.
           IF CA-VERSAO EQUAL ZEROS
               GO INICIO-FIM
           END-IF.
           MOVE "N" TO CA-RESULTADO.
           OPEN INPUT ACEITE-FILE.
           IF NOT WS-ACT-OK
               GO INICIO-FIM
           END-IF.
           MOVE CA-CLIENTE-ID TO ACT-CLIENTE-ID.
           MOVE CA-VERSAO TO ACT-VERSAO.
           READ ACEITE-FILE
           NOT INVALID KEY
               MOVE "S" TO CA-RESULTADO
           END-READ.
           CLOSE ACEITE-FILE.
       INICIO-FIM.
           EXIT PROGRAM.
