       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRA-ACEITE.

      *=================================================================
      * SUBROTINA CHAMAVEL QUE GRAVA EM ACEITE.DAT O ACEITE DO CLIENTE
      * A UMA VERSAO DO CONTRATO DE LOCACAO, DEPOIS QUE O OPERADOR
      * CONFERIU A VIA ASSINADA. O PRIMEIRO ACEITE DA VERSAO E O QUE
      * VALE: SE O CLIENTE JA TINHA ACEITADO ESSA VERSAO, O REGISTRO
      * ORIGINAL (DATA E OPERADOR) FICA COMO ESTA.
      * RA-RESULTADO: "S" = ACEITE GRAVADO OU JA EXISTENTE,
      *               "N" = NAO FOI POSSIVEL GRAVAR.
      *=================================================================
       ENVIRONMENT DIVISION.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

       FD ACEITE-FILE VALUE OF FILE-ID IS "ACEITE.dat".
       COPY aceite.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

       77 WS-FS-ACT            PIC 9(02).
           88 WS-ACT-OK                VALUE ZEROS.
           88 WS-ACT-NAO-EXISTE        VALUE 35.

      *=================================================================
       LINKAGE SECTION.
      *=================================================================

       01 RA-CLIENTE-ID        PIC 9(05).
       01 RA-VERSAO            PIC 9(03).
       01 RA-DATA              PIC 9(08).
       01 RA-OPERADOR-ID       PIC 9(03).
       01 RA-FILIAL            PIC 9(02).
       01 RA-RESULTADO         PIC X(01).
           88 RA-GRAVADO               VALUE "S".

      *=================================================================
       PROCEDURE DIVISION USING RA-CLIENTE-ID RA-VERSAO RA-DATA
           RA-OPERADOR-ID RA-FILIAL RA-RESULTADO.
      *=================================================================

       INICIO.
           MOVE "N" TO RA-RESULTADO.
           OPEN I-O ACEITE-FILE.
           IF WS-ACT-NAO-EXISTE
               OPEN OUTPUT ACEITE-FILE
               CLOSE ACEITE-FILE
               OPEN I-O ACEITE-FILE
           END-IF.
           IF NOT WS-ACT-OK
               GO INICIO-FIM
           END-IF.
           MOVE RA-CLIENTE-ID TO ACT-CLIENTE-ID.
           MOVE RA-VERSAO TO ACT-VERSAO.
           READ ACEITE-FILE
           INVALID KEY
               MOVE SPACES TO ACT-REC
               MOVE RA-CLIENTE-ID TO ACT-CLIENTE-ID
               MOVE RA-VERSAO TO ACT-VERSAO
               MOVE RA-DATA TO ACT-DATA
               MOVE RA-OPERADOR-ID TO ACT-OPERADOR
               MOVE RA-FILIAL TO ACT-FILIAL
               WRITE ACT-REC
               NOT INVALID KEY
                   MOVE "S" TO RA-RESULTADO
               END-WRITE
           NOT INVALID KEY
               MOVE "S" TO RA-RESULTADO
           END-READ.
           CLOSE ACEITE-FILE.
       INICIO-FIM.
           EXIT PROGRAM.
