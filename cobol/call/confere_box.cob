       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERE-BOX.

      *=================================================================
      * SUBROTINA CHAMAVEL DA CONFERENCIA DE BOX (BOX_TITULO.DAT E
      * BOX_DISCO.DAT). UMA COPIA DE TITULO EM BOX VALE O JOGO
      * INTEIRO DE DISCOS; AQUI O BALCAO E O PAINEL DESCOBREM SE O
      * JOGO ESTA COMPLETO NO ESTOJO.
      *   "B" - RESOLVE O CODIGO DE UM DISCO AVULSO (BX-DISCO-BARCODE)
      *         PARA A COPIA DO JOGO (BX-COPIA-BARCODE)
      *   "C" - CONFERE O JOGO BX-COPIA-BARCODE DO TITULO BX-FILME-ID
      *   "S" - SAIDA: MARCA TODOS OS DISCOS DO JOGO FORA DO ESTOJO
      *   "D" - DEVOLUCAO DE UM DISCO (BX-DISCO-BARCODE) AO JOGO
      *         BX-COPIA-BARCODE, DEPOIS CONFERE O JOGO
      * BX-RESULTADO: "N" = TITULO/DISCO NAO E DE BOX, "S" = JOGO
      * COMPLETO (OU OPERACAO FEITA), "I" = INCOMPLETO, COM QUANTOS
      * DISCOS FALTAM EM BX-FALTAM, "E" = DISCO NAO E DESTE JOGO.
      *=================================================================
       ENVIRONMENT DIVISION.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT BOX-TITULO-FILE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-BXT
           RECORD KEY IS BXT-KEY.

       SELECT BOX-DISCO-FILE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-BXD
           RECORD KEY IS BXD-KEY
           ALTERNATE RECORD KEY IS BXD-COPIA-BARCODE WITH DUPLICATES.

      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.

       FD BOX-TITULO-FILE VALUE OF FILE-ID IS "BOX_TITULO.dat".
       COPY box_titulo.

       FD BOX-DISCO-FILE VALUE OF FILE-ID IS "BOX_DISCO.dat".
       COPY box_disco.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

       77 WS-FS-BXT            PIC 9(02).
           88 WS-BXT-OK                VALUE ZEROS.
       77 WS-FS-BXD            PIC 9(02).
           88 WS-BXD-OK                VALUE ZEROS.
           88 WS-BXD-FIM               VALUE 10.

       77 WS-NO-ESTOJO         PIC 9(02).

      *=================================================================
       LINKAGE SECTION.
      *=================================================================

       01 BX-OPERACAO          PIC X(01).
           88 BX-RESOLVE               VALUE "B".
           88 BX-CONFERE               VALUE "C".
           88 BX-SAIDA                 VALUE "S".
           88 BX-DEVOLVE-DISCO         VALUE "D".
       01 BX-COPIA-BARCODE     PIC X(13).
       01 BX-FILME-ID          PIC 9(11).
       01 BX-DISCO-BARCODE     PIC X(13).
       01 BX-RESULTADO         PIC X(01).
       01 BX-FALTAM            PIC 9(02).

      *=================================================================
       PROCEDURE DIVISION USING BX-OPERACAO BX-COPIA-BARCODE
           BX-FILME-ID BX-DISCO-BARCODE BX-RESULTADO BX-FALTAM.
      *=================================================================

       INICIO.
           MOVE "N" TO BX-RESULTADO.
           MOVE ZEROS TO BX-FALTAM.
           OPEN I-O BOX-DISCO-FILE.
           IF NOT WS-BXD-OK
               GO INICIO-FIM
           END-IF.
           IF BX-RESOLVE
               PERFORM RESOLVE THRU RESOLVE-FIM
           ELSE
               IF BX-CONFERE
                   PERFORM CONFERE THRU CONFERE-FIM
               ELSE
                   IF BX-SAIDA
                       PERFORM SAIDA THRU SAIDA-FIM
                   ELSE
                       IF BX-DEVOLVE-DISCO
                           PERFORM DEVOLVE-DISCO
                               THRU DEVOLVE-DISCO-FIM
                       END-IF
                   END-IF
               END-IF
           END-IF.
           CLOSE BOX-DISCO-FILE.
       INICIO-FIM.
           EXIT PROGRAM.

      * -----------------------------------
      * DISCO AVULSO -> COPIA DO JOGO

       RESOLVE.
           MOVE BX-DISCO-BARCODE TO BXD-BARCODE.
           READ BOX-DISCO-FILE
           INVALID KEY
               GO RESOLVE-FIM
           END-READ.
           MOVE BXD-COPIA-BARCODE TO BX-COPIA-BARCODE.
           MOVE "S" TO BX-RESULTADO.
       RESOLVE-FIM.

      * -----------------------------------
      * CONTA OS DISCOS DO JOGO QUE ESTAO NO ESTOJO CONTRA O TOTAL
      * CADASTRADO PARA O TITULO

       CONFERE.
           MOVE "N" TO BX-RESULTADO.
           MOVE ZEROS TO BX-FALTAM.
           OPEN INPUT BOX-TITULO-FILE.
           IF NOT WS-BXT-OK
               GO CONFERE-FIM
           END-IF.
           MOVE BX-FILME-ID TO BXT-FILME-ID.
           READ BOX-TITULO-FILE
           INVALID KEY
               CLOSE BOX-TITULO-FILE
               GO CONFERE-FIM
           END-READ.
           CLOSE BOX-TITULO-FILE.

           MOVE ZEROS TO WS-NO-ESTOJO.
           MOVE BX-COPIA-BARCODE TO BXD-COPIA-BARCODE.
           START BOX-DISCO-FILE KEY IS EQUAL BXD-COPIA-BARCODE
           INVALID KEY
               MOVE "10" TO WS-FS-BXD
           END-START.
           PERFORM CONTA-DISCO THRU CONTA-DISCO-FIM
               UNTIL WS-BXD-FIM.

           IF WS-NO-ESTOJO < BXT-QTD-DISCOS
               COMPUTE BX-FALTAM = BXT-QTD-DISCOS - WS-NO-ESTOJO
               MOVE "I" TO BX-RESULTADO
           ELSE
               MOVE "S" TO BX-RESULTADO
           END-IF.
       CONFERE-FIM.

       CONTA-DISCO.
           READ BOX-DISCO-FILE NEXT
           AT END
               GO CONTA-DISCO-FIM
           END-READ.
           IF BXD-COPIA-BARCODE NOT EQUAL BX-COPIA-BARCODE
               MOVE "10" TO WS-FS-BXD
               GO CONTA-DISCO-FIM
           END-IF
           IF BXD-NO-ESTOJO
               ADD 1 TO WS-NO-ESTOJO
           END-IF.
       CONTA-DISCO-FIM.

      * -----------------------------------
      * O JOGO SAIU ALUGADO: TODOS OS DISCOS FORA DO ESTOJO (O
      * EXTRAVIADO CONTINUA EXTRAVIADO)

       SAIDA.
           MOVE BX-COPIA-BARCODE TO BXD-COPIA-BARCODE.
           START BOX-DISCO-FILE KEY IS EQUAL BXD-COPIA-BARCODE
           INVALID KEY
               GO SAIDA-FIM
           END-START.
           PERFORM MARCA-FORA THRU MARCA-FORA-FIM
               UNTIL WS-BXD-FIM.
           MOVE "S" TO BX-RESULTADO.
       SAIDA-FIM.

       MARCA-FORA.
           READ BOX-DISCO-FILE NEXT
           AT END
               GO MARCA-FORA-FIM
           END-READ.
           IF BXD-COPIA-BARCODE NOT EQUAL BX-COPIA-BARCODE
               MOVE "10" TO WS-FS-BXD
               GO MARCA-FORA-FIM
           END-IF
           IF BXD-NO-ESTOJO
               SET BXD-FORA TO TRUE
               REWRITE BXD-REC
           END-IF.
       MARCA-FORA-FIM.

      * -----------------------------------
      * UM DISCO VOLTOU: TEM QUE SER DESTE JOGO; VOLTA PARA O ESTOJO
      * E O JOGO E CONFERIDO DE NOVO

       DEVOLVE-DISCO.
           MOVE BX-DISCO-BARCODE TO BXD-BARCODE.
           READ BOX-DISCO-FILE
           INVALID KEY
               MOVE "E" TO BX-RESULTADO
               GO DEVOLVE-DISCO-FIM
           END-READ.
           IF BXD-COPIA-BARCODE NOT EQUAL BX-COPIA-BARCODE
               MOVE "E" TO BX-RESULTADO
               GO DEVOLVE-DISCO-FIM
           END-IF
           SET BXD-NO-ESTOJO TO TRUE.
           REWRITE BXD-REC.
           PERFORM CONFERE THRU CONFERE-FIM.
       DEVOLVE-DISCO-FIM.
