       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERE-LICENCA.

      *=================================================================
      * SUBROTINA CHAMAVEL DA VIGENCIA DA LICENCA DO TITULO
      * (LICENCA.DAT). TODO BALCAO QUE ABRE OU PRORROGA ALUGUEL
      * PERGUNTA AQUI ANTES: TITULO COM LICENCA ATIVA CUJA VIGENCIA
      * JA TERMINOU NA DATA INFORMADA (LC-DATA >= LIC-DATA-FIM), OU JA
      * MARCADA EM RECOLHIMENTO PELA CHECAGEM NOTURNA, NAO PODE MAIS
      * SAIR. TITULO SEM LICENCA (ACERVO PROPRIO) E SEMPRE LIBERADO.
      * LC-RESULTADO: "L" = LIBERADO, "B" = BLOQUEADO (LC-DATA-FIM
      * VOLTA COM O FIM DA VIGENCIA).
      *=================================================================
       ENVIRONMENT DIVISION.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT LICENCA-FILE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-LIC
           RECORD KEY IS LIC-KEY.

      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.

       FD LICENCA-FILE VALUE OF FILE-ID IS "LICENCA.dat".
       COPY licenca.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

       77 WS-FS-LIC            PIC 9(02).
           88 WS-LIC-OK                VALUE ZEROS.

      *=================================================================
       LINKAGE SECTION.
      *=================================================================

       01 LC-FILME-ID          PIC 9(11).
       01 LC-DATA              PIC 9(08).
       01 LC-RESULTADO         PIC X(01).
           88 LC-LIBERADO              VALUE "L".
           88 LC-BLOQUEADO             VALUE "B".
       01 LC-DATA-FIM          PIC 9(08).

      *=================================================================
       PROCEDURE DIVISION USING LC-FILME-ID LC-DATA LC-RESULTADO
           LC-DATA-FIM.
      *=================================================================

       INICIO.
           MOVE "L" TO LC-RESULTADO.
           MOVE ZEROS TO LC-DATA-FIM.
           OPEN INPUT LICENCA-FILE.
           IF NOT WS-LIC-OK
               GO INICIO-FIM
           END-IF.
           MOVE LC-FILME-ID TO LIC-FILME-ID.
           READ LICENCA-FILE
           INVALID KEY
               CLOSE LICENCA-FILE
               GO INICIO-FIM
           END-READ.
           CLOSE LICENCA-FILE.
           IF NOT LIC-ATIVO-SIM
               GO INICIO-FIM
           END-IF
           IF LIC-EM-RECOLHIMENTO
               OR (LIC-DATA-FIM > ZEROS AND LC-DATA NOT < LIC-DATA-FIM)
               MOVE "B" TO LC-RESULTADO
               MOVE LIC-DATA-FIM TO LC-DATA-FIM
           END-IF.
       INICIO-FIM.
           EXIT PROGRAM.
