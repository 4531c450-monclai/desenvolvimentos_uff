       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPRIME-TERMO.

      *=================================================================
      * SUBROTINA CHAMAVEL QUE ANEXA EM TERMO_IMPRESSAO.DAT A VIA DO
      * CONTRATO DE LOCACAO PARA O CLIENTE ASSINAR NO BALCAO: TITULO
      * E TEXTO DA VERSAO PEDIDA (TERMO.DAT), OS DADOS DO CLIENTE E DO
      * OPERADOR E A LINHA DE ASSINATURA. MESMO MOLDE DA IMPRESSAO DO
      * RECIBO (EMITE-RECIBO).
      * IT-RESULTADO: "S" = VIA IMPRESSA, "N" = VERSAO NAO ENCONTRADA.
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

       SELECT IMPRESSAO-FILE
           ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-IMP.

      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.

       FD TERMO-FILE VALUE OF FILE-ID IS "TERMO.dat".
       COPY termo.

       FD IMPRESSAO-FILE VALUE OF FILE-ID IS "TERMO_IMPRESSAO.dat".
       01 IMPRESSAO-LINHA      PIC X(72).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

       77 WS-FS-TRM            PIC 9(02).
           88 WS-TRM-OK                VALUE ZEROS.

       77 WS-FS-IMP            PIC 9(02).
           88 WS-IMP-NAO-EXISTE        VALUE 35.

       77 WS-DATA-HOJE         PIC 9(08).

       01 WS-LINHA-VERSAO.
           02 FILLER               PIC X(28) VALUE
               "CONTRATO DE LOCACAO - VERSAO".
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WS-IMP-VERSAO        PIC 9(03).
           02 FILLER               PIC X(15) VALUE
               " VIGENTE DESDE ".
           02 WS-IMP-VIGENCIA      PIC 9(08).
           02 FILLER               PIC X(17) VALUE SPACES.

       01 WS-LINHA-CLIENTE.
           02 FILLER               PIC X(08) VALUE "CLIENTE ".
           02 WS-IMP-CLIENTE       PIC 9(05).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WS-IMP-NOME          PIC X(40).
           02 FILLER               PIC X(18) VALUE SPACES.

       01 WS-LINHA-DATA.
           02 FILLER               PIC X(05) VALUE "DATA ".
           02 WS-IMP-DATA          PIC 9(08).
           02 FILLER               PIC X(10) VALUE " OPERADOR ".
           02 WS-IMP-OPERADOR      PIC 9(03).
           02 FILLER               PIC X(46) VALUE SPACES.

      *=================================================================
       LINKAGE SECTION.
      *=================================================================

       01 IT-VERSAO            PIC 9(03).
       01 IT-CLIENTE-ID        PIC 9(05).
       01 IT-NOME              PIC X(40).
       01 IT-OPERADOR-ID       PIC 9(03).
       01 IT-RESULTADO         PIC X(01).
           88 IT-IMPRESSO              VALUE "S".

      *=================================================================
       PROCEDURE DIVISION USING IT-VERSAO IT-CLIENTE-ID IT-NOME
           IT-OPERADOR-ID IT-RESULTADO.
      *=================================================================

       INICIO.
           MOVE "N" TO IT-RESULTADO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT TERMO-FILE.
           IF NOT WS-TRM-OK
               GO INICIO-FIM
           END-IF.
           MOVE IT-VERSAO TO TRM-VERSAO.
           MOVE ZEROS TO TRM-LINHA.
           READ TERMO-FILE
           INVALID KEY
               GO INICIO-FECHA
           END-READ.

           OPEN EXTEND IMPRESSAO-FILE.
           IF WS-IMP-NAO-EXISTE
               OPEN OUTPUT IMPRESSAO-FILE
           END-IF.
           MOVE ALL "=" TO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           MOVE "VIDEO LOCADORA & LOJA - VIA PARA ASSINATURA DO CLIENTE"
               TO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           MOVE TRM-VERSAO TO WS-IMP-VERSAO.
           MOVE TRM-DATA-VIGENCIA TO WS-IMP-VIGENCIA.
           MOVE WS-LINHA-VERSAO TO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           MOVE TRM-TEXTO TO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           MOVE SPACES TO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.

           INICIO-LOOP.
           READ TERMO-FILE NEXT RECORD
           AT END
               GO INICIO-ASSINATURA
           END-READ.
           IF TRM-VERSAO NOT EQUAL IT-VERSAO
               GO INICIO-ASSINATURA
           END-IF
           MOVE TRM-TEXTO TO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           GO INICIO-LOOP.

           INICIO-ASSINATURA.
           MOVE SPACES TO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           MOVE IT-CLIENTE-ID TO WS-IMP-CLIENTE.
           MOVE IT-NOME TO WS-IMP-NOME.
           MOVE WS-LINHA-CLIENTE TO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           MOVE WS-DATA-HOJE TO WS-IMP-DATA.
           MOVE IT-OPERADOR-ID TO WS-IMP-OPERADOR.
           MOVE WS-LINHA-DATA TO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           MOVE SPACES TO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           MOVE "DECLARO QUE LI E ACEITO AS CONDICOES ACIMA."
               TO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           MOVE SPACES TO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           MOVE "ASSINATURA: ________________________________________"
               TO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           MOVE ALL "=" TO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           CLOSE IMPRESSAO-FILE.
           MOVE "S" TO IT-RESULTADO.

           INICIO-FECHA.
           CLOSE TERMO-FILE.
       INICIO-FIM.
           EXIT PROGRAM.
