       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDAO-CAMPANHA.

      *=================================================================
      * SUBROTINA CHAMAVEL DA ANISTIA DE MULTA (CAMPANHA.DAT).
      * OPERACAO "C" PROCURA A PRIMEIRA CAMPANHA ATIVA CUJA JANELA
      * CONTEM PC-DATA E CUJAS REGRAS A PENDENCIA ATENDE (IDADE EM
      * PC-DIAS, VALOR EM PC-VALOR, FILIAL EM PC-FILIAL) E DEVOLVE O
      * CODIGO DELA EM PC-CAMPANHA E O VALOR A PERDOAR EM PC-PERDAO -
      * ZEROS QUANDO NENHUMA SE APLICA. OPERACAO "G", CHAMADA DEPOIS
      * QUE O CHAMADOR GRAVOU O PERDAO, ANOTA EM CAMPANHA_MOV.DAT A
      * LINHA COM O VALOR RECUPERADO (PC-RECUPERADO) E O PERDOADO,
      * PARA O RELATORIO DE ENCERRAMENTO DA CAMPANHA.
      *=================================================================
       ENVIRONMENT DIVISION.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CAMPANHA-FILE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-CMP
           RECORD KEY IS CMP-KEY.

       SELECT MOV-FILE
           ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-MOV.

      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.

       FD CAMPANHA-FILE VALUE OF FILE-ID IS "CAMPANHA.dat".
       COPY campanha.

       FD MOV-FILE VALUE OF FILE-ID IS "CAMPANHA_MOV.dat".
       01 MOV-LINHA            PIC X(80).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

       77 WS-FS-CMP            PIC 9(02).
           88 WS-CMP-NAO-EXISTE        VALUE 35.
           88 WS-CMP-FIM               VALUE 10.

       77 WS-FS-MOV            PIC 9(02).
           88 WS-MOV-NAO-EXISTE        VALUE 35.

       77 WS-HORA-AGORA        PIC 9(08).

      * LINHA EM DIGITOS PUROS, LIDA DE VOLTA PELO RELATORIO_CAMPANHA
       01 WS-LINHA.
           02 WS-LIN-DATA          PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WS-LIN-HORA          PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WS-LIN-CAMPANHA      PIC 9(03).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WS-LIN-ORIGEM        PIC X(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WS-LIN-DOCUMENTO     PIC 9(11).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WS-LIN-CLIENTE       PIC 9(05).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WS-LIN-FILIAL        PIC 9(02).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WS-LIN-RECUPERADO    PIC 9(05)V99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WS-LIN-PERDOADO      PIC 9(05)V99.

      *=================================================================
       LINKAGE SECTION.
      *=================================================================

       01 PC-OPERACAO          PIC X(01).
           88 PC-CONSULTA              VALUE "C".
           88 PC-GRAVA                 VALUE "G".
      * ORIGEM: "D" = DEVOLUCAO DO DISCO, "R" = CONTAS A RECEBER
       01 PC-ORIGEM            PIC X(01).
       01 PC-DOCUMENTO         PIC 9(11).
       01 PC-CLIENTE           PIC 9(05).
       01 PC-FILIAL            PIC 9(02).
       01 PC-DATA              PIC 9(08).
       01 PC-DIAS              PIC 9(05).
       01 PC-VALOR             PIC 9(05)V99.
       01 PC-CAMPANHA          PIC 9(03).
       01 PC-PERDAO            PIC 9(05)V99.
       01 PC-RECUPERADO        PIC 9(05)V99.

      *=================================================================
       PROCEDURE DIVISION USING PC-OPERACAO PC-ORIGEM PC-DOCUMENTO
           PC-CLIENTE PC-FILIAL PC-DATA PC-DIAS PC-VALOR PC-CAMPANHA
           PC-PERDAO PC-RECUPERADO.
      *=================================================================

       INICIO.
           IF PC-GRAVA
               PERFORM GRAVA-MOVIMENTO
               GO INICIO-FIM
           END-IF.
           MOVE ZEROS TO PC-CAMPANHA PC-PERDAO.
           IF PC-VALOR EQUAL ZEROS
               GO INICIO-FIM
           END-IF.
           OPEN INPUT CAMPANHA-FILE.
           IF WS-CMP-NAO-EXISTE
               GO INICIO-FIM
           END-IF.
           PERFORM PROCURA-CAMPANHA THRU PROCURA-CAMPANHA-FIM.
           CLOSE CAMPANHA-FILE.
       INICIO-FIM.
           EXIT PROGRAM.

      * -----------------------------------
      * A PRIMEIRA CAMPANHA QUE SE APLICA DECIDE O PERDAO

       PROCURA-CAMPANHA.
           MOVE ZEROS TO CMP-KEY.
           MOVE ZEROS TO WS-FS-CMP.
           START CAMPANHA-FILE KEY IS NOT LESS THAN CMP-KEY
           INVALID KEY
               GO PROCURA-CAMPANHA-FIM
           END-START.

           PROCURA-CAMPANHA-LOOP.
           READ CAMPANHA-FILE NEXT RECORD
           AT END
               GO PROCURA-CAMPANHA-FIM
           END-READ.
           IF NOT CMP-ATIVO-SIM
               OR PC-DATA < CMP-DATA-INI
               OR PC-DATA > CMP-DATA-FIM
               OR CMP-PERC-PERDAO EQUAL ZEROS
               GO PROCURA-CAMPANHA-LOOP
           END-IF
           IF CMP-FILIAL > ZEROS AND CMP-FILIAL NOT EQUAL PC-FILIAL
               GO PROCURA-CAMPANHA-LOOP
           END-IF
           IF PC-DIAS < CMP-DIAS-MIN OR PC-VALOR < CMP-VALOR-MIN
               GO PROCURA-CAMPANHA-LOOP
           END-IF
           MOVE CMP-ID TO PC-CAMPANHA.
           COMPUTE PC-PERDAO ROUNDED =
               PC-VALOR * CMP-PERC-PERDAO / 100.
           IF PC-PERDAO > PC-VALOR
               MOVE PC-VALOR TO PC-PERDAO
           END-IF.
       PROCURA-CAMPANHA-FIM.

      * -----------------------------------
      * GRAVA A LINHA DO PERDAO CONCEDIDO

       GRAVA-MOVIMENTO.
           ACCEPT WS-HORA-AGORA FROM TIME.
           OPEN EXTEND MOV-FILE.
           IF WS-MOV-NAO-EXISTE
               OPEN OUTPUT MOV-FILE
           END-IF.
           MOVE SPACES TO WS-LINHA.
           MOVE PC-DATA TO WS-LIN-DATA.
           MOVE WS-HORA-AGORA TO WS-LIN-HORA.
           MOVE PC-CAMPANHA TO WS-LIN-CAMPANHA.
           MOVE PC-ORIGEM TO WS-LIN-ORIGEM.
           MOVE PC-DOCUMENTO TO WS-LIN-DOCUMENTO.
           MOVE PC-CLIENTE TO WS-LIN-CLIENTE.
           MOVE PC-FILIAL TO WS-LIN-FILIAL.
           MOVE PC-RECUPERADO TO WS-LIN-RECUPERADO.
           MOVE PC-PERDAO TO WS-LIN-PERDOADO.
           MOVE WS-LINHA TO MOV-LINHA.
           WRITE MOV-LINHA.
           CLOSE MOV-FILE.
