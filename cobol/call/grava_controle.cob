       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVA-CONTROLE.

      *=================================================================
      * SUBROTINA CHAMAVEL QUE GRAVA (OU REGRAVA, NO REINICIO DO PASSO)
      * UM TOTAL DE CONTROLE EM CONTROLE_TOTAIS.DAT - QUANTIDADE E
      * VALOR DE UM TIPO DE MOVIMENTO NUMA FORMA DE PAGAMENTO, PARA A
      * DATA DE NEGOCIO E O PASSO INFORMADOS. O PASSO BALANCEIA_TOTAIS
      * CONFRONTA ESSES TOTAIS ENTRE O CAIXA, A CONTABILIDADE E O
      * FISCAL.
      *=================================================================
       ENVIRONMENT DIVISION.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT CONTROLE-FILE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-CTT
           RECORD KEY IS CTT-KEY.

      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.

       FD CONTROLE-FILE VALUE OF FILE-ID IS "CONTROLE_TOTAIS.dat".
       COPY ctl_totais.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

       77 WS-FS-CTT            PIC 9(02).
           88 WS-CTT-OK                VALUE ZEROS.
           88 WS-CTT-NAO-EXISTE        VALUE 35.

      *=================================================================
       LINKAGE SECTION.
      *=================================================================

       01 CTL-ORIGEM           PIC X(08).
       01 CTL-DATA             PIC 9(08).
       01 CTL-TIPO             PIC X(07).
       01 CTL-FORMA            PIC X(01).
       01 CTL-QTD              PIC 9(07).
       01 CTL-VALOR            PIC S9(09)V99.

      *=================================================================
       PROCEDURE DIVISION USING CTL-ORIGEM CTL-DATA CTL-TIPO CTL-FORMA
           CTL-QTD CTL-VALOR.
      *=================================================================

       INICIO.
           OPEN I-O CONTROLE-FILE.
           IF WS-CTT-NAO-EXISTE
               OPEN OUTPUT CONTROLE-FILE
               CLOSE CONTROLE-FILE
               OPEN I-O CONTROLE-FILE
           END-IF.
           IF NOT WS-CTT-OK
               DISPLAY "CONTROLE_TOTAIS.DAT INDISPONIVEL (FS "
                   WS-FS-CTT ")"
               GO INICIO-FIM
           END-IF.

           MOVE SPACES TO CTT-REC.
           MOVE CTL-DATA   TO CTT-DATA.
           MOVE CTL-ORIGEM TO CTT-ORIGEM.
           MOVE CTL-TIPO   TO CTT-TIPO.
           MOVE CTL-FORMA  TO CTT-FORMA.
           MOVE CTL-QTD    TO CTT-QTD.
           MOVE CTL-VALOR  TO CTT-VALOR.
           ACCEPT CTT-HORA FROM TIME.
           REWRITE CTT-REC
           INVALID KEY
               WRITE CTT-REC
           END-REWRITE.

           CLOSE CONTROLE-FILE.
       INICIO-FIM.
           EXIT PROGRAM.
