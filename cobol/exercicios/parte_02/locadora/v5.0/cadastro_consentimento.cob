       identification division.
       program-id. cadastro_consentimento.

      *=================================================================
      * CONSENTIMENTO DO CLIENTE PARA USO DOS DADOS (CONSENTIMENTO.DAT)
      * POR FINALIDADE: MARKETING (M), LEMBRETES E AVISOS (L) E
      * NEGATIVACAO NO BUREAU (N). (1) REGISTRA CADA CONCESSAO OU
      * RETIRADA COM A DATA E O CANAL EM QUE O CLIENTE SE MANIFESTOU,
      * SEMPRE NUMA LINHA NOVA, PARA O HISTORICO FICAR COMO PROVA;
      * (2) CONSULTA A SITUACAO QUE VALE HOJE NAS TRES FINALIDADES.
      * OS BATCHES QUE PROCURAM O CLIENTE PERGUNTAM PELA SUBROTINA
      * CONFERE-CONSENTIMENTO E PULAM QUEM NAO AUTORIZOU.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select consentimento-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is con-key.

       select cliente-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-cliente
           record key is cli-key.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd consentimento-file value of file-id is "CONSENTIMENTO.dat".
       copy consentimento.

       fd cliente-file value of file-id is "FUNC.dat".
       copy cliente replacing ==FILE1-REC==     by ==CLI-REC==
                              ==FS-KEY==        by ==CLI-KEY==
                              ==FS-ID==         by ==CLI-ID==
                              ==FS-NOME==       by ==CLI-NOME==
                              ==FS-SENHA==      by ==CLI-SENHA==.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       01 ws-modulo.
           02 filler           pic x(11)   value "consent-".
           02 ws-op            pic x(20)   value spaces.

       77 ws-opcao             pic x.
           88 e-registrar              value is "1".
           88 e-consultar              value is "2".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-nao-existe            value 35.

       77 fs-stat-cliente      pic 9(02).
           88 fs-cliente-nao-existe    value 35.

       77 ws-data-hoje         pic 9(08).
       77 ws-cliente-exame     pic 9(05).
       77 ws-finalidade        pic x(01).
           88 finalidade-valida        value "M" "L" "N".
       77 ws-situacao          pic x(01).
           88 situacao-valida          value "S" "N".
       77 ws-canal             pic x(01).
           88 canal-valido             value "B" "S" "W" "T" "F".
       77 ws-proxima-seq       pic 9(03).

      * SITUACAO QUE VALE EM CADA FINALIDADE, PARA A CONSULTA
       01 ws-situacao-atual.
           02 ws-sit-mkt           pic x(01).
           02 ws-dat-mkt           pic 9(08).
           02 ws-can-mkt           pic x(01).
           02 ws-sit-lem           pic x(01).
           02 ws-dat-lem           pic 9(08).
           02 ws-can-lem           pic x(01).
           02 ws-sit-neg           pic x(01).
           02 ws-dat-neg           pic 9(08).
           02 ws-can-neg           pic x(01).

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).
       77 ws-aud-chave         pic 9(11).

       77 ws-erro              pic x.
           88 e-sim                    values are "S" "s".

       77 ws-numl              pic 999.
       77 ws-numc              pic 999.
       77 cor-fundo            pic 9       value 4.
       77 cor-frente           pic 9       value 6.

       77 ws-status            pic x(30).
       77 ws-msgerro           pic x(80).

       copy screenio.

      *-----------------------------------------------------------------
       screen section.
      *-----------------------------------------------------------------

       01 SS-CLS.
           05 SS-FILLER.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL
               BACKGROUND-COLOR COR-FUNDO.
               10 LINE WS-NUML COLUMN 01 ERASE EOL
               BACKGROUND-COLOR COR-FUNDO.
           05 SS-CABECALHO.
               10 LINE 01 COLUMN 02 PIC X(31) FROM WS-MODULO
               HIGHLIGHT FOREGROUND-COLOR COR-FRENTE
               BACKGROUND-COLOR COR-FUNDO.
           05 SS-STATUS.
               10 LINE WS-NUML COLUMN 2 ERASE EOL PIC X(30)
               FROM WS-STATUS HIGHLIGHT
               FOREGROUND-COLOR COR-FRENTE
               BACKGROUND-COLOR COR-FUNDO.

       01 SS-MENU FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "1 - REGISTRAR CONCESSAO/"
               & "RETIRADA".
           05 LINE 08 COLUMN 15 VALUE "2 - CONSULTAR CLIENTE".
           05 LINE 09 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 11 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 11 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-CLIENTE.
           05 LINE 07 COLUMN 10 VALUE "ID DO CLIENTE:".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-CLIENTE-EXAME.

       01 SS-TELA-NOME.
           05 LINE 08 COLUMN 10 VALUE "NOME:".
           05 COLUMN PLUS 2 PIC X(40) FROM CLI-NOME.

       01 SS-TELA-MANIFESTACAO.
           05 LINE 10 COLUMN 10 VALUE
               "FINALIDADE (M=MARKETING L=LEMBRETES N=NEGATIVACAO):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-FINALIDADE.
           05 LINE 11 COLUMN 10 VALUE "AUTORIZA (S/N):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-SITUACAO.
           05 LINE 12 COLUMN 10 VALUE
               "CANAL (B=BALCAO S=SITE W=WHATSAPP T=TELEFONE F=FORM):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-CANAL.

       01 SS-TELA-SITUACAO.
           05 LINE 10 COLUMN 10 VALUE "FINALIDADE   AUTORIZA  DESDE"
               & "     CANAL".
           05 LINE 11 COLUMN 10 VALUE "MARKETING".
           05 LINE 11 COLUMN 25 PIC X(01) FROM WS-SIT-MKT.
           05 LINE 11 COLUMN 33 PIC 9(08) FROM WS-DAT-MKT.
           05 LINE 11 COLUMN 45 PIC X(01) FROM WS-CAN-MKT.
           05 LINE 12 COLUMN 10 VALUE "LEMBRETES".
           05 LINE 12 COLUMN 25 PIC X(01) FROM WS-SIT-LEM.
           05 LINE 12 COLUMN 33 PIC 9(08) FROM WS-DAT-LEM.
           05 LINE 12 COLUMN 45 PIC X(01) FROM WS-CAN-LEM.
           05 LINE 13 COLUMN 10 VALUE "NEGATIVACAO".
           05 LINE 13 COLUMN 25 PIC X(01) FROM WS-SIT-NEG.
           05 LINE 13 COLUMN 33 PIC 9(08) FROM WS-DAT-NEG.
           05 LINE 13 COLUMN 45 PIC X(01) FROM WS-CAN-NEG.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           ACCEPT WS-NUML FROM LINES
           ACCEPT WS-NUMC FROM COLUMNS
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-ARQUIVOS
           PERFORM UNTIL E-ENCERRAR
               MOVE "CONSENTIMENTO DE DADOS" TO WS-OP
               MOVE "ESCOLHA A OPCAO" TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-REGISTRAR
                       PERFORM REGISTRA THRU REGISTRA-FIM
                   WHEN E-CONSULTAR
                       PERFORM CONSULTA THRU CONSULTA-FIM
               END-EVALUATE
           END-PERFORM.

       FINALIZA.

       CLOSE CONSENTIMENTO-FILE CLIENTE-FILE.
       GOBACK.

      * -----------------------------------
      * REGISTRA UMA CONCESSAO OU RETIRADA: LINHA NOVA COM A PROXIMA
      * SEQUENCIA DO CLIENTE NA FINALIDADE

       REGISTRA.
           MOVE "REGISTRO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM LE-CLIENTE THRU LE-CLIENTE-FIM.
           IF FS-STAT-CLIENTE NOT EQUAL ZEROS
               GO REGISTRA-FIM
           END-IF
           MOVE SPACES TO WS-FINALIDADE WS-SITUACAO.
           MOVE "B" TO WS-CANAL.

           REGISTRA-LOOP.
           ACCEPT SS-TELA-MANIFESTACAO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO REGISTRA-FIM
           END-IF
           IF NOT FINALIDADE-VALIDA
               MOVE "FINALIDADE DEVE SER M, L OU N" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REGISTRA-LOOP
           END-IF
           IF NOT SITUACAO-VALIDA
               MOVE "AUTORIZA DEVE SER S OU N" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REGISTRA-LOOP
           END-IF
           IF NOT CANAL-VALIDO
               MOVE "CANAL DEVE SER B, S, W, T OU F" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REGISTRA-LOOP
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA O REGISTRO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO REGISTRA-LOOP
           END-IF
           PERFORM ACHA-PROXIMA-SEQ THRU ACHA-PROXIMA-SEQ-FIM.
           MOVE SPACES TO CON-REC.
           MOVE WS-CLIENTE-EXAME TO CON-CLIENTE-ID.
           MOVE WS-FINALIDADE TO CON-FINALIDADE.
           MOVE WS-PROXIMA-SEQ TO CON-SEQ.
           MOVE WS-SITUACAO TO CON-SITUACAO.
           MOVE WS-DATA-HOJE TO CON-DATA.
           MOVE WS-CANAL TO CON-CANAL.
           WRITE CON-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR O CONSENTIMENTO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REGISTRA-FIM
           END-WRITE.
           MOVE "CADASTRO_CONSENT" TO WS-AUD-PROGRAMA.
           MOVE SPACES TO WS-AUD-OPERACAO.
           IF CON-CONCEDIDO
               STRING "CONCEDE-" CON-FINALIDADE DELIMITED BY SIZE
                   INTO WS-AUD-OPERACAO
           ELSE
               STRING "RETIRA-" CON-FINALIDADE DELIMITED BY SIZE
                   INTO WS-AUD-OPERACAO
           END-IF
           MOVE WS-CLIENTE-EXAME TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE "CONSENTIMENTO GRAVADO - PRESSIONE ENTER"
               TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       REGISTRA-FIM.

      * -----------------------------------
      * PROXIMA SEQUENCIA DO CLIENTE NA FINALIDADE ESCOLHIDA

       ACHA-PROXIMA-SEQ.
           MOVE 1 TO WS-PROXIMA-SEQ.
           MOVE WS-CLIENTE-EXAME TO CON-CLIENTE-ID.
           MOVE WS-FINALIDADE TO CON-FINALIDADE.
           MOVE ZEROS TO CON-SEQ.
           START CONSENTIMENTO-FILE KEY IS NOT LESS THAN CON-KEY
           INVALID KEY
               GO ACHA-PROXIMA-SEQ-FIM
           END-START.

           ACHA-PROXIMA-SEQ-LOOP.
           READ CONSENTIMENTO-FILE NEXT RECORD
           AT END
               GO ACHA-PROXIMA-SEQ-FIM
           END-READ.
           IF CON-CLIENTE-ID NOT EQUAL WS-CLIENTE-EXAME
               OR CON-FINALIDADE NOT EQUAL WS-FINALIDADE
               GO ACHA-PROXIMA-SEQ-FIM
           END-IF
           COMPUTE WS-PROXIMA-SEQ = CON-SEQ + 1.
           GO ACHA-PROXIMA-SEQ-LOOP.
       ACHA-PROXIMA-SEQ-FIM.

      * -----------------------------------
      * SITUACAO QUE VALE HOJE NAS TRES FINALIDADES (ULTIMA LINHA DE
      * CADA UMA); "-" = O CLIENTE NUNCA SE MANIFESTOU, NAO AUTORIZOU

       CONSULTA.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM LE-CLIENTE THRU LE-CLIENTE-FIM.
           IF FS-STAT-CLIENTE NOT EQUAL ZEROS
               GO CONSULTA-FIM
           END-IF
           MOVE "-" TO WS-SIT-MKT WS-SIT-LEM WS-SIT-NEG.
           MOVE SPACES TO WS-CAN-MKT WS-CAN-LEM WS-CAN-NEG.
           MOVE ZEROS TO WS-DAT-MKT WS-DAT-LEM WS-DAT-NEG.
           MOVE WS-CLIENTE-EXAME TO CON-CLIENTE-ID.
           MOVE LOW-VALUES TO CON-FINALIDADE.
           MOVE ZEROS TO CON-SEQ.
           START CONSENTIMENTO-FILE KEY IS NOT LESS THAN CON-KEY
           INVALID KEY
               GO CONSULTA-MOSTRA
           END-START.

           CONSULTA-LOOP.
           READ CONSENTIMENTO-FILE NEXT RECORD
           AT END
               GO CONSULTA-MOSTRA
           END-READ.
           IF CON-CLIENTE-ID NOT EQUAL WS-CLIENTE-EXAME
               GO CONSULTA-MOSTRA
           END-IF
           EVALUATE TRUE
               WHEN CON-MARKETING
                   MOVE CON-SITUACAO TO WS-SIT-MKT
                   MOVE CON-DATA TO WS-DAT-MKT
                   MOVE CON-CANAL TO WS-CAN-MKT
               WHEN CON-LEMBRETES
                   MOVE CON-SITUACAO TO WS-SIT-LEM
                   MOVE CON-DATA TO WS-DAT-LEM
                   MOVE CON-CANAL TO WS-CAN-LEM
               WHEN CON-NEGATIVACAO
                   MOVE CON-SITUACAO TO WS-SIT-NEG
                   MOVE CON-DATA TO WS-DAT-NEG
                   MOVE CON-CANAL TO WS-CAN-NEG
           END-EVALUATE
           GO CONSULTA-LOOP.

           CONSULTA-MOSTRA.
           DISPLAY SS-TELA-SITUACAO.
           MOVE "PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       CONSULTA-FIM.

      * -----------------------------------
      * PEDE O CLIENTE E CONFERE NO CADASTRO; CLIENTE ANONIMIZADO NAO
      * TEM MAIS DADOS A AUTORIZAR

       LE-CLIENTE.
           MOVE ZEROS TO WS-CLIENTE-EXAME.
           ACCEPT SS-TELA-CLIENTE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               MOVE 99 TO FS-STAT-CLIENTE
               GO LE-CLIENTE-FIM
           END-IF
           MOVE WS-CLIENTE-EXAME TO CLI-ID.
           READ CLIENTE-FILE
           INVALID KEY
               MOVE "CLIENTE NAO CADASTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO LE-CLIENTE-FIM
           END-READ.
           IF FS-FOI-ANONIMIZADO
               MOVE 99 TO FS-STAT-CLIENTE
               MOVE "CLIENTE ANONIMIZADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO LE-CLIENTE-FIM
           END-IF
           DISPLAY SS-TELA-NOME.
       LE-CLIENTE-FIM.

      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAIDA

       ABRIR-ARQUIVOS.
           OPEN I-O CONSENTIMENTO-FILE
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT CONSENTIMENTO-FILE
               CLOSE CONSENTIMENTO-FILE
               OPEN I-O CONSENTIMENTO-FILE
           END-IF.
           OPEN INPUT CLIENTE-FILE.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS

       MOSTRA-ERRO.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.
