       identification division.
       program-id. lista_desejos.

      *=================================================================
      * LISTA DE DESEJOS: O CLIENTE PEDE NO BALCAO UM TITULO QUE NAO
      * ESTA EM LISTA_DE_FILMES.DAT E O PEDIDO, QUE ANTES SE PERDIA,
      * FICA REGISTRADO. (1) REGISTRA O PEDIDO (TITULO EM TEXTO
      * LIVRE, CLIENTE, DATA); SE JA EXISTE UM GRUPO COM O TITULO
      * COMECANDO IGUAL, O ATENDENTE CONFIRMA SE E O MESMO FILME E O
      * PEDIDO ENTRA NELE, SENAO ABRE UM GRUPO NOVO. (2) O COMPRADOR
      * VINCULA O GRUPO AO FS-ID DO CATALOGO DEPOIS QUE O TITULO FOR
      * CADASTRADO OU IMPORTADO (IMPORTA_FILMES): QUEM PEDIU ENTRA NA
      * LISTA DE ESPERA (ESPERA.DAT, TITULO AINDA SEM COPIA - O
      * TITULO FICA "EM BREVE" E CADASTRO_COPIA CONVERTE A LISTA EM
      * RESERVAS NAS PRIMEIRAS COPIAS) OU DIRETO NA FILA DE RESERVA
      * (RESERVA.DAT) SE JA HA COPIAS, E O BATCH DE NOTIFICACAO
      * ASSUME. (3) CONSULTA UM GRUPO. O RANKING DOS TITULOS MAIS
      * PEDIDOS PARA COMPRA SAI DE RELATORIO_DESEJOS.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select desejo-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is dsj-key
           alternate record key is dsj-titulo with duplicates.

       select pedido-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-ped
           record key is dpd-key.

       select cliente-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-cliente
           record key is cli-key.

       select filme-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-filme
           record key is flm-key.

       select espera-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-esp
           record key is esp-key.

       select reserva-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-res
           record key is res-key.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd desejo-file value of file-id is "DESEJO.dat".
       copy desejo.

       fd pedido-file value of file-id is "DESEJO_PEDIDO.dat".
       copy desejo_pedido.

       fd cliente-file value of file-id is "FUNC.dat".
       copy cliente replacing ==FILE1-REC==     by ==CLI-REC==
                              ==FS-KEY==        by ==CLI-KEY==
                              ==FS-ID==         by ==CLI-ID==
                              ==FS-NOME==       by ==CLI-NOME==
                              ==FS-SENHA==      by ==CLI-SENHA==.

       fd filme-file value of file-id is "lista_de_filmes.dat".
       copy filme replacing ==FILE1-REC==       by ==FLM-REC==
                            leading ==FS==      by ==FLM==.

       fd espera-file value of file-id is "ESPERA.dat".
       copy espera.

       fd reserva-file value of file-id is "RESERVA.dat".
       copy reserva.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       01 ws-modulo.
           02 filler           pic x(11)   value "desejos-".
           02 ws-op            pic x(20)   value spaces.

       77 ws-opcao             pic x.
           88 e-registrar              value is "1".
           88 e-vincular               value is "2".
           88 e-consultar              value is "3".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-nao-existe            value 35.
       77 fs-stat-ped          pic 9(02).
           88 fs-ped-nao-existe        value 35.
       77 fs-stat-cliente      pic 9(02).
       77 fs-stat-filme        pic 9(02).
           88 fs-filme-ok              value zeros.
       77 fs-stat-esp          pic 9(02).
           88 fs-esp-nao-existe        value 35.
       77 fs-stat-res          pic 9(02).
           88 fs-res-nao-existe        value 35.

       77 ws-data-hoje         pic 9(08).
       77 ws-cliente-exame     pic 9(05).
       77 ws-titulo            pic x(40).
       77 ws-titulo-catalogo   pic x(40).
       77 ws-tam-titulo        pic 9(02) comp.
       77 ws-grupo-exame       pic 9(05).
       77 ws-filme-exame       pic 9(11).
       77 ws-proximo-grupo     pic 9(05).
       77 ws-proxima-seq       pic 9(04).
       77 ws-proxima-espera    pic 9(07).
       77 ws-proxima-reserva   pic 9(11).
       77 ws-encaminhados      pic 9(05).

       77 ws-achou             pic x(01).
           88 achou                    value "S".
       77 ws-ja-pediu          pic x(01).
           88 ja-pediu                 value "S".

       01 ws-minusculas        pic x(26)
           value "abcdefghijklmnopqrstuvwxyz".
       01 ws-maiusculas        pic x(26)
           value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

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
           05 LINE 07 COLUMN 15 VALUE "1 - REGISTRAR PEDIDO DE TITULO".
           05 LINE 08 COLUMN 15 VALUE "2 - VINCULAR GRUPO AO CATALOGO".
           05 LINE 09 COLUMN 15 VALUE "3 - CONSULTAR GRUPO".
           05 LINE 10 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 12 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 12 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-CLIENTE.
           05 LINE 07 COLUMN 10 VALUE "ID DO CLIENTE:".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-CLIENTE-EXAME.

       01 SS-TELA-NOME.
           05 LINE 08 COLUMN 10 VALUE "NOME:".
           05 COLUMN PLUS 2 PIC X(40) FROM CLI-NOME.

       01 SS-TELA-TITULO.
           05 LINE 10 COLUMN 10 VALUE "TITULO PEDIDO:".
           05 COLUMN PLUS 2 PIC X(40) USING WS-TITULO.

       01 SS-TELA-GRUPO-ACHADO.
           05 LINE 12 COLUMN 10 VALUE "GRUPO EXISTENTE:".
           05 COLUMN PLUS 2 PIC 9(05) FROM DSJ-ID.
           05 COLUMN PLUS 2 PIC X(40) FROM DSJ-TITULO.

       01 SS-TELA-GRUPO.
           05 LINE 07 COLUMN 10 VALUE "GRUPO:".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-GRUPO-EXAME.

       01 SS-TELA-DADOS-GRUPO.
           05 LINE 08 COLUMN 10 VALUE "TITULO..........:".
           05 COLUMN PLUS 2 PIC X(40) FROM DSJ-TITULO.
           05 LINE 09 COLUMN 10 VALUE "PEDIDOS.........:".
           05 COLUMN PLUS 2 PIC ZZZZ9 FROM DSJ-QTD-PEDIDOS.
           05 LINE 10 COLUMN 10 VALUE "PRIMEIRO PEDIDO.:".
           05 COLUMN PLUS 2 PIC 9(08) FROM DSJ-DATA-PRIMEIRO.
           05 LINE 11 COLUMN 10 VALUE "ULTIMO PEDIDO...:".
           05 COLUMN PLUS 2 PIC 9(08) FROM DSJ-DATA-ULTIMO.
           05 LINE 12 COLUMN 10 VALUE "SITUACAO (A/V)..:".
           05 COLUMN PLUS 2 PIC X(01) FROM DSJ-STATUS.
           05 LINE 13 COLUMN 10 VALUE "FILME NO CATALOGO:".
           05 COLUMN PLUS 1 PIC Z(10)9 FROM DSJ-FILME-ID.

       01 SS-TELA-FILME.
           05 LINE 15 COLUMN 10 VALUE "ID DO FILME NO CATALOGO:".
           05 COLUMN PLUS 2 PIC 9(11) USING WS-FILME-EXAME.

       01 SS-TELA-NOME-FILME.
           05 LINE 16 COLUMN 10 VALUE "FILME:".
           05 COLUMN PLUS 2 PIC X(40) FROM FLM-NOME-FILME.
           05 LINE 17 COLUMN 10 VALUE "COPIAS:".
           05 COLUMN PLUS 2 PIC ZZZZ9 FROM FLM-QTD-TOTAL.

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
               MOVE "LISTA DE DESEJOS" TO WS-OP
               MOVE "ESCOLHA A OPCAO" TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-REGISTRAR
                       PERFORM REGISTRA THRU REGISTRA-FIM
                   WHEN E-VINCULAR
                       PERFORM VINCULA THRU VINCULA-FIM
                   WHEN E-CONSULTAR
                       PERFORM CONSULTA THRU CONSULTA-FIM
               END-EVALUATE
           END-PERFORM.

       FINALIZA.

       CLOSE DESEJO-FILE PEDIDO-FILE CLIENTE-FILE FILME-FILE
           ESPERA-FILE RESERVA-FILE.
       GOBACK.

      * -----------------------------------
      * REGISTRA O PEDIDO DO CLIENTE: TITULO FORA DO CATALOGO, NO
      * GRUPO DO MESMO FILME OU NUM GRUPO NOVO

       REGISTRA.
           MOVE "REGISTRO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM LE-CLIENTE THRU LE-CLIENTE-FIM.
           IF FS-STAT-CLIENTE NOT EQUAL ZEROS
               GO REGISTRA-FIM
           END-IF
           MOVE SPACES TO WS-TITULO.

           REGISTRA-LOOP.
           ACCEPT SS-TELA-TITULO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO REGISTRA-FIM
           END-IF
           INSPECT WS-TITULO CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS.
           IF WS-TITULO EQUAL SPACES
               MOVE "FAVOR INFORMAR O TITULO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REGISTRA-LOOP
           END-IF
           PERFORM CONFERE-CATALOGO THRU CONFERE-CATALOGO-FIM.
           IF ACHOU
               MOVE SPACES TO WS-MSGERRO
               STRING "TITULO JA ESTA NO CATALOGO (FILME " FLM-ID
                   ") - USE ALUGUEL OU RESERVA" DELIMITED BY SIZE
                   INTO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REGISTRA-FIM
           END-IF
           PERFORM PROCURA-GRUPO THRU PROCURA-GRUPO-FIM.
           IF ACHOU
               DISPLAY SS-TELA-GRUPO-ACHADO
               MOVE "N" TO WS-ERRO
               MOVE "E O MESMO FILME DO GRUPO ACIMA (S/N)?"
                   TO WS-MSGERRO
               ACCEPT SS-ERRO
               IF NOT E-SIM
                   MOVE "N" TO WS-ACHOU
               END-IF
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA O PEDIDO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO REGISTRA-FIM
           END-IF
           IF ACHOU
               PERFORM CONFERE-PEDIDO-REPETIDO
                   THRU CONFERE-PEDIDO-REPETIDO-FIM
               IF JA-PEDIU
                   MOVE "CLIENTE JA PEDIU ESTE TITULO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO REGISTRA-FIM
               END-IF
               ADD 1 TO DSJ-QTD-PEDIDOS
               MOVE WS-DATA-HOJE TO DSJ-DATA-ULTIMO
               REWRITE DSJ-REC
           ELSE
               PERFORM ABRE-GRUPO THRU ABRE-GRUPO-FIM
           END-IF
           PERFORM GRAVA-PEDIDO THRU GRAVA-PEDIDO-FIM.
      * GRUPO JA VINCULADO: O PEDIDO SEGUE DIRETO PARA ESPERA/RESERVA
           IF DSJ-VINCULADO
               MOVE DSJ-FILME-ID TO FLM-ID
               READ FILME-FILE
               NOT INVALID KEY
                   PERFORM ENCAMINHA-PEDIDO
                       THRU ENCAMINHA-PEDIDO-FIM
               END-READ
           END-IF
           MOVE SPACES TO WS-MSGERRO.
           STRING "PEDIDO GRAVADO NO GRUPO " DSJ-ID
               " - PRESSIONE ENTER" DELIMITED BY SIZE INTO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       REGISTRA-FIM.

      * -----------------------------------
      * O TITULO DIGITADO JA EXISTE NO CATALOGO (NOME IGUAL, SEM
      * DIFERENCA DE MAIUSCULAS)?

       CONFERE-CATALOGO.
           MOVE "N" TO WS-ACHOU.
           MOVE ZEROS TO FLM-ID.
           START FILME-FILE KEY IS NOT LESS THAN FLM-KEY
           INVALID KEY
               GO CONFERE-CATALOGO-FIM
           END-START.

           CONFERE-CATALOGO-LOOP.
           READ FILME-FILE NEXT RECORD
           AT END
               GO CONFERE-CATALOGO-FIM
           END-READ.
           MOVE FLM-NOME-FILME TO WS-TITULO-CATALOGO.
           INSPECT WS-TITULO-CATALOGO
               CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS.
           IF WS-TITULO-CATALOGO NOT EQUAL WS-TITULO
               GO CONFERE-CATALOGO-LOOP
           END-IF
           MOVE "S" TO WS-ACHOU.
       CONFERE-CATALOGO-FIM.

      * -----------------------------------
      * GRUPO CUJO TITULO COMECA COMO O DIGITADO (PELA CHAVE
      * ALTERNATIVA DSJ-TITULO); O ATENDENTE CONFIRMA SE E O MESMO

       PROCURA-GRUPO.
           MOVE "N" TO WS-ACHOU.
           MOVE 40 TO WS-TAM-TITULO.

           PROCURA-GRUPO-TAMANHO.
           IF WS-TITULO(WS-TAM-TITULO:1) EQUAL SPACE
               SUBTRACT 1 FROM WS-TAM-TITULO
               GO PROCURA-GRUPO-TAMANHO
           END-IF
           MOVE WS-TITULO TO DSJ-TITULO.
           START DESEJO-FILE KEY IS NOT LESS THAN DSJ-TITULO
           INVALID KEY
               GO PROCURA-GRUPO-FIM
           END-START.
           READ DESEJO-FILE NEXT RECORD
           AT END
               GO PROCURA-GRUPO-FIM
           END-READ.
           IF DSJ-TITULO(1:WS-TAM-TITULO) EQUAL
               WS-TITULO(1:WS-TAM-TITULO)
               MOVE "S" TO WS-ACHOU
           END-IF.
       PROCURA-GRUPO-FIM.

      * -----------------------------------
      * O CLIENTE JA TEM PEDIDO NESTE GRUPO?

       CONFERE-PEDIDO-REPETIDO.
           MOVE "N" TO WS-JA-PEDIU.
           MOVE DSJ-ID TO DPD-DESEJO-ID.
           MOVE ZEROS TO DPD-SEQ.
           START PEDIDO-FILE KEY IS NOT LESS THAN DPD-KEY
           INVALID KEY
               GO CONFERE-PEDIDO-REPETIDO-FIM
           END-START.

           CONFERE-PEDIDO-REPETIDO-LOOP.
           READ PEDIDO-FILE NEXT RECORD
           AT END
               GO CONFERE-PEDIDO-REPETIDO-FIM
           END-READ.
           IF DPD-DESEJO-ID NOT EQUAL DSJ-ID
               GO CONFERE-PEDIDO-REPETIDO-FIM
           END-IF
           IF DPD-CLIENTE-ID EQUAL WS-CLIENTE-EXAME
               MOVE "S" TO WS-JA-PEDIU
               GO CONFERE-PEDIDO-REPETIDO-FIM
           END-IF
           GO CONFERE-PEDIDO-REPETIDO-LOOP.
       CONFERE-PEDIDO-REPETIDO-FIM.

      * -----------------------------------
      * GRUPO NOVO COM O PROXIMO NUMERO LIVRE

       ABRE-GRUPO.
           MOVE 1 TO WS-PROXIMO-GRUPO.
           MOVE ZEROS TO DSJ-ID.
           START DESEJO-FILE KEY IS NOT LESS THAN DSJ-KEY
           INVALID KEY
               GO ABRE-GRUPO-GRAVA
           END-START.

           ABRE-GRUPO-LOOP.
           READ DESEJO-FILE NEXT RECORD
           AT END
               GO ABRE-GRUPO-GRAVA
           END-READ.
           MOVE DSJ-ID TO WS-PROXIMO-GRUPO.
           ADD 1 TO WS-PROXIMO-GRUPO.
           GO ABRE-GRUPO-LOOP.

           ABRE-GRUPO-GRAVA.
           MOVE SPACES TO DSJ-REC.
           MOVE WS-PROXIMO-GRUPO TO DSJ-ID.
           MOVE WS-TITULO TO DSJ-TITULO.
           MOVE 1 TO DSJ-QTD-PEDIDOS.
           MOVE WS-DATA-HOJE TO DSJ-DATA-PRIMEIRO DSJ-DATA-ULTIMO.
           MOVE "A" TO DSJ-STATUS.
           MOVE ZEROS TO DSJ-FILME-ID DSJ-DATA-VINCULO.
           WRITE DSJ-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR O GRUPO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-WRITE.
       ABRE-GRUPO-FIM.

      * -----------------------------------
      * PEDIDO DO CLIENTE COM A PROXIMA SEQUENCIA DO GRUPO

       GRAVA-PEDIDO.
           MOVE 1 TO WS-PROXIMA-SEQ.
           MOVE DSJ-ID TO DPD-DESEJO-ID.
           MOVE ZEROS TO DPD-SEQ.
           START PEDIDO-FILE KEY IS NOT LESS THAN DPD-KEY
           INVALID KEY
               GO GRAVA-PEDIDO-GRAVA
           END-START.

           GRAVA-PEDIDO-LOOP.
           READ PEDIDO-FILE NEXT RECORD
           AT END
               GO GRAVA-PEDIDO-GRAVA
           END-READ.
           IF DPD-DESEJO-ID NOT EQUAL DSJ-ID
               GO GRAVA-PEDIDO-GRAVA
           END-IF
           COMPUTE WS-PROXIMA-SEQ = DPD-SEQ + 1.
           GO GRAVA-PEDIDO-LOOP.

           GRAVA-PEDIDO-GRAVA.
           MOVE SPACES TO DPD-REC.
           MOVE DSJ-ID TO DPD-DESEJO-ID.
           MOVE WS-PROXIMA-SEQ TO DPD-SEQ.
           MOVE WS-CLIENTE-EXAME TO DPD-CLIENTE-ID.
           MOVE WS-DATA-HOJE TO DPD-DATA.
           MOVE WS-TITULO TO DPD-TITULO.
           MOVE ZEROS TO DPD-FILIAL.
           IF FS-FILIAL NUMERIC
               MOVE FS-FILIAL TO DPD-FILIAL
           END-IF
           MOVE "P" TO DPD-STATUS.
           WRITE DPD-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR O PEDIDO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-WRITE.
       GRAVA-PEDIDO-FIM.

      * -----------------------------------
      * VINCULA O GRUPO AO FILME JA CADASTRADO NO CATALOGO E
      * ENCAMINHA OS PEDIDOS PENDENTES PARA A ESPERA/RESERVA

       VINCULA.
           MOVE "VINCULO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM LE-GRUPO THRU LE-GRUPO-FIM.
           IF NOT FS-OK
               GO VINCULA-FIM
           END-IF
           IF DSJ-VINCULADO
               MOVE "GRUPO JA VINCULADO AO CATALOGO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO VINCULA-FIM
           END-IF
           MOVE ZEROS TO WS-FILME-EXAME.

           VINCULA-LOOP.
           ACCEPT SS-TELA-FILME.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO VINCULA-FIM
           END-IF
           MOVE WS-FILME-EXAME TO FLM-ID.
           READ FILME-FILE
           INVALID KEY
               MOVE "FILME NAO CADASTRADO NO CATALOGO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO VINCULA-LOOP
           END-READ.
           DISPLAY SS-TELA-NOME-FILME.
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA O VINCULO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO VINCULA-LOOP
           END-IF
           MOVE WS-FILME-EXAME TO DSJ-FILME-ID.
           MOVE "V" TO DSJ-STATUS.
           MOVE WS-DATA-HOJE TO DSJ-DATA-VINCULO.
           REWRITE DSJ-REC.
           MOVE "LISTA_DESEJOS" TO WS-AUD-PROGRAMA.
           MOVE "VINCULA" TO WS-AUD-OPERACAO.
           MOVE DSJ-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           PERFORM ENCAMINHA-GRUPO THRU ENCAMINHA-GRUPO-FIM.
           MOVE SPACES TO WS-MSGERRO.
           STRING "GRUPO VINCULADO - " WS-ENCAMINHADOS
               " PEDIDO(S) NA ESPERA/RESERVA" DELIMITED BY SIZE
               INTO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       VINCULA-FIM.

      * -----------------------------------
      * TODOS OS PEDIDOS PENDENTES DO GRUPO, NA ORDEM EM QUE FORAM
      * FEITOS

       ENCAMINHA-GRUPO.
           MOVE ZEROS TO WS-ENCAMINHADOS.
           MOVE DSJ-ID TO DPD-DESEJO-ID.
           MOVE ZEROS TO DPD-SEQ.
           START PEDIDO-FILE KEY IS NOT LESS THAN DPD-KEY
           INVALID KEY
               GO ENCAMINHA-GRUPO-FIM
           END-START.

           ENCAMINHA-GRUPO-LOOP.
           READ PEDIDO-FILE NEXT RECORD
           AT END
               GO ENCAMINHA-GRUPO-FIM
           END-READ.
           IF DPD-DESEJO-ID NOT EQUAL DSJ-ID
               GO ENCAMINHA-GRUPO-FIM
           END-IF
           IF DPD-PENDENTE
               PERFORM ENCAMINHA-PEDIDO THRU ENCAMINHA-PEDIDO-FIM
           END-IF
           GO ENCAMINHA-GRUPO-LOOP.
       ENCAMINHA-GRUPO-FIM.

      * -----------------------------------
      * UM PEDIDO (DPD-REC) PARA O FILME LIDO (FLM-REC): TITULO SEM
      * COPIA VAI PARA A LISTA DE ESPERA E O FILME FICA "EM BREVE",
      * PARA CADASTRO_COPIA CONVERTER A LISTA NAS PRIMEIRAS COPIAS;
      * COM COPIA, VAI DIRETO PARA A FILA DE RESERVA

       ENCAMINHA-PEDIDO.
           IF FLM-QTD-TOTAL EQUAL ZEROS
               PERFORM ACHA-PROXIMA-ESPERA THRU ACHA-PROXIMA-ESPERA-FIM
               MOVE SPACES TO ESP-REC
               MOVE WS-PROXIMA-ESPERA TO ESP-ID
               MOVE DPD-CLIENTE-ID TO ESP-CLIENTE-ID
               MOVE FLM-ID TO ESP-FILME-ID
               MOVE DPD-DATA TO ESP-DATA
               MOVE "P" TO ESP-STATUS
               WRITE ESP-REC
               INVALID KEY
                   GO ENCAMINHA-PEDIDO-FIM
               END-WRITE
               IF NOT FLM-LANCAMENTO-EM-BREVE
                   MOVE "S" TO FLM-EM-BREVE
                   REWRITE FLM-REC
               END-IF
           ELSE
               PERFORM ACHA-PROXIMA-RESERVA
                   THRU ACHA-PROXIMA-RESERVA-FIM
               MOVE SPACES TO RES-REC
               MOVE WS-PROXIMA-RESERVA TO RES-ID
               MOVE DPD-CLIENTE-ID TO RES-CLIENTE-ID
               MOVE FLM-ID TO RES-FILME-ID
               MOVE DPD-DATA TO RES-DATA-SOLIC
               MOVE "P" TO RES-STATUS
               MOVE ZEROS TO RES-DATA-ATEND
               MOVE SPACES TO RES-FORMATO
               WRITE RES-REC
               INVALID KEY
                   GO ENCAMINHA-PEDIDO-FIM
               END-WRITE
           END-IF
           MOVE "E" TO DPD-STATUS.
           REWRITE DPD-REC.
           ADD 1 TO WS-ENCAMINHADOS.
       ENCAMINHA-PEDIDO-FIM.

      * -----------------------------------
      * MAIOR NUMERO DA LISTA DE ESPERA + 1

       ACHA-PROXIMA-ESPERA.
           MOVE 1 TO WS-PROXIMA-ESPERA.
           MOVE ZEROS TO ESP-ID.
           START ESPERA-FILE KEY IS NOT LESS THAN ESP-KEY
           INVALID KEY
               GO ACHA-PROXIMA-ESPERA-FIM
           END-START.

           ACHA-PROXIMA-ESPERA-LOOP.
           READ ESPERA-FILE NEXT RECORD
           AT END
               GO ACHA-PROXIMA-ESPERA-FIM
           END-READ.
           MOVE ESP-ID TO WS-PROXIMA-ESPERA.
           ADD 1 TO WS-PROXIMA-ESPERA.
           GO ACHA-PROXIMA-ESPERA-LOOP.
       ACHA-PROXIMA-ESPERA-FIM.

      * -----------------------------------
      * MAIOR NUMERO DE RESERVA + 1

       ACHA-PROXIMA-RESERVA.
           MOVE 1 TO WS-PROXIMA-RESERVA.
           MOVE ZEROS TO RES-ID.
           START RESERVA-FILE KEY IS NOT LESS THAN RES-KEY
           INVALID KEY
               GO ACHA-PROXIMA-RESERVA-FIM
           END-START.

           ACHA-PROXIMA-RESERVA-LOOP.
           READ RESERVA-FILE NEXT RECORD
           AT END
               GO ACHA-PROXIMA-RESERVA-FIM
           END-READ.
           MOVE RES-ID TO WS-PROXIMA-RESERVA.
           ADD 1 TO WS-PROXIMA-RESERVA.
           GO ACHA-PROXIMA-RESERVA-LOOP.
       ACHA-PROXIMA-RESERVA-FIM.

      * -----------------------------------
      * MOSTRA UM GRUPO

       CONSULTA.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM LE-GRUPO THRU LE-GRUPO-FIM.
           IF NOT FS-OK
               GO CONSULTA-FIM
           END-IF
           MOVE "PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       CONSULTA-FIM.

      * -----------------------------------
      * PEDE O NUMERO DO GRUPO E MOSTRA OS DADOS DELE

       LE-GRUPO.
           MOVE ZEROS TO WS-GRUPO-EXAME.
           ACCEPT SS-TELA-GRUPO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               MOVE 99 TO FS-STAT
               GO LE-GRUPO-FIM
           END-IF
           MOVE WS-GRUPO-EXAME TO DSJ-ID.
           READ DESEJO-FILE
           INVALID KEY
               MOVE "GRUPO NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO LE-GRUPO-FIM
           END-READ.
           DISPLAY SS-TELA-DADOS-GRUPO.
       LE-GRUPO-FIM.

      * -----------------------------------
      * PEDE O CLIENTE E CONFERE NO CADASTRO

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
           IF FS-ATIVO-NAO OR FS-FOI-ANONIMIZADO
               MOVE 99 TO FS-STAT-CLIENTE
               MOVE "CLIENTE INATIVO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO LE-CLIENTE-FIM
           END-IF
           DISPLAY SS-TELA-NOME.
       LE-CLIENTE-FIM.

      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAIDA

       ABRIR-ARQUIVOS.
           OPEN I-O DESEJO-FILE
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT DESEJO-FILE
               CLOSE DESEJO-FILE
               OPEN I-O DESEJO-FILE
           END-IF.
           OPEN I-O PEDIDO-FILE
           IF FS-PED-NAO-EXISTE THEN
               OPEN OUTPUT PEDIDO-FILE
               CLOSE PEDIDO-FILE
               OPEN I-O PEDIDO-FILE
           END-IF.
           OPEN I-O ESPERA-FILE
           IF FS-ESP-NAO-EXISTE THEN
               OPEN OUTPUT ESPERA-FILE
               CLOSE ESPERA-FILE
               OPEN I-O ESPERA-FILE
           END-IF.
           OPEN I-O RESERVA-FILE
           IF FS-RES-NAO-EXISTE THEN
               OPEN OUTPUT RESERVA-FILE
               CLOSE RESERVA-FILE
               OPEN I-O RESERVA-FILE
           END-IF.
           OPEN INPUT CLIENTE-FILE.
           OPEN I-O FILME-FILE.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS

       MOSTRA-ERRO.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.
