       identification division.
       program-id. relogio_ponto.

      *=================================================================
      * RELOGIO DE PONTO NO TERMINAL DO BALCAO (PONTO.DAT). O
      * FUNCIONARIO BATE COM O PROPRIO LOGIN DE FUNCIONARIO.DAT (ID E
      * SENHA, CONFERIDA PELO HASH COMO NA TELA_LOGIN): SEM LINHA
      * ABERTA, A BATIDA E ENTRADA NA FILIAL DO CADASTRO; COM LINHA
      * ABERTA, E SAIDA E FECHA A LINHA. COM ISSO FICA PROVADO QUEM
      * ESTAVA NO BALCAO EM CADA HORARIO - A ESCALA DE PAPEL NA
      * PAREDE NAO PROVAVA NADA QUANDO A GAVETA DAVA DIFERENCA.
      * O HORARIO E O DO RELOGIO DA MAQUINA, NAO A DATA DE NEGOCIO.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select ponto-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is pnt-key.

       select funcionario-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-func
           record key is fun-key.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd ponto-file value of file-id is "PONTO.dat".
       copy ponto.

       fd funcionario-file value of file-id is "FUNCIONARIO.dat".
       copy funcionario.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       01 ws-modulo.
           02 filler           pic x(11)   value "ponto-".
           02 ws-op            pic x(20)   value spaces.

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-nao-existe            value 35.
           88 fs-fim                   value 10.

       77 fs-stat-func         pic 9(02).
           88 fs-func-ok               value zeros.

       77 ws-id                pic 9(03).
       77 ws-senha             pic x(40).
       77 ws-senha-hash        pic x(40).

       77 ws-data-hoje         pic 9(08).
       77 ws-hora-agora        pic 9(08).

      * LINHA ABERTA DO FUNCIONARIO (NO MAXIMO UMA)
       77 ws-achou-aberto      pic x(01).
           88 tem-ponto-aberto         value "S".
       01 ws-chave-aberta.
           02 ws-ab-fun-id         pic 9(03).
           02 ws-ab-data           pic 9(08).
           02 ws-ab-hora           pic 9(06).

       01 ws-msg-ponto.
           02 ws-msg-ponto-tipo    pic x(08).
           02 filler               pic x(14) value " REGISTRADA - ".
           02 ws-msg-ponto-nome    pic x(30).
           02 filler               pic x(04) value " AS ".
           02 ws-msg-ponto-hh      pic 9(02).
           02 filler               pic x(01) value ":".
           02 ws-msg-ponto-mm      pic 9(02).

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

       01 SS-TELA-PONTO FOREGROUND-COLOR 2.
           05 LINE 09 COLUMN 10 VALUE "FUNCIONARIO (ID):".
           05 COLUMN PLUS 2 PIC 9(03) USING WS-ID.
           05 LINE 10 COLUMN 10 VALUE "SENHA...........:".
           05 COLUMN PLUS 2 PIC X(40) USING WS-SENHA.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

      *=================================================================
       procedure division.
      *=================================================================

       INICIO.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           ACCEPT WS-NUML FROM LINES
           ACCEPT WS-NUMC FROM COLUMNS
           PERFORM ABRIR-ARQUIVOS.
           PERFORM BATE-PONTO THRU BATE-PONTO-FIM.

       FINALIZA.

       CLOSE PONTO-FILE FUNCIONARIO-FILE.
       GOBACK.

      * -----------------------------------
      * UMA BATIDA POR VEZ ATE O ESC: CONFERE ID E SENHA E ALTERNA
      * ENTRE ENTRADA E SAIDA PELA LINHA ABERTA DO FUNCIONARIO

       BATE-PONTO.
           MOVE "RELOGIO DE PONTO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.

           BATE-PONTO-LOOP.
           MOVE ZEROS TO WS-ID.
           MOVE SPACES TO WS-SENHA.
           DISPLAY SS-TELA-PONTO.
           ACCEPT SS-TELA-PONTO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO BATE-PONTO-FIM
           END-IF
           MOVE WS-ID TO FUN-ID.
           READ FUNCIONARIO-FILE
           INVALID KEY
               MOVE "FUNCIONARIO NAO CADASTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO BATE-PONTO-LOOP
           END-READ.
           IF FUN-ATIVO-NAO OR FUN-TRAVADO
               MOVE "FUNCIONARIO DESATIVADO OU BLOQUEADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO BATE-PONTO-LOOP
           END-IF
           CALL "HASH-SENHA" USING WS-SENHA, WS-SENHA-HASH.
           IF FUN-SENHA NOT EQUAL WS-SENHA-HASH
               MOVE "SENHA NAO CONFERE" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO BATE-PONTO-LOOP
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           PERFORM BUSCA-PONTO-ABERTO THRU BUSCA-PONTO-ABERTO-FIM.
           IF TEM-PONTO-ABERTO
               PERFORM REGISTRA-SAIDA THRU REGISTRA-SAIDA-FIM
           ELSE
               PERFORM REGISTRA-ENTRADA THRU REGISTRA-ENTRADA-FIM
           END-IF
           GO BATE-PONTO-LOOP.
       BATE-PONTO-FIM.

      * -----------------------------------
      * ENTRADA: ABRE A LINHA NA FILIAL DO CADASTRO DO FUNCIONARIO

       REGISTRA-ENTRADA.
           MOVE SPACES TO PNT-REC.
           MOVE FUN-ID TO PNT-FUN-ID.
           MOVE WS-DATA-HOJE TO PNT-DATA.
           MOVE WS-HORA-AGORA(1:6) TO PNT-HORA-ENTRADA.
           MOVE FUN-FILIAL TO PNT-FILIAL.
           MOVE ZEROS TO PNT-DATA-SAIDA PNT-HORA-SAIDA.
           MOVE "A" TO PNT-SITUACAO.
           WRITE PNT-REC
           INVALID KEY
               MOVE "BATIDA REPETIDA - AGUARDE UM INSTANTE"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REGISTRA-ENTRADA-FIM
           END-WRITE.
           MOVE "RELOGIO_PONTO" TO WS-AUD-PROGRAMA.
           MOVE "ENTRADA" TO WS-AUD-OPERACAO.
           MOVE FUN-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE "ENTRADA" TO WS-MSG-PONTO-TIPO.
           PERFORM MOSTRA-BATIDA.
       REGISTRA-ENTRADA-FIM.

      * -----------------------------------
      * SAIDA: FECHA A LINHA ABERTA (QUE PODE SER DA VESPERA, NO TURNO
      * QUE VIRA A MEIA-NOITE)

       REGISTRA-SAIDA.
           MOVE WS-CHAVE-ABERTA TO PNT-KEY.
           READ PONTO-FILE
           INVALID KEY
               MOVE "ERRO AO LER A ENTRADA EM ABERTO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REGISTRA-SAIDA-FIM
           END-READ.
           MOVE WS-DATA-HOJE TO PNT-DATA-SAIDA.
           MOVE WS-HORA-AGORA(1:6) TO PNT-HORA-SAIDA.
           MOVE "F" TO PNT-SITUACAO.
           REWRITE PNT-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR A SAIDA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REGISTRA-SAIDA-FIM
           END-REWRITE.
           MOVE "RELOGIO_PONTO" TO WS-AUD-PROGRAMA.
           MOVE "SAIDA" TO WS-AUD-OPERACAO.
           MOVE FUN-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE "SAIDA" TO WS-MSG-PONTO-TIPO.
           PERFORM MOSTRA-BATIDA.
       REGISTRA-SAIDA-FIM.

      * -----------------------------------
      * CONFIRMA A BATIDA NA BARRA DE MENSAGEM

       MOSTRA-BATIDA.
           MOVE FUN-NOME TO WS-MSG-PONTO-NOME.
           MOVE WS-HORA-AGORA(1:2) TO WS-MSG-PONTO-HH.
           MOVE WS-HORA-AGORA(3:2) TO WS-MSG-PONTO-MM.
           MOVE WS-MSG-PONTO TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.

      * -----------------------------------
      * PROCURA A LINHA ABERTA DO FUNCIONARIO: AS BATIDAS DELE FICAM
      * JUNTAS NA CHAVE, DA MAIS ANTIGA PARA A MAIS NOVA

       BUSCA-PONTO-ABERTO.
           MOVE "N" TO WS-ACHOU-ABERTO.
           MOVE ZEROS TO WS-CHAVE-ABERTA.
           MOVE FUN-ID TO PNT-FUN-ID.
           MOVE ZEROS TO PNT-DATA PNT-HORA-ENTRADA.
           MOVE ZEROS TO FS-STAT.
           START PONTO-FILE KEY IS NOT LESS THAN PNT-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT
           END-START.

           BUSCA-PONTO-ABERTO-LOOP.
           IF FS-FIM
               MOVE ZEROS TO FS-STAT
               GO BUSCA-PONTO-ABERTO-FIM
           END-IF
           READ PONTO-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT
               GO BUSCA-PONTO-ABERTO-LOOP
           END-READ.
           IF PNT-FUN-ID NOT EQUAL FUN-ID
               MOVE 10 TO FS-STAT
               GO BUSCA-PONTO-ABERTO-LOOP
           END-IF
           IF PNT-ABERTO
               MOVE "S" TO WS-ACHOU-ABERTO
               MOVE PNT-KEY TO WS-CHAVE-ABERTA
           END-IF
           GO BUSCA-PONTO-ABERTO-LOOP.
       BUSCA-PONTO-ABERTO-FIM.

      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAIDA

       ABRIR-ARQUIVOS.
           OPEN I-O PONTO-FILE
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT PONTO-FILE
               CLOSE PONTO-FILE
               OPEN I-O PONTO-FILE
           END-IF.
           OPEN INPUT FUNCIONARIO-FILE.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS

       MOSTRA-ERRO.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.
