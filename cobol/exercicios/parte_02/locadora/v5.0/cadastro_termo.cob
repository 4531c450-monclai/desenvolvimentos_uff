       identification division.
       program-id. cadastro_termo.

      *=================================================================
      * CONTRATO DE LOCACAO EM VERSOES (TERMO.DAT) E ACEITE DO CLIENTE
      * (ACEITE.DAT). (1) PUBLICA UMA VERSAO NOVA DO TEXTO - REGRAS DE
      * MULTA, CAUCAO, TAXA DE DANO, DISCO EXTRAVIADO - COM A DATA EM
      * QUE PASSA A VALER; VERSAO PUBLICADA NAO SE ALTERA, MUDANCA E
      * SEMPRE UMA VERSAO NOVA. (2) CONSULTA O TEXTO DE UMA VERSAO.
      * (3) COLHE O ACEITE DO CLIENTE FORA DO ALUGUEL: IMPRIME A VIA,
      * CONFERE A ASSINATURA E GRAVA O ACEITE COM O OPERADOR LOGADO.
      * O BALCAO DE ALUGUEL RECUSA CLIENTE SEM O ACEITE DA VERSAO EM
      * VIGOR (SUBROTINA CONFERE-ACEITE).
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select termo-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is trm-key.

       select cliente-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-cliente
           record key is cli-key.

       select opsessao-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-opsessao
           record key is op-chave.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd termo-file value of file-id is "TERMO.dat".
       copy termo.

       fd cliente-file value of file-id is "FUNC.dat".
       copy cliente replacing ==FILE1-REC==     by ==CLI-REC==
                              ==FS-KEY==        by ==CLI-KEY==
                              ==FS-ID==         by ==CLI-ID==
                              ==FS-NOME==       by ==CLI-NOME==
                              ==FS-SENHA==      by ==CLI-SENHA==.

       fd opsessao-file value of file-id is "OPSESSAO.dat".
       copy opsessao.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       01 ws-modulo.
           02 filler           pic x(11)   value "termo-".
           02 ws-op            pic x(20)   value spaces.

       77 ws-opcao             pic x.
           88 e-publicar               value is "1".
           88 e-consultar              value is "2".
           88 e-aceite                 value is "3".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-nao-existe            value 35.

       77 fs-stat-cliente      pic 9(02).

       77 fs-stat-opsessao     pic 9(02).
           88 fs-opsessao-ok           value zeros.

       77 ws-data-hoje         pic 9(08).
       77 ws-operador-logado   pic 9(03) value zeros.

      * ULTIMA VERSAO PUBLICADA (QUALQUER VIGENCIA) E A PROXIMA
       77 ws-ultima-versao     pic 9(03).
       77 ws-ultima-vigencia   pic 9(08).

      * VERSAO EM EDICAO OU EM CONSULTA: TITULO E ATE 12 LINHAS
       77 ws-versao            pic 9(03).
       77 ws-vigencia          pic 9(08).
       77 ws-publicacao        pic 9(08).
       77 ws-titulo            pic x(70).
       01 ws-texto.
           02 ws-tx-01             pic x(70).
           02 ws-tx-02             pic x(70).
           02 ws-tx-03             pic x(70).
           02 ws-tx-04             pic x(70).
           02 ws-tx-05             pic x(70).
           02 ws-tx-06             pic x(70).
           02 ws-tx-07             pic x(70).
           02 ws-tx-08             pic x(70).
           02 ws-tx-09             pic x(70).
           02 ws-tx-10             pic x(70).
           02 ws-tx-11             pic x(70).
           02 ws-tx-12             pic x(70).
       01 ws-texto-tab redefines ws-texto.
           02 ws-tx-linha          pic x(70) occurs 12 times.
       77 ws-tx-ix             pic 9(02).
       77 ws-tx-ultima         pic 9(02).

      * ACEITE DO CLIENTE
       77 ws-cliente-exame     pic 9(05).
       77 ws-act-versao        pic 9(03).
       77 ws-act-filial        pic 9(02).
       77 ws-act-resultado     pic x(01).
           88 act-aceitou              value "S".

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
           05 LINE 07 COLUMN 15 VALUE "1 - PUBLICAR NOVA VERSAO".
           05 LINE 08 COLUMN 15 VALUE "2 - CONSULTAR VERSAO".
           05 LINE 09 COLUMN 15 VALUE "3 - REGISTRAR ACEITE DO CLIENTE".
           05 LINE 10 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 12 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 12 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-CABECA-VERSAO.
           05 LINE 03 COLUMN 05 VALUE "VERSAO:".
           05 COLUMN PLUS 2 PIC 9(03) FROM WS-VERSAO.
           05 COLUMN PLUS 3 VALUE "PUBLICADA EM:".
           05 COLUMN PLUS 2 PIC 9(08) FROM WS-PUBLICACAO.

       01 SS-TELA-VERSAO.
           05 LINE 04 COLUMN 05 VALUE "VIGENCIA (AAAAMMDD):".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-VIGENCIA.
           05 LINE 05 COLUMN 05 VALUE "TITULO:".
           05 LINE 06 COLUMN 05 PIC X(70) USING WS-TITULO.
           05 LINE 08 COLUMN 05 VALUE "TEXTO:".
           05 LINE 09 COLUMN 05 PIC X(70) USING WS-TX-01.
           05 LINE 10 COLUMN 05 PIC X(70) USING WS-TX-02.
           05 LINE 11 COLUMN 05 PIC X(70) USING WS-TX-03.
           05 LINE 12 COLUMN 05 PIC X(70) USING WS-TX-04.
           05 LINE 13 COLUMN 05 PIC X(70) USING WS-TX-05.
           05 LINE 14 COLUMN 05 PIC X(70) USING WS-TX-06.
           05 LINE 15 COLUMN 05 PIC X(70) USING WS-TX-07.
           05 LINE 16 COLUMN 05 PIC X(70) USING WS-TX-08.
           05 LINE 17 COLUMN 05 PIC X(70) USING WS-TX-09.
           05 LINE 18 COLUMN 05 PIC X(70) USING WS-TX-10.
           05 LINE 19 COLUMN 05 PIC X(70) USING WS-TX-11.
           05 LINE 20 COLUMN 05 PIC X(70) USING WS-TX-12.

       01 SS-TELA-PEDE-VERSAO.
           05 LINE 03 COLUMN 05 VALUE "VERSAO:".
           05 COLUMN PLUS 2 PIC 9(03) USING WS-VERSAO.

       01 SS-TELA-CLIENTE.
           05 LINE 07 COLUMN 10 VALUE "ID DO CLIENTE:".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-CLIENTE-EXAME.

       01 SS-TELA-NOME.
           05 LINE 08 COLUMN 10 VALUE "NOME:".
           05 COLUMN PLUS 2 PIC X(40) FROM CLI-NOME.
           05 LINE 09 COLUMN 10 VALUE "VERSAO EM VIGOR:".
           05 COLUMN PLUS 2 PIC 9(03) FROM WS-ACT-VERSAO.

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
               MOVE "CONTRATO DE LOCACAO" TO WS-OP
               MOVE "ESCOLHA A OPCAO" TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-PUBLICAR
                       PERFORM PUBLICA THRU PUBLICA-FIM
                   WHEN E-CONSULTAR
                       PERFORM CONSULTA THRU CONSULTA-FIM
                   WHEN E-ACEITE
                       PERFORM REGISTRA-ACEITE THRU REGISTRA-ACEITE-FIM
               END-EVALUATE
           END-PERFORM.

       FINALIZA.

       CLOSE TERMO-FILE CLIENTE-FILE.
       GOBACK.

      * -----------------------------------
      * PUBLICA A PROXIMA VERSAO: A VIGENCIA NAO PODE SER NO PASSADO
      * NEM ANTES DA VIGENCIA DA ULTIMA VERSAO; GRAVA O TITULO NA
      * LINHA 00 E O TEXTO ATE A ULTIMA LINHA PREENCHIDA

       PUBLICA.
           MOVE "NOVA VERSAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM ACHA-ULTIMA-VERSAO THRU ACHA-ULTIMA-VERSAO-FIM.
           IF WS-ULTIMA-VERSAO EQUAL 999
               MOVE "NUMERACAO DE VERSOES ESGOTADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO PUBLICA-FIM
           END-IF
           COMPUTE WS-VERSAO = WS-ULTIMA-VERSAO + 1.
           MOVE WS-DATA-HOJE TO WS-PUBLICACAO.
           MOVE WS-DATA-HOJE TO WS-VIGENCIA.
           IF WS-ULTIMA-VIGENCIA > WS-VIGENCIA
               MOVE WS-ULTIMA-VIGENCIA TO WS-VIGENCIA
           END-IF
           MOVE SPACES TO WS-TITULO WS-TEXTO.
           DISPLAY SS-TELA-CABECA-VERSAO.

           PUBLICA-LOOP.
           ACCEPT SS-TELA-VERSAO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO PUBLICA-FIM
           END-IF
           IF WS-VIGENCIA < WS-DATA-HOJE
               MOVE "VIGENCIA NAO PODE SER ANTERIOR A HOJE"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO PUBLICA-LOOP
           END-IF
           IF WS-VIGENCIA < WS-ULTIMA-VIGENCIA
               MOVE "VIGENCIA ANTERIOR A DA ULTIMA VERSAO PUBLICADA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO PUBLICA-LOOP
           END-IF
           IF WS-TITULO EQUAL SPACES OR WS-TX-01 EQUAL SPACES
               MOVE "FAVOR INFORMAR O TITULO E O TEXTO DA VERSAO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO PUBLICA-LOOP
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "VERSAO PUBLICADA NAO PODE SER ALTERADA - CONFIRMA "
               & "(S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO PUBLICA-LOOP
           END-IF
           MOVE SPACES TO TRM-REC.
           MOVE WS-VERSAO TO TRM-VERSAO.
           MOVE ZEROS TO TRM-LINHA.
           MOVE WS-VIGENCIA TO TRM-DATA-VIGENCIA.
           MOVE WS-PUBLICACAO TO TRM-DATA-PUBLICACAO.
           MOVE WS-TITULO TO TRM-TEXTO.
           WRITE TRM-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR A VERSAO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO PUBLICA-FIM
           END-WRITE.
           MOVE 12 TO WS-TX-ULTIMA.

           PUBLICA-ULTIMA.
           IF WS-TX-LINHA(WS-TX-ULTIMA) EQUAL SPACES
               SUBTRACT 1 FROM WS-TX-ULTIMA
               GO PUBLICA-ULTIMA
           END-IF
           MOVE ZEROS TO WS-TX-IX.

           PUBLICA-GRAVA.
           ADD 1 TO WS-TX-IX.
           IF WS-TX-IX > WS-TX-ULTIMA
               GO PUBLICA-AUDITA
           END-IF
           MOVE WS-TX-IX TO TRM-LINHA.
           MOVE WS-TX-LINHA(WS-TX-IX) TO TRM-TEXTO.
           WRITE TRM-REC.
           GO PUBLICA-GRAVA.

           PUBLICA-AUDITA.
           MOVE "CADASTRO_TERMO" TO WS-AUD-PROGRAMA.
           MOVE "PUBLICA" TO WS-AUD-OPERACAO.
           MOVE WS-VERSAO TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE "VERSAO PUBLICADA - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       PUBLICA-FIM.

      * -----------------------------------
      * ULTIMA VERSAO PUBLICADA E A VIGENCIA DELA (ZEROS SE NENHUMA)

       ACHA-ULTIMA-VERSAO.
           MOVE ZEROS TO WS-ULTIMA-VERSAO WS-ULTIMA-VIGENCIA.
           MOVE ZEROS TO TRM-KEY.
           START TERMO-FILE KEY IS NOT LESS THAN TRM-KEY
           INVALID KEY
               GO ACHA-ULTIMA-VERSAO-FIM
           END-START.

           ACHA-ULTIMA-VERSAO-LOOP.
           READ TERMO-FILE NEXT RECORD
           AT END
               GO ACHA-ULTIMA-VERSAO-FIM
           END-READ.
           IF TRM-LINHA EQUAL ZEROS
               MOVE TRM-VERSAO TO WS-ULTIMA-VERSAO
               MOVE TRM-DATA-VIGENCIA TO WS-ULTIMA-VIGENCIA
           END-IF
           GO ACHA-ULTIMA-VERSAO-LOOP.
       ACHA-ULTIMA-VERSAO-FIM.

      * -----------------------------------
      * MOSTRA O TITULO, A VIGENCIA E O TEXTO DE UMA VERSAO; A
      * SUGESTAO E A ULTIMA PUBLICADA

       CONSULTA.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM ACHA-ULTIMA-VERSAO THRU ACHA-ULTIMA-VERSAO-FIM.
           MOVE WS-ULTIMA-VERSAO TO WS-VERSAO.
           ACCEPT SS-TELA-PEDE-VERSAO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONSULTA-FIM
           END-IF
           MOVE WS-VERSAO TO TRM-VERSAO.
           MOVE ZEROS TO TRM-LINHA.
           READ TERMO-FILE
           INVALID KEY
               MOVE "VERSAO NAO CADASTRADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONSULTA-FIM
           END-READ.
           MOVE TRM-DATA-VIGENCIA TO WS-VIGENCIA.
           MOVE TRM-DATA-PUBLICACAO TO WS-PUBLICACAO.
           MOVE TRM-TEXTO TO WS-TITULO.
           MOVE SPACES TO WS-TEXTO.

           CONSULTA-LOOP.
           READ TERMO-FILE NEXT RECORD
           AT END
               GO CONSULTA-MOSTRA
           END-READ.
           IF TRM-VERSAO NOT EQUAL WS-VERSAO
               GO CONSULTA-MOSTRA
           END-IF
           IF TRM-LINHA > ZEROS AND TRM-LINHA NOT > 12
               MOVE TRM-TEXTO TO WS-TX-LINHA(TRM-LINHA)
           END-IF
           GO CONSULTA-LOOP.

           CONSULTA-MOSTRA.
           DISPLAY SS-TELA-CABECA-VERSAO.
           DISPLAY SS-TELA-VERSAO.
           MOVE "PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       CONSULTA-FIM.

      * -----------------------------------
      * ACEITE DO CLIENTE A VERSAO EM VIGOR FORA DO ALUGUEL: IMPRIME
      * A VIA, CONFERE A ASSINATURA E GRAVA COM O OPERADOR LOGADO E A
      * FILIAL DO CLIENTE

       REGISTRA-ACEITE.
           MOVE "ACEITE DO CLIENTE" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM LE-CLIENTE THRU LE-CLIENTE-FIM.
           IF FS-STAT-CLIENTE NOT EQUAL ZEROS
               GO REGISTRA-ACEITE-FIM
           END-IF
           CALL "CONFERE-ACEITE" USING WS-CLIENTE-EXAME WS-DATA-HOJE
               WS-ACT-VERSAO WS-ACT-RESULTADO.
           DISPLAY SS-TELA-NOME.
           IF WS-ACT-VERSAO EQUAL ZEROS
               MOVE "NENHUMA VERSAO DO CONTRATO EM VIGOR" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REGISTRA-ACEITE-FIM
           END-IF
           IF ACT-ACEITOU
               MOVE "CLIENTE JA ACEITOU A VERSAO EM VIGOR" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REGISTRA-ACEITE-FIM
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "IMPRIMIR A VIA PARA ASSINATURA (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO REGISTRA-ACEITE-FIM
           END-IF
           CALL "IMPRIME-TERMO" USING WS-ACT-VERSAO WS-CLIENTE-EXAME
               CLI-NOME WS-OPERADOR-LOGADO WS-ACT-RESULTADO.
           IF WS-ACT-RESULTADO NOT EQUAL "S"
               MOVE "TEXTO DO CONTRATO NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REGISTRA-ACEITE-FIM
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "VIA IMPRESSA - CLIENTE ASSINOU (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO REGISTRA-ACEITE-FIM
           END-IF
           MOVE ZEROS TO WS-ACT-FILIAL.
           IF FS-FILIAL IS NUMERIC
               MOVE FS-FILIAL TO WS-ACT-FILIAL
           END-IF
           CALL "REGISTRA-ACEITE" USING WS-CLIENTE-EXAME WS-ACT-VERSAO
               WS-DATA-HOJE WS-OPERADOR-LOGADO WS-ACT-FILIAL
               WS-ACT-RESULTADO.
           IF WS-ACT-RESULTADO NOT EQUAL "S"
               MOVE "ERRO AO GRAVAR O ACEITE" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REGISTRA-ACEITE-FIM
           END-IF
           MOVE "CADASTRO_TERMO" TO WS-AUD-PROGRAMA.
           MOVE "ACEITE-TRM" TO WS-AUD-OPERACAO.
           MOVE WS-CLIENTE-EXAME TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE "ACEITE GRAVADO - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       REGISTRA-ACEITE-FIM.

      * -----------------------------------
      * PEDE O CLIENTE E CONFERE NO CADASTRO; CLIENTE DESATIVADO OU
      * ANONIMIZADO NAO ALUGA MAIS E NAO PRECISA DE ACEITE

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
           IF FS-FOI-ANONIMIZADO OR FS-ATIVO-NAO
               MOVE 99 TO FS-STAT-CLIENTE
               MOVE "CLIENTE DESATIVADO OU ANONIMIZADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO LE-CLIENTE-FIM
           END-IF.
       LE-CLIENTE-FIM.

      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAIDA E PEGA O OPERADOR LOGADO
      * (OPSESSAO.DAT, GRAVADO POR TELA_LOGIN)

       ABRIR-ARQUIVOS.
           OPEN I-O TERMO-FILE
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT TERMO-FILE
               CLOSE TERMO-FILE
               OPEN I-O TERMO-FILE
           END-IF.
           OPEN INPUT CLIENTE-FILE.
           OPEN INPUT OPSESSAO-FILE.
           IF FS-OPSESSAO-OK
               MOVE 1 TO OP-CHAVE
               READ OPSESSAO-FILE
               NOT INVALID KEY
                   MOVE OP-FUNC-ID TO WS-OPERADOR-LOGADO
               END-READ
               CLOSE OPSESSAO-FILE
           END-IF.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS

       MOSTRA-ERRO.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.
