       identification division.
       program-id. cadastro_contestacao.

      *=================================================================
      * ACOMPANHAMENTO DAS CONTESTACOES DE CARTAO (CHARGEBACK) EM
      * CONTESTACAO.DAT, IMPORTADAS DA ADQUIRENTE POR
      * IMPORTA_CONTESTACOES. (1) REGISTRA A DEFESA ENVIADA (SO DA
      * RECEBIDA; AVISA SE O PRAZO JA VENCEU). (2) REGISTRA O DESFECHO:
      * GANHA SO FECHA; PERDIDA LANCA O VALOR CONTRA O CLIENTE NO
      * CONTAS A RECEBER (TIPO "C", CHAVE 7 + CTC-ID) E, SE O OPERADOR
      * PEDIR, BLOQUEIA O CREDITO DELE - RECUSADO EM PERIODO CONTABIL
      * FECHADO. (3) CONSULTA, UMA A UMA A PARTIR DA INFORMADA.
      * (4) LIGA A MAO O DOCUMENTO PAGO NO CARTAO (ALUGUEL, VENDA OU
      * TICKET) QUANDO A IMPORTACAO NAO ACHOU. (5) REIMPRIME A VIA DO
      * RECIBO ORIGINAL (EMITE-RECIBO) PARA ANEXAR A DEFESA.
      * TUDO FICA NA AUDITORIA COM O OPERADOR LOGADO.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select contestacao-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is ctc-key.

       select receber-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-cr
           record key is cr-key.

       select cliente-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-cliente
           record key is cli-key.

       select aluguel-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-alug
           record key is al-key
           alternate record key is al-cliente-id with duplicates
           alternate record key is al-data-aluguel with duplicates
           alternate record key is al-data-devolucao with duplicates.

       select venda-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-venda
           record key is vd-key
           alternate record key is vd-data-venda with duplicates.

       select pagamento-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-pag
           record key is pag-key.

       select recibo-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-rec
           record key is rec-key.

       select opsessao-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-opsessao
           record key is op-chave.

       select dia-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-dia
           record key is dia-chave.

       select periodo-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-per
           record key is per-key.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd contestacao-file value of file-id is "CONTESTACAO.dat".
       copy contestacao.

       fd receber-file value of file-id is "CONTAS_RECEBER.dat".
       copy receber.

       fd cliente-file value of file-id is "FUNC.dat".
       copy cliente replacing ==FILE1-REC==     by ==CLI-REC==
                              ==FS-KEY==        by ==CLI-KEY==
                              ==FS-ID==         by ==CLI-ID==
                              ==FS-NOME==       by ==CLI-NOME==
                              ==FS-SENHA==      by ==CLI-SENHA==.

       fd aluguel-file value of file-id is "ALUGUEL.dat".
       copy aluguel.

       fd venda-file value of file-id is "VENDA.dat".
       copy venda.

       fd pagamento-file value of file-id is "PAGAMENTO.dat".
       copy pagamento.

       fd recibo-file value of file-id is "RECIBO.dat".
       copy recibo.

       fd opsessao-file value of file-id is "OPSESSAO.dat".
       copy opsessao.

       fd dia-file value of file-id is "DATA_NEGOCIO.dat".
       copy dia_negocio.

       fd periodo-file value of file-id is "PERIODO.dat".
       copy periodo.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       01 ws-modulo.
           02 filler           pic x(11)   value "contest-".
           02 ws-op            pic x(20)   value spaces.

       77 ws-opcao             pic x.
           88 e-defesa                 value is "1".
           88 e-desfecho               value is "2".
           88 e-consultar              value is "3".
           88 e-ligar                  value is "4".
           88 e-recibo                 value is "5".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-nao-existe            value 35.

       77 fs-stat-cr           pic 9(02).
           88 fs-cr-ok                 value zeros.
           88 fs-cr-nao-existe         value 35.

       77 fs-stat-cliente      pic 9(02).
           88 fs-cliente-ok            value zeros.

       77 fs-stat-alug         pic 9(02).
           88 fs-alug-ok               value zeros.
       77 fs-stat-venda        pic 9(02).
           88 fs-venda-ok              value zeros.
       77 fs-stat-pag          pic 9(02).
           88 fs-pag-ok                value zeros.
       77 fs-stat-rec          pic 9(02).
           88 fs-rec-ok                value zeros.

       77 fs-stat-opsessao     pic 9(02).
           88 fs-opsessao-ok           value zeros.
       77 fs-stat-dia          pic 9(02).
           88 fs-dia-ok                value zeros.
       77 fs-stat-per          pic 9(02).
           88 fs-per-ok                value zeros.

       77 ws-data-hoje         pic 9(08).
       77 ws-operador-logado   pic 9(03) value zeros.
       77 ws-periodo-fechado   pic x(01).
           88 periodo-fechado          value "S".

       77 ws-ctc-id            pic 9(07).
       77 ws-desc-motivo       pic x(25).
       77 ws-desc-situacao     pic x(15).
       77 ws-desfecho          pic x(01).
           88 desfecho-ganha           value "G" "g".
           88 desfecho-perdida         value "P" "p".

      * DOCUMENTO LIGADO A MAO: TIPO E NUMERO INFORMADOS E O QUE FOI
      * ACHADO PARA ELES
       77 ws-doc-tipo          pic x(01).
       77 ws-doc-num           pic 9(11).
       77 ws-loc-origem        pic x(01).
       77 ws-loc-doc           pic 9(11).
       77 ws-loc-cliente       pic 9(05).
       77 ws-loc-filial        pic 9(02).
       77 ws-valor-cartao      pic 9(07)v99.
       77 ws-perna-seq         pic 9(02).
       77 ws-busca-tipo        pic x(01).

      * RECIBO NUMERADO DO CLIENTE (SUBROTINA EMITE-RECIBO)
       77 ws-er-numero         pic 9(09).
       77 ws-er-tipo           pic x(01).
       77 ws-er-origem         pic 9(11).
       77 ws-er-cliente        pic 9(05).
       77 ws-er-valor          pic 9(07)v99.
       77 ws-er-forma          pic x(01).
       77 ws-er-operador       pic 9(03).

       77 ws-aud-programa      pic x(20) value "CADASTRO_CONTESTACAO".
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
           05 LINE 07 COLUMN 15 VALUE "1 - REGISTRAR DEFESA ENVIADA".
           05 LINE 08 COLUMN 15 VALUE "2 - REGISTRAR DESFECHO".
           05 LINE 09 COLUMN 15 VALUE "3 - CONSULTAR CONTESTACOES".
           05 LINE 10 COLUMN 15 VALUE "4 - LIGAR DOCUMENTO".
           05 LINE 11 COLUMN 15 VALUE "5 - REIMPRIMIR RECIBO ORIGINAL".
           05 LINE 12 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 14 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 14 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-ID.
           05 LINE 03 COLUMN 05 VALUE "CONTESTACAO:".
           05 COLUMN PLUS 2 PIC 9(07) USING WS-CTC-ID.

       01 SS-TELA-DADOS.
           05 LINE 05 COLUMN 05 VALUE "REFERENCIA:".
           05 COLUMN PLUS 2 PIC X(20) FROM CTC-REF-ADQUIRENTE.
           05 COLUMN 45 VALUE "AVISO EM:".
           05 COLUMN PLUS 2 PIC 9(08) FROM CTC-DATA-AVISO.
           05 LINE 06 COLUMN 05 VALUE "COMPRA EM:".
           05 COLUMN PLUS 2 PIC 9(08) FROM CTC-DATA-COMPRA.
           05 COLUMN 45 VALUE "VALOR:".
           05 COLUMN PLUS 2 PIC ZZZZZZ9.99 FROM CTC-VALOR.
           05 LINE 07 COLUMN 05 VALUE "MOTIVO:".
           05 COLUMN PLUS 2 PIC X(02) FROM CTC-MOTIVO.
           05 COLUMN PLUS 2 PIC X(25) FROM WS-DESC-MOTIVO.
           05 LINE 08 COLUMN 05 VALUE "DOCUMENTO:".
           05 COLUMN PLUS 2 PIC X(01) FROM CTC-ORIGEM.
           05 COLUMN PLUS 1 PIC 9(11) FROM CTC-DOC.
           05 COLUMN 45 VALUE "CLIENTE:".
           05 COLUMN PLUS 2 PIC 9(05) FROM CTC-CLIENTE-ID.
           05 LINE 09 COLUMN 05 VALUE "RECIBO ORIGINAL:".
           05 COLUMN PLUS 2 PIC 9(09) FROM CTC-RECIBO.
           05 COLUMN 45 VALUE "FILIAL:".
           05 COLUMN PLUS 2 PIC 9(02) FROM CTC-FILIAL.
           05 LINE 10 COLUMN 05 VALUE "PRAZO DA DEFESA:".
           05 COLUMN PLUS 2 PIC 9(08) FROM CTC-PRAZO-DEFESA.
           05 COLUMN 45 VALUE "SITUACAO:".
           05 COLUMN PLUS 2 PIC X(15) FROM WS-DESC-SITUACAO.
           05 LINE 11 COLUMN 05 VALUE "DEFESA EM:".
           05 COLUMN PLUS 2 PIC 9(08) FROM CTC-DATA-DEFESA.
           05 COLUMN 45 VALUE "DESFECHO EM:".
           05 COLUMN PLUS 2 PIC 9(08) FROM CTC-DATA-DESFECHO.
           05 LINE 12 COLUMN 05 VALUE "LANCAMENTO NO CONTAS A RECEBER:".
           05 COLUMN PLUS 2 PIC 9(11) FROM CTC-LANC-CR.

       01 SS-TELA-DESFECHO.
           05 LINE 14 COLUMN 05 VALUE "DESFECHO (G GANHA/P PERDIDA):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-DESFECHO.

       01 SS-TELA-DOC.
           05 LINE 14 COLUMN 05 VALUE
               "TIPO (A ALUGUEL/V VENDA/T TICKET):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-DOC-TIPO.
           05 LINE 15 COLUMN 05 VALUE "NUMERO DO DOCUMENTO:".
           05 COLUMN PLUS 2 PIC 9(11) USING WS-DOC-NUM.

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
           PERFORM CARREGA-DIA-NEGOCIO
           PERFORM ABRIR-ARQUIVOS
           PERFORM UNTIL E-ENCERRAR
               MOVE "CONTESTACAO DE CARTAO" TO WS-OP
               MOVE "ESCOLHA A OPCAO" TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-DEFESA
                       PERFORM REGISTRA-DEFESA THRU REGISTRA-DEFESA-FIM
                   WHEN E-DESFECHO
                       PERFORM REGISTRA-DESFECHO THRU
                           REGISTRA-DESFECHO-FIM
                   WHEN E-CONSULTAR
                       PERFORM CONSULTA THRU CONSULTA-FIM
                   WHEN E-LIGAR
                       PERFORM LIGA-DOCUMENTO THRU LIGA-DOCUMENTO-FIM
                   WHEN E-RECIBO
                       PERFORM REIMPRIME-RECIBO THRU
                           REIMPRIME-RECIBO-FIM
               END-EVALUATE
           END-PERFORM.

       FINALIZA.

       CLOSE CONTESTACAO-FILE.
       IF FS-ALUG-OK
           CLOSE ALUGUEL-FILE
       END-IF
       IF FS-VENDA-OK
           CLOSE VENDA-FILE
       END-IF
       IF FS-PAG-OK
           CLOSE PAGAMENTO-FILE
       END-IF
       IF FS-REC-OK
           CLOSE RECIBO-FILE
       END-IF
       IF FS-PER-OK
           CLOSE PERIODO-FILE
       END-IF
       GOBACK.

      * -----------------------------------
      * DEFESA ENVIADA A ADQUIRENTE: SO PARA A CONTESTACAO RECEBIDA;
      * DEPOIS DO PRAZO A ADQUIRENTE PODE NEM ACEITAR, ENTAO PEDE
      * CONFIRMACAO

       REGISTRA-DEFESA.
           MOVE "DEFESA ENVIADA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM LE-CONTESTACAO THRU LE-CONTESTACAO-FIM.
           IF NOT FS-OK
               GO REGISTRA-DEFESA-FIM
           END-IF
           IF NOT CTC-RECEBIDA
               MOVE "DEFESA SO PARA CONTESTACAO RECEBIDA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REGISTRA-DEFESA-FIM
           END-IF
           IF WS-DATA-HOJE > CTC-PRAZO-DEFESA
               MOVE "N" TO WS-ERRO
               MOVE "PRAZO DA DEFESA JA VENCEU - REGISTRA ASSIM MESMO "
                   & "(S/N)?" TO WS-MSGERRO
               ACCEPT SS-ERRO
               IF NOT E-SIM
                   GO REGISTRA-DEFESA-FIM
               END-IF
           ELSE
               MOVE "N" TO WS-ERRO
               MOVE "CONFIRMA A DEFESA ENVIADA HOJE (S/N)?"
                   TO WS-MSGERRO
               ACCEPT SS-ERRO
               IF NOT E-SIM
                   GO REGISTRA-DEFESA-FIM
               END-IF
           END-IF
           MOVE "D" TO CTC-SITUACAO.
           MOVE WS-DATA-HOJE TO CTC-DATA-DEFESA.
           MOVE WS-OPERADOR-LOGADO TO CTC-OPERADOR-ID.
           REWRITE CTC-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR A CONTESTACAO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REGISTRA-DEFESA-FIM
           END-REWRITE.
           MOVE "DEFESA" TO WS-AUD-OPERACAO.
           MOVE CTC-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE "DEFESA REGISTRADA - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       REGISTRA-DEFESA-FIM.

      * -----------------------------------
      * DESFECHO DA CONTESTACAO RECEBIDA OU EM DEFESA. GANHA SO
      * FECHA. PERDIDA PRECISA DO DOCUMENTO LIGADO (E DO CLIENTE DELE):
      * O VALOR QUE A ADQUIRENTE TOMOU DE VOLTA VIRA LANCAMENTO DO
      * CLIENTE NO CONTAS A RECEBER E O BLOQUEIO E OPCIONAL

       REGISTRA-DESFECHO.
           MOVE "DESFECHO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM LE-CONTESTACAO THRU LE-CONTESTACAO-FIM.
           IF NOT FS-OK
               GO REGISTRA-DESFECHO-FIM
           END-IF
           IF NOT (CTC-RECEBIDA OR CTC-DEFESA-ENVIADA)
               MOVE "CONTESTACAO JA TEM DESFECHO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REGISTRA-DESFECHO-FIM
           END-IF.

           REGISTRA-DESFECHO-LOOP.
           MOVE SPACES TO WS-DESFECHO.
           ACCEPT SS-TELA-DESFECHO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO REGISTRA-DESFECHO-FIM
           END-IF
           IF NOT (DESFECHO-GANHA OR DESFECHO-PERDIDA)
               MOVE "INFORME G (GANHA) OU P (PERDIDA)" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REGISTRA-DESFECHO-LOOP
           END-IF
           IF DESFECHO-GANHA
               MOVE "N" TO WS-ERRO
               MOVE "CONFIRMA CONTESTACAO GANHA (S/N)?" TO WS-MSGERRO
               ACCEPT SS-ERRO
               IF NOT E-SIM
                   GO REGISTRA-DESFECHO-FIM
               END-IF
               MOVE "G" TO CTC-SITUACAO
               MOVE "GANHA" TO WS-AUD-OPERACAO
               GO REGISTRA-DESFECHO-GRAVA
           END-IF

           IF CTC-SEM-ORIGEM OR CTC-CLIENTE-ID EQUAL ZEROS
               MOVE "LIGUE O DOCUMENTO (OPCAO 4) ANTES DO DESFECHO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REGISTRA-DESFECHO-FIM
           END-IF
           IF CTC-VALOR > 99999.99
               MOVE "VALOR ACIMA DO LIMITE DO CONTAS A RECEBER"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REGISTRA-DESFECHO-FIM
           END-IF
           PERFORM VERIFICA-PERIODO THRU VERIFICA-PERIODO-FIM.
           IF PERIODO-FECHADO
               MOVE "PERIODO CONTABIL FECHADO - DESFECHO RECUSADO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REGISTRA-DESFECHO-FIM
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "PERDIDA - LANCA O VALOR CONTRA O CLIENTE NO CONTAS A "
               & "RECEBER (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO REGISTRA-DESFECHO-FIM
           END-IF
           PERFORM LANCA-RECEBER THRU LANCA-RECEBER-FIM.
           IF CTC-LANC-CR EQUAL ZEROS
               GO REGISTRA-DESFECHO-FIM
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "BLOQUEAR O CREDITO DO CLIENTE (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF E-SIM
               PERFORM BLOQUEIA-CREDITO THRU BLOQUEIA-CREDITO-FIM
           END-IF
           MOVE "P" TO CTC-SITUACAO.
           MOVE "PERDIDA" TO WS-AUD-OPERACAO.

           REGISTRA-DESFECHO-GRAVA.
           MOVE WS-DATA-HOJE TO CTC-DATA-DESFECHO.
           MOVE WS-OPERADOR-LOGADO TO CTC-OPERADOR-ID.
           REWRITE CTC-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR A CONTESTACAO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REGISTRA-DESFECHO-FIM
           END-REWRITE.
           MOVE CTC-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE "DESFECHO REGISTRADO - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       REGISTRA-DESFECHO-FIM.

      * -----------------------------------
      * LANCAMENTO DA CONTESTACAO PERDIDA NO CONTAS A RECEBER: CHAVE
      * 7 + CTC-ID, FORA DAS FAIXAS DAS MULTAS (AL-ID), DOS ENCARGOS
      * (6 + SEQUENCIA) E DOS CHEQUES (9 + CHQ-ID). O ALUGUEL DE ORIGEM
      * SO E PREENCHIDO QUANDO O DOCUMENTO E ALUGUEL OU TICKET

       LANCA-RECEBER.
           OPEN I-O RECEBER-FILE.
           IF FS-CR-NAO-EXISTE
               OPEN OUTPUT RECEBER-FILE
               CLOSE RECEBER-FILE
               OPEN I-O RECEBER-FILE
           END-IF
           IF NOT FS-CR-OK
               MOVE "CONTAS A RECEBER FORA DO AR" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO LANCA-RECEBER-FIM
           END-IF
           MOVE SPACES TO CR-REC.
           COMPUTE CR-ID = 70000000000 + CTC-ID.
           MOVE CTC-CLIENTE-ID TO CR-CLIENTE-ID.
           MOVE ZEROS TO CR-ALUGUEL-ID.
           IF CTC-ORIGEM-ALUGUEL OR CTC-ORIGEM-TICKET
               MOVE CTC-DOC TO CR-ALUGUEL-ID
           END-IF
           MOVE CTC-VALOR TO CR-VALOR-ORIGINAL.
           MOVE CTC-VALOR TO CR-SALDO.
           MOVE WS-DATA-HOJE TO CR-DATA-ORIGEM.
           MOVE "A" TO CR-STATUS.
           MOVE "C" TO CR-TIPO.
           MOVE ZEROS TO CR-DATA-BAIXA.
           WRITE CR-REC
           INVALID KEY
               CLOSE RECEBER-FILE
               MOVE "LANCAMENTO DA CONTESTACAO JA EXISTE NO CONTAS A "
                   & "RECEBER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO LANCA-RECEBER-FIM
           END-WRITE.
           CLOSE RECEBER-FILE.
           MOVE CR-ID TO CTC-LANC-CR.
           MOVE "LANCA-CR" TO WS-AUD-OPERACAO.
           MOVE CR-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
       LANCA-RECEBER-FIM.

      * -----------------------------------
      * BLOQUEIO DE CREDITO DO CLIENTE DA CONTESTACAO PERDIDA; SAI
      * SOZINHO QUANDO O SALDO DELE NO CONTAS A RECEBER ZERA

       BLOQUEIA-CREDITO.
           OPEN I-O CLIENTE-FILE.
           IF NOT FS-CLIENTE-OK
               GO BLOQUEIA-CREDITO-FIM
           END-IF
           MOVE CTC-CLIENTE-ID TO CLI-ID.
           READ CLIENTE-FILE
           NOT INVALID KEY
               IF NOT FS-CREDITO-TRAVADO
                   MOVE "S" TO FS-CREDITO-BLOQUEADO
                   REWRITE CLI-REC
                   MOVE "BLOQ-CRED" TO WS-AUD-OPERACAO
                   MOVE CTC-CLIENTE-ID TO WS-AUD-CHAVE
                   CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
                       WS-AUD-OPERACAO WS-AUD-CHAVE
               END-IF
           END-READ.
           CLOSE CLIENTE-FILE.
       BLOQUEIA-CREDITO-FIM.

      * -----------------------------------
      * MOSTRA AS CONTESTACOES UMA A UMA A PARTIR DA INFORMADA

       CONSULTA.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE ZEROS TO WS-CTC-ID.
           ACCEPT SS-TELA-ID.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONSULTA-FIM
           END-IF
           MOVE WS-CTC-ID TO CTC-ID.
           START CONTESTACAO-FILE KEY IS NOT LESS THAN CTC-KEY
           INVALID KEY
               MOVE "NENHUMA CONTESTACAO A PARTIR DESTA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONSULTA-FIM
           END-START.

           CONSULTA-LOOP.
           READ CONTESTACAO-FILE NEXT RECORD
           AT END
               MOVE "FIM DAS CONTESTACOES" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONSULTA-FIM
           END-READ.
           MOVE CTC-ID TO WS-CTC-ID.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-ID.
           PERFORM MOSTRA-CONTESTACAO.
           MOVE "ENTER PARA PROXIMA - ESC PARA SAIR" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONSULTA-FIM
           END-IF
           GO CONSULTA-LOOP.
       CONSULTA-FIM.

      * -----------------------------------
      * LIGA A MAO O DOCUMENTO PAGO NO CARTAO A CONTESTACAO AINDA SEM
      * DESFECHO (TAMBEM CORRIGE UMA LIGACAO ERRADA DA IMPORTACAO).
      * ALUGUEL OU VENDA DE TICKET FICA COM O TICKET; O RECIBO
      * ORIGINAL E PROCURADO DE NOVO

       LIGA-DOCUMENTO.
           MOVE "LIGAR DOCUMENTO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM LE-CONTESTACAO THRU LE-CONTESTACAO-FIM.
           IF NOT FS-OK
               GO LIGA-DOCUMENTO-FIM
           END-IF
           IF NOT (CTC-RECEBIDA OR CTC-DEFESA-ENVIADA)
               MOVE "CONTESTACAO JA TEM DESFECHO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO LIGA-DOCUMENTO-FIM
           END-IF
           MOVE CTC-ORIGEM TO WS-DOC-TIPO.
           MOVE CTC-DOC TO WS-DOC-NUM.

           LIGA-DOCUMENTO-LOOP.
           ACCEPT SS-TELA-DOC.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO LIGA-DOCUMENTO-FIM
           END-IF
           MOVE SPACES TO WS-LOC-ORIGEM.
           MOVE ZEROS TO WS-LOC-DOC WS-LOC-CLIENTE WS-LOC-FILIAL.
           EVALUATE WS-DOC-TIPO
               WHEN "A"
               WHEN "T"
                   PERFORM DOC-ALUGUEL THRU DOC-ALUGUEL-FIM
               WHEN "V"
                   PERFORM DOC-VENDA THRU DOC-VENDA-FIM
               WHEN OTHER
                   MOVE "TIPO DEVE SER A, V OU T" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO LIGA-DOCUMENTO-LOOP
           END-EVALUATE
           IF WS-LOC-ORIGEM EQUAL SPACES
               MOVE "DOCUMENTO NAO ENCONTRADO OU NAO PAGO NO CARTAO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO LIGA-DOCUMENTO-LOOP
           END-IF
           MOVE WS-LOC-ORIGEM TO CTC-ORIGEM.
           MOVE WS-LOC-DOC TO CTC-DOC.
           MOVE WS-LOC-CLIENTE TO CTC-CLIENTE-ID.
           MOVE WS-LOC-FILIAL TO CTC-FILIAL.
           MOVE ZEROS TO CTC-RECIBO.
           PERFORM LOCALIZA-RECIBO THRU LOCALIZA-RECIBO-FIM.
           PERFORM MOSTRA-CONTESTACAO.
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA O DOCUMENTO LIGADO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO LIGA-DOCUMENTO-FIM
           END-IF
           MOVE WS-OPERADOR-LOGADO TO CTC-OPERADOR-ID.
           REWRITE CTC-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR A CONTESTACAO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO LIGA-DOCUMENTO-FIM
           END-REWRITE.
           MOVE "LIGA-DOC" TO WS-AUD-OPERACAO.
           MOVE CTC-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE "DOCUMENTO LIGADO - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       LIGA-DOCUMENTO-FIM.

      * -----------------------------------
      * SEGUNDA VIA DO RECIBO ORIGINAL PARA ANEXAR A DEFESA (SAI EM
      * RECIBO_IMPRESSAO.DAT, COMO NA SEGUNDA VIA DO BALCAO)

       REIMPRIME-RECIBO.
           MOVE "RECIBO ORIGINAL" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM LE-CONTESTACAO THRU LE-CONTESTACAO-FIM.
           IF NOT FS-OK
               GO REIMPRIME-RECIBO-FIM
           END-IF
           IF CTC-RECIBO EQUAL ZEROS
               MOVE "CONTESTACAO SEM RECIBO ORIGINAL LIGADO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REIMPRIME-RECIBO-FIM
           END-IF
           MOVE CTC-RECIBO TO WS-ER-NUMERO.
           MOVE SPACES TO WS-ER-TIPO WS-ER-FORMA.
           MOVE ZEROS TO WS-ER-ORIGEM WS-ER-CLIENTE WS-ER-VALOR
               WS-ER-OPERADOR.
           CALL "EMITE-RECIBO" USING WS-ER-NUMERO WS-ER-TIPO
               WS-ER-ORIGEM WS-ER-CLIENTE WS-ER-VALOR WS-ER-FORMA
               WS-ER-OPERADOR.
           IF WS-ER-NUMERO EQUAL ZEROS
               MOVE "RECIBO ORIGINAL NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REIMPRIME-RECIBO-FIM
           END-IF
           MOVE "RECIBO-CTC" TO WS-AUD-OPERACAO.
           MOVE CTC-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE "SEGUNDA VIA GERADA EM RECIBO_IMPRESSAO - ENTER"
               TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       REIMPRIME-RECIBO-FIM.

      * -----------------------------------
      * PEDE O NUMERO DA CONTESTACAO E MOSTRA OS DADOS DELA; FS-STAT
      * DIFERENTE DE ZEROS SE NAO ACHOU OU SE DEU ESC

       LE-CONTESTACAO.
           MOVE ZEROS TO WS-CTC-ID.
           ACCEPT SS-TELA-ID.
           IF COB-CRT-STATUS = COB-SCR-ESC
               MOVE 99 TO FS-STAT
               GO LE-CONTESTACAO-FIM
           END-IF
           MOVE WS-CTC-ID TO CTC-ID.
           READ CONTESTACAO-FILE
           INVALID KEY
               MOVE "CONTESTACAO NAO CADASTRADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO LE-CONTESTACAO-FIM
           END-READ.
           PERFORM MOSTRA-CONTESTACAO.
       LE-CONTESTACAO-FIM.

      * -----------------------------------
      * DESCRICAO DO MOTIVO E DA SITUACAO E OS DADOS NA TELA

       MOSTRA-CONTESTACAO.
           EVALUATE TRUE
               WHEN CTC-MOTIVO-FRAUDE
                   MOVE "FRAUDE" TO WS-DESC-MOTIVO
               WHEN CTC-MOTIVO-NAO-RECON
                   MOVE "COMPRA NAO RECONHECIDA" TO WS-DESC-MOTIVO
               WHEN CTC-MOTIVO-NAO-RECEB
                   MOVE "PRODUTO NAO RECEBIDO" TO WS-DESC-MOTIVO
               WHEN CTC-MOTIVO-DUPLIC
                   MOVE "COBRANCA EM DUPLICIDADE" TO WS-DESC-MOTIVO
               WHEN CTC-MOTIVO-CANCELADO
                   MOVE "CANCELADO E COBRADO" TO WS-DESC-MOTIVO
               WHEN OTHER
                   MOVE "OUTROS" TO WS-DESC-MOTIVO
           END-EVALUATE
           EVALUATE TRUE
               WHEN CTC-RECEBIDA
                   IF WS-DATA-HOJE > CTC-PRAZO-DEFESA
                       MOVE "PRAZO VENCIDO" TO WS-DESC-SITUACAO
                   ELSE
                       MOVE "RECEBIDA" TO WS-DESC-SITUACAO
                   END-IF
               WHEN CTC-DEFESA-ENVIADA
                   MOVE "DEFESA ENVIADA" TO WS-DESC-SITUACAO
               WHEN CTC-GANHA
                   MOVE "GANHA" TO WS-DESC-SITUACAO
               WHEN CTC-PERDIDA
                   MOVE "PERDIDA" TO WS-DESC-SITUACAO
               WHEN OTHER
                   MOVE SPACES TO WS-DESC-SITUACAO
           END-EVALUATE
           DISPLAY SS-TELA-DADOS.

      * -----------------------------------
      * ALUGUEL INFORMADO; SE ELE FAZ PARTE DE UM TICKET, A
      * CONTESTACAO FICA COM O TICKET

       DOC-ALUGUEL.
           IF NOT FS-ALUG-OK
               GO DOC-ALUGUEL-FIM
           END-IF
           MOVE WS-DOC-NUM TO AL-ID.
           READ ALUGUEL-FILE
           INVALID KEY
               GO DOC-ALUGUEL-FIM
           END-READ.
           PERFORM CARTAO-ALUGUEL THRU CARTAO-ALUGUEL-FIM.
           IF WS-VALOR-CARTAO EQUAL ZEROS
               GO DOC-ALUGUEL-FIM
           END-IF
           IF AL-TICKET NUMERIC AND AL-TICKET > ZEROS
               MOVE "T" TO WS-LOC-ORIGEM
               MOVE AL-TICKET TO WS-LOC-DOC
           ELSE
               MOVE "A" TO WS-LOC-ORIGEM
               MOVE AL-ID TO WS-LOC-DOC
           END-IF
           MOVE AL-CLIENTE-ID TO WS-LOC-CLIENTE.
           MOVE AL-FILIAL TO WS-LOC-FILIAL.
       DOC-ALUGUEL-FIM.

      * -----------------------------------
      * VENDA INFORMADA (ESTORNO NAO CONTA); VENDA FECHADA NO CAIXA
      * UNICO FICA COM O TICKET

       DOC-VENDA.
           IF NOT FS-VENDA-OK
               GO DOC-VENDA-FIM
           END-IF
           MOVE WS-DOC-NUM TO VD-ID.
           READ VENDA-FILE
           INVALID KEY
               GO DOC-VENDA-FIM
           END-READ.
           IF VD-ESTORNO
               GO DOC-VENDA-FIM
           END-IF
           PERFORM CARTAO-VENDA THRU CARTAO-VENDA-FIM.
           IF WS-VALOR-CARTAO EQUAL ZEROS
               GO DOC-VENDA-FIM
           END-IF
           IF VD-TICKET NUMERIC AND VD-TICKET > ZEROS
               MOVE "T" TO WS-LOC-ORIGEM
               MOVE VD-TICKET TO WS-LOC-DOC
           ELSE
               MOVE "V" TO WS-LOC-ORIGEM
               MOVE VD-ID TO WS-LOC-DOC
           END-IF
           MOVE VD-CLIENTE-ID TO WS-LOC-CLIENTE.
           MOVE VD-FILIAL TO WS-LOC-FILIAL.
       DOC-VENDA-FIM.

      * -----------------------------------
      * QUANTO DO ALUGUEL CORRENTE FOI PAGO NO CARTAO: TUDO NA FORMA
      * "C", AS PERNAS DE CARTAO NO TICKET PARTIDO, ZERO NO RESTO

       CARTAO-ALUGUEL.
           MOVE ZEROS TO WS-VALOR-CARTAO.
           IF AL-CARTAO
               MOVE AL-VALOR TO WS-VALOR-CARTAO
               GO CARTAO-ALUGUEL-FIM
           END-IF
           IF AL-MULTIPLA
               MOVE AL-ID TO PAG-DOC
               MOVE "A" TO WS-BUSCA-TIPO
               PERFORM SOMA-PERNAS THRU SOMA-PERNAS-FIM
           END-IF.
       CARTAO-ALUGUEL-FIM.

      * -----------------------------------
      * QUANTO DA VENDA CORRENTE FOI PAGO NO CARTAO

       CARTAO-VENDA.
           MOVE ZEROS TO WS-VALOR-CARTAO.
           IF VD-CARTAO
               MOVE VD-VALOR-TOTAL TO WS-VALOR-CARTAO
               GO CARTAO-VENDA-FIM
           END-IF
           IF VD-MULTIPLA
               MOVE VD-ID TO PAG-DOC
               MOVE "V" TO WS-BUSCA-TIPO
               PERFORM SOMA-PERNAS THRU SOMA-PERNAS-FIM
           END-IF.
       CARTAO-VENDA-FIM.

      * -----------------------------------
      * SOMA AS PERNAS DE CARTAO DO DOCUMENTO EM PAG-DOC/WS-BUSCA-TIPO

       SOMA-PERNAS.
           IF NOT FS-PAG-OK
               GO SOMA-PERNAS-FIM
           END-IF
           MOVE ZEROS TO WS-PERNA-SEQ.

           SOMA-PERNAS-LOOP.
           ADD 1 TO WS-PERNA-SEQ.
           MOVE WS-BUSCA-TIPO TO PAG-TIPO.
           MOVE WS-PERNA-SEQ TO PAG-SEQ.
           READ PAGAMENTO-FILE
           INVALID KEY
               GO SOMA-PERNAS-FIM
           END-READ.
           IF PAG-FORMA = "C"
               ADD PAG-VALOR TO WS-VALOR-CARTAO
           END-IF
           GO SOMA-PERNAS-LOOP.
       SOMA-PERNAS-FIM.

      * -----------------------------------
      * RECIBO ORIGINAL DO DOCUMENTO: TIPO A PARA ALUGUEL E TICKET,
      * TIPO V PARA VENDA; FICA O ULTIMO EMITIDO

       LOCALIZA-RECIBO.
           IF NOT FS-REC-OK
               GO LOCALIZA-RECIBO-FIM
           END-IF
           IF CTC-ORIGEM-VENDA
               MOVE "V" TO WS-BUSCA-TIPO
           ELSE
               MOVE "A" TO WS-BUSCA-TIPO
           END-IF
           MOVE ZEROS TO REC-KEY.
           START RECIBO-FILE KEY IS NOT LESS THAN REC-KEY
           INVALID KEY
               GO LOCALIZA-RECIBO-FIM
           END-START.

           LOCALIZA-RECIBO-LOOP.
           READ RECIBO-FILE NEXT RECORD
           AT END
               GO LOCALIZA-RECIBO-FIM
           END-READ.
           IF REC-TIPO EQUAL WS-BUSCA-TIPO
               AND REC-ORIGEM-ID EQUAL CTC-DOC
               MOVE REC-NUMERO TO CTC-RECIBO
           END-IF
           GO LOCALIZA-RECIBO-LOOP.
       LOCALIZA-RECIBO-FIM.

      * -----------------------------------
      * RECUSA O LANCAMENTO DE HOJE SE O MES JA FOI FECHADO
      * (PERIODO.DAT); SEM O ARQUIVO NO AR, NADA MUDA

       VERIFICA-PERIODO.
           MOVE "N" TO WS-PERIODO-FECHADO.
           IF NOT FS-PER-OK
               GO VERIFICA-PERIODO-FIM
           END-IF
           COMPUTE PER-ANOMES = WS-DATA-HOJE / 100.
           READ PERIODO-FILE
           NOT INVALID KEY
               IF PER-FECHADO
                   MOVE "S" TO WS-PERIODO-FECHADO
               END-IF
           END-READ.
       VERIFICA-PERIODO-FIM.

      * -----------------------------------
      * DATA DE NEGOCIO (DATA_NEGOCIO.DAT) COMO "HOJE"; SEM O CONTROLE
      * NO AR, VALE A DATA DO RELOGIO

       CARREGA-DIA-NEGOCIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT DIA-FILE.
           IF FS-DIA-OK
               MOVE 1 TO DIA-CHAVE
               READ DIA-FILE
               NOT INVALID KEY
                   IF DIA-DATA NUMERIC AND DIA-DATA > ZEROS
                       MOVE DIA-DATA TO WS-DATA-HOJE
                   END-IF
               END-READ
               CLOSE DIA-FILE
           END-IF.

      * -----------------------------------
      * ABRE ARQUIVOS E PEGA O OPERADOR LOGADO (OPSESSAO.DAT, GRAVADO
      * POR TELA_LOGIN)

       ABRIR-ARQUIVOS.
           OPEN I-O CONTESTACAO-FILE
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT CONTESTACAO-FILE
               CLOSE CONTESTACAO-FILE
               OPEN I-O CONTESTACAO-FILE
           END-IF.
           OPEN INPUT ALUGUEL-FILE.
           OPEN INPUT VENDA-FILE.
           OPEN INPUT PAGAMENTO-FILE.
           OPEN INPUT RECIBO-FILE.
           OPEN INPUT PERIODO-FILE.
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
