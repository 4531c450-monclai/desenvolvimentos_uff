       identification division.
       program-id. receber_atacado.

      *=================================================================
      * TELA DO CONTAS A RECEBER DOS COMPRADORES DE ATACADO
      * (RECEBER_ATACADO.DAT), SEPARADO DAS MULTAS DE CLIENTE EM
      * CONTAS_RECEBER.DAT. OS TITULOS NASCEM DA FATURA DO PEDIDO EM
      * PEDIDO_ATACADO; AQUI SE REGISTRA O VENCIMENTO RENEGOCIADO COM
      * O COMPRADOR, O RECEBIMENTO (TOTAL OU PARCIAL) QUANDO O
      * DINHEIRO ENTRA, E SAEM A LISTA DO QUE VENCE NESTA SEMANA E O
      * AGING DOS TITULOS EM ABERTO (RECEBER_ATACADO_AGING.DAT).
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select receber-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is ra-key.

       select parceiro-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-parceiro
           record key is par-key.

       select relatorio-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-rel.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd receber-file value of file-id is "RECEBER_ATACADO.dat".
       copy receber_atacado.

       fd parceiro-file value of file-id is "PARCEIRO.dat".
       copy parceiro replacing ==FILE1-REC==    by ==PAR-REC==
                               ==FS-KEY==       by ==PAR-KEY==
                               ==FS-CODIGO==    by ==PAR-CODIGO==
                               ==FS-NOME==      by ==PAR-NOME==
                               ==FS-DOCUMENTO== by ==PAR-DOCUMENTO==
                               ==FS-TIPO==      by ==PAR-TIPO==
                               ==FS-VENDEDOR==  by ==PAR-VENDEDOR==
                               ==FS-COMPRADOR== by ==PAR-COMPRADOR==
                               ==FS-TELEFONE==  by ==PAR-TELEFONE==
                               ==FS-ATIVO==     by ==PAR-ATIVO==
                               ==FS-ATIVO-SIM== by ==PAR-ATIVO-SIM==
                               ==FS-ATIVO-NAO== by ==PAR-ATIVO-NAO==.

       fd relatorio-file
           value of file-id is "RECEBER_ATACADO_AGING.dat".
       01 relatorio-linha             pic x(100).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       01 ws-modulo.
           02 filler           pic x(11)   value "atacado-".
           02 ws-op            pic x(20)   value spaces.

       77 ws-opcao             pic x.
           88 e-vencimento             value is "1".
           88 e-receber                value is "2".
           88 e-consultar              value is "3".
           88 e-semana                 value is "4".
           88 e-aging                  value is "5".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-cancela               value 99.
           88 fs-nao-existe            value 35.
           88 fs-fim                   value 10.

       77 fs-stat-parceiro     pic 9(02).
           88 fs-parceiro-ok           value zeros.
           88 fs-parceiro-nao-existe   value 35.

       77 fs-stat-rel          pic 9(02).

       77 ws-data-hoje         pic 9(08).
       77 ws-valor-recebido    pic 9(07)v99.
       77 ws-hoje-int          pic 9(09).
       77 ws-venc-int          pic 9(09).
       77 ws-dias              pic s9(05).
       77 ws-limite-semana     pic 9(09).

      * FAIXAS DO AGING: A VENCER, ATE 30, 31-60, MAIS DE 60 DIAS DE
      * ATRASO
       77 ws-tot-a-vencer      pic 9(09)v99.
       77 ws-tot-ate-30        pic 9(09)v99.
       77 ws-tot-31-60         pic 9(09)v99.
       77 ws-tot-mais-60       pic 9(09)v99.
       77 ws-tot-sem-venc      pic 9(09)v99.
       77 ws-tot-geral         pic 9(09)v99.

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).

       77 ws-erro              pic x.
           88 e-sim                    values are "S" "s".

       77 ws-numl              pic 999.
       77 ws-numc              pic 999.
       77 cor-fundo            pic 9       value 4.
       77 cor-frente           pic 9       value 6.

       77 ws-status            pic x(30).
       77 ws-msgerro           pic x(80).

       01 ws-linha.
           02 ws-lin-titulo        pic 9(11).
           02 filler               pic x(02) value spaces.
           02 ws-lin-comprador     pic x(25).
           02 filler               pic x(02) value spaces.
           02 ws-lin-vencimento    pic 9(08).
           02 filler               pic x(02) value spaces.
           02 ws-lin-saldo         pic zzzzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lin-situacao      pic x(14).
           02 filler               pic x(24) value spaces.

       01 ws-linha-total.
           02 ws-ltt-texto         pic x(30).
           02 ws-ltt-valor         pic zzzzzzz9.99.
           02 filler               pic x(59) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "receber_atacado".
           02 ws-spl-arquivo       pic x(30)
               value "RECEBER_ATACADO_AGING.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

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
           05 LINE 07 COLUMN 15 VALUE "1 - VENCIMENTO NEGOCIADO".
           05 LINE 08 COLUMN 15 VALUE "2 - REGISTRAR RECEBIMENTO".
           05 LINE 09 COLUMN 15 VALUE "3 - CONSULTAR".
           05 LINE 10 COLUMN 15 VALUE "4 - VENCE NESTA SEMANA".
           05 LINE 11 COLUMN 15 VALUE "5 - AGING DO ATACADO".
           05 LINE 12 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 14 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 14 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-TITULO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 10 VALUE "NUMERO DO TITULO (PEDIDO):".
               10 COLUMN PLUS 2 PIC 9(11) USING RA-ID.
           05 SS-DADOS.
               10 LINE 10 COLUMN 10 VALUE "COMPRADOR:".
               10 COLUMN PLUS 2 PIC 9(05) FROM RA-PARCEIRO-COD.
               10 LINE 11 COLUMN 10 VALUE "VALOR DA FATURA:".
               10 COLUMN PLUS 2 PIC ZZZZZZ9.99 FROM RA-VALOR-ORIGINAL.
               10 LINE 12 COLUMN 10 VALUE "SALDO A RECEBER:".
               10 COLUMN PLUS 2 PIC ZZZZZZ9.99 FROM RA-SALDO.
               10 LINE 13 COLUMN 10 VALUE "EMISSAO (EXPEDICAO):".
               10 COLUMN PLUS 2 PIC 9(08) FROM RA-DATA-EMISSAO.
               10 LINE 14 COLUMN 10 VALUE "VENCIMENTO:".
               10 COLUMN PLUS 2 PIC 9(08) FROM RA-DATA-VENCIMENTO.
               10 LINE 15 COLUMN 10 VALUE "ULTIMO RECEBIMENTO:".
               10 COLUMN PLUS 2 PIC 9(08) FROM RA-DATA-PAGAMENTO.
               10 LINE 16 COLUMN 10 VALUE "STATUS (A/Q):".
               10 COLUMN PLUS 2 PIC X(01) FROM RA-STATUS.

       01 SS-TELA-VENCIMENTO.
           05 LINE 18 COLUMN 10 VALUE "VENCIMENTO RENEGOCIADO "
               & "(AAAAMMDD):".
           05 COLUMN PLUS 2 PIC 9(08) USING RA-DATA-VENCIMENTO.

       01 SS-TELA-PAGTO.
           05 LINE 18 COLUMN 10 VALUE "VALOR RECEBIDO AGORA:".
           05 COLUMN PLUS 2 PIC 9(07)V99 USING WS-VALOR-RECEBIDO.

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
               MOVE "RECEBER DO ATACADO" TO WS-OP
               MOVE "ESCOLHA A OPCAO" TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-VENCIMENTO
                       PERFORM VENCIMENTO THRU VENCIMENTO-FIM
                   WHEN E-RECEBER
                       PERFORM RECEBE THRU RECEBE-FIM
                   WHEN E-CONSULTAR
                       PERFORM CONSULTA THRU CONSULTA-FIM
                   WHEN E-SEMANA
                       PERFORM VENCE-SEMANA THRU VENCE-SEMANA-FIM
                   WHEN E-AGING
                       PERFORM AGING THRU AGING-FIM
               END-EVALUATE
           END-PERFORM.

       FINALIZA.

       CLOSE RECEBER-FILE PARCEIRO-FILE.
       GOBACK.

      * -----------------------------------
      * REGISTRA O VENCIMENTO RENEGOCIADO COM O COMPRADOR

       VENCIMENTO.
           MOVE "VENCIMENTO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO RA-REC.
           DISPLAY SS-TELA-TITULO.
           PERFORM LE-TITULO THRU LE-TITULO-FIM.
           IF FS-CANCELA
               GO VENCIMENTO-FIM
           END-IF
           IF NOT FS-OK
               GO VENCIMENTO-FIM
           END-IF
           DISPLAY SS-DADOS.
           ACCEPT SS-TELA-VENCIMENTO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO VENCIMENTO-FIM
           END-IF
           IF RA-DATA-VENCIMENTO EQUAL ZEROS
               MOVE "FAVOR INFORMAR O VENCIMENTO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO VENCIMENTO-FIM
           END-IF
           REWRITE RA-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR VENCIMENTO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO VENCIMENTO-FIM
           END-REWRITE.
           MOVE "RECEBER_ATACADO" TO WS-AUD-PROGRAMA.
           MOVE "VENCIMENTO" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO RA-ID.
           MOVE "VENCIMENTO GRAVADO - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       VENCIMENTO-FIM.

      * -----------------------------------
      * REGISTRA UM RECEBIMENTO TOTAL OU PARCIAL CONTRA O TITULO

       RECEBE.
           MOVE "RECEBIMENTO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO RA-REC.
           DISPLAY SS-TELA-TITULO.
           PERFORM LE-TITULO THRU LE-TITULO-FIM.
           IF FS-CANCELA
               GO RECEBE-FIM
           END-IF
           IF NOT FS-OK
               GO RECEBE-FIM
           END-IF
           IF RA-QUITADO
               MOVE "TITULO JA ESTA QUITADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO RECEBE-FIM
           END-IF
           DISPLAY SS-DADOS.
           MOVE ZEROS TO WS-VALOR-RECEBIDO.
           ACCEPT SS-TELA-PAGTO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               OR WS-VALOR-RECEBIDO EQUAL ZEROS
               GO RECEBE-FIM
           END-IF
           IF WS-VALOR-RECEBIDO > RA-SALDO
               MOVE "VALOR MAIOR QUE O SALDO DO TITULO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO RECEBE-FIM
           END-IF
           SUBTRACT WS-VALOR-RECEBIDO FROM RA-SALDO.
           MOVE WS-DATA-HOJE TO RA-DATA-PAGAMENTO.
           IF RA-SALDO EQUAL ZEROS
               MOVE "Q" TO RA-STATUS
           END-IF
           REWRITE RA-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR RECEBIMENTO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO RECEBE-FIM
           END-REWRITE.
           MOVE "RECEBER_ATACADO" TO WS-AUD-PROGRAMA.
           MOVE "RECEBTO" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO RA-ID.
           MOVE "RECEBIMENTO REGISTRADO - PRESSIONE ENTER"
               TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       RECEBE-FIM.

      * -----------------------------------

       CONSULTA.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           CONSULTA-LOOP.
           MOVE SPACES TO RA-REC.
           DISPLAY SS-TELA-TITULO.
           PERFORM LE-TITULO THRU LE-TITULO-FIM.
           IF FS-CANCELA
               GO CONSULTA-FIM
           END-IF
           IF FS-OK
               DISPLAY SS-DADOS
               MOVE "PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF.
           GO CONSULTA-LOOP.
       CONSULTA-FIM.

      * -----------------------------------
      * LISTA OS TITULOS EM ABERTO QUE VENCEM NOS PROXIMOS 7 DIAS (OU
      * JA VENCERAM) - O QUE COBRAR DOS COMPRADORES NESTA SEMANA

       VENCE-SEMANA.
           MOVE "VENCE NESTA SEMANA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           COMPUTE WS-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           COMPUTE WS-LIMITE-SEMANA = WS-HOJE-INT + 7.
           MOVE ZEROS TO RA-KEY.
           MOVE ZEROS TO FS-STAT.
           START RECEBER-FILE KEY IS NOT LESS THAN RA-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT
           END-START.

           VENCE-SEMANA-LOOP.
           IF FS-FIM
               MOVE ZEROS TO FS-STAT
               MOVE "FIM DA LISTA - PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO VENCE-SEMANA-FIM
           END-IF
           READ RECEBER-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT
               GO VENCE-SEMANA-LOOP
           END-READ.
           IF NOT RA-EM-ABERTO
               GO VENCE-SEMANA-LOOP
           END-IF
           IF RA-DATA-VENCIMENTO EQUAL ZEROS
               GO VENCE-SEMANA-LOOP
           END-IF
           COMPUTE WS-VENC-INT =
               FUNCTION INTEGER-OF-DATE(RA-DATA-VENCIMENTO).
           IF WS-VENC-INT > WS-LIMITE-SEMANA
               GO VENCE-SEMANA-LOOP
           END-IF
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-TITULO.
           DISPLAY SS-DADOS.
           MOVE "ENTER PARA PROXIMO - ESC PARA SAIR" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO VENCE-SEMANA-FIM
           END-IF
           GO VENCE-SEMANA-LOOP.
       VENCE-SEMANA-FIM.

      * -----------------------------------
      * AGING DOS TITULOS EM ABERTO (RECEBER_ATACADO_AGING.DAT): UMA
      * LINHA POR TITULO COM O NOME DO COMPRADOR E OS TOTAIS POR FAIXA
      * DE ATRASO NO FINAL

       AGING.
           MOVE "AGING DO ATACADO" TO WS-OP.
           MOVE "GERANDO RELATORIO" TO WS-STATUS.
           DISPLAY SS-CLS.
           OPEN OUTPUT RELATORIO-FILE.
           COMPUTE WS-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           MOVE ZEROS TO WS-TOT-A-VENCER WS-TOT-ATE-30 WS-TOT-31-60
               WS-TOT-MAIS-60 WS-TOT-SEM-VENC WS-TOT-GERAL.
           MOVE ZEROS TO RA-KEY.
           MOVE ZEROS TO FS-STAT.
           START RECEBER-FILE KEY IS NOT LESS THAN RA-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT
           END-START.

           AGING-LOOP.
           IF FS-FIM
               MOVE ZEROS TO FS-STAT
               GO AGING-TOTAIS
           END-IF
           READ RECEBER-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT
               GO AGING-LOOP
           END-READ.
           IF NOT RA-EM-ABERTO
               GO AGING-LOOP
           END-IF
           MOVE SPACES TO WS-LINHA.
           MOVE RA-ID TO WS-LIN-TITULO.
           MOVE RA-PARCEIRO-COD TO PAR-CODIGO.
           READ PARCEIRO-FILE
           INVALID KEY
               MOVE SPACES TO PAR-NOME
           END-READ.
           MOVE PAR-NOME TO WS-LIN-COMPRADOR.
           MOVE RA-DATA-VENCIMENTO TO WS-LIN-VENCIMENTO.
           MOVE RA-SALDO TO WS-LIN-SALDO.
           ADD RA-SALDO TO WS-TOT-GERAL.
           IF RA-DATA-VENCIMENTO EQUAL ZEROS
               MOVE "SEM VENCIMENTO" TO WS-LIN-SITUACAO
               ADD RA-SALDO TO WS-TOT-SEM-VENC
           ELSE
               COMPUTE WS-VENC-INT =
                   FUNCTION INTEGER-OF-DATE(RA-DATA-VENCIMENTO)
               COMPUTE WS-DIAS = WS-HOJE-INT - WS-VENC-INT
               EVALUATE TRUE
                   WHEN WS-DIAS NOT > ZEROS
                       MOVE "A VENCER" TO WS-LIN-SITUACAO
                       ADD RA-SALDO TO WS-TOT-A-VENCER
                   WHEN WS-DIAS NOT > 30
                       MOVE "ATE 30 DIAS" TO WS-LIN-SITUACAO
                       ADD RA-SALDO TO WS-TOT-ATE-30
                   WHEN WS-DIAS NOT > 60
                       MOVE "31 A 60 DIAS" TO WS-LIN-SITUACAO
                       ADD RA-SALDO TO WS-TOT-31-60
                   WHEN OTHER
                       MOVE "MAIS DE 60" TO WS-LIN-SITUACAO
                       ADD RA-SALDO TO WS-TOT-MAIS-60
               END-EVALUATE
           END-IF
           MOVE WS-LINHA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           GO AGING-LOOP.

           AGING-TOTAIS.
           MOVE SPACES TO WS-LINHA-TOTAL.
           MOVE "TOTAL A VENCER" TO WS-LTT-TEXTO.
           MOVE WS-TOT-A-VENCER TO WS-LTT-VALOR.
           PERFORM GRAVA-TOTAL.
           MOVE "TOTAL ATE 30 DIAS" TO WS-LTT-TEXTO.
           MOVE WS-TOT-ATE-30 TO WS-LTT-VALOR.
           PERFORM GRAVA-TOTAL.
           MOVE "TOTAL 31 A 60 DIAS" TO WS-LTT-TEXTO.
           MOVE WS-TOT-31-60 TO WS-LTT-VALOR.
           PERFORM GRAVA-TOTAL.
           MOVE "TOTAL MAIS DE 60 DIAS" TO WS-LTT-TEXTO.
           MOVE WS-TOT-MAIS-60 TO WS-LTT-VALOR.
           PERFORM GRAVA-TOTAL.
           MOVE "TOTAL SEM VENCIMENTO" TO WS-LTT-TEXTO.
           MOVE WS-TOT-SEM-VENC TO WS-LTT-VALOR.
           PERFORM GRAVA-TOTAL.
           MOVE "TOTAL GERAL EM ABERTO" TO WS-LTT-TEXTO.
           MOVE WS-TOT-GERAL TO WS-LTT-VALOR.
           PERFORM GRAVA-TOTAL.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           MOVE "RELATORIO GERADO - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       AGING-FIM.

       GRAVA-TOTAL.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      * -----------------------------------
      * LE TITULO E MOSTRA MENSAGEM SE CHAVE NAO EXISTE

       LE-TITULO.

           ACCEPT SS-CHAVE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               READ RECEBER-FILE
               INVALID KEY
               MOVE "REGISTRO NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               END-READ
               ELSE
                   MOVE 99 to FS-STAT
           END-IF.

       LE-TITULO-FIM.

      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAIDA

       ABRIR-ARQUIVOS.
           OPEN I-O RECEBER-FILE
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT RECEBER-FILE
               CLOSE RECEBER-FILE
               OPEN I-O RECEBER-FILE
           END-IF.
           OPEN I-O PARCEIRO-FILE
           IF FS-PARCEIRO-NAO-EXISTE THEN
               OPEN OUTPUT PARCEIRO-FILE
               CLOSE PARCEIRO-FILE
               OPEN I-O PARCEIRO-FILE
           END-IF.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS

       MOSTRA-ERRO.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.
