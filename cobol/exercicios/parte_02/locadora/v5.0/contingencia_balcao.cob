       identification division.
       program-id. contingencia_balcao.

      *=================================================================
      * BALCAO EM CONTINGENCIA. COM O SERVIDOR FORA DO AR OU UM
      * INDEXADO EM RECONSTRUCAO (VERIFICA_INDEXADOS), O ALUGUEL E O
      * REGISTRO DE VENDAS CHAMAM ESTA TELA EM VEZ DE PARAR: ALUGUEL,
      * DEVOLUCAO E VENDA SAO ANOTADOS NO ARQUIVO SEQUENCIAL LOCAL
      * CONTINGENCIA.DAT, SEM TOCAR NENHUM MESTRE. A CRITICA E SO A
      * QUE DA PARA FAZER SEM OS CADASTROS (CAMPOS OBRIGATORIOS,
      * FORMA DE PAGAMENTO, DATA, A MESMA COPIA ALUGADA DUAS VEZES NA
      * CONTINGENCIA); CADA MOVIMENTO RECEBE UM RECIBO PROVISORIO QUE
      * O ATENDENTE ANOTA NO CANHOTO DO CLIENTE. COM OS ARQUIVOS DE
      * VOLTA, O BATCH LANCA_CONTINGENCIA LANCA TUDO NOS MESTRES.
      * O NUMERO DO CAIXA (DIGITO DO RECIBO) VEM DA VARIAVEL
      * CAIXA_NUMERO, PARA DOIS CAIXAS NAO REPETIREM NUMERO.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select contingencia-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd contingencia-file value of file-id is "CONTINGENCIA.dat".
       copy contingencia.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       01 ws-modulo.
           02 filler           pic x(11)   value "contingen-".
           02 ws-op            pic x(20)   value spaces.

       77 ws-opcao             pic x.
           88 e-aluguel                value is "1".
           88 e-devolucao              value is "2".
           88 e-venda                  value is "1".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-nao-existe            value 35.

       77 ws-data-hoje         pic 9(08).
       77 ws-hora              pic 9(08).
       77 ws-operador          pic 9(03).
       77 ws-filial            pic 9(02).
       01 ws-caixa             pic x(01).
       01 ws-caixa-num redefines ws-caixa pic 9(01).

      * RECIBO PROVISORIO: PREFIXO DO DIA/CAIXA E ULTIMA SEQUENCIA JA
      * USADA NO ARQUIVO
       77 ws-prefixo           pic 9(08).
       77 ws-seq               pic 9(04).
       77 ws-numero            pic 9(11).
       77 ws-num-prefixo       pic 9(08).
       77 ws-num-seq           pic 9(03).

      * COPIAS QUE SAIRAM EM CONTINGENCIA E AINDA NAO VOLTARAM
       01 ws-tab-copias.
           02 ws-copia-fora        pic x(13) occurs 300 times.
       77 ws-qtd-copias        pic 9(03) value zeros.
       77 ws-ix                pic 9(03).
       77 ws-copia-achada      pic x(01).
           88 copia-achada             value "S".

       77 ws-valor             pic 9(05)v99.
       77 ws-preco             pic 9(05)v99.

       01 ws-msg-recibo.
           02 filler           pic x(19) value "RECIBO PROVISORIO: ".
           02 ws-msg-numero    pic 9(11).
           02 filler           pic x(28)
               value " - ANOTE NO CANHOTO (ENTER)".

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
       linkage section.
      *-----------------------------------------------------------------

       77 LK-ORIGEM        PIC X(01).
           88 LK-DO-ALUGUEL        VALUE "A".
           88 LK-DA-VENDA          VALUE "V".

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
               10 LINE 03 COLUMN 10 VALUE
                   "*** CONTINGENCIA - ARQUIVOS FORA DO AR ***"
               HIGHLIGHT.
           05 SS-STATUS.
               10 LINE WS-NUML COLUMN 2 ERASE EOL PIC X(30)
               FROM WS-STATUS HIGHLIGHT
               FOREGROUND-COLOR COR-FRENTE
               BACKGROUND-COLOR COR-FUNDO.

       01 SS-MENU-ALUGUEL FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "1 - ALUGUEL".
           05 LINE 08 COLUMN 15 VALUE "2 - DEVOLUCAO".
           05 LINE 09 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 11 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 11 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-MENU-VENDA FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "1 - VENDA".
           05 LINE 08 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 10 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 10 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-OPERADOR.
           05 LINE 07 COLUMN 10 VALUE "OPERADOR (MATRICULA):".
           05 COLUMN PLUS 2 PIC 9(03) USING WS-OPERADOR.
           05 LINE 08 COLUMN 10 VALUE "FILIAL:".
           05 COLUMN PLUS 2 PIC 9(02) USING WS-FILIAL.

       01 SS-TELA-ALUGUEL.
           05 LINE 07 COLUMN 10 VALUE "ID DO CLIENTE:".
           05 COLUMN PLUS 2 PIC 9(05) USING CTG-CLIENTE-ID.
           05 LINE 08 COLUMN 10 VALUE "ID DO FILME:".
           05 COLUMN PLUS 2 PIC 9(11) USING CTG-FILME-ID.
           05 LINE 09 COLUMN 10 VALUE "CODIGO DE BARRAS DA COPIA:".
           05 COLUMN PLUS 2 PIC X(13) USING CTG-BARCODE.
           05 LINE 10 COLUMN 10 VALUE "DEVOLUCAO PREVISTA (AAAAMMDD):".
           05 COLUMN PLUS 2 PIC 9(08) USING CTG-DATA-PREVISTA.
           05 LINE 11 COLUMN 10 VALUE "VALOR COBRADO:".
           05 COLUMN PLUS 2 PIC 9(05)V99 USING WS-VALOR.
           05 LINE 12 COLUMN 10 VALUE
               "FORMA (D=DINHEIRO C=CARTAO P=PIX):".
           05 COLUMN PLUS 2 PIC X(01) USING CTG-FORMA-PAGTO.

       01 SS-TELA-DEVOLUCAO.
           05 LINE 07 COLUMN 10 VALUE "NUMERO DO ALUGUEL (RECIBO):".
           05 COLUMN PLUS 2 PIC 9(11) USING CTG-ALUGUEL-ID.
           05 LINE 08 COLUMN 10 VALUE "CODIGO DE BARRAS DA COPIA:".
           05 COLUMN PLUS 2 PIC X(13) USING CTG-BARCODE.
           05 LINE 09 COLUMN 10 VALUE
               "COPIA RISCADA OU QUEBRADA (S/N):".
           05 COLUMN PLUS 2 PIC X(01) USING CTG-DANIFICADA.

       01 SS-TELA-VENDA.
           05 LINE 07 COLUMN 10 VALUE "ID DO CLIENTE:".
           05 COLUMN PLUS 2 PIC 9(05) USING CTG-CLIENTE-ID.
           05 LINE 08 COLUMN 10 VALUE "CODIGO DA MERCADORIA:".
           05 COLUMN PLUS 2 PIC 9(05) USING CTG-MERCADORIA.
           05 LINE 09 COLUMN 10 VALUE "QUANTIDADE:".
           05 COLUMN PLUS 2 PIC 9(05) USING CTG-QUANTIDADE.
           05 LINE 10 COLUMN 10 VALUE "PRECO UNITARIO:".
           05 COLUMN PLUS 2 PIC 9(05)V99 USING WS-PRECO.
           05 LINE 11 COLUMN 10 VALUE
               "FORMA (D=DINHEIRO C=CARTAO P=PIX):".
           05 COLUMN PLUS 2 PIC X(01) USING CTG-FORMA-PAGTO.

       01 SS-TELA-TOTAL.
           05 LINE 13 COLUMN 10 VALUE "TOTAL DA VENDA:".
           05 COLUMN PLUS 2 PIC ZZZZZZ9.99 FROM CTG-VALOR.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

      *=================================================================
       PROCEDURE DIVISION USING LK-ORIGEM.
      *=================================================================

       INICIO.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           ACCEPT WS-NUML FROM LINES
           ACCEPT WS-NUMC FROM COLUMNS
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WS-CAIXA.
           ACCEPT WS-CAIXA FROM ENVIRONMENT "CAIXA_NUMERO".
           IF WS-CAIXA NOT NUMERIC
               MOVE "1" TO WS-CAIXA
           END-IF
           COMPUTE WS-PREFIXO = 90000000
               + FUNCTION MOD(WS-DATA-HOJE 1000000) * 10.
           ADD WS-CAIXA-NUM TO WS-PREFIXO.
           PERFORM LE-CONTINGENCIA THRU LE-CONTINGENCIA-FIM.
           OPEN EXTEND CONTINGENCIA-FILE
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT CONTINGENCIA-FILE
           END-IF.
           PERFORM IDENTIFICA-OPERADOR THRU IDENTIFICA-OPERADOR-FIM.
           IF WS-OPERADOR EQUAL ZEROS
               MOVE "X" TO WS-OPCAO
           END-IF
           PERFORM UNTIL E-ENCERRAR
               MOVE "BALCAO EM CONTINGENCIA" TO WS-OP
               MOVE "ESCOLHA A OPCAO" TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               IF LK-DA-VENDA
                   ACCEPT SS-MENU-VENDA
                   IF E-VENDA
                       PERFORM VENDE THRU VENDE-FIM
                   END-IF
               ELSE
                   ACCEPT SS-MENU-ALUGUEL
                   EVALUATE TRUE
                       WHEN E-ALUGUEL
                           PERFORM ALUGA THRU ALUGA-FIM
                       WHEN E-DEVOLUCAO
                           PERFORM DEVOLVE THRU DEVOLVE-FIM
                   END-EVALUATE
               END-IF
           END-PERFORM.

       FINALIZA.

       CLOSE CONTINGENCIA-FILE.
       GOBACK.

      * -----------------------------------
      * PASSA O ARQUIVO JA GRAVADO: ACHA A ULTIMA SEQUENCIA DE RECIBO
      * DESTE CAIXA HOJE E MONTA A LISTA DAS COPIAS QUE SAIRAM EM
      * CONTINGENCIA E AINDA NAO VOLTARAM

       LE-CONTINGENCIA.
           MOVE ZEROS TO WS-SEQ.
           OPEN INPUT CONTINGENCIA-FILE.
           IF NOT FS-OK
               GO LE-CONTINGENCIA-FIM
           END-IF.

           LE-CONTINGENCIA-LOOP.
           READ CONTINGENCIA-FILE
           AT END
               CLOSE CONTINGENCIA-FILE
               GO LE-CONTINGENCIA-FIM
           END-READ.
           MOVE CTG-NUMERO TO WS-NUMERO.
           DIVIDE WS-NUMERO BY 1000 GIVING WS-NUM-PREFIXO
               REMAINDER WS-NUM-SEQ.
           IF WS-NUM-PREFIXO EQUAL WS-PREFIXO
               AND WS-NUM-SEQ > WS-SEQ
               MOVE WS-NUM-SEQ TO WS-SEQ
           END-IF
           IF CTG-ALUGUEL
               PERFORM ANOTA-COPIA-FORA
           END-IF
           IF CTG-DEVOLUCAO
               PERFORM PROCURA-COPIA-FORA THRU PROCURA-COPIA-FORA-FIM
               IF COPIA-ACHADA
                   MOVE SPACES TO WS-COPIA-FORA(WS-IX)
               END-IF
           END-IF
           GO LE-CONTINGENCIA-LOOP.
       LE-CONTINGENCIA-FIM.

      * -----------------------------------
      * SEM O CADASTRO DE FUNCIONARIOS NAO HA LOGIN: O ATENDENTE
      * INFORMA A MATRICULA E A FILIAL UMA VEZ, NO INICIO

       IDENTIFICA-OPERADOR.
           MOVE "IDENTIFICACAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           MOVE ZEROS TO WS-OPERADOR WS-FILIAL.

           IDENTIFICA-OPERADOR-LOOP.
           DISPLAY SS-CLS.
           ACCEPT SS-TELA-OPERADOR.
           IF COB-CRT-STATUS = COB-SCR-ESC
               MOVE ZEROS TO WS-OPERADOR
               GO IDENTIFICA-OPERADOR-FIM
           END-IF
           IF WS-OPERADOR EQUAL ZEROS OR WS-FILIAL EQUAL ZEROS
               MOVE "FAVOR INFORMAR MATRICULA E FILIAL" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO IDENTIFICA-OPERADOR-LOOP
           END-IF.
       IDENTIFICA-OPERADOR-FIM.

      * -----------------------------------
      * ALUGUEL EM CONTINGENCIA: O VALOR E A PREVISAO SAEM DA TABELA
      * DE PRECOS IMPRESSA DO BALCAO, POIS A TARIFA ESTA FORA DO AR

       ALUGA.
           MOVE "ALUGUEL" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO CTG-REC.
           MOVE ZEROS TO CTG-CLIENTE-ID CTG-FILME-ID
               CTG-DATA-PREVISTA WS-VALOR.

           ALUGA-LOOP.
           ACCEPT SS-TELA-ALUGUEL.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO ALUGA-FIM
           END-IF
           IF CTG-CLIENTE-ID EQUAL ZEROS OR CTG-FILME-ID EQUAL ZEROS
               OR CTG-BARCODE EQUAL SPACES
               MOVE "FAVOR INFORMAR CLIENTE, FILME E COPIA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ALUGA-LOOP
           END-IF
           IF CTG-DATA-PREVISTA NOT > WS-DATA-HOJE
               OR FUNCTION TEST-DATE-YYYYMMDD(CTG-DATA-PREVISTA)
                   NOT = ZEROS
               MOVE "DEVOLUCAO PREVISTA INVALIDA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ALUGA-LOOP
           END-IF
           IF NOT CTG-FORMA-VALIDA
               MOVE "FORMA DE PAGAMENTO INVALIDA (D/C/P)" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ALUGA-LOOP
           END-IF
           PERFORM PROCURA-COPIA-FORA THRU PROCURA-COPIA-FORA-FIM.
           IF COPIA-ACHADA
               MOVE "COPIA JA ALUGADA NESTA CONTINGENCIA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ALUGA-LOOP
           END-IF
           IF WS-QTD-COPIAS NOT < 300
               MOVE "LIMITE DE COPIAS NA CONTINGENCIA - USE O PAPEL"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ALUGA-FIM
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA O ALUGUEL (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO ALUGA-LOOP
           END-IF
           MOVE "A" TO CTG-TIPO.
           MOVE ZEROS TO CTG-ALUGUEL-ID CTG-MERCADORIA CTG-QUANTIDADE.
           MOVE WS-VALOR TO CTG-VALOR.
           MOVE "N" TO CTG-DANIFICADA.
           PERFORM GRAVA-MOVIMENTO THRU GRAVA-MOVIMENTO-FIM.
           IF NOT FS-OK
               GO ALUGA-FIM
           END-IF
           PERFORM ANOTA-COPIA-FORA.
           GO ALUGA.
       ALUGA-FIM.

      * -----------------------------------
      * DEVOLUCAO EM CONTINGENCIA: SO ANOTA O DISCO QUE VOLTOU. A
      * MULTA DEPENDE DA TARIFA E DO CALENDARIO E E APURADA NO
      * LANCAMENTO, QUE A DEIXA NO CONTAS A RECEBER

       DEVOLVE.
           MOVE "DEVOLUCAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO CTG-REC.
           MOVE ZEROS TO CTG-ALUGUEL-ID.
           MOVE "N" TO CTG-DANIFICADA.

           DEVOLVE-LOOP.
           ACCEPT SS-TELA-DEVOLUCAO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO DEVOLVE-FIM
           END-IF
           IF CTG-ALUGUEL-ID EQUAL ZEROS OR CTG-BARCODE EQUAL SPACES
               MOVE "FAVOR INFORMAR O NUMERO DO ALUGUEL E A COPIA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLVE-LOOP
           END-IF
           IF CTG-DANIFICADA NOT = "S" AND CTG-DANIFICADA NOT = "N"
               MOVE "INFORME S OU N PARA COPIA DANIFICADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLVE-LOOP
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A DEVOLUCAO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO DEVOLVE-LOOP
           END-IF
           MOVE "D" TO CTG-TIPO.
           MOVE ZEROS TO CTG-CLIENTE-ID CTG-FILME-ID CTG-DATA-PREVISTA
               CTG-MERCADORIA CTG-QUANTIDADE CTG-VALOR.
           MOVE SPACES TO CTG-FORMA-PAGTO.
           PERFORM GRAVA-MOVIMENTO THRU GRAVA-MOVIMENTO-FIM.
           IF NOT FS-OK
               GO DEVOLVE-FIM
           END-IF
           PERFORM PROCURA-COPIA-FORA THRU PROCURA-COPIA-FORA-FIM.
           IF COPIA-ACHADA
               MOVE SPACES TO WS-COPIA-FORA(WS-IX)
           END-IF
           GO DEVOLVE.
       DEVOLVE-FIM.

      * -----------------------------------
      * VENDA EM CONTINGENCIA: PRECO DA ETIQUETA DA MERCADORIA; O
      * ESTOQUE SO E BAIXADO NO LANCAMENTO

       VENDE.
           MOVE "VENDA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO CTG-REC.
           MOVE ZEROS TO CTG-CLIENTE-ID CTG-MERCADORIA CTG-QUANTIDADE
               WS-PRECO.

           VENDE-LOOP.
           ACCEPT SS-TELA-VENDA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO VENDE-FIM
           END-IF
           IF CTG-CLIENTE-ID EQUAL ZEROS
               OR CTG-MERCADORIA EQUAL ZEROS
               OR CTG-QUANTIDADE EQUAL ZEROS
               MOVE "FAVOR INFORMAR CLIENTE, MERCADORIA E QUANTIDADE"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO VENDE-LOOP
           END-IF
           IF WS-PRECO EQUAL ZEROS
               MOVE "FAVOR INFORMAR O PRECO UNITARIO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO VENDE-LOOP
           END-IF
           IF NOT CTG-FORMA-VALIDA
               MOVE "FORMA DE PAGAMENTO INVALIDA (D/C/P)" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO VENDE-LOOP
           END-IF
           COMPUTE CTG-VALOR = WS-PRECO * CTG-QUANTIDADE.
           DISPLAY SS-TELA-TOTAL.
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A VENDA (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO VENDE-LOOP
           END-IF
           MOVE "V" TO CTG-TIPO.
           MOVE ZEROS TO CTG-ALUGUEL-ID CTG-FILME-ID CTG-DATA-PREVISTA.
           MOVE SPACES TO CTG-BARCODE.
           MOVE "N" TO CTG-DANIFICADA.
           PERFORM GRAVA-MOVIMENTO THRU GRAVA-MOVIMENTO-FIM.
           IF NOT FS-OK
               GO VENDE-FIM
           END-IF
           GO VENDE.
       VENDE-FIM.

      * -----------------------------------
      * NUMERA O RECIBO PROVISORIO, GRAVA A LINHA E MOSTRA O NUMERO
      * PARA O ATENDENTE ANOTAR NO CANHOTO

       GRAVA-MOVIMENTO.
           IF WS-SEQ NOT < 999
               MOVE 99 TO FS-STAT
               MOVE "RECIBOS PROVISORIOS DO DIA ESGOTADOS - USE O PAPEL"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO GRAVA-MOVIMENTO-FIM
           END-IF
           ADD 1 TO WS-SEQ.
           COMPUTE CTG-NUMERO = WS-PREFIXO * 1000 + WS-SEQ.
           MOVE WS-DATA-HOJE TO CTG-DATA.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-HORA(1:6) TO CTG-HORA.
           MOVE WS-OPERADOR TO CTG-OPERADOR.
           MOVE WS-FILIAL TO CTG-FILIAL.
           WRITE CTG-REC.
           IF NOT FS-OK
               MOVE "ERRO AO GRAVAR CONTINGENCIA.DAT - USE O PAPEL"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO GRAVA-MOVIMENTO-FIM
           END-IF
           MOVE CTG-NUMERO TO WS-MSG-NUMERO.
           MOVE WS-MSG-RECIBO TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       GRAVA-MOVIMENTO-FIM.

      * -----------------------------------
      * LISTA DAS COPIAS FORA: ANOTA A COPIA DO ALUGUEL CORRENTE E
      * PROCURA UMA COPIA PELO CODIGO DE BARRAS

       ANOTA-COPIA-FORA.
           IF WS-QTD-COPIAS < 300
               ADD 1 TO WS-QTD-COPIAS
               MOVE CTG-BARCODE TO WS-COPIA-FORA(WS-QTD-COPIAS)
           END-IF.

       PROCURA-COPIA-FORA.
           MOVE "N" TO WS-COPIA-ACHADA.
           MOVE ZEROS TO WS-IX.

           PROCURA-COPIA-FORA-LOOP.
           ADD 1 TO WS-IX.
           IF WS-IX > WS-QTD-COPIAS
               GO PROCURA-COPIA-FORA-FIM
           END-IF
           IF WS-COPIA-FORA(WS-IX) EQUAL CTG-BARCODE
               MOVE "S" TO WS-COPIA-ACHADA
               GO PROCURA-COPIA-FORA-FIM
           END-IF
           GO PROCURA-COPIA-FORA-LOOP.
       PROCURA-COPIA-FORA-FIM.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS

       MOSTRA-ERRO.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.
