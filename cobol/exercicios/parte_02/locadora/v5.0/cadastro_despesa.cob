       identification division.
       program-id. cadastro_despesa.

      *=================================================================
      * LIVRO DE DESPESAS OPERACIONAIS (DESPESA.DAT) E A TABELA DE
      * CATEGORIAS (CAT_DESPESA.DAT). AQUI SE LANCAM ALUGUEL DA LOJA,
      * ENERGIA, INTERNET, SALARIOS, LIMPEZA, TARIFAS BANCARIAS ETC.,
      * POR FILIAL E MES DE COMPETENCIA, PARA O DRE_MENSAL CHEGAR AO
      * RESULTADO LIQUIDO. DESPESA MARCADA COMO FIXA E REPETIDA TODO
      * MES PELO GERA_DESPESAS_FIXAS (CADEIA NOTURNA); PARA PARAR,
      * ALTERE O MODELO PARA FIXA = N.
      * COM "PELO CONTAS A PAGAR" = S A DESPESA ABRE UM TITULO
      * EM CONTAS_PAGAR.DAT (FAIXA 4 + AAMM + NUMERO, PARA O
      * FORNECEDOR INFORMADO) E A BAIXA E FEITA NA TELA CONTAS_PAGAR;
      * AS DEMAIS SAO BAIXADAS AQUI MESMO (OPCAO 5).
      * COMPETENCIA DENTRO DE PERIODO FECHADO (PERIODO.DAT) E RECUSADA.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select despesa-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is dsp-key.

       select cat-despesa-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-cds
           record key is cds-key.

       select filial-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-fil
           record key is fil-key.

       select parceiro-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-parc
           record key is par-codigo.

       select pagar-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-pg
           record key is pg-key.

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

       fd despesa-file value of file-id is "DESPESA.dat".
       copy despesa.

       fd cat-despesa-file value of file-id is "CAT_DESPESA.dat".
       copy cat_despesa.

       fd filial-file value of file-id is "FILIAL.dat".
       copy filial.

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

       fd pagar-file
       value of file-id is "CONTAS_PAGAR.dat".
       copy pagar.

       fd periodo-file value of file-id is "PERIODO.dat".
       copy periodo.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       01 ws-modulo.
           02 filler           pic x(11)   value "despesas-".
           02 ws-op            pic x(20)   value spaces.

       77 ws-opcao             pic x.
           88 e-categoria              value is "1".
           88 e-incluir                value is "2".
           88 e-consultar              value is "3".
           88 e-alterar                value is "4".
           88 e-pagar                  value is "5".
           88 e-excluir                value is "6".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-cancela               value 99.
           88 fs-nao-existe            value 35.
           88 fs-fim                   value 10.

       77 fs-stat-cds          pic 9(02).
           88 fs-cds-ok                value zeros.
           88 fs-cds-nao-existe        value 35.

       77 fs-stat-fil          pic 9(02).
           88 fs-fil-ok                value zeros.

       77 fs-stat-parc         pic 9(02).
           88 fs-parc-ok               value zeros.

       77 fs-stat-pg           pic 9(02).
           88 fs-pg-ok                 value zeros.
           88 fs-pg-nao-existe         value 35.

       77 fs-stat-per          pic 9(02).
           88 fs-per-ok                value zeros.

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

       77 ws-data-hoje         pic 9(08).

      * NUMERACAO: LANCAMENTO MANUAL ABAIXO DA FAIXA DAS FIXAS GERADAS
      * (4 + AAMM + NUMERO DO MODELO), QUE TAMBEM E A FAIXA DO TITULO
      * NO CONTAS A PAGAR
       78 ws-faixa-geradas     value 40000000000.
       78 ws-max-manual        value 99999.
       77 ws-proxima-despesa   pic 9(11).
       77 ws-pg-id-novo        pic 9(11).
       01 ws-competencia       pic 9(06).
       01 ws-competencia-red redefines ws-competencia.
           02 ws-comp-ano          pic 9(04).
           02 ws-comp-mes          pic 9(02).
       77 ws-aamm              pic 9(04).
       77 ws-base-id           pic 9(05).

       77 ws-data-verifica     pic 9(08).
       77 ws-periodo-fechado   pic x(01).
           88 periodo-fechado          value "S".

      * CAMPOS QUE A ALTERACAO NAO MEXE
       77 ws-ant-competencia   pic 9(06).
       77 ws-ant-via-pagar     pic x(01).
       77 ws-ant-parceiro      pic 9(05).

       77 ws-situacao          pic x(30).

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
           05 LINE 07 COLUMN 15 VALUE "1 - CATEGORIAS DE DESPESA".
           05 LINE 08 COLUMN 15 VALUE "2 - LANCAR DESPESA".
           05 LINE 09 COLUMN 15 VALUE "3 - CONSULTAR".
           05 LINE 10 COLUMN 15 VALUE "4 - ALTERAR".
           05 LINE 11 COLUMN 15 VALUE "5 - REGISTRAR PAGAMENTO".
           05 LINE 12 COLUMN 15 VALUE "6 - EXCLUIR".
           05 LINE 13 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 15 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 15 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-CATEGORIA.
           05 SS-CHAVE-CATEGORIA FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 10 VALUE "CATEGORIA...........:".
               10 COLUMN PLUS 2 PIC 9(03) USING CDS-CODIGO.
           05 SS-DADOS-CATEGORIA FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE "DESCRICAO...........:".
               10 COLUMN PLUS 2 PIC X(30) USING CDS-DESCRICAO.

       01 SS-TELA-DESPESA.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 06 COLUMN 10 VALUE "NUMERO..............:".
               10 COLUMN PLUS 2 PIC 9(11) USING DSP-ID.
           05 SS-DADOS FOREGROUND-COLOR 2.
               10 LINE 08 COLUMN 10 VALUE "CATEGORIA...........:".
               10 COLUMN PLUS 2 PIC 9(03) USING DSP-CATEGORIA.
               10 LINE 09 COLUMN 10 VALUE "FILIAL..............:".
               10 COLUMN PLUS 2 PIC 9(02) USING DSP-FILIAL.
               10 LINE 10 COLUMN 10 VALUE "COMPETENCIA (AAAAMM):".
               10 COLUMN PLUS 2 PIC 9(06) USING DSP-COMPETENCIA.
               10 LINE 11 COLUMN 10 VALUE "DESCRICAO...........:".
               10 COLUMN PLUS 2 PIC X(30) USING DSP-DESCRICAO.
               10 LINE 12 COLUMN 10 VALUE "VALOR...............:".
               10 COLUMN PLUS 2 PIC ZZZZZZ9.99 USING DSP-VALOR.
               10 LINE 13 COLUMN 10 VALUE "VENCIMENTO..........:".
               10 COLUMN PLUS 2 PIC 9(08) USING DSP-DATA-VENCIMENTO.
               10 LINE 14 COLUMN 10 VALUE "FIXA TODO MES (S/N).:".
               10 COLUMN PLUS 2 PIC X(01) USING DSP-RECORRENTE.
               10 LINE 15 COLUMN 10 VALUE "PELO CONTAS A PAGAR.:".
               10 COLUMN PLUS 2 PIC X(01) USING DSP-VIA-PAGAR.
               10 LINE 16 COLUMN 10 VALUE "FORNECEDOR..........:".
               10 COLUMN PLUS 2 PIC 9(05) USING DSP-PARCEIRO-COD.
           05 SS-SITUACAO FOREGROUND-COLOR 2.
               10 LINE 18 COLUMN 10 VALUE "SITUACAO............:".
               10 COLUMN PLUS 2 PIC X(30) FROM WS-SITUACAO.
               10 LINE 19 COLUMN 10 VALUE "PAGA EM.............:".
               10 COLUMN PLUS 2 PIC 9(08) FROM DSP-DATA-PAGAMENTO.

       01 SS-TELA-PAGAMENTO FOREGROUND-COLOR 2.
           05 LINE 19 COLUMN 10 VALUE "PAGA EM.............:".
           05 COLUMN PLUS 2 PIC 9(08) USING DSP-DATA-PAGAMENTO.

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
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-ARQUIVOS
           PERFORM UNTIL E-ENCERRAR
               MOVE "DESPESAS OPERACIONAIS" TO WS-OP
               MOVE "ESCOLHA A OPCAO" TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-CATEGORIA
                       PERFORM MANTEM-CATEGORIA
                           THRU MANTEM-CATEGORIA-FIM
                   WHEN E-INCLUIR
                       PERFORM INCLUI THRU INCLUI-FIM
                   WHEN E-CONSULTAR
                       PERFORM CONSULTA THRU CONSULTA-FIM
                   WHEN E-ALTERAR
                       PERFORM ALTERA THRU ALTERA-FIM
                   WHEN E-PAGAR
                       PERFORM PAGA THRU PAGA-FIM
                   WHEN E-EXCLUIR
                       PERFORM EXCLUI THRU EXCLUI-FIM
               END-EVALUATE
           END-PERFORM.

       FINALIZA.

       CLOSE DESPESA-FILE CAT-DESPESA-FILE FILIAL-FILE PARCEIRO-FILE
           PAGAR-FILE.
       IF FS-PER-OK
           CLOSE PERIODO-FILE
       END-IF.
       GOBACK.

      * -----------------------------------
      * INCLUI OU ALTERA UMA CATEGORIA (ALUGUEL, ENERGIA, ...)

       MANTEM-CATEGORIA.
           MOVE "CATEGORIAS" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.

           MANTEM-CATEGORIA-LOOP.
           MOVE SPACES TO CDS-REC.
           MOVE ZEROS TO CDS-CODIGO.
           DISPLAY SS-TELA-CATEGORIA.
           ACCEPT SS-CHAVE-CATEGORIA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO MANTEM-CATEGORIA-FIM
           END-IF
           IF CDS-CODIGO EQUAL ZEROS
               MOVE "FAVOR INFORMAR O CODIGO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO MANTEM-CATEGORIA-LOOP
           END-IF
           MOVE "INCLUSAO" TO WS-AUD-OPERACAO.
           READ CAT-DESPESA-FILE
           NOT INVALID KEY
               MOVE "ALTERACAO" TO WS-AUD-OPERACAO
           END-READ.
           DISPLAY SS-DADOS-CATEGORIA.
           ACCEPT SS-DADOS-CATEGORIA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO MANTEM-CATEGORIA-FIM
           END-IF
           IF CDS-DESCRICAO EQUAL SPACES
               MOVE "FAVOR INFORMAR A DESCRICAO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO MANTEM-CATEGORIA-LOOP
           END-IF
           IF WS-AUD-OPERACAO EQUAL "INCLUSAO"
               WRITE CDS-REC
               MOVE "CATEGORIA INCLUIDA" TO WS-STATUS
           ELSE
               REWRITE CDS-REC
               MOVE "CATEGORIA ALTERADA" TO WS-STATUS
           END-IF
           MOVE "CADASTRO_DESPESA" TO WS-AUD-PROGRAMA.
           MOVE CDS-CODIGO TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           DISPLAY SS-STATUS.
           GO MANTEM-CATEGORIA-LOOP.
       MANTEM-CATEGORIA-FIM.

      * -----------------------------------
      * LANCA UMA DESPESA; O NUMERO E DADO PELO SISTEMA

       INCLUI.
           MOVE "LANCAMENTO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.

           INCLUI-LOOP.
           MOVE SPACES TO DSP-REC WS-SITUACAO.
           MOVE ZEROS TO DSP-ID DSP-CATEGORIA DSP-FILIAL DSP-VALOR
               DSP-DATA-VENCIMENTO DSP-DATA-PAGAMENTO DSP-ORIGEM-ID
               DSP-PARCEIRO-COD.
           MOVE WS-DATA-HOJE(1:6) TO DSP-COMPETENCIA.
           MOVE "N" TO DSP-RECORRENTE DSP-VIA-PAGAR.
           MOVE "A" TO DSP-STATUS.
           DISPLAY SS-TELA-DESPESA.
           ACCEPT SS-DADOS.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INCLUI-FIM
           END-IF
           PERFORM VALIDA-DESPESA THRU VALIDA-DESPESA-FIM.
           IF FS-CANCELA
               GO INCLUI-LOOP
           END-IF
           PERFORM ACHA-PROXIMA-DESPESA THRU ACHA-PROXIMA-DESPESA-FIM.
           IF WS-PROXIMA-DESPESA > WS-MAX-MANUAL
               MOVE "NUMERACAO DE DESPESAS ESGOTADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-FIM
           END-IF
           MOVE WS-PROXIMA-DESPESA TO DSP-ID.
           WRITE DSP-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR A DESPESA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-WRITE.
           IF DSP-NO-CONTAS-PAGAR
               PERFORM ABRE-TITULO-PAGAR THRU ABRE-TITULO-PAGAR-FIM
           END-IF
           MOVE "CADASTRO_DESPESA" TO WS-AUD-PROGRAMA.
           MOVE "INCLUSAO" TO WS-AUD-OPERACAO.
           MOVE DSP-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           DISPLAY SS-CHAVE.
           MOVE "DESPESA LANCADA - ANOTE O NUMERO" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO INCLUI-LOOP.
       INCLUI-FIM.

      * -----------------------------------
      * CONFERENCIAS COMUNS DE LANCAMENTO/ALTERACAO

       VALIDA-DESPESA.
           MOVE ZEROS TO FS-STAT.
           IF DSP-CATEGORIA EQUAL ZEROS OR DSP-FILIAL EQUAL ZEROS
               OR DSP-VALOR EQUAL ZEROS
               OR DSP-DESCRICAO EQUAL SPACES
               MOVE "PREENCHA CATEGORIA, FILIAL, DESCRICAO E VALOR"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-DESPESA-FIM
           END-IF
           MOVE DSP-COMPETENCIA TO WS-COMPETENCIA.
           IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
               OR WS-COMP-ANO < 2000
               MOVE "COMPETENCIA INVALIDA (AAAAMM)" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-DESPESA-FIM
           END-IF
           COMPUTE WS-DATA-VERIFICA = DSP-COMPETENCIA * 100 + 1.
           PERFORM VERIFICA-PERIODO THRU VERIFICA-PERIODO-FIM.
           IF PERIODO-FECHADO
               MOVE "COMPETENCIA EM PERIODO JA FECHADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-DESPESA-FIM
           END-IF
           IF DSP-RECORRENTE NOT EQUAL "S"
               AND DSP-RECORRENTE NOT EQUAL "N"
               OR DSP-VIA-PAGAR NOT EQUAL "S"
               AND DSP-VIA-PAGAR NOT EQUAL "N"
               MOVE "RESPONDA S OU N" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-DESPESA-FIM
           END-IF
           MOVE DSP-CATEGORIA TO CDS-CODIGO.
           READ CAT-DESPESA-FILE
           INVALID KEY
               MOVE "CATEGORIA NAO CADASTRADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-DESPESA-FIM
           END-READ.
           MOVE DSP-FILIAL TO FIL-CODIGO.
           READ FILIAL-FILE
           INVALID KEY
               MOVE "FILIAL NAO CADASTRADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-DESPESA-FIM
           END-READ.
           IF NOT DSP-NO-CONTAS-PAGAR
               MOVE ZEROS TO DSP-PARCEIRO-COD
               GO VALIDA-DESPESA-FIM
           END-IF
           MOVE DSP-PARCEIRO-COD TO PAR-CODIGO.
           READ PARCEIRO-FILE
           INVALID KEY
               MOVE "FORNECEDOR NAO CADASTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-DESPESA-FIM
           END-READ.
           IF PAR-ATIVO-NAO
               MOVE "FORNECEDOR DESATIVADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
           END-IF.
       VALIDA-DESPESA-FIM.

      * -----------------------------------

       CONSULTA.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.

           CONSULTA-LOOP.
           PERFORM LE-DESPESA THRU LE-DESPESA-FIM.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONSULTA-FIM
           END-IF
           IF FS-CANCELA
               GO CONSULTA-LOOP
           END-IF
           MOVE "PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO CONSULTA-LOOP.
       CONSULTA-FIM.

      * -----------------------------------
      * PEDE O NUMERO, LE A DESPESA E MOSTRA COM A SITUACAO (A DO
      * TITULO NO CONTAS A PAGAR, QUANDO FOR O CASO)

       LE-DESPESA.
           MOVE ZEROS TO FS-STAT.
           MOVE SPACES TO DSP-REC WS-SITUACAO.
           MOVE ZEROS TO DSP-ID DSP-DATA-PAGAMENTO.
           DISPLAY SS-TELA-DESPESA.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO LE-DESPESA-FIM
           END-IF
           READ DESPESA-FILE
           INVALID KEY
               MOVE "DESPESA NAO ENCONTRADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO LE-DESPESA-FIM
           END-READ.
           IF DSP-PAGA
               MOVE "PAGA" TO WS-SITUACAO
           ELSE
               MOVE "EM ABERTO" TO WS-SITUACAO
           END-IF
           IF DSP-NO-CONTAS-PAGAR
               PERFORM LE-TITULO-PAGAR THRU LE-TITULO-PAGAR-FIM
               IF FS-PG-OK AND PG-QUITADO
                   MOVE "QUITADA NO CONTAS A PAGAR" TO WS-SITUACAO
                   MOVE PG-DATA-PAGAMENTO TO DSP-DATA-PAGAMENTO
               ELSE
                   MOVE "EM ABERTO NO CONTAS A PAGAR" TO WS-SITUACAO
               END-IF
           END-IF
           DISPLAY SS-TELA-DESPESA.
       LE-DESPESA-FIM.

      * -----------------------------------
      * ALTERA UMA DESPESA AINDA NAO PAGA. COMPETENCIA E A FORMA DE
      * PAGAMENTO FICAM COMO FORAM LANCADAS; COM TITULO NO CONTAS A
      * PAGAR, SO ENQUANTO ELE NAO TEVE BAIXA (E O TITULO ACOMPANHA)

       ALTERA.
           MOVE "ALTERACAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.

           ALTERA-LOOP.
           PERFORM LE-DESPESA THRU LE-DESPESA-FIM.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO ALTERA-FIM
           END-IF
           IF FS-CANCELA
               GO ALTERA-LOOP
           END-IF
           PERFORM CONFERE-MOVIMENTO THRU CONFERE-MOVIMENTO-FIM.
           IF FS-CANCELA
               GO ALTERA-LOOP
           END-IF
           MOVE DSP-COMPETENCIA TO WS-ANT-COMPETENCIA.
           MOVE DSP-VIA-PAGAR TO WS-ANT-VIA-PAGAR.
           MOVE DSP-PARCEIRO-COD TO WS-ANT-PARCEIRO.
           ACCEPT SS-DADOS.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO ALTERA-FIM
           END-IF
           MOVE WS-ANT-COMPETENCIA TO DSP-COMPETENCIA.
           MOVE WS-ANT-VIA-PAGAR TO DSP-VIA-PAGAR.
           MOVE WS-ANT-PARCEIRO TO DSP-PARCEIRO-COD.
           PERFORM VALIDA-DESPESA THRU VALIDA-DESPESA-FIM.
           IF FS-CANCELA
               GO ALTERA-LOOP
           END-IF
           REWRITE DSP-REC.
           IF DSP-NO-CONTAS-PAGAR
               PERFORM ABRE-TITULO-PAGAR THRU ABRE-TITULO-PAGAR-FIM
           END-IF
           MOVE "CADASTRO_DESPESA" TO WS-AUD-PROGRAMA.
           MOVE "ALTERACAO" TO WS-AUD-OPERACAO.
           MOVE DSP-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE "DESPESA ALTERADA" TO WS-STATUS.
           DISPLAY SS-STATUS.
           GO ALTERA-LOOP.
       ALTERA-FIM.

      * -----------------------------------
      * BAIXA DE DESPESA PAGA FORA DO CONTAS A PAGAR (DEBITO EM
      * CONTA, PAGAMENTO NO CAIXA DA LOJA ETC.)

       PAGA.
           MOVE "PAGAMENTO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.

           PAGA-LOOP.
           PERFORM LE-DESPESA THRU LE-DESPESA-FIM.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO PAGA-FIM
           END-IF
           IF FS-CANCELA
               GO PAGA-LOOP
           END-IF
           IF DSP-NO-CONTAS-PAGAR
               MOVE "DESPESA PAGA PELA TELA DO CONTAS A PAGAR"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO PAGA-LOOP
           END-IF
           IF DSP-PAGA
               MOVE "DESPESA JA PAGA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO PAGA-LOOP
           END-IF
           MOVE WS-DATA-HOJE TO DSP-DATA-PAGAMENTO.
           DISPLAY SS-TELA-PAGAMENTO.
           ACCEPT SS-TELA-PAGAMENTO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO PAGA-FIM
           END-IF
           IF DSP-DATA-PAGAMENTO EQUAL ZEROS
               MOVE "FAVOR INFORMAR A DATA DO PAGAMENTO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO PAGA-LOOP
           END-IF
           MOVE "P" TO DSP-STATUS.
           REWRITE DSP-REC.
           MOVE "CADASTRO_DESPESA" TO WS-AUD-PROGRAMA.
           MOVE "PAGAMENTO" TO WS-AUD-OPERACAO.
           MOVE DSP-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE "PAGAMENTO REGISTRADO" TO WS-STATUS.
           DISPLAY SS-STATUS.
           GO PAGA-LOOP.
       PAGA-FIM.

      * -----------------------------------
      * EXCLUI DESPESA LANCADA ERRADA (AINDA NAO PAGA); O TITULO NO
      * CONTAS A PAGAR, SE HOUVER, SAI JUNTO

       EXCLUI.
           MOVE "EXCLUSAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.

           EXCLUI-LOOP.
           PERFORM LE-DESPESA THRU LE-DESPESA-FIM.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO EXCLUI-FIM
           END-IF
           IF FS-CANCELA
               GO EXCLUI-LOOP
           END-IF
           PERFORM CONFERE-MOVIMENTO THRU CONFERE-MOVIMENTO-FIM.
           IF FS-CANCELA
               GO EXCLUI-LOOP
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A EXCLUSAO DA DESPESA (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO EXCLUI-LOOP
           END-IF
           DELETE DESPESA-FILE
           INVALID KEY
               MOVE "ERRO AO EXCLUIR A DESPESA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO EXCLUI-LOOP
           END-DELETE.
           IF DSP-NO-CONTAS-PAGAR AND FS-PG-OK
               DELETE PAGAR-FILE
               INVALID KEY
                   CONTINUE
               END-DELETE
           END-IF
           MOVE "CADASTRO_DESPESA" TO WS-AUD-PROGRAMA.
           MOVE "EXCLUSAO" TO WS-AUD-OPERACAO.
           MOVE DSP-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE "DESPESA EXCLUIDA" TO WS-STATUS.
           DISPLAY SS-STATUS.
           GO EXCLUI-LOOP.
       EXCLUI-FIM.

      * -----------------------------------
      * SO MEXE EM DESPESA NAO PAGA, DE PERIODO ABERTO E, QUANDO VAI
      * PELO CONTAS A PAGAR, COM O TITULO SEM NENHUMA BAIXA

       CONFERE-MOVIMENTO.
           MOVE ZEROS TO FS-STAT.
           IF DSP-PAGA
               MOVE "DESPESA JA PAGA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO CONFERE-MOVIMENTO-FIM
           END-IF
           COMPUTE WS-DATA-VERIFICA = DSP-COMPETENCIA * 100 + 1.
           PERFORM VERIFICA-PERIODO THRU VERIFICA-PERIODO-FIM.
           IF PERIODO-FECHADO
               MOVE "COMPETENCIA EM PERIODO JA FECHADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO CONFERE-MOVIMENTO-FIM
           END-IF
           IF NOT DSP-NO-CONTAS-PAGAR
               GO CONFERE-MOVIMENTO-FIM
           END-IF
           PERFORM LE-TITULO-PAGAR THRU LE-TITULO-PAGAR-FIM.
           IF FS-PG-OK
               IF PG-QUITADO OR PG-SALDO NOT EQUAL PG-VALOR-ORIGINAL
                   MOVE "TITULO JA TEVE BAIXA NO CONTAS A PAGAR"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   MOVE 99 TO FS-STAT
               END-IF
           END-IF.
       CONFERE-MOVIMENTO-FIM.

      * -----------------------------------
      * NUMERO DO TITULO NO CONTAS A PAGAR: 4 + AAMM DA COMPETENCIA +
      * NUMERO DA DESPESA (OU DO MODELO, NA FIXA GERADA - QUE JA TEM
      * ESSE MESMO NUMERO)

       MONTA-TITULO-PAGAR.
           MOVE DSP-COMPETENCIA TO WS-COMPETENCIA.
           COMPUTE WS-AAMM = (WS-COMP-ANO - 2000) * 100 + WS-COMP-MES.
           IF DSP-ORIGEM-ID NOT EQUAL ZEROS
               MOVE DSP-ORIGEM-ID TO WS-BASE-ID
           ELSE
               MOVE DSP-ID TO WS-BASE-ID
           END-IF
           COMPUTE WS-PG-ID-NOVO = WS-FAIXA-GERADAS
               + WS-AAMM * 100000 + WS-BASE-ID.

       LE-TITULO-PAGAR.
           PERFORM MONTA-TITULO-PAGAR.
           MOVE WS-PG-ID-NOVO TO PG-ID.
           READ PAGAR-FILE
           INVALID KEY
               MOVE 23 TO FS-STAT-PG
           END-READ.
       LE-TITULO-PAGAR-FIM.

      * -----------------------------------
      * ABRE (OU ACERTA) O TITULO DA DESPESA NO CONTAS A PAGAR

       ABRE-TITULO-PAGAR.
           PERFORM MONTA-TITULO-PAGAR.
           MOVE WS-PG-ID-NOVO TO PG-ID.
           READ PAGAR-FILE
           INVALID KEY
               MOVE SPACES TO PG-REC
               MOVE WS-PG-ID-NOVO TO PG-ID
               MOVE ZEROS TO PG-COMPRA-ID
               MOVE DSP-PARCEIRO-COD TO PG-PARCEIRO-COD
               MOVE DSP-VALOR TO PG-VALOR-ORIGINAL
               MOVE DSP-VALOR TO PG-SALDO
               MOVE WS-DATA-HOJE TO PG-DATA-ORIGEM
               MOVE DSP-DATA-VENCIMENTO TO PG-DATA-VENCIMENTO
               MOVE ZEROS TO PG-DATA-PAGAMENTO
               MOVE "A" TO PG-STATUS
               WRITE PG-REC
           NOT INVALID KEY
               MOVE DSP-VALOR TO PG-VALOR-ORIGINAL
               MOVE DSP-VALOR TO PG-SALDO
               MOVE DSP-DATA-VENCIMENTO TO PG-DATA-VENCIMENTO
               REWRITE PG-REC
           END-READ.
       ABRE-TITULO-PAGAR-FIM.

      * -----------------------------------
      * PROXIMO NUMERO LIVRE DE LANCAMENTO MANUAL (ABAIXO DA FAIXA DAS
      * FIXAS GERADAS)

       ACHA-PROXIMA-DESPESA.
           MOVE 1 TO WS-PROXIMA-DESPESA.
           MOVE ZEROS TO DSP-KEY.
           MOVE ZEROS TO FS-STAT.
           START DESPESA-FILE KEY IS NOT LESS THAN DSP-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT
           END-START.

           ACHA-PROXIMA-DESPESA-LOOP.
           IF FS-FIM
               MOVE ZEROS TO FS-STAT
               GO ACHA-PROXIMA-DESPESA-FIM
           END-IF
           READ DESPESA-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT
               GO ACHA-PROXIMA-DESPESA-LOOP
           END-READ.
           IF DSP-ID NOT < WS-FAIXA-GERADAS
               MOVE 10 TO FS-STAT
               GO ACHA-PROXIMA-DESPESA-LOOP
           END-IF
           MOVE DSP-ID TO WS-PROXIMA-DESPESA.
           ADD 1 TO WS-PROXIMA-DESPESA.
           GO ACHA-PROXIMA-DESPESA-LOOP.
       ACHA-PROXIMA-DESPESA-FIM.

      * -----------------------------------
      * RECUSA COMPETENCIA DENTRO DE PERIODO CONTABIL JA FECHADO
      * (PERIODO.DAT, MANTIDO PELO FECHAMENTO DE MES). SEM O ARQUIVO
      * NO AR, NADA MUDA.

       VERIFICA-PERIODO.
           MOVE "N" TO WS-PERIODO-FECHADO.
           IF NOT FS-PER-OK
               GO VERIFICA-PERIODO-FIM
           END-IF
           COMPUTE PER-ANOMES = WS-DATA-VERIFICA / 100.
           READ PERIODO-FILE
           NOT INVALID KEY
               IF PER-FECHADO
                   MOVE "S" TO WS-PERIODO-FECHADO
               END-IF
           END-READ.
       VERIFICA-PERIODO-FIM.

      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAIDA

       ABRIR-ARQUIVOS.
           OPEN I-O DESPESA-FILE
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT DESPESA-FILE
               CLOSE DESPESA-FILE
               OPEN I-O DESPESA-FILE
           END-IF.
           OPEN I-O CAT-DESPESA-FILE
           IF FS-CDS-NAO-EXISTE THEN
               OPEN OUTPUT CAT-DESPESA-FILE
               CLOSE CAT-DESPESA-FILE
               OPEN I-O CAT-DESPESA-FILE
           END-IF.
           OPEN I-O PAGAR-FILE
           IF FS-PG-NAO-EXISTE THEN
               OPEN OUTPUT PAGAR-FILE
               CLOSE PAGAR-FILE
               OPEN I-O PAGAR-FILE
           END-IF.
           OPEN INPUT FILIAL-FILE.
           OPEN INPUT PARCEIRO-FILE.
           OPEN INPUT PERIODO-FILE.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS

       MOSTRA-ERRO.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.
