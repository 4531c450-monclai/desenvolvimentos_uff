       identification division.
       program-id. pedido_atacado.

      *=================================================================
      * VENDA NO ATACADO PARA OS COMPRADORES CADASTRADOS EM
      * PARCEIRO.DAT (FS-COMPRADOR). O PEDIDO NASCE PELO PRECO DE
      * TABELA MENOS O DESCONTO DO COMPRADOR (CONDICAO_ATACADO.DAT),
      * A SEPARACAO TIRA A MERCADORIA DO ESTOQUE EM MERCADORIA.DAT E A
      * EXPEDICAO FATURA O PEDIDO NO PRAZO DO COMPRADOR, ABRINDO O
      * TITULO EM RECEBER_ATACADO.DAT (RECEBIMENTO E AGING NA TELA
      * RECEBER_ATACADO). O BALCAO DE VENDA (REGISTRO_VENDA) CONTINUA
      * SO PARA O CLIENTE DE VAREJO.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select pedido-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is pa-key.

       select mercadoria-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-mercadoria
           record key is fs-key.

       select parceiro-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-parceiro
           record key is par-key.

       select condicao-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-cat
           record key is cat-key.

       select receber-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-ra
           record key is ra-key.

       select kit-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-kit
           record key is kit-key.

       select taxa-fiscal-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-tf
           record key is tf-key.

       select opsessao-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-opsessao
           record key is op-chave.

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

       fd pedido-file value of file-id is "PEDIDO_ATACADO.dat".
       copy pedido_atacado.

       fd mercadoria-file value of file-id is "MERCADORIA.dat".
       copy mercadoria.

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

       fd condicao-file value of file-id is "CONDICAO_ATACADO.dat".
       copy cond_atacado.

       fd receber-file value of file-id is "RECEBER_ATACADO.dat".
       copy receber_atacado.

       fd kit-file value of file-id is "KIT.dat".
       copy kit.

       fd taxa-fiscal-file value of file-id is "TAXA_FISCAL.dat".
       copy taxa_fiscal.

       fd opsessao-file value of file-id is "OPSESSAO.dat".
       copy opsessao.

       fd periodo-file value of file-id is "PERIODO.dat".
       copy periodo.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       01 ws-modulo.
           02 filler           pic x(11)   value "atacado-".
           02 ws-op            pic x(20)   value spaces.

       77 ws-opcao             pic x.
           88 e-pedido                 value is "1".
           88 e-separar                value is "2".
           88 e-expedir                value is "3".
           88 e-cancelar               value is "4".
           88 e-consultar              value is "5".
           88 e-condicao               value is "6".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-cancela               value 99.
           88 fs-nao-existe            value 35.
           88 fs-fim                   value 10.

       77 fs-stat-mercadoria   pic 9(02).
           88 fs-mercadoria-ok         value zeros.
           88 fs-mercadoria-nao-existe value 35.

       77 fs-stat-parceiro     pic 9(02).
           88 fs-parceiro-ok           value zeros.
           88 fs-parceiro-nao-existe   value 35.

       77 fs-stat-cat          pic 9(02).
           88 fs-cat-nao-existe        value 35.

       77 fs-stat-ra           pic 9(02).
           88 fs-ra-nao-existe         value 35.

       77 fs-stat-kit          pic 9(02).
           88 fs-kit-nao-existe        value 35.

       77 fs-stat-tf           pic 9(02).
           88 fs-tf-ok                 value zeros.

       77 fs-stat-opsessao     pic 9(02).
           88 fs-opsessao-ok           value zeros.

      * PERIODO CONTABIL FECHADO (PERIODO.DAT): FATURA COM DATA
      * DENTRO DE MES JA FECHADO E RECUSADA
       77 fs-stat-per          pic 9(02).
           88 fs-per-ok                value zeros.
       77 ws-periodo-fechado   pic x(01).
           88 periodo-fechado          value "S".

       77 ws-data-hoje         pic 9(08).
       77 ws-aliquota-venda    pic 9(02)v99 value zeros.
       77 ws-operador-logado   pic 9(03) value zeros.
       77 ws-qtd-separar       pic 9(05).

       77 ws-e-kit             pic x(01).
           88 item-e-kit               value "S".

      * SALDO DA FILIAL QUE SEPARA O PEDIDO (SUBROTINA
      * ESTOQUE-FILIAL)
       77 ws-es-operacao       pic x(01).
       77 ws-es-codigo         pic 9(05).
       77 ws-es-filial         pic 9(02).
       77 ws-es-quantidade     pic 9(05).
       77 ws-es-saldo          pic 9(05).
       77 ws-es-resultado      pic x(01).

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
           05 LINE 07 COLUMN 15 VALUE "1 - NOVO PEDIDO".
           05 LINE 08 COLUMN 15 VALUE "2 - SEPARAR PEDIDO".
           05 LINE 09 COLUMN 15 VALUE "3 - EXPEDIR E FATURAR".
           05 LINE 10 COLUMN 15 VALUE "4 - CANCELAR PEDIDO".
           05 LINE 11 COLUMN 15 VALUE "5 - CONSULTAR".
           05 LINE 12 COLUMN 15 VALUE "6 - CONDICAO DO COMPRADOR".
           05 LINE 13 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 15 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 15 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-PEDIDO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 10 VALUE "NUMERO DO PEDIDO:".
               10 COLUMN PLUS 2 PIC 9(11) USING PA-ID.
           05 SS-DADOS.
               10 LINE 10 COLUMN 10 VALUE "COMPRADOR:".
               10 COLUMN PLUS 2 PIC 9(05) USING PA-PARCEIRO-COD.
               10 LINE 11 COLUMN 10 VALUE "CODIGO DA MERCADORIA:".
               10 COLUMN PLUS 2 PIC 9(05) USING PA-MERCADORIA-COD.
               10 LINE 12 COLUMN 10 VALUE "QUANTIDADE PEDIDA:".
               10 COLUMN PLUS 2 PIC 9(05) USING PA-QTD-PEDIDA.
           05 SS-VALORES.
               10 LINE 13 COLUMN 10 VALUE "PRECO DE TABELA:".
               10 COLUMN PLUS 2 PIC ZZZZ9.99 FROM PA-PRECO-UNIT.
               10 LINE 14 COLUMN 10 VALUE "DESCONTO DO COMPRADOR %:".
               10 COLUMN PLUS 2 PIC Z9.99 FROM PA-DESCONTO-PCT.
               10 LINE 15 COLUMN 10 VALUE "VALOR LIQUIDO:".
               10 COLUMN PLUS 2 PIC ZZZZZZ9.99 FROM PA-VALOR-TOTAL.
               10 LINE 16 COLUMN 10 VALUE "PRAZO (DIAS):".
               10 COLUMN PLUS 2 PIC ZZ9 FROM PA-PRAZO-DIAS.
               10 LINE 17 COLUMN 10 VALUE "DATA DO PEDIDO:".
               10 COLUMN PLUS 2 PIC 9(08) FROM PA-DATA-PEDIDO.
               10 LINE 18 COLUMN 10 VALUE "QTD SEPARADA:".
               10 COLUMN PLUS 2 PIC 9(05) FROM PA-QTD-SEPARADA.
               10 LINE 19 COLUMN 10 VALUE "EXPEDICAO:".
               10 COLUMN PLUS 2 PIC 9(08) FROM PA-DATA-EXPEDICAO.
               10 LINE 20 COLUMN 10 VALUE "STATUS (P/S/F/C):".
               10 COLUMN PLUS 2 PIC X(01) FROM PA-STATUS.

       01 SS-TELA-SEPARACAO.
           05 LINE 21 COLUMN 10 VALUE "QUANTIDADE SEPARADA:".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-QTD-SEPARAR.

       01 SS-TELA-CONDICAO.
           05 SS-CAT-CHAVE FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 10 VALUE "COMPRADOR:".
               10 COLUMN PLUS 2 PIC 9(05) USING CAT-PARCEIRO-COD.
           05 SS-CAT-NOME.
               10 LINE 10 COLUMN 10 VALUE "NOME:".
               10 COLUMN PLUS 2 PIC X(40) FROM PAR-NOME.
           05 SS-CAT-DADOS.
               10 LINE 11 COLUMN 10 VALUE "DESCONTO SOBRE A TABELA %:".
               10 COLUMN PLUS 2 PIC 99.99 USING CAT-DESCONTO-PCT.
               10 LINE 12 COLUMN 10 VALUE "PRAZO DA FATURA (DIAS):".
               10 COLUMN PLUS 2 PIC 9(03) USING CAT-PRAZO-DIAS.

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
               MOVE "PEDIDOS DE ATACADO" TO WS-OP
               MOVE "ESCOLHA A OPCAO" TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-PEDIDO
                       PERFORM INCLUI THRU INCLUI-FIM
                   WHEN E-SEPARAR
                       PERFORM SEPARA THRU SEPARA-FIM
                   WHEN E-EXPEDIR
                       PERFORM EXPEDE THRU EXPEDE-FIM
                   WHEN E-CANCELAR
                       PERFORM CANCELA THRU CANCELA-FIM
                   WHEN E-CONSULTAR
                       PERFORM CONSULTA THRU CONSULTA-FIM
                   WHEN E-CONDICAO
                       PERFORM CONDICAO THRU CONDICAO-FIM
               END-EVALUATE
           END-PERFORM.

       FINALIZA.

       CLOSE PEDIDO-FILE MERCADORIA-FILE PARCEIRO-FILE CONDICAO-FILE
             RECEBER-FILE KIT-FILE.
       IF FS-PER-OK
           CLOSE PERIODO-FILE
       END-IF.
       GOBACK.

      * -----------------------------------
      * REGISTRA O PEDIDO DE UM COMPRADOR ATIVO: PRECO DE TABELA DA
      * MERCADORIA CONGELADO NO PEDIDO, MENOS O DESCONTO E COM O
      * PRAZO DA CONDICAO DO COMPRADOR. KIT, ITEM PERECIVEL E ITEM
      * EM CONSIGNACAO NAO SAEM NO ATACADO.

       INCLUI.
           MOVE "NOVO PEDIDO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO PA-REC.
           MOVE ZEROS TO PA-ID PA-PARCEIRO-COD PA-MERCADORIA-COD
               PA-QTD-PEDIDA PA-PRECO-UNIT PA-DESCONTO-PCT
               PA-VALOR-TOTAL PA-QTD-SEPARADA PA-DATA-SEPARACAO
               PA-DATA-EXPEDICAO PA-PRAZO-DIAS PA-VALOR-IMPOSTO
               PA-CUSTO-UNIT.
           MOVE WS-DATA-HOJE TO PA-DATA-PEDIDO.

           INCLUI-LOOP.
           ACCEPT SS-TELA-PEDIDO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INCLUI-FIM
           END-IF
           IF PA-ID EQUAL ZEROS
               OR PA-PARCEIRO-COD EQUAL ZEROS
               OR PA-MERCADORIA-COD EQUAL ZEROS
               OR PA-QTD-PEDIDA EQUAL ZEROS
               MOVE "FAVOR INFORMAR PEDIDO, COMPRADOR, MERCADORIA E QTD"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF

           MOVE PA-PARCEIRO-COD TO PAR-CODIGO
           READ PARCEIRO-FILE
           INVALID KEY
               MOVE "COMPRADOR NAO CADASTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-READ.

           IF NOT PAR-COMPRADOR
               MOVE "PARCEIRO NAO E COMPRADOR (TIPO C)" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF

           IF PAR-ATIVO-NAO
               MOVE "COMPRADOR DESATIVADO - VENDA NAO PERMITIDA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF

           MOVE PA-MERCADORIA-COD TO FS-CODIGO
           READ MERCADORIA-FILE
           INVALID KEY
               MOVE "MERCADORIA NAO CADASTRADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-READ.
           IF FS-ATIVO-NAO
               MOVE "MERCADORIA DESATIVADA - VENDA NAO PERMITIDA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           PERFORM IDENTIFICA-KIT THRU IDENTIFICA-KIT-FIM.
           IF ITEM-E-KIT OR FS-ITEM-PERECIVEL OR FS-EM-CONSIGNACAO
               MOVE "KIT, PERECIVEL E CONSIGNADO NAO SAEM NO ATACADO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF

      * SEM CONDICAO CADASTRADA O COMPRADOR PAGA A TABELA, A VISTA
           MOVE PA-PARCEIRO-COD TO CAT-PARCEIRO-COD.
           READ CONDICAO-FILE
           INVALID KEY
               MOVE ZEROS TO CAT-DESCONTO-PCT CAT-PRAZO-DIAS
           END-READ.
           MOVE FS-PRECO TO PA-PRECO-UNIT.
           MOVE CAT-DESCONTO-PCT TO PA-DESCONTO-PCT.
           MOVE CAT-PRAZO-DIAS TO PA-PRAZO-DIAS.
           COMPUTE PA-VALOR-TOTAL ROUNDED =
               PA-PRECO-UNIT * PA-QTD-PEDIDA
               * (100 - PA-DESCONTO-PCT) / 100.
           MOVE "P" TO PA-STATUS.
           MOVE 1 TO PA-FILIAL.
           MOVE WS-OPERADOR-LOGADO TO PA-OPERADOR-ID.
           DISPLAY SS-VALORES.
           WRITE PA-REC
           INVALID KEY
               MOVE "NUMERO DE PEDIDO JA USADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-WRITE.
           MOVE "PEDIDO_ATACADO" TO WS-AUD-PROGRAMA.
           MOVE "PEDIDO" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO PA-ID.
           MOVE "PEDIDO REGISTRADO - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO INCLUI.
       INCLUI-FIM.

      * -----------------------------------
      * SEPARACAO DO PEDIDO PENDENTE: A QUANTIDADE SEPARADA (ATE O
      * PEDIDO E ATE O QUE HA NO ESTOQUE) SAI DE FS-QTD-ESTOQUE, O
      * VALOR DO PEDIDO PASSA A SER O DO QUE FOI SEPARADO E O CUSTO DO
      * DIA FICA GRAVADO PARA A MARGEM.

       SEPARA.
           MOVE "SEPARACAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO PA-REC.
           DISPLAY SS-TELA-PEDIDO.
           PERFORM LE-PEDIDO THRU LE-PEDIDO-FIM.
           IF FS-CANCELA
               GO SEPARA-FIM
           END-IF
           IF NOT FS-OK
               GO SEPARA-FIM
           END-IF
           DISPLAY SS-DADOS.
           DISPLAY SS-VALORES.
           IF NOT PA-PENDENTE
               MOVE "PEDIDO NAO ESTA PENDENTE DE SEPARACAO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO SEPARA-FIM
           END-IF
           MOVE PA-MERCADORIA-COD TO FS-CODIGO.
           READ MERCADORIA-FILE
           INVALID KEY
               MOVE "MERCADORIA DO PEDIDO NAO EXISTE MAIS" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO SEPARA-FIM
           END-READ.
           MOVE PA-QTD-PEDIDA TO WS-QTD-SEPARAR.
           ACCEPT SS-TELA-SEPARACAO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               OR WS-QTD-SEPARAR EQUAL ZEROS
               GO SEPARA-FIM
           END-IF
           IF WS-QTD-SEPARAR > PA-QTD-PEDIDA
               MOVE "QUANTIDADE MAIOR QUE A DO PEDIDO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO SEPARA-FIM
           END-IF
           MOVE "C" TO WS-ES-OPERACAO.
           MOVE PA-MERCADORIA-COD TO WS-ES-CODIGO.
           MOVE PA-FILIAL TO WS-ES-FILIAL.
           MOVE ZEROS TO WS-ES-QUANTIDADE.
           CALL "ESTOQUE-FILIAL" USING WS-ES-OPERACAO WS-ES-CODIGO
               WS-ES-FILIAL WS-ES-QUANTIDADE WS-ES-SALDO
               WS-ES-RESULTADO.
           IF WS-QTD-SEPARAR > FS-QTD-ESTOQUE
               OR WS-QTD-SEPARAR > WS-ES-SALDO
               MOVE "ESTOQUE INSUFICIENTE NA FILIAL PARA A SEPARACAO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO SEPARA-FIM
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A SEPARACAO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO SEPARA-FIM
           END-IF
           SUBTRACT WS-QTD-SEPARAR FROM FS-QTD-ESTOQUE.
           REWRITE FILE1-REC
           INVALID KEY
               MOVE "ERRO AO BAIXAR O ESTOQUE" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO SEPARA-FIM
           END-REWRITE.
           MOVE "S" TO WS-ES-OPERACAO.
           MOVE PA-MERCADORIA-COD TO WS-ES-CODIGO.
           MOVE PA-FILIAL TO WS-ES-FILIAL.
           MOVE WS-QTD-SEPARAR TO WS-ES-QUANTIDADE.
           CALL "ESTOQUE-FILIAL" USING WS-ES-OPERACAO WS-ES-CODIGO
               WS-ES-FILIAL WS-ES-QUANTIDADE WS-ES-SALDO
               WS-ES-RESULTADO.
           MOVE WS-QTD-SEPARAR TO PA-QTD-SEPARADA.
           MOVE WS-DATA-HOJE TO PA-DATA-SEPARACAO.
           MOVE FS-CUSTO-UNIT TO PA-CUSTO-UNIT.
           COMPUTE PA-VALOR-TOTAL ROUNDED =
               PA-PRECO-UNIT * PA-QTD-SEPARADA
               * (100 - PA-DESCONTO-PCT) / 100.
           MOVE "S" TO PA-STATUS.
           REWRITE PA-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR SEPARACAO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO SEPARA-FIM
           END-REWRITE.
           MOVE "PEDIDO_ATACADO" TO WS-AUD-PROGRAMA.
           MOVE "SEPARACAO" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO PA-ID.
           DISPLAY SS-VALORES.
           MOVE "SEPARACAO REGISTRADA - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       SEPARA-FIM.

      * -----------------------------------
      * EXPEDICAO E FATURA DO PEDIDO SEPARADO: CALCULA O IMPOSTO PELA
      * ALIQUOTA DE VENDA E ABRE O TITULO EM RECEBER_ATACADO.DAT COM
      * VENCIMENTO NO PRAZO DO COMPRADOR. O TITULO E GRAVADO PRIMEIRO -
      * SE JA EXISTE, O PEDIDO NAO MUDA.

       EXPEDE.
           MOVE "EXPEDICAO E FATURA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO PA-REC.
           DISPLAY SS-TELA-PEDIDO.
           PERFORM LE-PEDIDO THRU LE-PEDIDO-FIM.
           IF FS-CANCELA
               GO EXPEDE-FIM
           END-IF
           IF NOT FS-OK
               GO EXPEDE-FIM
           END-IF
           DISPLAY SS-DADOS.
           DISPLAY SS-VALORES.
           IF NOT PA-SEPARADO
               MOVE "PEDIDO AINDA NAO SEPARADO OU JA FATURADO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO EXPEDE-FIM
           END-IF
           PERFORM VERIFICA-PERIODO THRU VERIFICA-PERIODO-FIM.
           IF PERIODO-FECHADO
               MOVE "PERIODO CONTABIL FECHADO - FATURA RECUSADA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO EXPEDE-FIM
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA EXPEDICAO E FATURA (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO EXPEDE-FIM
           END-IF
           MOVE SPACES TO RA-REC.
           MOVE PA-ID TO RA-ID RA-PEDIDO-ID.
           MOVE PA-PARCEIRO-COD TO RA-PARCEIRO-COD.
           MOVE PA-VALOR-TOTAL TO RA-VALOR-ORIGINAL RA-SALDO.
           MOVE WS-DATA-HOJE TO RA-DATA-EMISSAO.
           COMPUTE RA-DATA-VENCIMENTO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               + PA-PRAZO-DIAS).
           MOVE ZEROS TO RA-DATA-PAGAMENTO.
           MOVE "A" TO RA-STATUS.
           WRITE RA-REC
           INVALID KEY
               MOVE "JA EXISTE TITULO PARA ESTE PEDIDO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO EXPEDE-FIM
           END-WRITE.
           MOVE WS-DATA-HOJE TO PA-DATA-EXPEDICAO.
           COMPUTE PA-VALOR-IMPOSTO ROUNDED =
               PA-VALOR-TOTAL * WS-ALIQUOTA-VENDA / 100.
           MOVE "F" TO PA-STATUS.
           REWRITE PA-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR EXPEDICAO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO EXPEDE-FIM
           END-REWRITE.
           MOVE "PEDIDO_ATACADO" TO WS-AUD-PROGRAMA.
           MOVE "FATURA" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO PA-ID.
           DISPLAY SS-VALORES.
           MOVE "PEDIDO FATURADO - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       EXPEDE-FIM.

      * -----------------------------------
      * CANCELA O PEDIDO AINDA NAO FATURADO; O QUE JA FOI SEPARADO
      * VOLTA PARA O ESTOQUE

       CANCELA.
           MOVE "CANCELAMENTO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO PA-REC.
           DISPLAY SS-TELA-PEDIDO.
           PERFORM LE-PEDIDO THRU LE-PEDIDO-FIM.
           IF FS-CANCELA
               GO CANCELA-FIM
           END-IF
           IF NOT FS-OK
               GO CANCELA-FIM
           END-IF
           DISPLAY SS-DADOS.
           DISPLAY SS-VALORES.
           IF PA-FATURADO OR PA-CANCELADO
               MOVE "PEDIDO JA FATURADO OU CANCELADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CANCELA-FIM
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA O CANCELAMENTO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO CANCELA-FIM
           END-IF
           IF PA-SEPARADO
               MOVE PA-MERCADORIA-COD TO FS-CODIGO
               READ MERCADORIA-FILE
               INVALID KEY
                   MOVE "MERCADORIA DO PEDIDO NAO EXISTE MAIS"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO CANCELA-FIM
               END-READ
               ADD PA-QTD-SEPARADA TO FS-QTD-ESTOQUE
               REWRITE FILE1-REC
               MOVE "E" TO WS-ES-OPERACAO
               MOVE PA-MERCADORIA-COD TO WS-ES-CODIGO
               MOVE PA-FILIAL TO WS-ES-FILIAL
               MOVE PA-QTD-SEPARADA TO WS-ES-QUANTIDADE
               CALL "ESTOQUE-FILIAL" USING WS-ES-OPERACAO WS-ES-CODIGO
                   WS-ES-FILIAL WS-ES-QUANTIDADE WS-ES-SALDO
                   WS-ES-RESULTADO
           END-IF
           MOVE "C" TO PA-STATUS.
           REWRITE PA-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR CANCELAMENTO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CANCELA-FIM
           END-REWRITE.
           MOVE "PEDIDO_ATACADO" TO WS-AUD-PROGRAMA.
           MOVE "CANCELA" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO PA-ID.
           MOVE "PEDIDO CANCELADO - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       CANCELA-FIM.

      * -----------------------------------

       CONSULTA.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           CONSULTA-LOOP.
           MOVE SPACES TO PA-REC.
           DISPLAY SS-TELA-PEDIDO.
           PERFORM LE-PEDIDO THRU LE-PEDIDO-FIM.
           IF FS-CANCELA
               GO CONSULTA-FIM
           END-IF
           IF FS-OK
               DISPLAY SS-DADOS
               DISPLAY SS-VALORES
               MOVE "PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF.
           GO CONSULTA-LOOP.
       CONSULTA-FIM.

      * -----------------------------------
      * DESCONTO SOBRE A TABELA E PRAZO DA FATURA DE CADA COMPRADOR
      * (CONDICAO_ATACADO.DAT). VALE PARA OS PEDIDOS NOVOS - O PEDIDO
      * JA REGISTRADO GUARDA A CONDICAO DO DIA EM QUE NASCEU.

       CONDICAO.
           MOVE "CONDICAO DO COMPRADOR" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE ZEROS TO CAT-PARCEIRO-COD.
           ACCEPT SS-CAT-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONDICAO-FIM
           END-IF
           MOVE CAT-PARCEIRO-COD TO PAR-CODIGO.
           READ PARCEIRO-FILE
           INVALID KEY
               MOVE "COMPRADOR NAO CADASTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONDICAO
           END-READ.
           IF NOT PAR-COMPRADOR
               MOVE "PARCEIRO NAO E COMPRADOR (TIPO C)" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONDICAO
           END-IF
           DISPLAY SS-CAT-NOME.
           READ CONDICAO-FILE
           INVALID KEY
               MOVE ZEROS TO CAT-DESCONTO-PCT CAT-PRAZO-DIAS
           END-READ.
           ACCEPT SS-CAT-DADOS.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONDICAO-FIM
           END-IF
           WRITE CAT-REC
           INVALID KEY
               REWRITE CAT-REC
           END-WRITE.
           MOVE "PEDIDO_ATACADO" TO WS-AUD-PROGRAMA.
           MOVE "CONDICAO" TO WS-AUD-OPERACAO.
           MOVE CAT-PARCEIRO-COD TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE "CONDICAO GRAVADA - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO CONDICAO.
       CONDICAO-FIM.

      * -----------------------------------
      * MARCA SE A MERCADORIA DO PEDIDO E UM KIT (TEM COMPONENTES EM
      * KIT.DAT)

       IDENTIFICA-KIT.
           MOVE SPACES TO WS-E-KIT.
           MOVE PA-MERCADORIA-COD TO KIT-CODIGO.
           MOVE ZEROS TO KIT-SEQ.
           START KIT-FILE KEY NOT LESS KIT-KEY
           INVALID KEY
               GO IDENTIFICA-KIT-FIM
           END-START.
           READ KIT-FILE NEXT
           AT END
               GO IDENTIFICA-KIT-FIM
           END-READ.
           IF KIT-CODIGO EQUAL PA-MERCADORIA-COD
               MOVE "S" TO WS-E-KIT
           END-IF.
       IDENTIFICA-KIT-FIM.

      * -----------------------------------
      * RECUSA FATURA COM DATA DENTRO DE PERIODO CONTABIL JA FECHADO
      * (PERIODO.DAT). SEM O ARQUIVO NO AR, NADA MUDA.

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
      * LE PEDIDO E MOSTRA MENSAGEM SE CHAVE NAO EXISTE

       LE-PEDIDO.

           ACCEPT SS-CHAVE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               READ PEDIDO-FILE
               INVALID KEY
               MOVE "REGISTRO NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               END-READ
               ELSE
                   MOVE 99 to FS-STAT
           END-IF.

       LE-PEDIDO-FIM.

      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAIDA

       ABRIR-ARQUIVOS.
           OPEN I-O PEDIDO-FILE
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT PEDIDO-FILE
               CLOSE PEDIDO-FILE
               OPEN I-O PEDIDO-FILE
           END-IF.
           OPEN I-O MERCADORIA-FILE
           IF FS-MERCADORIA-NAO-EXISTE THEN
               OPEN OUTPUT MERCADORIA-FILE
               CLOSE MERCADORIA-FILE
               OPEN I-O MERCADORIA-FILE
           END-IF.
           OPEN I-O PARCEIRO-FILE
           IF FS-PARCEIRO-NAO-EXISTE THEN
               OPEN OUTPUT PARCEIRO-FILE
               CLOSE PARCEIRO-FILE
               OPEN I-O PARCEIRO-FILE
           END-IF.
           OPEN I-O CONDICAO-FILE
           IF FS-CAT-NAO-EXISTE THEN
               OPEN OUTPUT CONDICAO-FILE
               CLOSE CONDICAO-FILE
               OPEN I-O CONDICAO-FILE
           END-IF.
           OPEN I-O RECEBER-FILE
           IF FS-RA-NAO-EXISTE THEN
               OPEN OUTPUT RECEBER-FILE
               CLOSE RECEBER-FILE
               OPEN I-O RECEBER-FILE
           END-IF.
           OPEN I-O KIT-FILE
           IF FS-KIT-NAO-EXISTE THEN
               OPEN OUTPUT KIT-FILE
               CLOSE KIT-FILE
               OPEN I-O KIT-FILE
           END-IF.
           OPEN INPUT TAXA-FISCAL-FILE.
           IF FS-TF-OK
               MOVE "V" TO TF-TIPO
               READ TAXA-FISCAL-FILE
               INVALID KEY
                   MOVE ZEROS TO WS-ALIQUOTA-VENDA
               NOT INVALID KEY
                   MOVE TF-ALIQUOTA TO WS-ALIQUOTA-VENDA
               END-READ
               CLOSE TAXA-FISCAL-FILE
           END-IF.
           OPEN INPUT OPSESSAO-FILE.
           IF FS-OPSESSAO-OK
               MOVE 1 TO OP-CHAVE
               READ OPSESSAO-FILE
               NOT INVALID KEY
                   MOVE OP-FUNC-ID TO WS-OPERADOR-LOGADO
               END-READ
               CLOSE OPSESSAO-FILE
           END-IF.
           OPEN INPUT PERIODO-FILE.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS

       MOSTRA-ERRO.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.
