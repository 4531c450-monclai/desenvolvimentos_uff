       identification division.
       program-id. recompra_disco.

      *=================================================================
      * RECOMPRA DE DISCO USADO TRAZIDO PELO CLIENTE. O BALCONISTA
      * IDENTIFICA O VENDEDOR (CLIENTE CADASTRADO EM FUNC.DAT, COM O
      * CPF APRESENTADO CONFERIDO CONTRA O CADASTRO E O DOCUMENTO DE
      * IDENTIDADE ANOTADO), O TITULO NO CATALOGO E O ESTADO DO DISCO;
      * A OFERTA SAI DA TABELA DE CLASSIFICACAO (GRADE_RECOMPRA.DAT).
      * O DISCO ENTRA NA LINHA DE RECOMPRA DO TITULO EM MERCADORIA.DAT
      * (ABERTA AQUI SE AINDA NAO EXISTE), COM A OFERTA COMO CUSTO
      * UNITARIO E O PRECO DE REVENDA DA TABELA. O CLIENTE RECEBE EM
      * CREDITO NO VALE (CREDITA-VALE - SE O NUMERO NAO EXISTE, O
      * CARTAO E ABERTO ZERADO ANTES) OU EM DINHEIRO DA GAVETA, ESTE
      * SO COM SUPERVISOR E SESSAO DE CAIXA ABERTA. TODA RECOMPRA FICA
      * EM RECOMPRA.DAT E NA AUDITORIA - A LOJA RESPONDE POR
      * RECEPTACAO SE O DISCO FOR PRODUTO DE FURTO.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select recompra-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is rc-key.

       select grade-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-grade
           record key is gr-key.

       select mercadoria-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-merc
           record key is fs-key.

       select cliente-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-cliente
           record key is cli-key.

       select filme-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-filme
           record key is flm-key.

       select vale-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-vale
           record key is vale-key.

       select funcionario-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-func
           record key is fun-key.

       select sessao-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-sessao
           record key is ses-key.

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

       fd recompra-file value of file-id is "RECOMPRA.dat".
       copy recompra.

       fd grade-file value of file-id is "GRADE_RECOMPRA.dat".
       copy grade_recompra.

       fd mercadoria-file value of file-id is "MERCADORIA.dat".
       copy mercadoria.

       fd cliente-file value of file-id is "FUNC.dat".
       copy cliente replacing ==FILE1-REC==     by ==CLI-REC==
                              ==FS-KEY==        by ==CLI-KEY==
                              ==FS-ID==         by ==CLI-ID==
                              ==FS-NOME==       by ==CLI-NOME==
                              ==FS-SENHA==      by ==CLI-SENHA==
                              ==FS-ATIVO-SIM==  by ==CLI-ATIVO-SIM==
                              ==FS-ATIVO-NAO==  by ==CLI-ATIVO-NAO==
                              ==FS-ATIVO==      by ==CLI-ATIVO==.

       fd filme-file value of file-id is "lista_de_filmes.dat".
       copy filme replacing ==FILE1-REC==       by ==FLM-REC==
                            ==FS-KEY==          by ==FLM-KEY==
                            ==FS-ID==           by ==FLM-ID==
                            ==FS-CATEGORIA==    by ==FLM-CATEGORIA==
                            ==FS-NOME-FILME==   by ==FLM-NOME-FILME==
                            ==FS-QTD-TOTAL==    by ==FLM-QTD-TOTAL==
                            ==FS-QTD-DISPONIVEL==
                                by ==FLM-QTD-DISPONIVEL==
                            ==FS-ATIVO-SIM==    by ==FLM-ATIVO-SIM==
                            ==FS-ATIVO-NAO==    by ==FLM-ATIVO-NAO==
                            ==FS-ATIVO==        by ==FLM-ATIVO==
                            ==FS-FILIAL==       by ==FLM-FILIAL==.

       fd vale-file value of file-id is "VALE.dat".
       copy vale.

      * SUPERVISOR QUE LIBERA O PAGAMENTO EM DINHEIRO
       fd funcionario-file value of file-id is "FUNCIONARIO.dat".
       copy funcionario.

       fd sessao-file value of file-id is "CAIXA_SESSAO.dat".
       copy caixa_sessao.

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
           02 filler           pic x(11)   value "recompra-".
           02 ws-op            pic x(20)   value spaces.

       77 ws-opcao             pic x.
           88 e-comprar                value is "1".
           88 e-consultar              value is "2".
           88 e-tabela                 value is "3".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-cancela               value 99.
           88 fs-nao-existe            value 35.

       77 fs-stat-grade        pic 9(02).
           88 fs-grade-nao-existe      value 35.

       77 fs-stat-merc         pic 9(02).
           88 fs-merc-nao-existe       value 35.

       77 fs-stat-cliente      pic 9(02).
           88 fs-cliente-nao-existe    value 35.

       77 fs-stat-filme        pic 9(02).
           88 fs-filme-nao-existe      value 35.

       77 fs-stat-vale         pic 9(02).
           88 fs-vale-ok               value zeros.
           88 fs-vale-nao-existe       value 35.

       77 fs-stat-func         pic 9(02).
           88 fs-func-nao-existe       value 35.

       77 fs-stat-sessao       pic 9(02).
           88 fs-sessao-nao-existe     value 35.
           88 fs-sessao-fim            value 10.

       77 fs-stat-opsessao     pic 9(02).
           88 fs-opsessao-ok           value zeros.

       77 fs-stat-dia          pic 9(02).
           88 fs-dia-ok                value zeros.

      * PERIODO CONTABIL FECHADO (PERIODO.DAT): RECOMPRA COM DATA
      * DENTRO DE MES JA FECHADO E RECUSADA
       77 fs-stat-per          pic 9(02).
           88 fs-per-ok                value zeros.
       77 ws-periodo-fechado   pic x(01).
           88 periodo-fechado          value "S".

       77 ws-data-negocio      pic 9(08).
       77 ws-hora-agora        pic 9(08).
       77 ws-operador-logado   pic 9(03) value zeros.
       77 ws-sessao-corrente   pic 9(05).

       77 ws-achou-item        pic x.
           88 achou-item               value "S".
       77 ws-item-achado       pic 9(05).

      * CREDITO NO VALE DO CLIENTE
       77 ws-cv-numero         pic 9(11).
       77 ws-cv-valor          pic 9(07)v99.
       77 ws-cv-resultado      pic x(01).

      * SALDO DA FILIAL QUE COMPROU O DISCO (SUBROTINA
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
           05 LINE 07 COLUMN 15 VALUE "1 - COMPRAR DISCO DO CLIENTE".
           05 LINE 08 COLUMN 15 VALUE "2 - CONSULTAR RECOMPRA".
           05 LINE 09 COLUMN 15 VALUE "3 - TABELA DE CLASSIFICACAO".
           05 LINE 10 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 12 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 12 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-RECOMPRA.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 05 COLUMN 10 VALUE "NUMERO DA RECOMPRA:".
               10 COLUMN PLUS 2 PIC 9(11) USING RC-ID.
           05 SS-DADOS.
               10 LINE 06 COLUMN 10 VALUE "CLIENTE (ID):".
               10 COLUMN PLUS 2 PIC 9(05) USING RC-CLIENTE-ID.
               10 LINE 07 COLUMN 10 VALUE "CPF APRESENTADO:".
               10 COLUMN PLUS 2 PIC 9(14) USING RC-CPF.
               10 LINE 08 COLUMN 10 VALUE "DOCUMENTO DE IDENTIDADE:".
               10 COLUMN PLUS 2 PIC X(15) USING RC-DOCUMENTO.
               10 LINE 09 COLUMN 10 VALUE "TITULO (CODIGO DO FILME):".
               10 COLUMN PLUS 2 PIC 9(11) USING RC-FILME-ID.
               10 LINE 10 COLUMN 10 VALUE "ESTADO DO DISCO:".
               10 COLUMN PLUS 2 PIC X(01) USING RC-ESTADO.
               10 LINE 11 COLUMN 10 VALUE "MERCADORIA (LINHA NOVA):".
               10 COLUMN PLUS 2 PIC 9(05) USING RC-MERCADORIA-COD.
               10 LINE 12 COLUMN 10 VALUE "PAGAMENTO (V=VALE D=DINH):".
               10 COLUMN PLUS 2 PIC X(01) USING RC-FORMA.
               10 LINE 13 COLUMN 10 VALUE "NUMERO DO VALE:".
               10 COLUMN PLUS 2 PIC 9(11) USING RC-VALE-NUMERO.
               10 LINE 14 COLUMN 10 VALUE "SUPERVISOR (SE DINHEIRO):".
               10 COLUMN PLUS 2 PIC 9(03) USING RC-SUPERVISOR-ID.
           05 SS-INFO.
               10 LINE 16 COLUMN 10 VALUE "CLIENTE:".
               10 COLUMN PLUS 2 PIC X(40) FROM CLI-NOME.
               10 LINE 17 COLUMN 10 VALUE "TITULO:".
               10 COLUMN PLUS 2 PIC X(40) FROM FLM-NOME-FILME.
               10 LINE 18 COLUMN 10 VALUE "ESTADO:".
               10 COLUMN PLUS 2 PIC X(20) FROM GR-DESCRICAO.
               10 LINE 19 COLUMN 10 VALUE "OFERTA:".
               10 COLUMN PLUS 2 PIC ZZZZ9.99 FROM RC-VALOR-OFERTA.
               10 LINE 20 COLUMN 10 VALUE "DATA:".
               10 COLUMN PLUS 2 PIC 9(08) FROM RC-DATA.

       01 SS-TELA-GRADE.
           05 SS-GR-CHAVE FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 10 VALUE "ESTADO DO DISCO:".
               10 COLUMN PLUS 2 PIC X(01) USING GR-ESTADO.
           05 SS-GR-DADOS.
               10 LINE 10 COLUMN 10 VALUE "DESCRICAO:".
               10 COLUMN PLUS 2 PIC X(20) USING GR-DESCRICAO.
               10 LINE 11 COLUMN 10 VALUE "VALOR DA OFERTA:".
               10 COLUMN PLUS 2 PIC 9(05)V99 USING GR-VALOR-OFERTA.
               10 LINE 12 COLUMN 10 VALUE "PRECO DE REVENDA:".
               10 COLUMN PLUS 2 PIC 9(05)V99 USING GR-PRECO-REVENDA.

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
           PERFORM ABRIR-ARQUIVOS
           PERFORM UNTIL E-ENCERRAR
               MOVE "RECOMPRA DE DISCOS" TO WS-OP
               MOVE "ESCOLHA A OPCAO" TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-COMPRAR
                       PERFORM COMPRA THRU COMPRA-FIM
                   WHEN E-CONSULTAR
                       PERFORM CONSULTA THRU CONSULTA-FIM
                   WHEN E-TABELA
                       PERFORM TABELA THRU TABELA-FIM
               END-EVALUATE
           END-PERFORM.

       FINALIZA.

       CLOSE RECOMPRA-FILE GRADE-FILE MERCADORIA-FILE CLIENTE-FILE
             FILME-FILE FUNCIONARIO-FILE SESSAO-FILE.
       IF FS-PER-OK
           CLOSE PERIODO-FILE
       END-IF.
       GOBACK.

      * -----------------------------------
      * COMPRA DO DISCO: CONFERE VENDEDOR (CPF E DOCUMENTO), TITULO E
      * ESTADO, ACHA OU ABRE A LINHA DE RECOMPRA DO TITULO, PAGA EM
      * VALE OU EM DINHEIRO (SUPERVISOR) E GRAVA A RECOMPRA. O NUMERO
      * E CONFERIDO ANTES DE MEXER NO ESTOQUE E NO VALE.

       COMPRA.
           MOVE "COMPRA DE DISCO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO RC-REC CLI-REC FLM-REC GR-REC.
           MOVE ZEROS TO RC-ID RC-CLIENTE-ID RC-CPF RC-FILME-ID
               RC-VALOR-OFERTA RC-MERCADORIA-COD RC-VALE-NUMERO
               RC-SUPERVISOR-ID RC-SESSAO-ID.
           MOVE WS-DATA-NEGOCIO TO RC-DATA.

           COMPRA-LOOP.
           ACCEPT SS-TELA-RECOMPRA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO COMPRA-FIM
           END-IF
           IF RC-ID EQUAL ZEROS
               OR RC-CLIENTE-ID EQUAL ZEROS
               OR RC-FILME-ID EQUAL ZEROS
               OR RC-ESTADO EQUAL SPACES
               MOVE "FAVOR INFORMAR NUMERO, CLIENTE, TITULO E ESTADO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO COMPRA-LOOP
           END-IF
           IF RC-CPF EQUAL ZEROS OR RC-DOCUMENTO EQUAL SPACES
               MOVE "CPF E DOCUMENTO DE IDENTIDADE SAO OBRIGATORIOS"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO COMPRA-LOOP
           END-IF

           MOVE RC-CLIENTE-ID TO CLI-ID
           READ CLIENTE-FILE
           INVALID KEY
               MOVE "CLIENTE NAO CADASTRADO - CADASTRE ANTES DA COMPRA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO COMPRA-LOOP
           END-READ.
           IF CLI-ATIVO-NAO OR FS-FOI-ANONIMIZADO
               MOVE "CLIENTE INATIVO - COMPRA NAO PERMITIDA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO COMPRA-LOOP
           END-IF
           IF FS-CPF EQUAL ZEROS
               MOVE "CLIENTE SEM CPF NO CADASTRO - ATUALIZE ANTES"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO COMPRA-LOOP
           END-IF
           IF FS-CPF NOT EQUAL RC-CPF
               MOVE "CPF APRESENTADO NAO CONFERE COM O CADASTRO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO COMPRA-LOOP
           END-IF

           MOVE RC-FILME-ID TO FLM-ID
           READ FILME-FILE
           INVALID KEY
               MOVE "TITULO NAO ESTA NO CATALOGO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO COMPRA-LOOP
           END-READ.

           MOVE RC-ESTADO TO GR-ESTADO
           READ GRADE-FILE
           INVALID KEY
               MOVE "ESTADO SEM LINHA NA TABELA - DISCO NAO E COMPRADO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO COMPRA-LOOP
           END-READ.
           MOVE GR-VALOR-OFERTA TO RC-VALOR-OFERTA.
           DISPLAY SS-INFO.

           IF NOT RC-EM-VALE AND NOT RC-EM-DINHEIRO
               MOVE "PAGAMENTO INVALIDO (V/D)" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO COMPRA-LOOP
           END-IF
           IF RC-EM-VALE AND RC-VALE-NUMERO EQUAL ZEROS
               MOVE "FAVOR INFORMAR O NUMERO DO VALE" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO COMPRA-LOOP
           END-IF
           IF RC-EM-VALE
               MOVE ZEROS TO RC-SUPERVISOR-ID RC-SESSAO-ID
           END-IF
           IF RC-EM-DINHEIRO
               MOVE ZEROS TO RC-VALE-NUMERO
               PERFORM CONFERE-SUPERVISOR THRU CONFERE-SUPERVISOR-FIM
               IF NOT FS-OK
                   GO COMPRA-LOOP
               END-IF
               PERFORM BUSCA-SESSAO-CAIXA THRU BUSCA-SESSAO-CAIXA-FIM
               IF WS-SESSAO-CORRENTE EQUAL ZEROS
                   MOVE "SEM SESSAO DE CAIXA ABERTA - PAGUE EM VALE"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO COMPRA-LOOP
               END-IF
               MOVE WS-SESSAO-CORRENTE TO RC-SESSAO-ID
           END-IF

           PERFORM PROCURA-RECOMPRA THRU PROCURA-RECOMPRA-FIM.
           IF ACHOU-ITEM
               MOVE WS-ITEM-ACHADO TO RC-MERCADORIA-COD
           ELSE
               IF RC-MERCADORIA-COD EQUAL ZEROS
                   MOVE "SEM LINHA DE RECOMPRA - INFORME O CODIGO"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO COMPRA-LOOP
               END-IF
           END-IF
           DISPLAY SS-DADOS.

           PERFORM VERIFICA-PERIODO THRU VERIFICA-PERIODO-FIM.
           IF PERIODO-FECHADO
               MOVE "PERIODO CONTABIL FECHADO - COMPRA RECUSADA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO COMPRA-FIM
           END-IF

      * START SO POSICIONA - NAO TRAZ O REGISTRO ANTIGO PARA A TELA
           START RECOMPRA-FILE KEY IS EQUAL RC-KEY
           NOT INVALID KEY
               MOVE "NUMERO DE RECOMPRA JA USADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE ZEROS TO RC-ID
               GO COMPRA-LOOP
           END-START.

           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A COMPRA PELA OFERTA DA TABELA (S/N)?"
               TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO COMPRA-FIM
           END-IF

           MOVE 1 TO RC-FILIAL.
           PERFORM ENTRA-ESTOQUE THRU ENTRA-ESTOQUE-FIM.
           IF NOT FS-OK
               GO COMPRA-LOOP
           END-IF
           MOVE "E" TO WS-ES-OPERACAO.
           MOVE FS-CODIGO TO WS-ES-CODIGO.
           MOVE RC-FILIAL TO WS-ES-FILIAL.
           MOVE 1 TO WS-ES-QUANTIDADE.
           CALL "ESTOQUE-FILIAL" USING WS-ES-OPERACAO WS-ES-CODIGO
               WS-ES-FILIAL WS-ES-QUANTIDADE WS-ES-SALDO
               WS-ES-RESULTADO.
           IF RC-EM-VALE
               PERFORM CREDITA-CLIENTE THRU CREDITA-CLIENTE-FIM
           END-IF

           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-HORA-AGORA TO RC-HORA.
           MOVE WS-OPERADOR-LOGADO TO RC-OPERADOR-ID.
           WRITE RC-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR A RECOMPRA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO COMPRA-FIM
           END-WRITE.
           MOVE "RECOMPRA_DISCO" TO WS-AUD-PROGRAMA.
           MOVE "RECOMPRA" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO RC-ID.
           IF RC-EM-DINHEIRO
               MOVE "COMPRA GRAVADA - PAGUE A OFERTA DA GAVETA"
                   TO WS-MSGERRO
           ELSE
               MOVE "COMPRA GRAVADA - OFERTA CREDITADA NO VALE"
                   TO WS-MSGERRO
           END-IF
           PERFORM MOSTRA-ERRO.
           GO COMPRA.
       COMPRA-FIM.

      * -----------------------------------
      * PAGAMENTO EM DINHEIRO SO COM SUPERVISOR CADASTRADO EM
      * FUNCIONARIO.DAT. VOLTA FS-STAT DIFERENTE DE ZEROS QUANDO NAO
      * LIBERA.

       CONFERE-SUPERVISOR.
           MOVE ZEROS TO FS-STAT.
           MOVE RC-SUPERVISOR-ID TO FUN-ID.
           READ FUNCIONARIO-FILE
           INVALID KEY
               MOVE "SUPERVISOR NAO CADASTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 23 TO FS-STAT
               GO CONFERE-SUPERVISOR-FIM
           END-READ.
           IF NOT FUN-E-ADMIN
               MOVE "OPERADOR INFORMADO NAO E SUPERVISOR" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 23 TO FS-STAT
           END-IF.
       CONFERE-SUPERVISOR-FIM.

      * -----------------------------------
      * O DISCO ENTRA NA LINHA DE RECOMPRA DO TITULO: SOMA UMA UNIDADE,
      * A OFERTA PAGA VIRA O CUSTO UNITARIO E O PRECO DE REVENDA E O
      * DA TABELA. SEM LINHA, ABRE O ITEM NOVO NO CODIGO INFORMADO.
      * VOLTA FS-STAT DIFERENTE DE ZEROS QUANDO NAO CONSEGUE GRAVAR.

       ENTRA-ESTOQUE.
           MOVE ZEROS TO FS-STAT.
           IF ACHOU-ITEM
               MOVE WS-ITEM-ACHADO TO FS-CODIGO
               READ MERCADORIA-FILE
               INVALID KEY
                   MOVE "LINHA DE RECOMPRA NAO EXISTE MAIS"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   MOVE 23 TO FS-STAT
                   GO ENTRA-ESTOQUE-FIM
               END-READ
               ADD 1 TO FS-QTD-ESTOQUE
               MOVE RC-VALOR-OFERTA TO FS-CUSTO-UNIT
               MOVE GR-PRECO-REVENDA TO FS-PRECO
               MOVE "S" TO FS-ATIVO
               REWRITE FILE1-REC
               GO ENTRA-ESTOQUE-FIM
           END-IF
           MOVE SPACES TO FILE1-REC.
           MOVE RC-MERCADORIA-COD TO FS-CODIGO.
           STRING "USADO " DELIMITED BY SIZE
               FLM-NOME-FILME DELIMITED BY SIZE
               INTO FS-DESCRICAO.
           MOVE GR-PRECO-REVENDA TO FS-PRECO.
           MOVE 1 TO FS-QTD-ESTOQUE.
           MOVE "S" TO FS-ATIVO.
           MOVE RC-VALOR-OFERTA TO FS-CUSTO-UNIT.
           MOVE FLM-ID TO FS-FILME-ORIGEM.
           MOVE ZEROS TO FS-EAN FS-CONSIG-DONO.
           MOVE ZEROS TO FS-QTD-RESERVADA.
           MOVE "S" TO FS-RECOMPRA.
           WRITE FILE1-REC
           INVALID KEY
               MOVE "CODIGO DE MERCADORIA JA USADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE ZEROS TO RC-MERCADORIA-COD
               MOVE 22 TO FS-STAT
           END-WRITE.
       ENTRA-ESTOQUE-FIM.

      * -----------------------------------
      * CREDITO DA OFERTA NO VALE DO CLIENTE. NUMERO DE VALE QUE AINDA
      * NAO EXISTE E ABERTO ZERADO (ESGOTADO) AQUI, E CREDITA-VALE O
      * REATIVA AO SOMAR O CREDITO.

       CREDITA-CLIENTE.
           OPEN I-O VALE-FILE.
           IF FS-VALE-NAO-EXISTE
               OPEN OUTPUT VALE-FILE
               CLOSE VALE-FILE
               OPEN I-O VALE-FILE
           END-IF.
           MOVE RC-VALE-NUMERO TO VALE-NUMERO.
           READ VALE-FILE
           INVALID KEY
               MOVE SPACES TO VALE-REC
               MOVE RC-VALE-NUMERO TO VALE-NUMERO
               MOVE ZEROS TO VALE-SALDO
               MOVE WS-DATA-NEGOCIO TO VALE-DATA-VENDA
               MOVE "E" TO VALE-STATUS
               WRITE VALE-REC
           END-READ.
           CLOSE VALE-FILE.
           MOVE RC-VALE-NUMERO TO WS-CV-NUMERO.
           MOVE RC-VALOR-OFERTA TO WS-CV-VALOR.
           CALL "CREDITA-VALE" USING WS-CV-NUMERO WS-CV-VALOR
               WS-CV-RESULTADO.
           IF WS-CV-RESULTADO NOT = "S"
               MOVE "CREDITO NAO ENTROU NO VALE - ACERTAR NO CADASTRO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF.
       CREDITA-CLIENTE-FIM.

      * -----------------------------------
      * PROCURA A LINHA DE RECOMPRA JA ABERTA PARA O TITULO (O
      * SEMINOVO BAIXADO DO ACERVO FICA DE FORA)

       PROCURA-RECOMPRA.
           MOVE "N" TO WS-ACHOU-ITEM.
           MOVE ZEROS TO WS-ITEM-ACHADO.
           MOVE ZEROS TO FS-KEY.
           MOVE ZEROS TO FS-STAT-MERC.
           START MERCADORIA-FILE KEY IS NOT LESS THAN FS-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-MERC
           END-START.

           PROCURA-RECOMPRA-LOOP.
           IF FS-STAT-MERC = 10
               MOVE ZEROS TO FS-STAT-MERC
               GO PROCURA-RECOMPRA-FIM
           END-IF
           READ MERCADORIA-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-MERC
               GO PROCURA-RECOMPRA-LOOP
           END-READ.
           IF FS-FILME-ORIGEM EQUAL FLM-ID
               AND FS-ITEM-RECOMPRA
               MOVE "S" TO WS-ACHOU-ITEM
               MOVE FS-CODIGO TO WS-ITEM-ACHADO
               GO PROCURA-RECOMPRA-FIM
           END-IF
           GO PROCURA-RECOMPRA-LOOP.
       PROCURA-RECOMPRA-FIM.

      * -----------------------------------

       CONSULTA.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           CONSULTA-LOOP.
           MOVE SPACES TO RC-REC CLI-REC FLM-REC GR-REC.
           MOVE ZEROS TO RC-ID.
           DISPLAY SS-TELA-RECOMPRA.
           PERFORM LE-RECOMPRA THRU LE-RECOMPRA-FIM.
           IF FS-CANCELA
               GO CONSULTA-FIM
           END-IF
           IF FS-OK
               MOVE RC-CLIENTE-ID TO CLI-ID
               READ CLIENTE-FILE
               INVALID KEY
                   MOVE SPACES TO CLI-NOME
               END-READ
               MOVE RC-FILME-ID TO FLM-ID
               READ FILME-FILE
               INVALID KEY
                   MOVE SPACES TO FLM-NOME-FILME
               END-READ
               MOVE RC-ESTADO TO GR-ESTADO
               READ GRADE-FILE
               INVALID KEY
                   MOVE SPACES TO GR-DESCRICAO
               END-READ
               DISPLAY SS-DADOS
               DISPLAY SS-INFO
               MOVE "PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF.
           GO CONSULTA-LOOP.
       CONSULTA-FIM.

      * -----------------------------------
      * TABELA DE CLASSIFICACAO (GRADE_RECOMPRA.DAT): OFERTA E PRECO
      * DE REVENDA POR ESTADO DO DISCO. VALE PARA AS COMPRAS NOVAS -
      * A RECOMPRA JA GRAVADA GUARDA A OFERTA DO DIA.

       TABELA.
           MOVE "TABELA DE CLASSIFICACAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO GR-REC.
           MOVE ZEROS TO GR-VALOR-OFERTA GR-PRECO-REVENDA.
           ACCEPT SS-GR-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TABELA-FIM
           END-IF
           IF GR-ESTADO EQUAL SPACES
               GO TABELA
           END-IF
           READ GRADE-FILE
           INVALID KEY
               MOVE SPACES TO GR-DESCRICAO
               MOVE ZEROS TO GR-VALOR-OFERTA GR-PRECO-REVENDA
           END-READ.

           TABELA-LOOP.
           ACCEPT SS-GR-DADOS.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TABELA-FIM
           END-IF
           IF GR-DESCRICAO EQUAL SPACES
               OR GR-VALOR-OFERTA EQUAL ZEROS
               OR GR-PRECO-REVENDA EQUAL ZEROS
               MOVE "FAVOR INFORMAR DESCRICAO, OFERTA E REVENDA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TABELA-LOOP
           END-IF
           WRITE GR-REC
           INVALID KEY
               REWRITE GR-REC
           END-WRITE.
           MOVE "RECOMPRA_DISCO" TO WS-AUD-PROGRAMA.
           MOVE SPACES TO WS-AUD-OPERACAO.
           STRING "TABELA " DELIMITED BY SIZE
               GR-ESTADO DELIMITED BY SIZE
               INTO WS-AUD-OPERACAO.
           MOVE ZEROS TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE "TABELA GRAVADA - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO TABELA.
       TABELA-FIM.

      * -----------------------------------
      * PROCURA A SESSAO DE GAVETA ABERTA (CAIXA_SESSAO.COB) DE ONDE
      * SAI O DINHEIRO DA RECOMPRA. SEM SESSAO ABERTA FICA EM ZEROS.

       BUSCA-SESSAO-CAIXA.
           MOVE ZEROS TO WS-SESSAO-CORRENTE.
           MOVE ZEROS TO SES-KEY.
           MOVE ZEROS TO FS-STAT-SESSAO.
           START SESSAO-FILE KEY IS NOT LESS THAN SES-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-SESSAO
           END-START.

           BUSCA-SESSAO-CAIXA-LOOP.
           IF FS-SESSAO-FIM
               MOVE ZEROS TO FS-STAT-SESSAO
               GO BUSCA-SESSAO-CAIXA-FIM
           END-IF
           READ SESSAO-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-SESSAO
               GO BUSCA-SESSAO-CAIXA-LOOP
           END-READ.
           IF SES-ABERTA
               MOVE SES-ID TO WS-SESSAO-CORRENTE
           END-IF
           GO BUSCA-SESSAO-CAIXA-LOOP.
       BUSCA-SESSAO-CAIXA-FIM.

      * -----------------------------------
      * RECUSA RECOMPRA COM DATA DENTRO DE PERIODO CONTABIL JA
      * FECHADO (PERIODO.DAT). SEM O ARQUIVO NO AR, NADA MUDA.

       VERIFICA-PERIODO.
           MOVE "N" TO WS-PERIODO-FECHADO.
           IF NOT FS-PER-OK
               GO VERIFICA-PERIODO-FIM
           END-IF
           COMPUTE PER-ANOMES = WS-DATA-NEGOCIO / 100.
           READ PERIODO-FILE
           NOT INVALID KEY
               IF PER-FECHADO
                   MOVE "S" TO WS-PERIODO-FECHADO
               END-IF
           END-READ.
       VERIFICA-PERIODO-FIM.

      * -----------------------------------
      * LE RECOMPRA E MOSTRA MENSAGEM SE CHAVE NAO EXISTE

       LE-RECOMPRA.

           ACCEPT SS-CHAVE.
           IF NOT COB-CRT-STATUS = COB-SCR-ESC
               READ RECOMPRA-FILE
               INVALID KEY
               MOVE "REGISTRO NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               END-READ
               ELSE
                   MOVE 99 to FS-STAT
           END-IF.

       LE-RECOMPRA-FIM.

      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAIDA

       ABRIR-ARQUIVOS.
           OPEN I-O RECOMPRA-FILE
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT RECOMPRA-FILE
               CLOSE RECOMPRA-FILE
               OPEN I-O RECOMPRA-FILE
           END-IF.
           OPEN I-O GRADE-FILE
           IF FS-GRADE-NAO-EXISTE THEN
               OPEN OUTPUT GRADE-FILE
               CLOSE GRADE-FILE
               OPEN I-O GRADE-FILE
           END-IF.
           OPEN I-O MERCADORIA-FILE
           IF FS-MERC-NAO-EXISTE THEN
               OPEN OUTPUT MERCADORIA-FILE
               CLOSE MERCADORIA-FILE
               OPEN I-O MERCADORIA-FILE
           END-IF.
           OPEN INPUT CLIENTE-FILE
           IF FS-CLIENTE-NAO-EXISTE THEN
               OPEN OUTPUT CLIENTE-FILE
               CLOSE CLIENTE-FILE
               OPEN INPUT CLIENTE-FILE
           END-IF.
           OPEN INPUT FILME-FILE
           IF FS-FILME-NAO-EXISTE THEN
               OPEN OUTPUT FILME-FILE
               CLOSE FILME-FILE
               OPEN INPUT FILME-FILE
           END-IF.
           OPEN INPUT FUNCIONARIO-FILE
           IF FS-FUNC-NAO-EXISTE THEN
               OPEN OUTPUT FUNCIONARIO-FILE
               CLOSE FUNCIONARIO-FILE
               OPEN INPUT FUNCIONARIO-FILE
           END-IF.
           OPEN INPUT SESSAO-FILE
           IF FS-SESSAO-NAO-EXISTE THEN
               OPEN OUTPUT SESSAO-FILE
               CLOSE SESSAO-FILE
               OPEN INPUT SESSAO-FILE
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
           ACCEPT WS-DATA-NEGOCIO FROM DATE YYYYMMDD.
           OPEN INPUT DIA-FILE.
           IF FS-DIA-OK
               MOVE 1 TO DIA-CHAVE
               READ DIA-FILE
               NOT INVALID KEY
                   IF DIA-DATA NUMERIC AND DIA-DATA > ZEROS
                       MOVE DIA-DATA TO WS-DATA-NEGOCIO
                   END-IF
               END-READ
               CLOSE DIA-FILE
           END-IF.
           OPEN INPUT PERIODO-FILE.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS

       MOSTRA-ERRO.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.
