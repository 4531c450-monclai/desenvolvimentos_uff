      * (FS-QTD-ESTOQUE EM MERCADORIA.DAT) E MANTEM O HISTORICO EM
      * COMPRA.DAT - ANTES DISSO O ESTOQUE SO SUBIA POR EDICAO MANUAL
      * EM CADMERCADORIA, SEM REGISTRO DE QUEM VENDEU NEM A QUE CUSTO.
      * TAMBEM FAZ O PEDIDO DE COPIAS DE FILME A DISTRIBUIDORA: O
      * RECEBIMENTO GERA OS DISCOS EM COPIA.DAT COM CODIGO DE BARRAS
      * E CUSTO DE AQUISICAO, EM VEZ DE DIGITAR UM A UM NO
      * CADASTRO_COPIA.
      * A MERCADORIA ENTRA NO TOTAL DA REDE E NO SALDO DA FILIAL QUE
      * RECEBEU (ESTOQUE_FILIAL.DAT, PELA SUBROTINA ESTOQUE-FILIAL);
      * O PEDIDO JA NASCE COM A FILIAL DE ENTREGA, QUE O RECEBIMENTO
      * PODE TROCAR.
      * TODO PEDIDO - MERCADORIA, COPIAS DE FILME OU SUGESTAO DO MOTOR
      * DE REPOSICAO CONFIRMADA - PASSA PELO SALDO DA VERBA DO MES DA
      * FILIAL NAQUELA LINHA (VERBA.DAT, MANTIDA EM CADASTRO_VERBA):
      * O QUE PASSA DELE SO ENTRA COM SUPERVISOR, GRAVADO NO PEDIDO.
      *=================================================================
       environment division.
      *=================================================================
           file status is fs-stat-pagar
           record key is pg-key.

       select compra-filme-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-cf
           record key is cf-key.

       select filme-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-filme
           record key is flm-key.

       select copia-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-copia
           record key is copia-key.

       select aquisicao-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-aq
           record key is aq-key.

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

       select filial-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-filial
           record key is fil-key.

       select verba-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-vrb
           record key is vrb-key.

       select funcionario-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-func
           record key is fun-key.

      *=================================================================
       data division.
      *=================================================================
       fd pagar-file value of file-id is "CONTAS_PAGAR.dat".
       copy pagar.

       fd compra-filme-file value of file-id is "COMPRA_FILME.dat".
       copy compra_filme.

       fd filme-file value of file-id is "lista_de_filmes.dat".
       copy filme replacing ==FILE1-REC==       by ==FLM-REC==
                            ==FS-KEY==          by ==FLM-KEY==
                            ==FS-ID==           by ==FLM-ID==
                            ==FS-CATEGORIA==    by ==FLM-CATEGORIA==
                            ==FS-NOME-FILME==   by ==FLM-NOME-FILME==
                            ==FS-QTD-TOTAL==    by ==FLM-QTD-TOTAL==
                            ==FS-QTD-DISPONIVEL==
                                by ==FLM-QTD-DISPONIVEL==
                            ==FS-TAXA-DIARIA==  by ==FLM-TAXA-DIARIA==
                            ==FS-ATIVO-SIM==    by ==FLM-ATIVO-SIM==
                            ==FS-ATIVO-NAO==    by ==FLM-ATIVO-NAO==
                            ==FS-ATIVO==        by ==FLM-ATIVO==
                            ==FS-FILIAL==       by ==FLM-FILIAL==
                            ==FS-CLASSIF-ETARIA==
                                by ==FLM-CLASSIF-ETARIA==
                            ==FS-FORMATO-PADRAO==
                                by ==FLM-FORMATO-PADRAO==
                            ==FS-EM-BREVE==     by ==FLM-EM-BREVE==
                            ==FS-LANCAMENTO-EM-BREVE==
                                by ==FLM-LANCAMENTO-EM-BREVE==
                            ==FS-DATA-LANCAMENTO==
                                by ==FLM-DATA-LANCAMENTO==.

       fd copia-file value of file-id is "COPIA.dat".
       copy copia.

       fd aquisicao-file value of file-id is "AQUISICAO.dat".
       copy aquisicao.

       fd espera-file value of file-id is "ESPERA.dat".
       copy espera.

       fd reserva-file value of file-id is "RESERVA.dat".
       copy reserva.

       fd filial-file value of file-id is "FILIAL.dat".
       copy filial.

       fd verba-file value of file-id is "VERBA.dat".
       copy verba.

       fd funcionario-file value of file-id is "FUNCIONARIO.dat".
       copy funcionario.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------
           88 e-consultar              value is "3".
           88 e-listar                 value is "4".
           88 e-sugestoes              value is "5".
           88 e-pedido-filme           value is "6".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).

       77 ws-qtd-recebida-agora pic 9(05).

      * FILIAL QUE RECEBE A MERCADORIA E PARAMETROS DA SUBROTINA
      * ESTOQUE-FILIAL
       77 fs-stat-filial       pic 9(02).
           88 fs-filial-ok             value zeros.
       77 ws-filial-teste      pic 9(02).
       77 ws-filial-valida     pic x.
           88 filial-valida            value "S".
       77 ws-filial-recebe     pic 9(02).
       77 ws-es-operacao       pic x(01).
       77 ws-es-codigo         pic 9(05).
       77 ws-es-filial         pic 9(02).
       77 ws-es-quantidade     pic 9(05).
       77 ws-es-saldo          pic 9(05).
       77 ws-es-resultado      pic x(01).

       77 fs-stat-pagar        pic 9(02).
           88 fs-pagar-ok              value zeros.
           88 fs-pagar-nao-existe      value 35.
       77 ws-lote-numero       pic x(10).
       77 ws-lote-validade     pic 9(08).

      * PEDIDO DE COPIAS DE FILME: O RECEBIMENTO GERA UMA COPIA POR
      * DISCO COM CODIGO DE BARRAS = NUMERO DO PEDIDO + SEQUENCIA
      * DENTRO DO PEDIDO (POR ISSO NO MAXIMO 99 DISCOS POR PEDIDO)
       77 fs-stat-cf           pic 9(02).
           88 fs-cf-nao-existe         value 35.
       77 fs-stat-filme        pic 9(02).
           88 fs-filme-ok              value zeros.
           88 fs-filme-nao-existe      value 35.
       77 fs-stat-copia        pic 9(02).
           88 fs-copia-ok              value zeros.
           88 fs-copia-nao-existe      value 35.
       77 fs-stat-aq           pic 9(02).
           88 fs-aq-nao-existe         value 35.
       77 fs-stat-esp          pic 9(02).
           88 fs-esp-nao-existe        value 35.
           88 fs-esp-fim               value 10.
       77 fs-stat-res          pic 9(02).
           88 fs-res-nao-existe        value 35.
           88 fs-res-fim               value 10.

       01 ws-barcode-novo.
           02 ws-bc-pedido     pic 9(11).
           02 ws-bc-seq        pic 9(02).
       77 ws-seq-copia         pic 9(05).
       77 ws-copia-ind         pic 9(05).
       77 ws-copias-geradas    pic 9(05).
       77 ws-copias-sem-vaga   pic 9(05).
       77 ws-proxima-reserva   pic 9(11).
       77 ws-convertidas       pic 9(05).

       01 ws-msg-copias.
           02 filler           pic x(16)   value "COPIAS GERADAS:".
           02 ws-mc-geradas    pic zzzz9.
           02 filler           pic x(12)   value " - SEM VAGA:".
           02 ws-mc-sem-vaga   pic zzzz9.
           02 filler           pic x(17)   value " - TECLE ENTER".

       77 ws-av-operacao       pic x(01).
       77 ws-av-barcode        pic x(13).
       77 ws-av-filme-id       pic 9(11).
       77 ws-av-vaga           pic 9(05).
       77 ws-av-resultado      pic x(01).

      * VERBA DO MES: O SALDO PARA COMPRAR E A VERBA MENOS OS PEDIDOS
      * DO MES DA FILIAL E DA LINHA (EM ABERTO E RECEBIDOS). A
      * VARREDURA DE COMPRA.DAT GUARDA ANTES O PEDIDO DA TELA.
       77 fs-stat-vrb          pic 9(02).
           88 fs-vrb-ok                value zeros.
       77 fs-stat-func         pic 9(02).
           88 fs-func-ok               value zeros.
       77 ws-supervisor-id     pic 9(03).
       77 ws-verba-liberada    pic x(01).
           88 verba-liberada           value "S".
       77 ws-vrb-pedido        pic 9(09)v99.
       77 ws-vrb-usado         pic 9(09)v99.
       77 ws-vrb-saldo         pic s9(09)v99.
       77 ws-vrb-filial        pic 9(02).
       77 ws-vrb-comprometido  pic 9(09)v99.
       77 ws-vrb-recebido      pic 9(09)v99.
       01 ws-cp-salvo.
           02 ws-cps-id        pic 9(11).
           02 filler           pic x(54).

       01 ws-msg-verba.
           02 filler           pic x(30)
               value "PEDIDO PASSA DA VERBA - SALDO ".
           02 ws-mv-saldo      pic -zzzzzzzz9.99.
           02 filler           pic x(32)
               value " - LIBERAR COM SUPERVISOR (S/N)?".

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).


       01 SS-MENU FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "1 - REGISTRAR PEDIDO".
           05 LINE 08 COLUMN 15 VALUE "2 - RECEBER PEDIDO".
           05 LINE 09 COLUMN 15 VALUE "3 - CONSULTAR".
           05 LINE 10 COLUMN 15 VALUE "4 - LISTAR PENDENTES".
           05 LINE 11 COLUMN 15 VALUE "5 - CONFIRMAR SUGESTOES".
           05 LINE 12 COLUMN 15 VALUE "6 - PEDIDO DE COPIAS DE FILME".
           05 LINE 13 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 15 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 15 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-COMPRA.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 COLUMN PLUS 2 PIC 9(05) USING CP-QTD-RECEBIDA.
               10 LINE 16 COLUMN 10 VALUE "STATUS (P/R):".
               10 COLUMN PLUS 2 PIC X(01) USING CP-STATUS.
               10 LINE 16 COLUMN 40 VALUE "FILIAL DE ENTREGA:".
               10 COLUMN PLUS 2 PIC 9(02) USING CP-FILIAL.

       01 SS-TELA-PEDIDO-FILME.
           05 LINE 09 COLUMN 10 VALUE "NUMERO DO PEDIDO:".
           05 COLUMN PLUS 2 PIC 9(11) USING CP-ID.
           05 LINE 10 COLUMN 10 VALUE "DISTRIBUIDORA (FORNECEDOR):".
           05 COLUMN PLUS 2 PIC 9(05) USING CP-PARCEIRO-COD.
           05 LINE 11 COLUMN 10 VALUE "FILME (CATALOGO):".
           05 COLUMN PLUS 2 PIC 9(11) USING CF-FILME-ID.
           05 LINE 12 COLUMN 10 VALUE "FORMATO (D=DVD/V=VHS):".
           05 COLUMN PLUS 2 PIC X(01) USING CF-FORMATO.
           05 LINE 13 COLUMN 10 VALUE "QUANTIDADE DE COPIAS:".
           05 COLUMN PLUS 2 PIC 9(05) USING CP-QTD-PEDIDA.
           05 LINE 14 COLUMN 10 VALUE "CUSTO UNITARIO:".
           05 COLUMN PLUS 2 PIC ZZZZ9.99 USING CP-CUSTO-UNIT.
           05 LINE 15 COLUMN 10 VALUE "DATA DO PEDIDO:".
           05 COLUMN PLUS 2 PIC 9(08) USING CP-DATA-PEDIDO.

       01 SS-TELA-FILME.
           05 LINE 19 COLUMN 10 VALUE "FILME:".
           05 COLUMN PLUS 2 PIC 9(11) FROM CF-FILME-ID.
           05 COLUMN PLUS 2 PIC X(40) FROM FLM-NOME-FILME.
           05 LINE 20 COLUMN 10 VALUE "FORMATO:".
           05 COLUMN PLUS 2 PIC X(01) FROM CF-FORMATO.

       01 SS-TELA-RECEBTO.
           05 LINE 18 COLUMN 10 VALUE "QUANTIDADE RECEBIDA AGORA:".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-QTD-RECEBIDA-AGORA.

       01 SS-TELA-FILIAL-RECEBE.
           05 LINE 18 COLUMN 45 VALUE "FILIAL QUE RECEBE:".
           05 COLUMN PLUS 2 PIC 9(02) USING WS-FILIAL-RECEBE.

       01 SS-TELA-LOTE.
           05 LINE 19 COLUMN 10 VALUE "LOTE DO FABRICANTE:".
           05 COLUMN PLUS 2 PIC X(10) USING WS-LOTE-NUMERO.
           05 LINE 20 COLUMN 10 VALUE "VALIDADE (AAAAMMDD):".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-LOTE-VALIDADE.

       01 SS-TELA-SUP-VERBA.
           05 LINE 21 COLUMN 10 VALUE "SUPERVISOR (MATRICULA):".
           05 COLUMN PLUS 2 PIC 9(03) USING WS-SUPERVISOR-ID.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
                   WHEN E-SUGESTOES
                       PERFORM CONFIRMA-SUGESTOES
                           THRU CONFIRMA-SUGESTOES-FIM
                   WHEN E-PEDIDO-FILME
                       PERFORM INCLUI-FILME THRU INCLUI-FILME-FIM
               END-EVALUATE
           END-PERFORM.

       FINALIZA.

       CLOSE COMPRA-FILE MERCADORIA-FILE PARCEIRO-FILE PAGAR-FILE
             LOTE-FILE COMPRA-FILME-FILE FILME-FILE COPIA-FILE
             AQUISICAO-FILE ESPERA-FILE RESERVA-FILE.
       IF FS-FILIAL-OK
           CLOSE FILIAL-FILE
       END-IF.
       IF FS-VRB-OK
           CLOSE VERBA-FILE
       END-IF.
       IF FS-FUNC-OK
           CLOSE FUNCIONARIO-FILE
       END-IF.
       GOBACK.

      * -----------------------------------
           DISPLAY SS-CLS.
           MOVE SPACES TO CP-REC.
           MOVE ZEROS TO CP-ID CP-QTD-RECEBIDA CP-DATA-RECEBTO.
           MOVE 1 TO CP-FILIAL.
           ACCEPT CP-DATA-PEDIDO FROM DATE YYYYMMDD.

           INCLUI-LOOP.
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           MOVE CP-FILIAL TO WS-FILIAL-TESTE
           PERFORM VALIDA-FILIAL THRU VALIDA-FILIAL-FIM
           IF NOT FILIAL-VALIDA
               MOVE "FILIAL DE ENTREGA NAO CADASTRADA OU DESATIVADA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF

           MOVE CP-PARCEIRO-COD TO PAR-CODIGO
           READ PARCEIRO-FILE
           END-READ.

           MOVE "P" TO CP-STATUS.
           MOVE "M" TO CP-TIPO.
           PERFORM CONFERE-VERBA THRU CONFERE-VERBA-FIM.
           IF NOT VERBA-LIBERADA
               MOVE "PEDIDO NAO REGISTRADO - ACIMA DA VERBA DO MES"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           DISPLAY SS-DADOS.
           WRITE CP-REC
           INVALID KEY
               MOVE "PEDIDO" TO WS-AUD-OPERACAO
               CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
                   WS-AUD-OPERACAO CP-ID
               PERFORM AUDITA-VERBA
           END-WRITE.
           GO INCLUI.
       INCLUI-FIM.

      * -----------------------------------
      * REGISTRA UM PEDIDO DE COPIAS DE UM TITULO DO CATALOGO CONTRA
      * UMA DISTRIBUIDORA (FORNECEDOR ATIVO): O PEDIDO VAI PARA
      * COMPRA.DAT COMO CP-DE-FILME E O TITULO/FORMATO PARA
      * COMPRA_FILME.DAT, NA MESMA CHAVE

       INCLUI-FILME.
           MOVE "PEDIDO DE COPIAS" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO CP-REC CF-REC.
           MOVE ZEROS TO CP-ID CP-QTD-RECEBIDA CP-DATA-RECEBTO
               CF-FILME-ID.
           ACCEPT CP-DATA-PEDIDO FROM DATE YYYYMMDD.

           INCLUI-FILME-LOOP.
           ACCEPT SS-TELA-PEDIDO-FILME.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INCLUI-FILME-FIM
           END-IF
           IF CP-PARCEIRO-COD EQUAL ZEROS
               OR CF-FILME-ID EQUAL ZEROS
               OR CP-QTD-PEDIDA EQUAL ZEROS
               MOVE "FAVOR INFORMAR DISTRIBUIDORA, FILME E QUANTIDADE"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-FILME-LOOP
           END-IF
           IF CP-QTD-PEDIDA > 99
               MOVE "MAXIMO DE 99 COPIAS POR PEDIDO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-FILME-LOOP
           END-IF
           IF CP-CUSTO-UNIT EQUAL ZEROS
               MOVE "FAVOR INFORMAR O CUSTO UNITARIO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-FILME-LOOP
           END-IF

           MOVE CP-PARCEIRO-COD TO PAR-CODIGO
           READ PARCEIRO-FILE
           INVALID KEY
               MOVE "FORNECEDOR NAO CADASTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-FILME-LOOP
           END-READ.

           IF NOT PAR-VENDEDOR
               MOVE "PARCEIRO NAO E FORNECEDOR (TIPO V)" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-FILME-LOOP
           END-IF

           IF PAR-ATIVO-NAO
               MOVE "FORNECEDOR DESATIVADO - COMPRA NAO PERMITIDA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-FILME-LOOP
           END-IF

           MOVE CF-FILME-ID TO FLM-ID
           READ FILME-FILE
           INVALID KEY
               MOVE "FILME NAO CADASTRADO NO CATALOGO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-FILME-LOOP
           END-READ.
           IF FLM-ATIVO-NAO
               MOVE "FILME DESATIVADO NO CATALOGO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-FILME-LOOP
           END-IF
      * SEM FORMATO DIGITADO VALE O PADRAO DO TITULO NO CATALOGO
           IF CF-FORMATO EQUAL SPACES
               MOVE FLM-FORMATO-PADRAO TO CF-FORMATO
           END-IF
           IF NOT (CF-FORMATO-DVD OR CF-FORMATO-VHS)
               MOVE "FORMATO DEVE SER D (DVD) OU V (VHS)" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-FILME-LOOP
           END-IF

      * AS COPIAS ENTRAM NA FILIAL DO TITULO, QUE E A DONA DA VERBA
           MOVE ZEROS TO CP-MERCADORIA-COD.
           MOVE "P" TO CP-STATUS.
           MOVE "F" TO CP-TIPO.
           MOVE FLM-FILIAL TO CP-FILIAL.
           IF CP-FILIAL NOT NUMERIC OR CP-FILIAL EQUAL ZEROS
               MOVE 1 TO CP-FILIAL
           END-IF
           PERFORM CONFERE-VERBA THRU CONFERE-VERBA-FIM.
           IF NOT VERBA-LIBERADA
               MOVE "PEDIDO NAO REGISTRADO - ACIMA DA VERBA DO MES"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-FILME-LOOP
           END-IF
           MOVE CP-ID TO CF-COMPRA-ID.
           DISPLAY SS-TELA-PEDIDO-FILME.
           DISPLAY SS-TELA-FILME.
           WRITE CP-REC
           INVALID KEY
               MOVE "REGISTRO JA REALIZADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE ZEROS TO CP-KEY
               GO INCLUI-FILME-LOOP
           END-WRITE.
           WRITE CF-REC
           INVALID KEY
               REWRITE CF-REC
           END-WRITE.
           MOVE "CADASTRO_COMPRA" TO WS-AUD-PROGRAMA.
           MOVE "PEDIDO" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO CP-ID.
           PERFORM AUDITA-VERBA.
           GO INCLUI-FILME.
       INCLUI-FILME-FIM.

      * -----------------------------------
      * RECEBE A MERCADORIA DE UM PEDIDO PENDENTE: SOMA A QUANTIDADE
      * RECEBIDA AO ESTOQUE DE MERCADORIA.DAT E MARCA O PEDIDO
               PERFORM MOSTRA-ERRO
               GO RECEBE-FIM
           END-IF
           IF CP-DE-FILME
               PERFORM LE-PEDIDO-FILME THRU LE-PEDIDO-FILME-FIM
               IF NOT FS-FILME-OK
                   GO RECEBE-FIM
               END-IF
               DISPLAY SS-TELA-FILME
           END-IF
           IF CP-FILIAL NOT NUMERIC OR CP-FILIAL EQUAL ZEROS
               MOVE 1 TO CP-FILIAL
           END-IF
           DISPLAY SS-DADOS.
           MOVE ZEROS TO WS-QTD-RECEBIDA-AGORA.
           MOVE CP-FILIAL TO WS-FILIAL-RECEBE.
           ACCEPT SS-TELA-RECEBTO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO RECEBE-FIM
           END-IF
      * COPIA DE FILME VAI PARA A FILIAL DO TITULO NO CATALOGO; SO A
      * MERCADORIA PERGUNTA EM QUE FILIAL ENTRA
           IF NOT CP-DE-FILME
               ACCEPT SS-TELA-FILIAL-RECEBE
               IF COB-CRT-STATUS = COB-SCR-ESC
                   GO RECEBE-FIM
               END-IF
               MOVE WS-FILIAL-RECEBE TO WS-FILIAL-TESTE
               PERFORM VALIDA-FILIAL THRU VALIDA-FILIAL-FIM
               IF NOT FILIAL-VALIDA
                   MOVE "FILIAL NAO CADASTRADA OU DESATIVADA"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO RECEBE-FIM
               END-IF
           END-IF
           IF WS-QTD-RECEBIDA-AGORA EQUAL ZEROS
               MOVE "FAVOR INFORMAR A QUANTIDADE RECEBIDA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO RECEBE-FIM
           END-IF
      * O CODIGO DE BARRAS GERADO LEVA A SEQUENCIA DO DISCO DENTRO DO
      * PEDIDO EM DOIS DIGITOS - NAO CABE RECEBER ALEM DE 99 DISCOS
           IF CP-DE-FILME
               COMPUTE WS-SEQ-COPIA =
                   CP-QTD-RECEBIDA + WS-QTD-RECEBIDA-AGORA
               IF WS-SEQ-COPIA > 99
                   MOVE "MAXIMO DE 99 COPIAS POR PEDIDO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO RECEBE-FIM
               END-IF
           ELSE
               MOVE CP-MERCADORIA-COD TO FS-CODIGO
               READ MERCADORIA-FILE
               INVALID KEY
                   MOVE "MERCADORIA DO PEDIDO NAO EXISTE MAIS"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO RECEBE-FIM
               END-READ
           END-IF.
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA O RECEBIMENTO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO RECEBE-FIM
           END-IF
           MOVE CP-QTD-RECEBIDA TO WS-SEQ-COPIA.
           ADD WS-QTD-RECEBIDA-AGORA TO CP-QTD-RECEBIDA.
           ACCEPT CP-DATA-RECEBTO FROM DATE YYYYMMDD.
           IF CP-QTD-RECEBIDA NOT < CP-QTD-PEDIDA
               MOVE "R" TO CP-STATUS
           END-IF
           IF NOT CP-DE-FILME
               MOVE WS-FILIAL-RECEBE TO CP-FILIAL
           END-IF
           REWRITE CP-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR RECEBIMENTO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO RECEBE-FIM
           END-REWRITE.
      * COPIAS DE FILME NAO ENTRAM EM MERCADORIA.DAT: VIRAM DISCOS EM
      * COPIA.DAT E DIVIDA COM A DISTRIBUIDORA
           IF CP-DE-FILME
               PERFORM RECEBE-COPIAS THRU RECEBE-COPIAS-FIM
               PERFORM LANCA-PAGAR THRU LANCA-PAGAR-FIM
               GO RECEBE-AUDITA
           END-IF
      * O CUSTO UNITARIO DO ULTIMO RECEBIMENTO FICA NO CADASTRO DA
      * MERCADORIA, PARA O RELATORIO DE MARGEM SABER QUANTO CADA ITEM
      * CUSTOU A LOJA.
           ADD WS-QTD-RECEBIDA-AGORA TO FS-QTD-ESTOQUE.
           MOVE CP-CUSTO-UNIT TO FS-CUSTO-UNIT.
           REWRITE FILE1-REC.
           MOVE "E" TO WS-ES-OPERACAO.
           MOVE CP-MERCADORIA-COD TO WS-ES-CODIGO.
           MOVE WS-FILIAL-RECEBE TO WS-ES-FILIAL.
           MOVE WS-QTD-RECEBIDA-AGORA TO WS-ES-QUANTIDADE.
           CALL "ESTOQUE-FILIAL" USING WS-ES-OPERACAO WS-ES-CODIGO
               WS-ES-FILIAL WS-ES-QUANTIDADE WS-ES-SALDO
               WS-ES-RESULTADO.
      * ITEM PERECIVEL: O RECEBIMENTO ENTRA CONTROLADO POR LOTE E
      * VALIDADE, PARA A VENDA CONSUMIR O MAIS ANTIGO PRIMEIRO
           IF FS-ITEM-PERECIVEL
           IF NOT FS-EM-CONSIGNACAO
               PERFORM LANCA-PAGAR THRU LANCA-PAGAR-FIM
           END-IF.

           RECEBE-AUDITA.
           MOVE "CADASTRO_COMPRA" TO WS-AUD-PROGRAMA.
           MOVE "RECEBTO" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO CP-ID.
           IF CP-DE-FILME
               MOVE WS-COPIAS-GERADAS TO WS-MC-GERADAS
               MOVE WS-COPIAS-SEM-VAGA TO WS-MC-SEM-VAGA
               MOVE WS-MSG-COPIAS TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF
           MOVE "RECEBIMENTO REGISTRADO - PRESSIONE ENTER"
               TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       RECEBE-FIM.

      * -----------------------------------
      * GERA UMA COPIA EM COPIA.DAT PARA CADA DISCO RECEBIDO (STATUS
      * D, FORMATO DO PEDIDO, VAGA PELO ALOCADOR DE PRATELEIRA), COM
      * O CUSTO DE AQUISICAO EM AQUISICAO.DAT, E SOMA AS COPIAS NOVAS
      * AO TOTAL E AO DISPONIVEL DO TITULO. A ETIQUETA SAI NO PROXIMO
      * LOTE DE ETIQUETAS_COPIAS.

       RECEBE-COPIAS.
           MOVE ZEROS TO WS-COPIA-IND WS-COPIAS-GERADAS
               WS-COPIAS-SEM-VAGA.

           RECEBE-COPIAS-LOOP.
           IF WS-COPIA-IND NOT < WS-QTD-RECEBIDA-AGORA
               GO RECEBE-COPIAS-TITULO
           END-IF
           ADD 1 TO WS-COPIA-IND.
           ADD 1 TO WS-SEQ-COPIA.
           MOVE CP-ID TO WS-BC-PEDIDO.
           MOVE WS-SEQ-COPIA TO WS-BC-SEQ.
           MOVE WS-BARCODE-NOVO TO COPIA-BARCODE.
           READ COPIA-FILE
           INVALID KEY
               MOVE ZEROS TO FS-STAT-COPIA
           NOT INVALID KEY
               GO RECEBE-COPIAS-LOOP
           END-READ.
           MOVE SPACES TO COPIA-REC.
           MOVE WS-BARCODE-NOVO TO COPIA-BARCODE.
           MOVE CF-FILME-ID TO COPIA-FILME-ID.
           MOVE "D" TO COPIA-STATUS.
           MOVE "N" TO COPIA-ETIQUETADA.
           MOVE CF-FORMATO TO COPIA-FORMATO.
           MOVE ZEROS TO COPIA-QTD-ALUGUEIS.
           MOVE "A" TO WS-AV-OPERACAO.
           MOVE COPIA-BARCODE TO WS-AV-BARCODE.
           MOVE COPIA-FILME-ID TO WS-AV-FILME-ID.
           MOVE ZEROS TO WS-AV-VAGA.
           CALL "ALOCA-VAGA" USING WS-AV-OPERACAO WS-AV-BARCODE
               WS-AV-FILME-ID WS-AV-VAGA WS-AV-RESULTADO.
           IF WS-AV-RESULTADO = "S"
               MOVE WS-AV-VAGA TO COPIA-VAGA
           ELSE
               MOVE ZEROS TO COPIA-VAGA
               ADD 1 TO WS-COPIAS-SEM-VAGA
           END-IF
           WRITE COPIA-REC
           INVALID KEY
               GO RECEBE-COPIAS-LOOP
           END-WRITE.
           ADD 1 TO WS-COPIAS-GERADAS.
           MOVE SPACES TO AQ-REC.
           MOVE COPIA-BARCODE TO AQ-BARCODE.
           MOVE CF-FILME-ID TO AQ-FILME-ID.
           MOVE CP-CUSTO-UNIT TO AQ-CUSTO.
           MOVE CP-DATA-RECEBTO TO AQ-DATA.
           MOVE CP-PARCEIRO-COD TO AQ-PARCEIRO-COD.
           MOVE CP-ID TO AQ-COMPRA-ID.
           MOVE CF-FORMATO TO AQ-FORMATO.
           MOVE ZEROS TO AQ-DEPREC-ACUM AQ-MES-DEPREC AQ-DATA-BAIXA
               AQ-VALOR-PERDA.
           MOVE "A" TO AQ-SITUACAO.
           WRITE AQ-REC
           INVALID KEY
               REWRITE AQ-REC
           END-WRITE.
           GO RECEBE-COPIAS-LOOP.

           RECEBE-COPIAS-TITULO.
           IF WS-COPIAS-GERADAS EQUAL ZEROS
               GO RECEBE-COPIAS-FIM
           END-IF
           ADD WS-COPIAS-GERADAS TO FLM-QTD-TOTAL.
           ADD WS-COPIAS-GERADAS TO FLM-QTD-DISPONIVEL.
      * PRIMEIRAS COPIAS DE UM TITULO "EM BREVE": O ANUNCIO CAI E A
      * LISTA DE ESPERA VIRA FILA NORMAL DE RESERVA, NA MESMA ORDEM
           IF FLM-LANCAMENTO-EM-BREVE
               MOVE SPACES TO FLM-EM-BREVE
               ACCEPT FLM-DATA-LANCAMENTO FROM DATE YYYYMMDD
               REWRITE FLM-REC
               PERFORM CONVERTE-ESPERA THRU CONVERTE-ESPERA-FIM
           ELSE
               REWRITE FLM-REC
           END-IF.
       RECEBE-COPIAS-FIM.

      * -----------------------------------
      * CONVERTE A LISTA DE ESPERA DO TITULO RECEM-LANCADO EM
      * RESERVAS NORMAIS (ORDEM DE CHEGADA PRESERVADA PELA DATA DO
      * PEDIDO) - O BATCH DE NOTIFICACAO ASSUME DALI EM DIANTE

       CONVERTE-ESPERA.
           MOVE ZEROS TO WS-CONVERTIDAS.
           MOVE ZEROS TO ESP-ID.
           MOVE ZEROS TO FS-STAT-ESP.
           START ESPERA-FILE KEY IS NOT LESS THAN ESP-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-ESP
           END-START.

           CONVERTE-ESPERA-LOOP.
           IF FS-ESP-FIM
               MOVE ZEROS TO FS-STAT-ESP
               IF WS-CONVERTIDAS > ZEROS
                   MOVE "LISTA DE ESPERA CONVERTIDA EM RESERVAS"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
               END-IF
               GO CONVERTE-ESPERA-FIM
           END-IF
           READ ESPERA-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-ESP
               GO CONVERTE-ESPERA-LOOP
           END-READ.
           IF NOT ESP-PENDENTE
               GO CONVERTE-ESPERA-LOOP
           END-IF
           IF ESP-FILME-ID NOT EQUAL CF-FILME-ID
               GO CONVERTE-ESPERA-LOOP
           END-IF
           PERFORM ACHA-PROXIMA-RESERVA
               THRU ACHA-PROXIMA-RESERVA-FIM.
           MOVE SPACES TO RES-REC.
           MOVE WS-PROXIMA-RESERVA TO RES-ID.
           MOVE ESP-CLIENTE-ID TO RES-CLIENTE-ID.
           MOVE ESP-FILME-ID TO RES-FILME-ID.
           MOVE ESP-DATA TO RES-DATA-SOLIC.
           MOVE "P" TO RES-STATUS.
           MOVE ZEROS TO RES-DATA-ATEND.
           MOVE SPACES TO RES-FORMATO.
           WRITE RES-REC
           INVALID KEY
               GO CONVERTE-ESPERA-LOOP
           END-WRITE.
           MOVE "C" TO ESP-STATUS.
           REWRITE ESP-REC.
           ADD 1 TO WS-CONVERTIDAS.
           GO CONVERTE-ESPERA-LOOP.
       CONVERTE-ESPERA-FIM.

      * -----------------------------------
      * MAIOR NUMERO DE RESERVA + 1

       ACHA-PROXIMA-RESERVA.
           MOVE 1 TO WS-PROXIMA-RESERVA.
           MOVE ZEROS TO RES-ID.
           MOVE ZEROS TO FS-STAT-RES.
           START RESERVA-FILE KEY IS NOT LESS THAN RES-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-RES
           END-START.

           ACHA-PROXIMA-RESERVA-LOOP.
           IF FS-RES-FIM
               MOVE ZEROS TO FS-STAT-RES
               GO ACHA-PROXIMA-RESERVA-FIM
           END-IF
           READ RESERVA-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-RES
               GO ACHA-PROXIMA-RESERVA-LOOP
           END-READ.
           MOVE RES-ID TO WS-PROXIMA-RESERVA.
           ADD 1 TO WS-PROXIMA-RESERVA.
           GO ACHA-PROXIMA-RESERVA-LOOP.
       ACHA-PROXIMA-RESERVA-FIM.

      * -----------------------------------
      * PASSA PELOS RASCUNHOS DO MOTOR DE REPOSICAO (STATUS "S"): O
      * COMPRADOR AJUSTA A QUANTIDADE E CONFIRMA (VIRA PEDIDO "P"),
           IF NOT CP-SUGERIDO
               GO CONFIRMA-SUGESTOES-LOOP
           END-IF
           IF CP-FILIAL NOT NUMERIC OR CP-FILIAL EQUAL ZEROS
               MOVE 1 TO CP-FILIAL
           END-IF
           DISPLAY SS-TELA-COMPRA.
           ACCEPT SS-DADOS.
           IF COB-CRT-STATUS = COB-SCR-ESC
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA ESTE PEDIDO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               DELETE COMPRA-FILE
               GO CONFIRMA-SUGESTOES-LOOP
           END-IF
      * A SUGESTAO SO CONSOME VERBA QUANDO VIRA PEDIDO; SEM LIBERACAO
      * ELA CONTINUA COMO RASCUNHO PARA OUTRO DIA
           ACCEPT CP-DATA-PEDIDO FROM DATE YYYYMMDD.
           PERFORM CONFERE-VERBA THRU CONFERE-VERBA-FIM.
           IF NOT VERBA-LIBERADA
               MOVE "SEM LIBERACAO - A SUGESTAO CONTINUA PENDENTE"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONFIRMA-SUGESTOES-LOOP
           END-IF
           MOVE "P" TO CP-STATUS.
           REWRITE CP-REC.
           MOVE "CADASTRO_COMPRA" TO WS-AUD-PROGRAMA.
           MOVE "CONF-SUGES" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO CP-ID.
           PERFORM AUDITA-VERBA.
           GO CONFIRMA-SUGESTOES-LOOP.
       CONFIRMA-SUGESTOES-FIM.

      * -----------------------------------
      * CONFERE O PEDIDO DA TELA CONTRA O SALDO DA VERBA DO MES DA
      * FILIAL NA LINHA DELE (MERCADORIA OU FILME). SEM VERBA LANCADA
      * NAO HA TETO. SE O VALOR DO PEDIDO PASSA DO SALDO, SO LIBERA
      * COM SUPERVISOR (FUN-E-ADMIN), QUE FICA GRAVADO NO PEDIDO.
      * VOLTA COM WS-VERBA-LIBERADA = "S" QUANDO O PEDIDO PODE SEGUIR.

       CONFERE-VERBA.
           MOVE "S" TO WS-VERBA-LIBERADA.
           MOVE ZEROS TO CP-APROV-VERBA.
           IF NOT FS-VRB-OK
               GO CONFERE-VERBA-FIM
           END-IF
           IF CP-FILIAL NOT NUMERIC OR CP-FILIAL EQUAL ZEROS
               MOVE 1 TO VRB-FILIAL
           ELSE
               MOVE CP-FILIAL TO VRB-FILIAL
           END-IF
           MOVE CP-DATA-PEDIDO(1:6) TO VRB-ANOMES.
           IF CP-DE-FILME
               MOVE "F" TO VRB-LINHA
           ELSE
               MOVE "M" TO VRB-LINHA
           END-IF
           READ VERBA-FILE
           INVALID KEY
               GO CONFERE-VERBA-FIM
           END-READ.
           COMPUTE WS-VRB-PEDIDO = CP-QTD-PEDIDA * CP-CUSTO-UNIT.
           MOVE CP-REC TO WS-CP-SALVO.
           PERFORM SOMA-VERBA THRU SOMA-VERBA-FIM.
      * A LEITURA PELA CHAVE REPOE A POSICAO DA CONFIRMACAO DE
      * SUGESTOES, QUE CONTINUA LENDO O ARQUIVO EM SEQUENCIA
           MOVE WS-CP-SALVO TO CP-REC.
           READ COMPRA-FILE
           INVALID KEY
               CONTINUE
           END-READ.
           MOVE WS-CP-SALVO TO CP-REC.
           COMPUTE WS-VRB-SALDO = VRB-VALOR - WS-VRB-USADO.
           IF WS-VRB-PEDIDO NOT > WS-VRB-SALDO
               GO CONFERE-VERBA-FIM
           END-IF
           MOVE "N" TO WS-VERBA-LIBERADA.
           MOVE WS-VRB-SALDO TO WS-MV-SALDO.
           MOVE "N" TO WS-ERRO.
           MOVE WS-MSG-VERBA TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO CONFERE-VERBA-FIM
           END-IF
           MOVE ZEROS TO WS-SUPERVISOR-ID.
           ACCEPT SS-TELA-SUP-VERBA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONFERE-VERBA-FIM
           END-IF
           MOVE WS-SUPERVISOR-ID TO FUN-ID.
           READ FUNCIONARIO-FILE
           INVALID KEY
               MOVE "SUPERVISOR NAO CADASTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONFERE-VERBA-FIM
           END-READ.
           IF NOT FUN-E-ADMIN
               MOVE "OPERADOR INFORMADO NAO E SUPERVISOR" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONFERE-VERBA-FIM
           END-IF
           MOVE "S" TO WS-VERBA-LIBERADA.
           MOVE WS-SUPERVISOR-ID TO CP-APROV-VERBA.
       CONFERE-VERBA-FIM.

      * -----------------------------------
      * SOMA EM WS-VRB-USADO OS PEDIDOS DO MES DA FILIAL E DA LINHA
      * DA VERBA LIDA (EM ABERTO E RECEBIDOS, FORA OS RASCUNHOS E O
      * PROPRIO PEDIDO DA TELA): COMPROMETIDO MAIS RECEBIDO, PELA
      * MESMA CONTA DO RELATORIO_VERBA (SUBROTINA VERBA-USADA)

       SOMA-VERBA.
           MOVE ZEROS TO WS-VRB-USADO.
           MOVE ZEROS TO CP-KEY.
           START COMPRA-FILE KEY IS NOT LESS THAN CP-KEY
           INVALID KEY
               GO SOMA-VERBA-FIM
           END-START.

           SOMA-VERBA-LOOP.
           READ COMPRA-FILE NEXT RECORD
           AT END
               GO SOMA-VERBA-FIM
           END-READ.
           IF CP-ID EQUAL WS-CPS-ID OR CP-SUGERIDO
               GO SOMA-VERBA-LOOP
           END-IF
           IF CP-DATA-PEDIDO(1:6) NOT EQUAL VRB-ANOMES
               GO SOMA-VERBA-LOOP
           END-IF
           IF CP-DE-FILME AND NOT VRB-FILME
               GO SOMA-VERBA-LOOP
           END-IF
           IF NOT CP-DE-FILME AND NOT VRB-MERCADORIA
               GO SOMA-VERBA-LOOP
           END-IF
           IF CP-FILIAL NOT NUMERIC OR CP-FILIAL EQUAL ZEROS
               MOVE 1 TO WS-VRB-FILIAL
           ELSE
               MOVE CP-FILIAL TO WS-VRB-FILIAL
           END-IF
           IF WS-VRB-FILIAL NOT EQUAL VRB-FILIAL
               GO SOMA-VERBA-LOOP
           END-IF
           CALL "VERBA-USADA" USING CP-STATUS CP-QTD-PEDIDA
               CP-QTD-RECEBIDA CP-CUSTO-UNIT WS-VRB-COMPROMETIDO
               WS-VRB-RECEBIDO.
           COMPUTE WS-VRB-USADO = WS-VRB-USADO
               + WS-VRB-COMPROMETIDO + WS-VRB-RECEBIDO.
           GO SOMA-VERBA-LOOP.
       SOMA-VERBA-FIM.

      * -----------------------------------
      * PEDIDO GRAVADO ACIMA DA VERBA VAI PARA A AUDITORIA

       AUDITA-VERBA.
           IF CP-APROV-VERBA IS NUMERIC
               AND CP-APROV-VERBA > ZEROS
               MOVE "CADASTRO_COMPRA" TO WS-AUD-PROGRAMA
               MOVE "VERBA-EXC" TO WS-AUD-OPERACAO
               CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
                   WS-AUD-OPERACAO CP-ID
           END-IF.

      * -----------------------------------
      * PEDE O LOTE E A VALIDADE DO RECEBIMENTO E SOMA A QUANTIDADE
      * NO SALDO DO LOTE (LOTE.DAT)
           END-IF
           IF FS-OK
               DISPLAY SS-DADOS
               PERFORM MOSTRA-FILME-PEDIDO THRU MOSTRA-FILME-PEDIDO-FIM
               MOVE "PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-COMPRA.
           DISPLAY SS-DADOS.
           PERFORM MOSTRA-FILME-PEDIDO THRU MOSTRA-FILME-PEDIDO-FIM.
           MOVE "ENTER PARA PROXIMO - ESC PARA SAIR" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           IF COB-CRT-STATUS = COB-SCR-ESC

       LE-COMPRA-FIM.

      * -----------------------------------
      * LE O TITULO E O FORMATO DE UM PEDIDO DE COPIAS DE FILME
      * (COMPRA_FILME.DAT + CATALOGO); FS-STAT-FILME DIFERENTE DE
      * ZEROS QUANDO ALGUM DOS DOIS NAO EXISTE

       LE-PEDIDO-FILME.
           MOVE CP-ID TO CF-COMPRA-ID.
           READ COMPRA-FILME-FILE
           INVALID KEY
               MOVE 23 TO FS-STAT-FILME
               MOVE "PEDIDO SEM TITULO EM COMPRA_FILME.DAT"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO LE-PEDIDO-FILME-FIM
           END-READ.
           MOVE CF-FILME-ID TO FLM-ID.
           READ FILME-FILE
           INVALID KEY
               MOVE "FILME DO PEDIDO NAO ESTA NO CATALOGO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-READ.
       LE-PEDIDO-FILME-FIM.

      * -----------------------------------
      * NA CONSULTA/LISTAGEM, PEDIDO DE COPIAS MOSTRA TAMBEM O TITULO

       MOSTRA-FILME-PEDIDO.
           IF NOT CP-DE-FILME
               GO MOSTRA-FILME-PEDIDO-FIM
           END-IF
           MOVE CP-ID TO CF-COMPRA-ID.
           READ COMPRA-FILME-FILE
           INVALID KEY
               MOVE ZEROS TO CF-FILME-ID
               MOVE SPACES TO CF-FORMATO
           END-READ.
           MOVE CF-FILME-ID TO FLM-ID.
           READ FILME-FILE
           INVALID KEY
               MOVE SPACES TO FLM-NOME-FILME
           END-READ.
           DISPLAY SS-TELA-FILME.
       MOSTRA-FILME-PEDIDO-FIM.

      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAIDA

               CLOSE PAGAR-FILE
               OPEN I-O PAGAR-FILE
           END-IF.
           OPEN I-O COMPRA-FILME-FILE
           IF FS-CF-NAO-EXISTE THEN
               OPEN OUTPUT COMPRA-FILME-FILE
               CLOSE COMPRA-FILME-FILE
               OPEN I-O COMPRA-FILME-FILE
           END-IF.
           OPEN I-O FILME-FILE
           IF FS-FILME-NAO-EXISTE THEN
               OPEN OUTPUT FILME-FILE
               CLOSE FILME-FILE
               OPEN I-O FILME-FILE
           END-IF.
           OPEN I-O COPIA-FILE
           IF FS-COPIA-NAO-EXISTE THEN
               OPEN OUTPUT COPIA-FILE
               CLOSE COPIA-FILE
               OPEN I-O COPIA-FILE
           END-IF.
           OPEN I-O AQUISICAO-FILE
           IF FS-AQ-NAO-EXISTE THEN
               OPEN OUTPUT AQUISICAO-FILE
               CLOSE AQUISICAO-FILE
               OPEN I-O AQUISICAO-FILE
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
           OPEN INPUT FILIAL-FILE.
           OPEN INPUT VERBA-FILE.
           OPEN INPUT FUNCIONARIO-FILE.

      * -----------------------------------
      * CONFERE SE A FILIAL EM WS-FILIAL-TESTE EXISTE E ESTA ATIVA NO
      * CADASTRO MESTRE DE FILIAIS (FILIAL.DAT). SEM O ARQUIVO NO AR,
      * SO A FILIAL ZERADA E RECUSADA.

       VALIDA-FILIAL.
           MOVE "N" TO WS-FILIAL-VALIDA.
           IF WS-FILIAL-TESTE EQUAL ZEROS
               GO VALIDA-FILIAL-FIM
           END-IF
           MOVE "S" TO WS-FILIAL-VALIDA.
           IF NOT FS-FILIAL-OK
               GO VALIDA-FILIAL-FIM
           END-IF
           MOVE "N" TO WS-FILIAL-VALIDA.
           MOVE WS-FILIAL-TESTE TO FIL-CODIGO.
           READ FILIAL-FILE
           NOT INVALID KEY
               IF NOT FIL-ATIVO-NAO
                   MOVE "S" TO WS-FILIAL-VALIDA
               END-IF
           END-READ.
       VALIDA-FILIAL-FIM.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
