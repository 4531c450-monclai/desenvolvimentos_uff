      *=================================================================
      * TELA DE VENDA DE BALCAO. REGISTRA ITEM/QUANTIDADE/CLIENTE/
      * PRECO NO LIVRO-CAIXA DE VENDAS (VENDA.DAT) E BAIXA O ESTOQUE
      * DA MERCADORIA VENDIDA. TAMBEM ABRE A RESERVA COM SINAL
      * (RESERVA_SINAL.DAT), RECEBE AS PARCELAS ATE A QUITACAO - QUE
      * VIRA VENDA NORMAL - E DEVOLVE O SINAL DA RESERVA EXPIRADA.
      * A BAIXA SAI DO TOTAL DA REDE (FS-QTD-ESTOQUE) E DO SALDO DA
      * FILIAL QUE VENDEU (ESTOQUE_FILIAL.DAT, PELA SUBROTINA
      * ESTOQUE-FILIAL); A FILIAL DA TELA FICA PARA A PROXIMA VENDA.
      * COM VENDA.DAT FORA DO AR, A VENDA SEGUE PELA TELA DE
      * CONTINGENCIA (CONTINGENCIA_BALCAO) E E LANCADA DEPOIS.
      *=================================================================
       environment division.
      *=================================================================
           file status is fs-stat-per
           record key is per-key.

       select reserva-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-rsn
           record key is rsn-key.

       select sinal-mov-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-rsm
           record key is rsm-key.

       select vale-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-vale
           record key is vale-key.

       select filial-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-filial
           record key is fil-key.

      *=================================================================
       data division.
      *=================================================================
       fd cartao-file value of file-id is "CARTAO.dat".
       copy cartao.

       fd reserva-file value of file-id is "RESERVA_SINAL.dat".
       copy reserva_sinal.

       fd sinal-mov-file value of file-id is "RESERVA_SINAL_MOV.dat".
       copy sinal_mov.

       fd vale-file value of file-id is "VALE.dat".
       copy vale.

       fd filial-file value of file-id is "FILIAL.dat".
       copy filial.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------
           88 e-incluir                value is "1".
           88 e-consultar              value is "2".
           88 e-estornar               value is "3".
           88 e-reservar               value is "4".
           88 e-parcela                value is "5".
           88 e-devolve-sinal          value is "6".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).
       77 ws-er-operador       pic 9(03).

       77 ws-supervisor-id     pic 9(03).

      * NOTAS DE ALERTA DO CLIENTE (SUBROTINA CONFERE-NOTAS)
       copy nota_aviso.
       77 ws-nota-ix           pic 9(02).
       77 ws-nota-exame        pic 9(05).
       77 ws-nota-visto        pic 9(05).
       77 ws-nota-chave        pic 9(11).
       77 ws-nota-liberada     pic x.
           88 nota-liberada            value "S".

       77 ws-qtd-estorno       pic 9(05).
       77 ws-qtd-ja-estornada  pic 9(05).
       77 ws-venda-original    pic 9(11).
       77 ws-estorno-id        pic 9(11).

      * RESERVA COM SINAL: PRAZO PADRAO DA RESERVA (O ATENDENTE PODE
      * MUDAR A DATA NA TELA) E SINAL MINIMO SOBRE O VALOR TOTAL
       78 ws-prazo-reserva     value 30.
       78 ws-sinal-minimo-pct  value 20.
       77 fs-stat-rsn          pic 9(02).
           88 fs-rsn-ok                value zeros.
           88 fs-rsn-nao-existe        value 35.
       77 fs-stat-rsm          pic 9(02).
           88 fs-rsm-nao-existe        value 35.
       77 fs-stat-vale         pic 9(02).
           88 fs-vale-ok               value zeros.
       77 ws-vale-existe       pic x(01).
           88 vale-encontrado          value "S".
       77 ws-rsn-sinal         pic 9(07)v99.
       77 ws-rsn-sinal-minimo  pic 9(07)v99.
       77 ws-rsn-saldo         pic 9(07)v99.
       77 ws-rsn-parcela       pic 9(07)v99.
       77 ws-rsn-forma         pic x(01).
           88 rsn-forma-valida         values are "D" "C" "P".
       77 ws-rsn-venda-id      pic 9(11).
       77 ws-rsn-destino       pic x(01).
           88 destino-dinheiro         values are "D" "d".
           88 destino-vale             values are "V" "v".
       77 ws-rsn-vale          pic 9(11).
       77 ws-rsn-tipo-mov      pic x(01).
       77 ws-rsn-valor-mov     pic 9(07)v99.

      * FILIAL DO BALCAO (A ULTIMA DIGITADA NA TELA) E PARAMETROS DA
      * SUBROTINA ESTOQUE-FILIAL
       77 fs-stat-filial       pic 9(02).
           88 fs-filial-ok             value zeros.
       77 ws-filial-teste      pic 9(02).
       77 ws-filial-valida     pic x.
           88 filial-valida            value "S".
       77 ws-filial-balcao     pic 9(02) value 1.
       77 ws-es-operacao       pic x(01).
       77 ws-es-codigo         pic 9(05).
       77 ws-es-filial         pic 9(02).
       77 ws-es-quantidade     pic 9(05).
       77 ws-es-saldo          pic 9(05).
       77 ws-es-resultado      pic x(01).

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).

       77 ws-mrk-nome          pic x(10) value "TREINO.MRK".
       01 ws-mrk-info          pic x(64).

      * CONTINGENCIA: MODO_CONTINGENCIA=S, OU VENDA.DAT FORA DO AR NA
      * ABERTURA, MANDA O BALCAO PARA A TELA CONTINGENCIA_BALCAO
       77 ws-modo-contingencia pic x(01).
           88 balcao-em-contingencia   value "S".
       77 ws-ctg-origem        pic x(01) value "V".
       01 ws-msg-contingencia.
           02 filler           pic x(27)
               value "VENDA.DAT INDISPONIVEL (FS ".
           02 ws-msg-ctg-stat  pic 9(02).
           02 filler           pic x(33)
               value ") - ENTRAR EM CONTINGENCIA (S/N)?".

       copy screenio.

      *-----------------------------------------------------------------
           05 LINE 07 COLUMN 15 VALUE "1 - REGISTRAR VENDA".
           05 LINE 08 COLUMN 15 VALUE "2 - CONSULTAR".
           05 LINE 09 COLUMN 15 VALUE "3 - ESTORNO / DEVOLUCAO".
           05 LINE 10 COLUMN 15 VALUE "4 - RESERVA COM SINAL".
           05 LINE 11 COLUMN 15 VALUE "5 - PARCELA DE RESERVA".
           05 LINE 12 COLUMN 15 VALUE "6 - DEVOLVER SINAL EXPIRADO".
           05 LINE 13 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 15 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 15 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-VENDA.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 COLUMN PLUS 1 PIC 9(13) USING WS-EAN-LIDO.
               10 LINE 12 COLUMN 10 VALUE "QUANTIDADE:".
               10 COLUMN PLUS 2 PIC 9(05) USING VD-QUANTIDADE.
               10 LINE 12 COLUMN 40 VALUE "FILIAL:".
               10 COLUMN PLUS 1 PIC 9(02) USING VD-FILIAL.
               10 LINE 13 COLUMN 10 VALUE "FORMA PAGTO "
                   & "(D/C/P/V/Q):".
               10 COLUMN PLUS 2 PIC X(01) USING VD-FORMA-PAGTO.
           05 LINE 18 COLUMN 10 VALUE "SUPERVISOR (ID):".
           05 COLUMN PLUS 2 PIC 9(03) USING WS-SUPERVISOR-ID.

       01 SS-TELA-SUP-NOTA.
           05 LINE 20 COLUMN 10 VALUE "SUPERVISOR (ID):".
           05 COLUMN PLUS 2 PIC 9(03) USING WS-SUPERVISOR-ID.

       01 SS-TELA-RESERVA.
           05 SS-RSN-CHAVE FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 10 VALUE "NUMERO DA RESERVA:".
               10 COLUMN PLUS 2 PIC 9(11) USING RSN-ID.
           05 SS-RSN-DADOS.
               10 LINE 10 COLUMN 10 VALUE "CLIENTE:".
               10 COLUMN PLUS 2 PIC 9(05) USING RSN-CLIENTE-ID.
               10 LINE 11 COLUMN 10 VALUE "CODIGO DA MERCADORIA:".
               10 COLUMN PLUS 2 PIC 9(05) USING RSN-MERCADORIA-COD.
               10 LINE 12 COLUMN 10 VALUE "QUANTIDADE:".
               10 COLUMN PLUS 2 PIC 9(05) USING RSN-QUANTIDADE.
               10 LINE 12 COLUMN 40 VALUE "FILIAL:".
               10 COLUMN PLUS 1 PIC 9(02) USING RSN-FILIAL.
               10 LINE 13 COLUMN 10 VALUE "VALIDADE (AAAAMMDD):".
               10 COLUMN PLUS 2 PIC 9(08) USING RSN-DATA-VALIDADE.
               10 LINE 14 COLUMN 10 VALUE "VALE P/ CREDITO (OPC):".
               10 COLUMN PLUS 2 PIC 9(11) USING RSN-VALE-NUMERO.

       01 SS-TELA-RSN-VALORES.
           05 LINE 18 COLUMN 10 VALUE "VALOR TOTAL:".
           05 COLUMN PLUS 2 PIC ZZZZZZ9.99 FROM RSN-VALOR-TOTAL.
           05 LINE 18 COLUMN 40 VALUE "PAGO:".
           05 COLUMN PLUS 2 PIC ZZZZZZ9.99 FROM RSN-VALOR-PAGO.
           05 LINE 19 COLUMN 10 VALUE "SALDO:".
           05 COLUMN PLUS 2 PIC ZZZZZZ9.99 FROM WS-RSN-SALDO.
           05 LINE 19 COLUMN 40 VALUE "SITUACAO:".
           05 COLUMN PLUS 2 PIC X(01) FROM RSN-STATUS.

       01 SS-TELA-RSN-SINAL.
           05 LINE 15 COLUMN 10 VALUE "SINAL:".
           05 COLUMN PLUS 2 PIC ZZZZZZ9.99 USING WS-RSN-SINAL.
           05 LINE 16 COLUMN 10 VALUE "FORMA DO SINAL (D/C/P):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-RSN-FORMA.

       01 SS-TELA-RSN-PARCELA.
           05 LINE 15 COLUMN 10 VALUE "VALOR DA PARCELA:".
           05 COLUMN PLUS 2 PIC ZZZZZZ9.99 USING WS-RSN-PARCELA.
           05 LINE 16 COLUMN 10 VALUE "FORMA (D/C/P):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-RSN-FORMA.

       01 SS-TELA-RSN-QUITA.
           05 LINE 17 COLUMN 10 VALUE "NUMERO DA VENDA (QUITACAO):".
           05 COLUMN PLUS 2 PIC 9(11) USING WS-RSN-VENDA-ID.

       01 SS-TELA-RSN-DEVOLVE.
           05 LINE 15 COLUMN 10
               VALUE "DEVOLVER EM (D=DINHEIRO/V=VALE):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-RSN-DESTINO.
           05 LINE 16 COLUMN 10 VALUE "NUMERO DO VALE:".
           05 COLUMN PLUS 2 PIC 9(11) USING WS-RSN-VALE.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               END-IF
               MOVE "*TREINO*-" TO WS-MOD-PREFIXO
           END-IF
           PERFORM VERIFICA-CONTINGENCIA THRU VERIFICA-CONTINGENCIA-FIM
           IF BALCAO-EM-CONTINGENCIA
               CALL "contingencia_balcao" USING WS-CTG-ORIGEM
               GOBACK
           END-IF
           PERFORM ABRIR-ARQUIVOS
           IF NOT DIA-DE-BALCAO-LIBERADO
               MOVE "DIA NAO LIBERADO - RODE A ABERTURA DO DIA"
                       PERFORM CONSULTA THRU CONSULTA-FIM
                   WHEN E-ESTORNAR
                       PERFORM ESTORNA THRU ESTORNA-FIM
                   WHEN E-RESERVAR
                       PERFORM ABRE-RESERVA THRU ABRE-RESERVA-FIM
                   WHEN E-PARCELA
                       PERFORM RECEBE-PARCELA THRU RECEBE-PARCELA-FIM
                   WHEN E-DEVOLVE-SINAL
                       PERFORM DEVOLVE-SINAL THRU DEVOLVE-SINAL-FIM
               END-EVALUATE
           END-PERFORM.


       CLOSE VENDA-FILE MERCADORIA-FILE CLIENTE-FILE PROMO-FILE
             SESSAO-FILE CHEQUE-FILE LOTE-FILE KIT-FILE
             CUPOM-FILE CUPOM-MOV-FILE HORARIO-MOV-FILE
             RESERVA-FILE SINAL-MOV-FILE.
       IF FS-FUNC-OK
           CLOSE FUNCIONARIO-FILE
       END-IF.
       IF FS-FILIAL-OK
           CLOSE FILIAL-FILE
       END-IF.
       GOBACK.

      * -----------------------------------
           DISPLAY SS-CLS.
           MOVE SPACES TO VD-REC.
           MOVE ZEROS TO VD-ID.
           MOVE WS-FILIAL-BALCAO TO VD-FILIAL.
           MOVE "N" TO VD-TIPO.
           MOVE ZEROS TO VD-REF-ID.
           MOVE ZEROS TO VD-TICKET.
           MOVE SPACES TO WS-CARTAO-LIDO.
           MOVE ZEROS TO WS-EAN-LIDO.
           MOVE ZEROS TO WS-NOTA-VISTO.

           INCLUI-LOOP.
           ACCEPT SS-TELA-VENDA.
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           MOVE VD-FILIAL TO WS-FILIAL-TESTE
           PERFORM VALIDA-FILIAL THRU VALIDA-FILIAL-FIM
           IF NOT FILIAL-VALIDA
               MOVE "FILIAL NAO CADASTRADA OU DESATIVADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           MOVE VD-FILIAL TO WS-FILIAL-BALCAO

           MOVE VD-CLIENTE-ID TO CLI-ID
           READ CLIENTE-FILE
               GO INCLUI-LOOP
           END-IF

      * NOTAS DE ALERTA SAEM UMA VEZ POR CLIENTE DIGITADO, NAO A CADA
      * VOLTA DA TELA
           IF VD-CLIENTE-ID NOT EQUAL WS-NOTA-VISTO
               MOVE VD-CLIENTE-ID TO WS-NOTA-EXAME
               PERFORM CONFERE-NOTAS-CLIENTE
                   THRU CONFERE-NOTAS-CLIENTE-FIM
               IF NOT NOTA-LIBERADA
                   GO INCLUI-LOOP
               END-IF
               MOVE VD-CLIENTE-ID TO WS-NOTA-VISTO
           END-IF

           MOVE VD-MERCADORIA-COD TO FS-CODIGO
           READ MERCADORIA-FILE
           INVALID KEY
                   GO INCLUI-LOOP
               END-IF
           ELSE
               MOVE VD-MERCADORIA-COD TO WS-ES-CODIGO
               MOVE VD-FILIAL TO WS-ES-FILIAL
               PERFORM CONSULTA-FILIAL
               IF VD-QUANTIDADE > FS-QTD-ESTOQUE
                   OR VD-QUANTIDADE > WS-ES-SALDO
                   MOVE "ESTOQUE INSUFICIENTE NA FILIAL PARA ESTA VENDA"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO INCLUI-LOOP
                   GO INCLUI-LOOP
               END-IF
           ELSE
               MOVE VD-MERCADORIA-COD TO WS-ES-CODIGO
               MOVE VD-FILIAL TO WS-ES-FILIAL
               PERFORM CONSULTA-FILIAL
               IF VD-QUANTIDADE > FS-QTD-ESTOQUE
                   OR VD-QUANTIDADE > WS-ES-SALDO
                   UNLOCK MERCADORIA-FILE
                   MOVE "ESTOQUE BAIXOU PELO OUTRO CAIXA - CONFIRA"
                       TO WS-MSGERRO
               ELSE
                   SUBTRACT VD-QUANTIDADE FROM FS-QTD-ESTOQUE
                   REWRITE FILE1-REC
                   MOVE "S" TO WS-ES-OPERACAO
                   MOVE VD-MERCADORIA-COD TO WS-ES-CODIGO
                   MOVE VD-FILIAL TO WS-ES-FILIAL
                   MOVE VD-QUANTIDADE TO WS-ES-QUANTIDADE
                   PERFORM MOVIMENTA-FILIAL
                   IF FS-ITEM-PERECIVEL AND ITEM-TEM-LOTES
                       PERFORM CONSOME-LOTES THRU CONSOME-LOTES-FIM
                   END-IF
               MOVE SPACES TO WS-KIT-OK
               GO VERIFICA-COMPONENTES-FIM
           END-READ
           MOVE KIT-COMPONENTE TO WS-ES-CODIGO
           MOVE VD-FILIAL TO WS-ES-FILIAL
           PERFORM CONSULTA-FILIAL
           IF WS-KIT-NECESSARIA > FS-QTD-ESTOQUE
               OR WS-KIT-NECESSARIA > WS-ES-SALDO
               MOVE SPACES TO WS-KIT-OK
               GO VERIFICA-COMPONENTES-FIM
           END-IF
           IF TRAVA-OBTIDA
               SUBTRACT WS-KIT-NECESSARIA FROM FS-QTD-ESTOQUE
               REWRITE FILE1-REC
               MOVE "S" TO WS-ES-OPERACAO
               MOVE KIT-COMPONENTE TO WS-ES-CODIGO
               MOVE VD-FILIAL TO WS-ES-FILIAL
               MOVE WS-KIT-NECESSARIA TO WS-ES-QUANTIDADE
               PERFORM MOVIMENTA-FILIAL
               IF FS-ITEM-PERECIVEL
                   MOVE KIT-COMPONENTE TO WS-LOTE-ITEM
                   MOVE WS-KIT-NECESSARIA TO WS-LOTE-PEDIDA
           IF TRAVA-OBTIDA
               ADD WS-KIT-DEVOLVE TO FS-QTD-ESTOQUE
               REWRITE FILE1-REC
               MOVE "E" TO WS-ES-OPERACAO
               MOVE KIT-COMPONENTE TO WS-ES-CODIGO
               MOVE WS-SV-FILIAL TO WS-ES-FILIAL
               MOVE WS-KIT-DEVOLVE TO WS-ES-QUANTIDADE
               PERFORM MOVIMENTA-FILIAL
           END-IF
           GO DEVOLVE-COMPONENTES-LOOP.
       DEVOLVE-COMPONENTES-FIM.
           END-IF
      * TICKET PARTIDO ("M") E CHEQUE ("Q") TEM PERNAS/FOLHA QUE
      * ESTE CAMINHO NAO REVERTE - ESSES SO COM ACERTO MANUAL
      * SUPERVISIONADO, COMO NO ESTORNO DE ALUGUEL. A QUITACAO DE
      * RESERVA ("R") TAMBEM: O DINHEIRO ESTA NAS PARCELAS DELA
           IF VD-MULTIPLA OR VD-CHEQUE OR VD-RESERVA
               MOVE "ESTORNO SO PARA FORMA D/C/P/V - DEMAIS MANUAL"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
                   IF TRAVA-OBTIDA
                       ADD WS-QTD-ESTORNO TO FS-QTD-ESTOQUE
                       REWRITE FILE1-REC
                       MOVE "E" TO WS-ES-OPERACAO
                       MOVE WS-SV-MERCADORIA TO WS-ES-CODIGO
                       MOVE WS-SV-FILIAL TO WS-ES-FILIAL
                       MOVE WS-QTD-ESTORNO TO WS-ES-QUANTIDADE
                       PERFORM MOVIMENTA-FILIAL
                   END-IF
               END-IF
               MOVE "REGISTRO_VENDA" TO WS-AUD-PROGRAMA
           GO SOMA-ESTORNOS-LOOP.
       SOMA-ESTORNOS-FIM.

      * -----------------------------------
      * NOTAS DE ALERTA DO CLIENTE (NOTA_CLIENTE.DAT, MANTIDAS NA TELA
      * DE CLIENTES): CADA NOTA VALIDA SAI NA LINHA DE MENSAGEM. NOTA
      * DE BLOQUEIO SO DEIXA SEGUIR COM SUPERVISOR, E A LIBERACAO VAI
      * PARA A AUDITORIA

       CONFERE-NOTAS-CLIENTE.
           MOVE "S" TO WS-NOTA-LIBERADA.
           CALL "CONFERE-NOTAS" USING WS-NOTA-EXAME WS-DATA-NEGOCIO
               NAV-REC.
           MOVE ZEROS TO WS-NOTA-IX.

           CONFERE-NOTAS-CLIENTE-LOOP.
           ADD 1 TO WS-NOTA-IX.
           IF WS-NOTA-IX NOT > NAV-QTD AND WS-NOTA-IX NOT > 5
               MOVE NAV-MENSAGEM(WS-NOTA-IX) TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONFERE-NOTAS-CLIENTE-LOOP
           END-IF
           IF NOT NAV-TEM-BLOQUEIO
               GO CONFERE-NOTAS-CLIENTE-FIM
           END-IF
           MOVE "N" TO WS-NOTA-LIBERADA.
           MOVE "N" TO WS-ERRO.
           MOVE "CLIENTE COM NOTA DE BLOQUEIO - LIBERAR COM "
               & "SUPERVISOR (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO CONFERE-NOTAS-CLIENTE-FIM
           END-IF
           MOVE ZEROS TO WS-SUPERVISOR-ID.
           ACCEPT SS-TELA-SUP-NOTA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONFERE-NOTAS-CLIENTE-FIM
           END-IF
           MOVE WS-SUPERVISOR-ID TO FUN-ID.
           READ FUNCIONARIO-FILE
           INVALID KEY
               MOVE "SUPERVISOR NAO CADASTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONFERE-NOTAS-CLIENTE-FIM
           END-READ.
           IF NOT FUN-E-ADMIN
               MOVE "OPERADOR INFORMADO NAO E SUPERVISOR" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONFERE-NOTAS-CLIENTE-FIM
           END-IF
           MOVE "S" TO WS-NOTA-LIBERADA.
           MOVE "REGISTRO_VENDA" TO WS-AUD-PROGRAMA.
           MOVE "NOTA-LIBER" TO WS-AUD-OPERACAO.
           MOVE WS-NOTA-EXAME TO WS-NOTA-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-NOTA-CHAVE.
       CONFERE-NOTAS-CLIENTE-FIM.

      * -----------------------------------
      * ABRE A RESERVA COM SINAL: CONFERE CLIENTE, MERCADORIA E
      * ESTOQUE COMO NA VENDA, CONGELA O PRECO DE TABELA, COBRA O
      * SINAL (MINIMO WS-SINAL-MINIMO-PCT DO TOTAL) E TIRA A
      * QUANTIDADE DO ESTOQUE LIVRE PARA O SALDO RESERVADO. KIT E
      * ITEM PERECIVEL NAO ENTRAM EM RESERVA.

       ABRE-RESERVA.
           MOVE "RESERVA COM SINAL" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO RSN-REC.
           MOVE ZEROS TO RSN-ID RSN-CLIENTE-ID RSN-MERCADORIA-COD
               RSN-QUANTIDADE RSN-VALE-NUMERO.
           MOVE ZEROS TO RSN-VALOR-TOTAL RSN-VALOR-PAGO.
           MOVE WS-FILIAL-BALCAO TO RSN-FILIAL.
           COMPUTE RSN-DATA-VALIDADE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
               + WS-PRAZO-RESERVA).
           MOVE ZEROS TO WS-RSN-SINAL.
           MOVE SPACES TO WS-RSN-FORMA.
           MOVE ZEROS TO WS-NOTA-VISTO.

           ABRE-RESERVA-LOOP.
           ACCEPT SS-TELA-RESERVA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO ABRE-RESERVA-FIM
           END-IF
           IF RSN-ID EQUAL ZEROS
               OR RSN-CLIENTE-ID EQUAL ZEROS
               OR RSN-MERCADORIA-COD EQUAL ZEROS
               OR RSN-QUANTIDADE EQUAL ZEROS
               MOVE "FAVOR INFORMAR RESERVA, CLIENTE, MERCADORIA E QTD"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ABRE-RESERVA-LOOP
           END-IF
           MOVE RSN-FILIAL TO WS-FILIAL-TESTE
           PERFORM VALIDA-FILIAL THRU VALIDA-FILIAL-FIM
           IF NOT FILIAL-VALIDA
               MOVE "FILIAL NAO CADASTRADA OU DESATIVADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ABRE-RESERVA-LOOP
           END-IF
           MOVE RSN-FILIAL TO WS-FILIAL-BALCAO
           IF RSN-DATA-VALIDADE NOT > WS-DATA-NEGOCIO
               MOVE "VALIDADE DA RESERVA DEVE SER DEPOIS DE HOJE"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ABRE-RESERVA-LOOP
           END-IF

           MOVE RSN-CLIENTE-ID TO CLI-ID
           READ CLIENTE-FILE
           INVALID KEY
               MOVE "CLIENTE NAO CADASTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ABRE-RESERVA-LOOP
           END-READ.
           IF CLI-ATIVO-NAO
               MOVE "CLIENTE DESATIVADO - RESERVA NAO PERMITIDA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ABRE-RESERVA-LOOP
           END-IF
           IF RSN-CLIENTE-ID NOT EQUAL WS-NOTA-VISTO
               MOVE RSN-CLIENTE-ID TO WS-NOTA-EXAME
               PERFORM CONFERE-NOTAS-CLIENTE
                   THRU CONFERE-NOTAS-CLIENTE-FIM
               IF NOT NOTA-LIBERADA
                   GO ABRE-RESERVA-LOOP
               END-IF
               MOVE RSN-CLIENTE-ID TO WS-NOTA-VISTO
           END-IF

           MOVE RSN-MERCADORIA-COD TO FS-CODIGO
           READ MERCADORIA-FILE
           INVALID KEY
               MOVE "MERCADORIA NAO CADASTRADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ABRE-RESERVA-LOOP
           END-READ.
           IF FS-ATIVO-NAO
               MOVE "MERCADORIA DESATIVADA - RESERVA NAO PERMITIDA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ABRE-RESERVA-LOOP
           END-IF
           MOVE RSN-MERCADORIA-COD TO VD-MERCADORIA-COD.
           PERFORM IDENTIFICA-KIT THRU IDENTIFICA-KIT-FIM.
           IF ITEM-E-KIT OR FS-ITEM-PERECIVEL
               MOVE "KIT E ITEM PERECIVEL NAO ENTRAM EM RESERVA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ABRE-RESERVA-LOOP
           END-IF
           MOVE RSN-MERCADORIA-COD TO WS-ES-CODIGO
           MOVE RSN-FILIAL TO WS-ES-FILIAL
           PERFORM CONSULTA-FILIAL
           IF RSN-QUANTIDADE > FS-QTD-ESTOQUE
               OR RSN-QUANTIDADE > WS-ES-SALDO
               MOVE "ESTOQUE INSUFICIENTE NA FILIAL PARA ESTA RESERVA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ABRE-RESERVA-LOOP
           END-IF
           IF RSN-VALE-NUMERO NOT EQUAL ZEROS
               MOVE RSN-VALE-NUMERO TO WS-RSN-VALE
               PERFORM VERIFICA-VALE THRU VERIFICA-VALE-FIM
               IF NOT VALE-ENCONTRADO
                   MOVE "VALE NAO CADASTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO ABRE-RESERVA-LOOP
               END-IF
           END-IF

           MOVE FS-PRECO TO RSN-PRECO-UNIT.
           COMPUTE RSN-VALOR-TOTAL = RSN-PRECO-UNIT * RSN-QUANTIDADE.
           COMPUTE WS-RSN-SINAL-MINIMO ROUNDED =
               RSN-VALOR-TOTAL * WS-SINAL-MINIMO-PCT / 100.
           MOVE ZEROS TO RSN-VALOR-PAGO.
           MOVE RSN-VALOR-TOTAL TO WS-RSN-SALDO.
           MOVE "A" TO RSN-STATUS.
           DISPLAY SS-TELA-RSN-VALORES.
           IF WS-RSN-SINAL EQUAL ZEROS
               MOVE WS-RSN-SINAL-MINIMO TO WS-RSN-SINAL
           END-IF.

           ABRE-RESERVA-SINAL.
           ACCEPT SS-TELA-RSN-SINAL.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO ABRE-RESERVA-FIM
           END-IF
           IF WS-RSN-SINAL < WS-RSN-SINAL-MINIMO
               MOVE "SINAL ABAIXO DO MINIMO DA RESERVA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ABRE-RESERVA-SINAL
           END-IF
           IF WS-RSN-SINAL NOT < RSN-VALOR-TOTAL
               MOVE "SINAL COBRE O TOTAL - REGISTRE COMO VENDA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ABRE-RESERVA-SINAL
           END-IF
           IF NOT RSN-FORMA-VALIDA
               MOVE "FORMA DE PAGAMENTO INVALIDA (D/C/P)" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ABRE-RESERVA-SINAL
           END-IF
           MOVE WS-DATA-NEGOCIO TO WS-DATA-VERIFICA.
           PERFORM VERIFICA-PERIODO THRU VERIFICA-PERIODO-FIM.
           IF PERIODO-FECHADO
               MOVE "PERIODO CONTABIL FECHADO - DATA RECUSADA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ABRE-RESERVA-FIM
           END-IF
           PERFORM BUSCA-SESSAO-CAIXA THRU BUSCA-SESSAO-CAIXA-FIM.
           MOVE WS-DATA-NEGOCIO TO RSN-DATA-ABERTURA.
           MOVE WS-RSN-SINAL TO RSN-VALOR-PAGO.
           MOVE SPACES TO RSN-DESTINO.
           MOVE ZEROS TO RSN-VALOR-DEVOLVIDO RSN-DATA-ENCERRAMENTO
               RSN-VENDA-ID.
           MOVE 1 TO RSN-QTD-MOV.
           MOVE WS-OPERADOR-LOGADO TO RSN-OPERADOR-ID.

      * TRAVA A MERCADORIA E REVALIDA O ESTOQUE ANTES DE GRAVAR, COMO
      * NA VENDA
           MOVE RSN-MERCADORIA-COD TO WS-MERC-TRAVA.
           PERFORM LE-MERCADORIA-TRAVADA
               THRU LE-MERCADORIA-TRAVADA-FIM.
           IF NOT TRAVA-OBTIDA
               MOVE "REGISTRO EM USO NO OUTRO CAIXA - TENTE DE NOVO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ABRE-RESERVA-LOOP
           END-IF
           MOVE RSN-MERCADORIA-COD TO WS-ES-CODIGO
           MOVE RSN-FILIAL TO WS-ES-FILIAL
           PERFORM CONSULTA-FILIAL
           IF RSN-QUANTIDADE > FS-QTD-ESTOQUE
               OR RSN-QUANTIDADE > WS-ES-SALDO
               UNLOCK MERCADORIA-FILE
               MOVE "ESTOQUE BAIXOU PELO OUTRO CAIXA - CONFIRA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ABRE-RESERVA-LOOP
           END-IF
           WRITE RSN-REC
           INVALID KEY
               UNLOCK MERCADORIA-FILE
               MOVE "NUMERO DE RESERVA JA USADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ABRE-RESERVA-LOOP
           END-WRITE.
           SUBTRACT RSN-QUANTIDADE FROM FS-QTD-ESTOQUE.
           ADD RSN-QUANTIDADE TO FS-QTD-RESERVADA.
           REWRITE FILE1-REC.
      * A QUANTIDADE RESERVADA FICA SEPARADA NA PRATELEIRA DA FILIAL
      * DA RESERVA - SAI DO SALDO LIVRE DELA E, SE A RESERVA EXPIRA,
      * VOLTA PARA LA
           MOVE "S" TO WS-ES-OPERACAO.
           MOVE RSN-FILIAL TO WS-ES-FILIAL.
           MOVE RSN-QUANTIDADE TO WS-ES-QUANTIDADE.
           PERFORM MOVIMENTA-FILIAL.
           MOVE "S" TO WS-RSN-TIPO-MOV.
           MOVE WS-RSN-SINAL TO WS-RSN-VALOR-MOV.
           PERFORM GRAVA-MOV-SINAL.
           PERFORM EMITE-RECIBO-SINAL.
           MOVE "REGISTRO_VENDA" TO WS-AUD-PROGRAMA.
           MOVE "RESERVA" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO RSN-ID.
           MOVE "RESERVA REGISTRADA - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO ABRE-RESERVA.
       ABRE-RESERVA-FIM.

      * -----------------------------------
      * PARCELA DA RESERVA ABERTA E DENTRO DA VALIDADE. A PARCELA QUE
      * ZERA O SALDO QUITA A RESERVA: GRAVA A VENDA NORMAL (FORMA "R",
      * PELO PRECO CONGELADO NA ABERTURA) E TIRA A QUANTIDADE DO
      * SALDO RESERVADO. A VENDA E GRAVADA ANTES DE TUDO - SE O NUMERO
      * JA EXISTE, NADA DA PARCELA FICA REGISTRADO.

       RECEBE-PARCELA.
           MOVE "PARCELA DE RESERVA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM LE-RESERVA THRU LE-RESERVA-FIM.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO RECEBE-PARCELA-FIM
           END-IF
           IF RSN-ID EQUAL ZEROS
               GO RECEBE-PARCELA
           END-IF
           IF NOT RSN-ABERTA
               MOVE "RESERVA NAO ESTA ABERTA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO RECEBE-PARCELA
           END-IF
           IF RSN-DATA-VALIDADE < WS-DATA-NEGOCIO
               MOVE "RESERVA VENCIDA - AGUARDA A EXPIRACAO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO RECEBE-PARCELA
           END-IF
           MOVE WS-RSN-SALDO TO WS-RSN-PARCELA.
           MOVE SPACES TO WS-RSN-FORMA.

           RECEBE-PARCELA-VALOR.
           ACCEPT SS-TELA-RSN-PARCELA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO RECEBE-PARCELA-FIM
           END-IF
           IF WS-RSN-PARCELA EQUAL ZEROS
               OR WS-RSN-PARCELA > WS-RSN-SALDO
               MOVE "VALOR DA PARCELA INVALIDO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO RECEBE-PARCELA-VALOR
           END-IF
           IF NOT RSN-FORMA-VALIDA
               MOVE "FORMA DE PAGAMENTO INVALIDA (D/C/P)" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO RECEBE-PARCELA-VALOR
           END-IF
           MOVE ZEROS TO WS-RSN-VENDA-ID.
           IF WS-RSN-PARCELA EQUAL WS-RSN-SALDO
               PERFORM PEDE-NUMERO-VENDA THRU PEDE-NUMERO-VENDA-FIM
               IF WS-RSN-VENDA-ID EQUAL ZEROS
                   GO RECEBE-PARCELA-FIM
               END-IF
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA O RECEBIMENTO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO RECEBE-PARCELA-FIM
           END-IF
           MOVE WS-DATA-NEGOCIO TO WS-DATA-VERIFICA.
           PERFORM VERIFICA-PERIODO THRU VERIFICA-PERIODO-FIM.
           IF PERIODO-FECHADO
               MOVE "PERIODO CONTABIL FECHADO - DATA RECUSADA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO RECEBE-PARCELA-FIM
           END-IF
           PERFORM BUSCA-SESSAO-CAIXA THRU BUSCA-SESSAO-CAIXA-FIM.
           IF WS-RSN-VENDA-ID NOT EQUAL ZEROS
               PERFORM MONTA-VENDA-RESERVA
               WRITE VD-REC
               INVALID KEY
                   MOVE "NUMERO DE VENDA JA USADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO RECEBE-PARCELA-VALOR
               END-WRITE
               MOVE "Q" TO RSN-STATUS
               MOVE WS-RSN-VENDA-ID TO RSN-VENDA-ID
               MOVE WS-DATA-NEGOCIO TO RSN-DATA-ENCERRAMENTO
           END-IF
           ADD 1 TO RSN-QTD-MOV.
           ADD WS-RSN-PARCELA TO RSN-VALOR-PAGO.
           REWRITE RSN-REC
           INVALID KEY
               CONTINUE
           END-REWRITE.
           MOVE "P" TO WS-RSN-TIPO-MOV.
           MOVE WS-RSN-PARCELA TO WS-RSN-VALOR-MOV.
           PERFORM GRAVA-MOV-SINAL.
           PERFORM EMITE-RECIBO-SINAL.
           MOVE "REGISTRO_VENDA" TO WS-AUD-PROGRAMA.
           MOVE "PARCELA" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO RSN-ID.
           IF RSN-QUITADA
               PERFORM BAIXA-RESERVADA THRU BAIXA-RESERVADA-FIM
               PERFORM ACUMULA-PONTOS
               MOVE "QUITA-RSV" TO WS-AUD-OPERACAO
               CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
                   WS-AUD-OPERACAO VD-ID
               MOVE "RESERVA QUITADA - VENDA GRAVADA - PRESSIONE ENTER"
                   TO WS-MSGERRO
           ELSE
               MOVE "PARCELA REGISTRADA - PRESSIONE ENTER" TO WS-MSGERRO
           END-IF
           PERFORM MOSTRA-ERRO.
           GO RECEBE-PARCELA.
       RECEBE-PARCELA-FIM.

      * -----------------------------------
      * NUMERO DA VENDA QUE A QUITACAO VAI GRAVAR (ZEROS = DESISTIU)

       PEDE-NUMERO-VENDA.
           ACCEPT SS-TELA-RSN-QUITA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               MOVE ZEROS TO WS-RSN-VENDA-ID
               GO PEDE-NUMERO-VENDA-FIM
           END-IF
           IF WS-RSN-VENDA-ID EQUAL ZEROS
               MOVE "FAVOR INFORMAR O NUMERO DA VENDA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO PEDE-NUMERO-VENDA
           END-IF.
       PEDE-NUMERO-VENDA-FIM.

      * -----------------------------------
      * MONTA EM VD-REC A VENDA DE QUITACAO DA RESERVA CORRENTE

       MONTA-VENDA-RESERVA.
           MOVE SPACES TO VD-REC.
           MOVE WS-RSN-VENDA-ID TO VD-ID.
           MOVE RSN-CLIENTE-ID TO VD-CLIENTE-ID.
           MOVE RSN-MERCADORIA-COD TO VD-MERCADORIA-COD.
           MOVE RSN-QUANTIDADE TO VD-QUANTIDADE.
           MOVE RSN-PRECO-UNIT TO VD-PRECO-UNIT.
           MOVE RSN-VALOR-TOTAL TO VD-VALOR-TOTAL.
           MOVE "R" TO VD-FORMA-PAGTO.
           MOVE WS-DATA-NEGOCIO TO VD-DATA-VENDA.
           MOVE RSN-FILIAL TO VD-FILIAL.
           MOVE ZEROS TO VD-PROMO-ID.
           MOVE WS-SESSAO-CORRENTE TO VD-SESSAO-ID.
           MOVE "N" TO VD-TIPO.
           MOVE RSN-ID TO VD-REF-ID.
           MOVE ZEROS TO VD-TICKET.
           MOVE ZEROS TO VD-VALE-NUMERO VD-VALE-VALOR.
           COMPUTE VD-VALOR-IMPOSTO ROUNDED =
               VD-VALOR-TOTAL * WS-ALIQUOTA-VENDA / 100.
           MOVE WS-OPERADOR-LOGADO TO VD-OPERADOR-ID.

      * -----------------------------------
      * TIRA DO SALDO RESERVADO DA MERCADORIA A QUANTIDADE DA RESERVA
      * QUITADA (O ESTOQUE LIVRE JA FOI BAIXADO NA ABERTURA)

       BAIXA-RESERVADA.
           MOVE RSN-MERCADORIA-COD TO WS-MERC-TRAVA.
           PERFORM LE-MERCADORIA-TRAVADA
               THRU LE-MERCADORIA-TRAVADA-FIM.
           IF NOT TRAVA-OBTIDA
               GO BAIXA-RESERVADA-FIM
           END-IF
           IF FS-QTD-RESERVADA < RSN-QUANTIDADE
               MOVE ZEROS TO FS-QTD-RESERVADA
           ELSE
               SUBTRACT RSN-QUANTIDADE FROM FS-QTD-RESERVADA
           END-IF
           REWRITE FILE1-REC.
       BAIXA-RESERVADA-FIM.

      * -----------------------------------
      * DEVOLVE O SINAL DA RESERVA QUE O BATCH EXPIRA_SINAIS EXPIROU
      * SEM VALE PARA CREDITAR: EM DINHEIRO NA GAVETA OU COMO CREDITO
      * NO VALE QUE O CLIENTE APRESENTAR (CREDITA-VALE)

       DEVOLVE-SINAL.
           MOVE "DEVOLUCAO DE SINAL" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM LE-RESERVA THRU LE-RESERVA-FIM.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO DEVOLVE-SINAL-FIM
           END-IF
           IF RSN-ID EQUAL ZEROS
               GO DEVOLVE-SINAL
           END-IF
           IF NOT RSN-EXPIRADA
               MOVE "SO RESERVA EXPIRADA COM SINAL A DEVOLVER"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLVE-SINAL
           END-IF
           MOVE SPACES TO WS-RSN-DESTINO.
           MOVE RSN-VALE-NUMERO TO WS-RSN-VALE.

           DEVOLVE-SINAL-DESTINO.
           ACCEPT SS-TELA-RSN-DEVOLVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO DEVOLVE-SINAL-FIM
           END-IF
           IF NOT DESTINO-DINHEIRO AND NOT DESTINO-VALE
               MOVE "DESTINO INVALIDO (D/V)" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLVE-SINAL-DESTINO
           END-IF
           IF DESTINO-VALE AND WS-RSN-VALE EQUAL ZEROS
               MOVE "FAVOR INFORMAR O NUMERO DO VALE" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLVE-SINAL-DESTINO
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A DEVOLUCAO DO SINAL (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO DEVOLVE-SINAL-FIM
           END-IF
           MOVE WS-DATA-NEGOCIO TO WS-DATA-VERIFICA.
           PERFORM VERIFICA-PERIODO THRU VERIFICA-PERIODO-FIM.
           IF PERIODO-FECHADO
               MOVE "PERIODO CONTABIL FECHADO - DATA RECUSADA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLVE-SINAL-FIM
           END-IF
           PERFORM BUSCA-SESSAO-CAIXA THRU BUSCA-SESSAO-CAIXA-FIM.
           IF DESTINO-VALE
               MOVE WS-RSN-VALE TO WS-CV-NUMERO
               MOVE RSN-VALOR-PAGO TO WS-CV-VALOR
               CALL "CREDITA-VALE" USING WS-CV-NUMERO WS-CV-VALOR
                   WS-CV-RESULTADO
               IF WS-CV-RESULTADO NOT = "S"
                   MOVE "VALE NAO CADASTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO DEVOLVE-SINAL-DESTINO
               END-IF
               MOVE "V" TO RSN-DESTINO WS-RSN-TIPO-MOV
               MOVE WS-RSN-VALE TO RSN-VALE-NUMERO
               MOVE SPACES TO WS-RSN-FORMA
           ELSE
               MOVE "D" TO RSN-DESTINO WS-RSN-TIPO-MOV WS-RSN-FORMA
           END-IF
           ADD 1 TO RSN-QTD-MOV.
           MOVE RSN-VALOR-PAGO TO RSN-VALOR-DEVOLVIDO.
           MOVE WS-DATA-NEGOCIO TO RSN-DATA-ENCERRAMENTO.
           MOVE "F" TO RSN-STATUS.
           REWRITE RSN-REC
           INVALID KEY
               CONTINUE
           END-REWRITE.
           MOVE RSN-VALOR-PAGO TO WS-RSN-VALOR-MOV.
           PERFORM GRAVA-MOV-SINAL.
           MOVE "REGISTRO_VENDA" TO WS-AUD-PROGRAMA.
           MOVE "DEV-SINAL" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO RSN-ID.
           MOVE "SINAL DEVOLVIDO - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO DEVOLVE-SINAL.
       DEVOLVE-SINAL-FIM.

      * -----------------------------------
      * PEDE O NUMERO DA RESERVA E MOSTRA OS DADOS E O SALDO. VOLTA
      * RSN-ID EM ZEROS QUANDO NAO ACHOU (O ESC FICA EM
      * COB-CRT-STATUS PARA O CHAMADOR)

       LE-RESERVA.
           MOVE SPACES TO RSN-REC.
           MOVE ZEROS TO RSN-ID RSN-VALOR-TOTAL RSN-VALOR-PAGO.
           MOVE ZEROS TO WS-RSN-SALDO.
           DISPLAY SS-TELA-RESERVA.
           ACCEPT SS-RSN-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO LE-RESERVA-FIM
           END-IF
           READ RESERVA-FILE
           INVALID KEY
               MOVE "RESERVA NAO ENCONTRADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE ZEROS TO RSN-ID
               GO LE-RESERVA-FIM
           END-READ.
           COMPUTE WS-RSN-SALDO = RSN-VALOR-TOTAL - RSN-VALOR-PAGO.
           DISPLAY SS-RSN-DADOS.
           DISPLAY SS-TELA-RSN-VALORES.
       LE-RESERVA-FIM.

      * -----------------------------------
      * GRAVA A LINHA DE MOVIMENTO DA RESERVA CORRENTE NA SEQUENCIA
      * RSN-QTD-MOV (JA AVANCADA PELO CHAMADOR)

       GRAVA-MOV-SINAL.
           MOVE SPACES TO RSM-REC.
           MOVE RSN-ID TO RSM-RESERVA-ID.
           MOVE RSN-QTD-MOV TO RSM-SEQ.
           MOVE WS-DATA-NEGOCIO TO RSM-DATA.
           MOVE WS-RSN-TIPO-MOV TO RSM-TIPO.
           MOVE WS-RSN-FORMA TO RSM-FORMA.
           MOVE WS-RSN-VALOR-MOV TO RSM-VALOR.
           MOVE RSN-CLIENTE-ID TO RSM-CLIENTE-ID.
           MOVE WS-SESSAO-CORRENTE TO RSM-SESSAO-ID.
           MOVE RSN-FILIAL TO RSM-FILIAL.
           MOVE WS-OPERADOR-LOGADO TO RSM-OPERADOR-ID.
           WRITE RSM-REC
           INVALID KEY
               CONTINUE
           END-WRITE.

      * -----------------------------------
      * RECIBO NUMERADO DO SINAL OU DA PARCELA RECEM-RECEBIDA

       EMITE-RECIBO-SINAL.
           MOVE ZEROS TO WS-ER-NUMERO.
           MOVE "S" TO WS-ER-TIPO.
           MOVE RSN-ID TO WS-ER-ORIGEM.
           MOVE RSN-CLIENTE-ID TO WS-ER-CLIENTE.
           MOVE WS-RSN-VALOR-MOV TO WS-ER-VALOR.
           MOVE WS-RSN-FORMA TO WS-ER-FORMA.
           MOVE WS-OPERADOR-LOGADO TO WS-ER-OPERADOR.
           CALL "EMITE-RECIBO" USING WS-ER-NUMERO WS-ER-TIPO
               WS-ER-ORIGEM WS-ER-CLIENTE WS-ER-VALOR WS-ER-FORMA
               WS-ER-OPERADOR.

      * -----------------------------------
      * CONFERE SE O VALE DE WS-RSN-VALE EXISTE (VALE.DAT SO E ABERTO
      * AQUI - QUEM MEXE NO SALDO SAO AS SUBROTINAS DE VALE)

       VERIFICA-VALE.
           MOVE "N" TO WS-VALE-EXISTE.
           OPEN INPUT VALE-FILE.
           IF NOT FS-VALE-OK
               GO VERIFICA-VALE-FIM
           END-IF
           MOVE WS-RSN-VALE TO VALE-NUMERO.
           READ VALE-FILE
           NOT INVALID KEY
               MOVE "S" TO WS-VALE-EXISTE
           END-READ.
           CLOSE VALE-FILE.
       VERIFICA-VALE-FIM.

      * -----------------------------------
      * EMITE O RECIBO NUMERADO DO CLIENTE PARA A VENDA RECEM-GRAVADA

           END-IF.
       LE-MERCADORIA-TRAVADA-FIM.

      * -----------------------------------
      * CONTINGENCIA PEDIDA NA VARIAVEL, OU VENDA.DAT QUE NAO ABRE
      * (SERVIDOR FORA, ARQUIVO EM RECONSTRUCAO): O ATENDENTE ESCOLHE
      * ENTRE TRABALHAR EM CONTINGENCIA OU SEGUIR ASSIM MESMO

       VERIFICA-CONTINGENCIA.
           MOVE SPACES TO WS-MODO-CONTINGENCIA.
           ACCEPT WS-MODO-CONTINGENCIA FROM ENVIRONMENT
               "MODO_CONTINGENCIA".
           IF BALCAO-EM-CONTINGENCIA
               GO VERIFICA-CONTINGENCIA-FIM
           END-IF
           OPEN INPUT VENDA-FILE.
           IF FS-OK
               CLOSE VENDA-FILE
               GO VERIFICA-CONTINGENCIA-FIM
           END-IF
           IF FS-NAO-EXISTE
               GO VERIFICA-CONTINGENCIA-FIM
           END-IF
           MOVE FS-STAT TO WS-MSG-CTG-STAT.
           MOVE WS-MSG-CONTINGENCIA TO WS-MSGERRO.
           MOVE "N" TO WS-ERRO.
           ACCEPT SS-ERRO.
           IF E-SIM
               MOVE "S" TO WS-MODO-CONTINGENCIA
           END-IF.
       VERIFICA-CONTINGENCIA-FIM.

      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAIDA

               CLOSE OPSESSAO-FILE
           END-IF.
           OPEN INPUT FUNCIONARIO-FILE.
           OPEN INPUT FILIAL-FILE.
           OPEN INPUT CARTAO-FILE.
           PERFORM CARREGA-DIA-NEGOCIO.
           OPEN INPUT PERIODO-FILE.
           IF FS-STAT-HMV = 35 THEN
               OPEN OUTPUT HORARIO-MOV-FILE
           END-IF.
           OPEN I-O RESERVA-FILE
           IF FS-RSN-NAO-EXISTE THEN
               OPEN OUTPUT RESERVA-FILE
               CLOSE RESERVA-FILE
               OPEN I-O RESERVA-FILE
           END-IF.
           OPEN I-O SINAL-MOV-FILE
           IF FS-RSM-NAO-EXISTE THEN
               OPEN OUTPUT SINAL-MOV-FILE
               CLOSE SINAL-MOV-FILE
               OPEN I-O SINAL-MOV-FILE
           END-IF.

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
      * SALDO DE WS-ES-CODIGO NA FILIAL WS-ES-FILIAL (WS-ES-SALDO)

       CONSULTA-FILIAL.
           MOVE "C" TO WS-ES-OPERACAO.
           MOVE ZEROS TO WS-ES-QUANTIDADE.
           CALL "ESTOQUE-FILIAL" USING WS-ES-OPERACAO WS-ES-CODIGO
               WS-ES-FILIAL WS-ES-QUANTIDADE WS-ES-SALDO
               WS-ES-RESULTADO.

      * -----------------------------------
      * ENTRADA ("E") OU SAIDA ("S") DE WS-ES-QUANTIDADE NO SALDO DA
      * FILIAL - O TOTAL DA REDE EM MERCADORIA.DAT JA FOI ACERTADO

       MOVIMENTA-FILIAL.
           CALL "ESTOQUE-FILIAL" USING WS-ES-OPERACAO WS-ES-CODIGO
               WS-ES-FILIAL WS-ES-QUANTIDADE WS-ES-SALDO
               WS-ES-RESULTADO.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
