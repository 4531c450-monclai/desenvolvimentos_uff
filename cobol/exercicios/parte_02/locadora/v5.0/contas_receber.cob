      * PARCIAIS CONTRA CADA LANCAMENTO E O BLOQUEIO DE CREDITO DO
      * CLIENTE (FS-CREDITO-BLOQUEADO EM FUNC.DAT) SO E LIBERADO
      * QUANDO O SALDO TOTAL DO CLIENTE CHEGA A ZERO. CADA RECEBIMENTO
      * GERA UMA LINHA DE RECIBO EM RECIBO_RECEBER.DAT E O RECIBO
      * NUMERADO DO CLIENTE (EMITE-RECIBO, TIPO R).
      *
      * EM CAMPANHA DE ANISTIA (CAMPANHA.DAT), A MULTA QUE SE ENCAIXA
      * NAS REGRAS MOSTRA O PERDAO NA TELA: QUEM PAGA O SALDO COM O
      * PERDAO QUITA O LANCAMENTO E A DIFERENCA E PERDOADA, COM A
      * TRILHA EM AUDITORIA E EM CAMPANHA_MOV.DAT.
      *
      * A OPCAO 5 BAIXA COMO INCOBRAVEL O SALDO QUE PASSOU DA IDADE
      * MINIMA (BAIXA_DIAS_MIN, PADRAO 360 DIAS), UM LANCAMENTO POR
      * VEZ E COM APROVACAO DE SUPERVISOR. O LANCAMENTO BAIXADO GUARDA
      * O VALOR ORIGINAL E O SALDO; O QUE O CLIENTE PAGAR DEPOIS
      * CONTRA ELE E RECUPERACAO. BAIXAS E RECUPERACOES VAO PARA
      * BAIXA_CR_MOV.DAT, LIDO PELO DRE.
      *
      * JUROS DE MORA E MULTA POR ATRASO (LANCADOS PELO JUROS_RECEBER)
      * APARECEM COMO LANCAMENTOS PROPRIOS, COM A NATUREZA NA TELA, E
      * SAO RECEBIDOS SEPARADOS DO PRINCIPAL.
      *
      * A OPCAO 6 ESTORNA, COM SUPERVISOR, UM RECEBIMENTO LANCADO NO
      * CLIENTE ERRADO OU COM VALOR ERRADO, PELO NUMERO DO RECIBO: O
      * SALDO DO LANCAMENTO VOLTA, O BLOQUEIO DE CREDITO DO CLIENTE
      * VOLTA, O RECIBO FICA CANCELADO APONTANDO O RECIBO DO ESTORNO
      * (TIPO E) E A LINHA "E" DE RECIBO_RECEBER.DAT TIRA O VALOR DA
      * SESSAO DE GAVETA ORIGINAL. SE A SESSAO JA FECHOU, O APURADO
      * DELA E O ENVELOPE AINDA NO COFRE SAO ACERTADOS AQUI; ENVELOPE
      * QUE JA SAIU DO COFRE FICA PARA ACERTO COM O BANCO. O PERDAO
      * DE CAMPANHA DADO JUNTO COM O PAGAMENTO NAO VOLTA. O LANCAMENTO
      * CERTO E RECEBIDO DE NOVO PELA OPCAO 1.
      *=================================================================
       environment division.
      *=================================================================
           file status is fs-stat-per
           record key is per-key.

       select aluguel-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-alug
           record key is al-key
           alternate record key is al-cliente-id with duplicates
           alternate record key is al-data-aluguel with duplicates
           alternate record key is al-data-devolucao with duplicates.

       select funcionario-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-func
           record key is fun-key.

       select baixa-mov-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-bxm.

       select recibo-num-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-rec
           record key is rec-key.

       select deposito-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-dep
           record key is dep-key.

      *=================================================================
       data division.
      *=================================================================
       fd periodo-file value of file-id is "PERIODO.dat".
       copy periodo.

       fd aluguel-file value of file-id is "ALUGUEL.dat".
       copy aluguel.

       fd funcionario-file value of file-id is "FUNCIONARIO.dat".
       copy funcionario.

      * LOG DE BAIXAS E RECUPERACOES DE INCOBRAVEIS (DIGITOS PUROS,
      * LIDO PELO DRE MENSAL)
       fd baixa-mov-file value of file-id is "BAIXA_CR_MOV.dat".
       01 baixa-mov-linha             pic x(80).

       fd recibo-num-file value of file-id is "RECIBO.dat".
       copy recibo.

       fd deposito-file value of file-id is "DEPOSITO.dat".
       copy deposito.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------
           88 e-receber                value is "1".
           88 e-consultar              value is "2".
           88 e-parcelar               value is "3".
           88 e-campanha               value is "4".
           88 e-baixar                 value is "5".
           88 e-estornar               value is "6".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).
       77 ws-periodo-fechado   pic x(01).
           88 periodo-fechado          value "S".

       77 fs-stat-alug         pic 9(02).
           88 fs-alug-nao-existe       value 35.

       77 fs-stat-func         pic 9(02).
           88 fs-func-nao-existe       value 35.

       77 fs-stat-bxm          pic 9(02).

       77 fs-stat-rec          pic 9(02).
           88 fs-rec-ok                value zeros.

       77 fs-stat-dep          pic 9(02).
           88 fs-dep-ok                value zeros.
           88 fs-dep-fim               value 10.

      * RECIBO NUMERADO DO CLIENTE (SUBROTINA EMITE-RECIBO)
       77 ws-er-numero         pic 9(09).
       77 ws-er-tipo           pic x(01).
       77 ws-er-origem         pic 9(11).
       77 ws-er-cliente        pic 9(05).
       77 ws-er-valor          pic 9(07)v99.
       77 ws-er-forma          pic x(01).
       77 ws-er-operador       pic 9(03).

      * ESTORNO DE RECEBIMENTO: RECIBO INFORMADO, VALOR E DATA DELE,
      * SESSAO DE GAVETA QUE O CARIMBOU
       77 ws-recibo-estorno    pic 9(09).
       77 ws-est-valor         pic 9(05)v99.
       77 ws-est-data          pic 9(08).
       77 ws-est-sessao        pic 9(05).
       77 ws-aud-chave         pic 9(11).

      * BAIXA DE INCOBRAVEIS: IDADE MINIMA, SUPERVISOR QUE APROVA E
      * A MARCA DE QUE O LANCAMENTO NA TELA JA ESTAVA BAIXADO
       77 ws-dias-ambiente     pic x(04).
       77 ws-dias-baixa        pic 9(04).
       77 ws-supervisor-id     pic 9(03).
       77 ws-era-baixado       pic x(01).
           88 era-baixado              value "S".

      * ANISTIA DA CAMPANHA PARA O LANCAMENTO NA TELA (PERDAO-CAMPANHA)
       77 ws-pc-operacao       pic x(01).
       77 ws-pc-origem         pic x(01) value "R".
       77 ws-pc-filial         pic 9(02).
       77 ws-pc-dias           pic 9(05).
       77 ws-pc-campanha       pic 9(03).
       77 ws-pc-perdao         pic 9(05)v99.
       77 ws-pc-recuperado     pic 9(05)v99.
       77 ws-saldo-com-perdao  pic 9(05)v99.
       77 ws-data-int          pic 9(09).

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).

      * NOTAS DE ALERTA DO CLIENTE (SUBROTINA CONFERE-NOTAS)
       copy nota_aviso.
       77 ws-nota-ix           pic 9(02).
       77 ws-nota-chave        pic 9(11).
       77 ws-nota-liberada     pic x.
           88 nota-liberada            value "S".

       77 ws-erro              pic x.
           88 e-sim                    values are "S" "s".

       77 cor-frente           pic 9       value 6.

       77 ws-status            pic x(30).
       77 ws-natureza          pic x(20).
       77 ws-msgerro           pic x(80).

      * LINHA EM DIGITOS PUROS: ALEM DO COMPROVANTE, ESTE LOG E LIDO
           02 ws-rcb-saldo         pic 9(05)v99.
           02 filler               pic x(02) value spaces.
           02 ws-rcb-sessao        pic 9(05).
           02 filler               pic x(02) value spaces.
           02 ws-rcb-recibo        pic 9(09).
           02 filler               pic x(02) value spaces.
           02 ws-rcb-tipo          pic x(01).
               88 ws-rcb-estorno           value "E".
           02 filler               pic x(11) value spaces.

      * TIPO "B" = BAIXA COMO INCOBRAVEL, "R" = RECUPERACAO DE
      * LANCAMENTO JA BAIXADO, "E" = ESTORNO DE UMA RECUPERACAO
       01 ws-linha-baixa.
           02 ws-bxm-data          pic 9(08).
           02 filler               pic x(02) value spaces.
           02 ws-bxm-tipo          pic x(01).
           02 filler               pic x(02) value spaces.
           02 ws-bxm-lancamento    pic 9(11).
           02 filler               pic x(02) value spaces.
           02 ws-bxm-cliente       pic 9(05).
           02 filler               pic x(02) value spaces.
           02 ws-bxm-filial        pic 9(02).
           02 filler               pic x(02) value spaces.
           02 ws-bxm-valor         pic 9(05)v99.
           02 filler               pic x(02) value spaces.
           02 ws-bxm-supervisor    pic 9(03).
           02 filler               pic x(31) value spaces.

       copy screenio.

           05 LINE 07 COLUMN 15 VALUE "1 - RECEBER PAGAMENTO".
           05 LINE 08 COLUMN 15 VALUE "2 - CONSULTAR PENDENCIAS".
           05 LINE 09 COLUMN 15 VALUE "3 - PARCELAMENTO (ACORDO)".
           05 LINE 10 COLUMN 15 VALUE "4 - CAMPANHAS DE ANISTIA".
           05 LINE 11 COLUMN 15 VALUE "5 - BAIXA DE INCOBRAVEIS".
           05 LINE 12 COLUMN 15 VALUE "6 - ESTORNO DE RECEBIMENTO".
           05 LINE 13 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 15 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 15 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-CLIENTE.
           05 LINE 09 COLUMN 10 VALUE "ID DO CLIENTE:".
           05 SS-LAN-DADOS.
               10 LINE 11 COLUMN 10 VALUE "LANCAMENTO:".
               10 COLUMN PLUS 2 PIC 9(11) FROM CR-ID.
               10 COLUMN 40 VALUE "NATUREZA:".
               10 COLUMN PLUS 2 PIC X(20) FROM WS-NATUREZA.
               10 LINE 12 COLUMN 10 VALUE "ALUGUEL DE ORIGEM:".
               10 COLUMN PLUS 2 PIC 9(11) FROM CR-ALUGUEL-ID.
               10 LINE 13 COLUMN 10 VALUE "DATA DA PENDENCIA:".
               10 COLUMN PLUS 2 PIC ZZZZ9.99 FROM CR-VALOR-ORIGINAL.
               10 LINE 15 COLUMN 10 VALUE "SALDO DEVIDO:".
               10 COLUMN PLUS 2 PIC ZZZZ9.99 FROM CR-SALDO.
           05 SS-LAN-CAMPANHA.
               10 LINE 16 COLUMN 10 VALUE "PERDAO DA CAMPANHA:".
               10 COLUMN PLUS 2 PIC ZZZZ9.99 FROM WS-PC-PERDAO.
               10 COLUMN PLUS 2 VALUE "SALDO COM PERDAO:".
               10 COLUMN PLUS 2 PIC ZZZZ9.99 FROM WS-SALDO-COM-PERDAO.
           05 SS-LAN-BAIXADO.
               10 LINE 16 COLUMN 10 VALUE "BAIXADO COMO INCOBRAVEL EM".
               10 COLUMN PLUS 2 PIC 9(08) FROM CR-DATA-BAIXA.
               10 COLUMN PLUS 2 VALUE "- PAGAMENTO E RECUPERACAO".
           05 SS-LAN-PAGTO.
               10 LINE 17 COLUMN 10 VALUE "VALOR RECEBIDO AGORA:".
               10 COLUMN PLUS 2 PIC 9(05)V99 USING WS-VALOR-PAGO.
           05 SS-LAN-ESTORNO.
               10 LINE 17 COLUMN 10 VALUE "VALOR A ESTORNAR:".
               10 COLUMN PLUS 2 PIC ZZZZ9.99 FROM WS-EST-VALOR.
               10 COLUMN PLUS 2 VALUE "RECEBIDO EM".
               10 COLUMN PLUS 2 PIC 9(08) FROM WS-EST-DATA.

       01 SS-TELA-RECIBO.
           05 LINE 10 COLUMN 10 VALUE "RECIBO DO RECEBIMENTO:".
           05 COLUMN PLUS 2 PIC 9(09) USING WS-RECIBO-ESTORNO.

       01 SS-TELA-SUP-BAIXA.
           05 LINE 09 COLUMN 10 VALUE "SUPERVISOR (MATRICULA):".
           05 COLUMN PLUS 2 PIC 9(03) USING WS-SUPERVISOR-ID.

       01 SS-TELA-SUP-NOTA.
           05 LINE 20 COLUMN 10 VALUE "SUPERVISOR (MATRICULA):".
           05 COLUMN PLUS 2 PIC 9(03) USING WS-SUPERVISOR-ID.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
           PERFORM CARREGA-DIA-NEGOCIO
           OPEN INPUT PERIODO-FILE.
           MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE
           ACCEPT WS-DIAS-AMBIENTE FROM ENVIRONMENT "BAIXA_DIAS_MIN".
           IF WS-DIAS-AMBIENTE IS NUMERIC
               AND WS-DIAS-AMBIENTE NOT = SPACES
               MOVE WS-DIAS-AMBIENTE TO WS-DIAS-BAIXA
           ELSE
               MOVE 360 TO WS-DIAS-BAIXA
           END-IF
           PERFORM UNTIL E-ENCERRAR
               MOVE "CONTAS A RECEBER" TO WS-OP
               MOVE "ESCOLHA A OPCAO" TO WS-STATUS
                       PERFORM CONSULTA THRU CONSULTA-FIM
                   WHEN E-PARCELAR
                       CALL "parcelamento"
                   WHEN E-CAMPANHA
                       CALL "cadastro_campanha"
                   WHEN E-BAIXAR
                       PERFORM BAIXA-INCOBRAVEL THRU
                           BAIXA-INCOBRAVEL-FIM
                   WHEN E-ESTORNAR
                       PERFORM ESTORNA-RECEBIMENTO THRU
                           ESTORNA-RECEBIMENTO-FIM
               END-EVALUATE
           END-PERFORM.

       FINALIZA.

       CLOSE RECEBER-FILE CLIENTE-FILE RECIBO-FILE SESSAO-FILE
             BAIXA-MOV-FILE.
       IF NOT FS-ALUG-NAO-EXISTE
           CLOSE ALUGUEL-FILE
       END-IF.
       IF NOT FS-FUNC-NAO-EXISTE
           CLOSE FUNCIONARIO-FILE
       END-IF.
       GOBACK.

      * -----------------------------------
               PERFORM MOSTRA-ERRO
               GO RECEBE-FIM
           END-READ.
           PERFORM CONFERE-NOTAS-CLIENTE THRU CONFERE-NOTAS-CLIENTE-FIM.
           IF NOT NOTA-LIBERADA
               GO RECEBE-FIM
           END-IF
           MOVE ZEROS TO CR-KEY.
           MOVE ZEROS TO FS-STAT.
           START RECEBER-FILE KEY IS NOT LESS THAN CR-KEY
               GO RECEBE-LOOP
           END-READ.
           IF CR-CLIENTE-ID NOT EQUAL WS-CLIENTE-ID
               OR (NOT CR-EM-ABERTO AND NOT CR-BAIXADO)
               OR CR-SALDO EQUAL ZEROS
               GO RECEBE-LOOP
           END-IF
           MOVE ZEROS TO WS-VALOR-PAGO.
           MOVE "N" TO WS-ERA-BAIXADO.
           IF CR-BAIXADO
               MOVE "S" TO WS-ERA-BAIXADO
           END-IF
           PERFORM CONSULTA-ANISTIA THRU CONSULTA-ANISTIA-FIM.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-CLIENTE.
           PERFORM DESCREVE-NATUREZA.
           DISPLAY SS-LAN-DADOS.
           IF WS-PC-PERDAO > ZEROS
               DISPLAY SS-LAN-CAMPANHA
           END-IF
           IF ERA-BAIXADO
               DISPLAY SS-LAN-BAIXADO
           END-IF
           ACCEPT SS-LAN-PAGTO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO RECEBE-FIM
               PERFORM MOSTRA-ERRO
               GO RECEBE-LOOP
           END-IF
      * PAGOU AO MENOS O SALDO COM PERDAO (SEM CHEGAR AO SALDO CHEIO):
      * O QUE FALTA E PERDOADO PELA CAMPANHA E O LANCAMENTO QUITA
           IF WS-PC-PERDAO > ZEROS
               AND WS-VALOR-PAGO NOT < WS-SALDO-COM-PERDAO
               AND WS-VALOR-PAGO < CR-SALDO
               COMPUTE WS-PC-PERDAO = CR-SALDO - WS-VALOR-PAGO
           ELSE
               MOVE ZEROS TO WS-PC-PERDAO
           END-IF
           SUBTRACT WS-VALOR-PAGO FROM CR-SALDO.
           SUBTRACT WS-PC-PERDAO FROM CR-SALDO.
           IF CR-SALDO EQUAL ZEROS
               MOVE "Q" TO CR-STATUS
           END-IF
               PERFORM MOSTRA-ERRO
               GO RECEBE-LOOP
           END-REWRITE.
           MOVE ZEROS TO WS-ER-NUMERO.
           MOVE "R" TO WS-ER-TIPO.
           MOVE CR-ID TO WS-ER-ORIGEM.
           MOVE CR-CLIENTE-ID TO WS-ER-CLIENTE.
           MOVE WS-VALOR-PAGO TO WS-ER-VALOR.
           MOVE "D" TO WS-ER-FORMA.
           MOVE ZEROS TO WS-ER-OPERADOR.
           CALL "EMITE-RECIBO" USING WS-ER-NUMERO WS-ER-TIPO
               WS-ER-ORIGEM WS-ER-CLIENTE WS-ER-VALOR WS-ER-FORMA
               WS-ER-OPERADOR.
           PERFORM GRAVA-RECIBO.
           MOVE "CONTAS_RECEBER" TO WS-AUD-PROGRAMA.
           MOVE "RECEBTO" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO CR-ID.
           IF WS-PC-PERDAO > ZEROS
               PERFORM GRAVA-ANISTIA
           END-IF
           IF ERA-BAIXADO
               MOVE "R" TO WS-BXM-TIPO
               MOVE WS-VALOR-PAGO TO WS-BXM-VALOR
               MOVE ZEROS TO WS-SUPERVISOR-ID
               PERFORM GRAVA-BAIXA-MOV
               MOVE "RECUPERA" TO WS-AUD-OPERACAO
               CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
                   WS-AUD-OPERACAO CR-ID
           END-IF
           GO RECEBE-LOOP.
       RECEBE-FIM.

      * -----------------------------------
      * CONFERE SE A MULTA EM ABERTO NA TELA ENTRA NUMA CAMPANHA DE
      * ANISTIA: IDADE DO LANCAMENTO EM DIAS CORRIDOS, FILIAL DO
      * ALUGUEL DE ORIGEM. LANCAMENTO DE REPOSICAO NAO E MULTA E
      * FICA DE FORA, ASSIM COMO O JA BAIXADO COMO INCOBRAVEL.

       CONSULTA-ANISTIA.
           MOVE ZEROS TO WS-PC-PERDAO WS-PC-CAMPANHA.
           MOVE CR-SALDO TO WS-SALDO-COM-PERDAO.
           IF NOT CR-TIPO-MULTA OR CR-BAIXADO
               OR CR-DATA-ORIGEM NOT NUMERIC
               OR CR-DATA-ORIGEM EQUAL ZEROS
               OR CR-DATA-ORIGEM > WS-DATA-HOJE
               GO CONSULTA-ANISTIA-FIM
           END-IF
           COMPUTE WS-DATA-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               - FUNCTION INTEGER-OF-DATE(CR-DATA-ORIGEM).
           MOVE WS-DATA-INT TO WS-PC-DIAS.
           MOVE ZEROS TO WS-PC-FILIAL.
           IF NOT FS-ALUG-NAO-EXISTE
               MOVE CR-ALUGUEL-ID TO AL-ID
               READ ALUGUEL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AL-FILIAL TO WS-PC-FILIAL
               END-READ
           END-IF
           MOVE "C" TO WS-PC-OPERACAO.
           CALL "PERDAO-CAMPANHA" USING WS-PC-OPERACAO WS-PC-ORIGEM
               CR-ID CR-CLIENTE-ID WS-PC-FILIAL WS-DATA-HOJE
               WS-PC-DIAS CR-SALDO WS-PC-CAMPANHA WS-PC-PERDAO
               WS-PC-RECUPERADO.
           COMPUTE WS-SALDO-COM-PERDAO = CR-SALDO - WS-PC-PERDAO.
       CONSULTA-ANISTIA-FIM.

      * -----------------------------------
      * TRILHA DO PERDAO CONCEDIDO: AUDITORIA E CAMPANHA_MOV.DAT

       GRAVA-ANISTIA.
           MOVE "PERDAO" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO CR-ID.
           MOVE WS-VALOR-PAGO TO WS-PC-RECUPERADO.
           MOVE "G" TO WS-PC-OPERACAO.
           CALL "PERDAO-CAMPANHA" USING WS-PC-OPERACAO WS-PC-ORIGEM
               CR-ID CR-CLIENTE-ID WS-PC-FILIAL WS-DATA-HOJE
               WS-PC-DIAS CR-SALDO WS-PC-CAMPANHA WS-PC-PERDAO
               WS-PC-RECUPERADO.

      * -----------------------------------
      * SOMA O SALDO EM ABERTO DO CLIENTE (O BAIXADO COMO INCOBRAVEL
      * CONTINUA DEVIDO); SE ZEROU, DESLIGA O BLOQUEIO DE CREDITO EM
      * FUNC.DAT

       LIBERA-CREDITO.
           MOVE ZEROS TO WS-SALDO-CLIENTE.
               MOVE 10 TO FS-STAT
               GO LIBERA-CREDITO-LOOP
           END-READ.
           IF CR-CLIENTE-ID EQUAL WS-CLIENTE-ID
               AND (CR-EM-ABERTO OR CR-BAIXADO)
               ADD CR-SALDO TO WS-SALDO-CLIENTE
           END-IF
           GO LIBERA-CREDITO-LOOP.
               GO CONSULTA-LOOP
           END-READ.
           IF CR-CLIENTE-ID NOT EQUAL WS-CLIENTE-ID
               OR (NOT CR-EM-ABERTO AND NOT CR-BAIXADO)
               OR CR-SALDO EQUAL ZEROS
               GO CONSULTA-LOOP
           END-IF
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-CLIENTE.
           PERFORM DESCREVE-NATUREZA.
           DISPLAY SS-LAN-DADOS.
           IF CR-BAIXADO
               DISPLAY SS-LAN-BAIXADO
           END-IF
           MOVE "ENTER PARA PROXIMO - ESC PARA SAIR" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           IF COB-CRT-STATUS = COB-SCR-ESC
           GO CONSULTA-LOOP.
       CONSULTA-FIM.

      * -----------------------------------
      * BAIXA COMO INCOBRAVEL. O SUPERVISOR (FUN-E-ADMIN) SE
      * IDENTIFICA UMA VEZ E PASSA PELOS LANCAMENTOS EM ABERTO COM
      * IDADE DE BAIXA OU MAIS (A MESMA LISTA DO RELATORIO DA
      * PROVISAO), CONFIRMANDO UM A UM. O LANCAMENTO BAIXADO MANTEM
      * VALOR ORIGINAL E SALDO; SO MUDA A SITUACAO E A DATA DA BAIXA.

       BAIXA-INCOBRAVEL.
           MOVE "BAIXA INCOBRAVEIS" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE WS-DATA-HOJE TO WS-DATA-VERIFICA.
           PERFORM VERIFICA-PERIODO THRU VERIFICA-PERIODO-FIM.
           IF PERIODO-FECHADO
               MOVE "PERIODO CONTABIL FECHADO - BAIXA RECUSADA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO BAIXA-INCOBRAVEL-FIM
           END-IF
           MOVE ZEROS TO WS-SUPERVISOR-ID.
           ACCEPT SS-TELA-SUP-BAIXA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO BAIXA-INCOBRAVEL-FIM
           END-IF
           MOVE WS-SUPERVISOR-ID TO FUN-ID.
           READ FUNCIONARIO-FILE
           INVALID KEY
               MOVE "SUPERVISOR NAO CADASTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO BAIXA-INCOBRAVEL-FIM
           END-READ.
           IF NOT FUN-E-ADMIN
               MOVE "OPERADOR INFORMADO NAO E SUPERVISOR" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO BAIXA-INCOBRAVEL-FIM
           END-IF
           MOVE ZEROS TO CR-KEY.
           MOVE ZEROS TO FS-STAT.
           START RECEBER-FILE KEY IS NOT LESS THAN CR-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT
           END-START.

           BAIXA-INCOBRAVEL-LOOP.
           IF FS-FIM
               MOVE "FIM DOS CANDIDATOS A BAIXA - PRESSIONE ENTER"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO BAIXA-INCOBRAVEL-FIM
           END-IF
           READ RECEBER-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT
               GO BAIXA-INCOBRAVEL-LOOP
           END-READ.
           IF NOT CR-EM-ABERTO OR CR-SALDO EQUAL ZEROS
               OR CR-DATA-ORIGEM NOT NUMERIC
               OR CR-DATA-ORIGEM EQUAL ZEROS
               OR CR-DATA-ORIGEM > WS-DATA-HOJE
               GO BAIXA-INCOBRAVEL-LOOP
           END-IF
           COMPUTE WS-DATA-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               - FUNCTION INTEGER-OF-DATE(CR-DATA-ORIGEM).
           IF WS-DATA-INT < WS-DIAS-BAIXA
               GO BAIXA-INCOBRAVEL-LOOP
           END-IF
           MOVE CR-CLIENTE-ID TO WS-CLIENTE-ID.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-CLIENTE.
           PERFORM DESCREVE-NATUREZA.
           DISPLAY SS-LAN-DADOS.
           MOVE "N" TO WS-ERRO.
           MOVE "BAIXAR ESTE SALDO COMO INCOBRAVEL (S/N)?"
               TO WS-MSGERRO.
           DISPLAY SS-ERRO.
           ACCEPT SS-ERRO.
           DISPLAY SS-STATUS.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO BAIXA-INCOBRAVEL-FIM
           END-IF
           IF NOT E-SIM
               GO BAIXA-INCOBRAVEL-LOOP
           END-IF
           MOVE "B" TO CR-STATUS.
           MOVE WS-DATA-HOJE TO CR-DATA-BAIXA.
           REWRITE CR-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR A BAIXA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO BAIXA-INCOBRAVEL-LOOP
           END-REWRITE.
           MOVE "B" TO WS-BXM-TIPO.
           MOVE CR-SALDO TO WS-BXM-VALOR.
           PERFORM GRAVA-BAIXA-MOV.
           MOVE "CONTAS_RECEBER" TO WS-AUD-PROGRAMA.
           MOVE "BAIXA" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO CR-ID.
           GO BAIXA-INCOBRAVEL-LOOP.
       BAIXA-INCOBRAVEL-FIM.

      * -----------------------------------
      * ESTORNO DE RECEBIMENTO LANCADO ERRADO. O SUPERVISOR
      * (FUN-E-ADMIN) INFORMA O RECIBO TIPO R DO PAGAMENTO; O VALOR
      * VOLTA AO SALDO DO LANCAMENTO (QUE REABRE, OU VOLTA A BAIXADO
      * SE JA ESTAVA BAIXADO COMO INCOBRAVEL), O BLOQUEIO DE CREDITO
      * DO CLIENTE VOLTA, SAI O RECIBO DO ESTORNO E O ORIGINAL FICA
      * CANCELADO APONTANDO PARA ELE. A GAVETA E O DEPOSITO DA SESSAO
      * QUE RECEBEU SAO ACERTADOS EM ACERTA-SESSAO.

       ESTORNA-RECEBIMENTO.
           MOVE "ESTORNO RECEBIMENTO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE WS-DATA-HOJE TO WS-DATA-VERIFICA.
           PERFORM VERIFICA-PERIODO THRU VERIFICA-PERIODO-FIM.
           IF PERIODO-FECHADO
               MOVE "PERIODO CONTABIL FECHADO - ESTORNO RECUSADO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ESTORNA-RECEBIMENTO-FIM
           END-IF
           MOVE ZEROS TO WS-SUPERVISOR-ID.
           ACCEPT SS-TELA-SUP-BAIXA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO ESTORNA-RECEBIMENTO-FIM
           END-IF
           MOVE WS-SUPERVISOR-ID TO FUN-ID.
           READ FUNCIONARIO-FILE
           INVALID KEY
               MOVE "SUPERVISOR NAO CADASTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ESTORNA-RECEBIMENTO-FIM
           END-READ.
           IF NOT FUN-E-ADMIN
               MOVE "OPERADOR INFORMADO NAO E SUPERVISOR" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ESTORNA-RECEBIMENTO-FIM
           END-IF
           MOVE ZEROS TO WS-RECIBO-ESTORNO.
           ACCEPT SS-TELA-RECIBO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO ESTORNA-RECEBIMENTO-FIM
           END-IF
           OPEN INPUT RECIBO-NUM-FILE.
           IF NOT FS-REC-OK
               MOVE "NENHUM RECIBO EMITIDO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ESTORNA-RECEBIMENTO-FIM
           END-IF
           MOVE WS-RECIBO-ESTORNO TO REC-NUMERO.
           READ RECIBO-NUM-FILE
           INVALID KEY
               MOVE ZEROS TO REC-NUMERO
           END-READ.
           CLOSE RECIBO-NUM-FILE.
           IF REC-NUMERO EQUAL ZEROS
               MOVE "RECIBO NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ESTORNA-RECEBIMENTO-FIM
           END-IF
           IF NOT REC-TIPO-RECEBER
               MOVE "RECIBO NAO E DE RECEBIMENTO DO CONTAS A RECEBER"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ESTORNA-RECEBIMENTO-FIM
           END-IF
           IF REC-CANCELADO
               MOVE "RECIBO JA ESTORNADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ESTORNA-RECEBIMENTO-FIM
           END-IF
           MOVE REC-VALOR TO WS-EST-VALOR.
           MOVE REC-DATA TO WS-EST-DATA.
           MOVE REC-ORIGEM-ID TO CR-ID.
           READ RECEBER-FILE
           INVALID KEY
               MOVE "LANCAMENTO DO RECIBO NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ESTORNA-RECEBIMENTO-FIM
           END-READ.
           IF CR-PARCELADO
               MOVE "LANCAMENTO JA ESTA EM ACORDO - ESTORNO RECUSADO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ESTORNA-RECEBIMENTO-FIM
           END-IF
           MOVE CR-CLIENTE-ID TO WS-CLIENTE-ID.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-CLIENTE.
           PERFORM DESCREVE-NATUREZA.
           DISPLAY SS-LAN-DADOS.
           DISPLAY SS-LAN-ESTORNO.
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA O ESTORNO DO RECEBIMENTO (S/N)?"
               TO WS-MSGERRO.
           DISPLAY SS-ERRO.
           ACCEPT SS-ERRO.
           DISPLAY SS-STATUS.
           IF NOT E-SIM
               GO ESTORNA-RECEBIMENTO-FIM
           END-IF
           CLOSE RECIBO-FILE.
           OPEN INPUT RECIBO-FILE.
           PERFORM ACHA-SESSAO-RECIBO THRU ACHA-SESSAO-RECIBO-FIM.
           CLOSE RECIBO-FILE.
           OPEN EXTEND RECIBO-FILE.
           ADD WS-EST-VALOR TO CR-SALDO.
           IF CR-QUITADO
               IF CR-DATA-BAIXA NUMERIC AND CR-DATA-BAIXA > ZEROS
                   MOVE "B" TO CR-STATUS
               ELSE
                   MOVE "A" TO CR-STATUS
               END-IF
           END-IF
           REWRITE CR-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR O ESTORNO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ESTORNA-RECEBIMENTO-FIM
           END-REWRITE.
      * PAGAMENTO FEITO DEPOIS DA BAIXA FOI RECUPERACAO NO DRE; O
      * ESTORNO TIRA A RECUPERACAO DE VOLTA
           IF CR-BAIXADO AND CR-DATA-BAIXA NUMERIC
               AND WS-EST-DATA NOT < CR-DATA-BAIXA
               MOVE "E" TO WS-BXM-TIPO
               MOVE WS-EST-VALOR TO WS-BXM-VALOR
               PERFORM GRAVA-BAIXA-MOV
           END-IF
           MOVE ZEROS TO WS-ER-NUMERO.
           MOVE "E" TO WS-ER-TIPO.
           MOVE CR-ID TO WS-ER-ORIGEM.
           MOVE CR-CLIENTE-ID TO WS-ER-CLIENTE.
           MOVE WS-EST-VALOR TO WS-ER-VALOR.
           MOVE "D" TO WS-ER-FORMA.
           MOVE WS-SUPERVISOR-ID TO WS-ER-OPERADOR.
           CALL "EMITE-RECIBO" USING WS-ER-NUMERO WS-ER-TIPO
               WS-ER-ORIGEM WS-ER-CLIENTE WS-ER-VALOR WS-ER-FORMA
               WS-ER-OPERADOR.
           OPEN I-O RECIBO-NUM-FILE.
           MOVE WS-RECIBO-ESTORNO TO REC-NUMERO.
           READ RECIBO-NUM-FILE
           NOT INVALID KEY
               MOVE "C" TO REC-SITUACAO
               MOVE WS-ER-NUMERO TO REC-ESTORNO-NUMERO
               REWRITE REC-REC
           END-READ.
           CLOSE RECIBO-NUM-FILE.
           MOVE SPACES TO WS-LINHA-RECIBO.
           MOVE WS-DATA-HOJE TO WS-RCB-DATA.
           MOVE CR-CLIENTE-ID TO WS-RCB-CLIENTE.
           MOVE CR-ID TO WS-RCB-LANCAMENTO.
           MOVE WS-EST-VALOR TO WS-RCB-VALOR.
           MOVE CR-SALDO TO WS-RCB-SALDO.
           MOVE WS-EST-SESSAO TO WS-RCB-SESSAO.
           MOVE WS-RECIBO-ESTORNO TO WS-RCB-RECIBO.
           MOVE "E" TO WS-RCB-TIPO.
           MOVE WS-LINHA-RECIBO TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.
           PERFORM BLOQUEIA-CREDITO.
           MOVE "CONTAS_RECEBER" TO WS-AUD-PROGRAMA.
           MOVE "ESTORNO" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO CR-ID.
           MOVE "CANCELA-RC" TO WS-AUD-OPERACAO.
           MOVE WS-RECIBO-ESTORNO TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           PERFORM ACERTA-SESSAO THRU ACERTA-SESSAO-FIM.
           MOVE SPACES TO WS-MSGERRO.
           STRING "RECEBIMENTO ESTORNADO - RECIBO DO ESTORNO "
               WS-ER-NUMERO DELIMITED BY SIZE INTO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       ESTORNA-RECEBIMENTO-FIM.

      * -----------------------------------
      * SESSAO DE GAVETA CARIMBADA NA LINHA DE RECIBO_RECEBER.DAT DO
      * RECIBO ESTORNADO (ZEROS SE NAO HOUVER)

       ACHA-SESSAO-RECIBO.
           MOVE ZEROS TO WS-EST-SESSAO.

           ACHA-SESSAO-RECIBO-LOOP.
           READ RECIBO-FILE INTO WS-LINHA-RECIBO
           AT END
               GO ACHA-SESSAO-RECIBO-FIM
           END-READ.
           IF WS-RCB-RECIBO EQUAL WS-RECIBO-ESTORNO
               AND NOT WS-RCB-ESTORNO
               AND WS-RCB-SESSAO NUMERIC
               MOVE WS-RCB-SESSAO TO WS-EST-SESSAO
               GO ACHA-SESSAO-RECIBO-FIM
           END-IF
           GO ACHA-SESSAO-RECIBO-LOOP.
       ACHA-SESSAO-RECIBO-FIM.

      * -----------------------------------
      * O SALDO VOLTOU: RELIGA O BLOQUEIO DE CREDITO DO CLIENTE EM
      * FUNC.DAT

       BLOQUEIA-CREDITO.
           IF CR-SALDO EQUAL ZEROS
               GO BLOQUEIA-CREDITO-FIM
           END-IF
           MOVE CR-CLIENTE-ID TO CLI-ID.
           READ CLIENTE-FILE
           NOT INVALID KEY
               IF NOT FS-CREDITO-TRAVADO
                   MOVE "S" TO FS-CREDITO-BLOQUEADO
                   REWRITE CLI-REC
                   MOVE "SALDO REABERTO - CREDITO BLOQUEADO DE NOVO"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
               END-IF
           END-READ.
       BLOQUEIA-CREDITO-FIM.

      * -----------------------------------
      * SESSAO JA FECHADA: O APURADO DELA JA CONTOU O RECEBIMENTO, E
      * O ESTORNO SAI DELE AQUI (SESSAO AINDA ABERTA DESCONTA A LINHA
      * "E" NO PROPRIO FECHAMENTO). SE O ENVELOPE DA SESSAO AINDA
      * ESTA NO COFRE, O VALOR DELE BAIXA JUNTO; SE JA FOI AO BANCO,
      * SO AVISA.

       ACERTA-SESSAO.
           IF WS-EST-SESSAO EQUAL ZEROS
               GO ACERTA-SESSAO-FIM
           END-IF
           MOVE WS-EST-SESSAO TO SES-ID.
           READ SESSAO-FILE
           INVALID KEY
               GO ACERTA-SESSAO-FIM
           END-READ.
           IF NOT SES-FECHADA
               GO ACERTA-SESSAO-FIM
           END-IF
           IF SES-VALOR-APURADO > WS-EST-VALOR
               SUBTRACT WS-EST-VALOR FROM SES-VALOR-APURADO
           ELSE
               MOVE ZEROS TO SES-VALOR-APURADO
           END-IF
           REWRITE SES-REC.
           MOVE "AJUSTE-SES" TO WS-AUD-OPERACAO.
           MOVE SES-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           OPEN I-O DEPOSITO-FILE.
           IF NOT FS-DEP-OK
               GO ACERTA-SESSAO-FIM
           END-IF
           MOVE ZEROS TO DEP-KEY.
           START DEPOSITO-FILE KEY IS NOT LESS THAN DEP-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-DEP
           END-START.

           ACERTA-SESSAO-LOOP.
           IF FS-DEP-FIM
               CLOSE DEPOSITO-FILE
               GO ACERTA-SESSAO-FIM
           END-IF
           READ DEPOSITO-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-DEP
               GO ACERTA-SESSAO-LOOP
           END-READ.
           IF DEP-SESSAO-ID NOT EQUAL WS-EST-SESSAO
               GO ACERTA-SESSAO-LOOP
           END-IF
           IF NOT DEP-NO-COFRE
               MOVE "ENVELOPE DA SESSAO JA SAIU DO COFRE - ACERTAR "
                   & "COM O BANCO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               CLOSE DEPOSITO-FILE
               GO ACERTA-SESSAO-FIM
           END-IF
           IF DEP-VALOR > WS-EST-VALOR
               SUBTRACT WS-EST-VALOR FROM DEP-VALOR
           ELSE
               MOVE ZEROS TO DEP-VALOR
           END-IF
           REWRITE DEP-REC.
           MOVE "AJUSTE-DEP" TO WS-AUD-OPERACAO.
           MOVE DEP-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           CLOSE DEPOSITO-FILE.
       ACERTA-SESSAO-FIM.

      * -----------------------------------
      * LINHA DE BAIXA, RECUPERACAO OU ESTORNO DE RECUPERACAO EM
      * BAIXA_CR_MOV.DAT, COM A FILIAL DO ALUGUEL DE ORIGEM. TIPO,
      * VALOR E SUPERVISOR JA PREPARADOS PELO CHAMADOR.

       GRAVA-BAIXA-MOV.
           MOVE WS-DATA-HOJE TO WS-BXM-DATA.
           MOVE CR-ID TO WS-BXM-LANCAMENTO.
           MOVE CR-CLIENTE-ID TO WS-BXM-CLIENTE.
           MOVE WS-SUPERVISOR-ID TO WS-BXM-SUPERVISOR.
           MOVE ZEROS TO WS-BXM-FILIAL.
           IF NOT FS-ALUG-NAO-EXISTE
               MOVE CR-ALUGUEL-ID TO AL-ID
               READ ALUGUEL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AL-FILIAL TO WS-BXM-FILIAL
               END-READ
           END-IF
           MOVE WS-LINHA-BAIXA TO BAIXA-MOV-LINHA.
           WRITE BAIXA-MOV-LINHA.

      * -----------------------------------
      * NATUREZA DO LANCAMENTO NA TELA

       DESCREVE-NATUREZA.
           EVALUATE TRUE
               WHEN CR-TIPO-JUROS
                   MOVE "JUROS DE MORA" TO WS-NATUREZA
               WHEN CR-TIPO-ATRASO
                   MOVE "MULTA POR ATRASO" TO WS-NATUREZA
               WHEN CR-TIPO-REPOSICAO
                   MOVE "REPOSICAO DE DISCO" TO WS-NATUREZA
               WHEN CR-TIPO-CONTESTACAO
                   MOVE "CONTESTACAO CARTAO" TO WS-NATUREZA
               WHEN OTHER
                   MOVE "MULTA" TO WS-NATUREZA
           END-EVALUATE.

      * -----------------------------------
      * GRAVA A LINHA DE RECIBO DO RECEBIMENTO

           MOVE CR-SALDO TO WS-RCB-SALDO.
           PERFORM BUSCA-SESSAO-CAIXA THRU BUSCA-SESSAO-CAIXA-FIM.
           MOVE WS-SESSAO-CORRENTE TO WS-RCB-SESSAO.
           MOVE WS-ER-NUMERO TO WS-RCB-RECIBO.
           MOVE WS-LINHA-RECIBO TO RECIBO-LINHA.
           WRITE RECIBO-LINHA.

               CLOSE CLIENTE-FILE
               OPEN I-O CLIENTE-FILE
           END-IF.
           OPEN INPUT ALUGUEL-FILE.
           OPEN INPUT FUNCIONARIO-FILE.
           OPEN EXTEND BAIXA-MOV-FILE
           IF FS-STAT-BXM = 35 THEN
               OPEN OUTPUT BAIXA-MOV-FILE
           END-IF.
           OPEN EXTEND RECIBO-FILE
           IF FS-STAT-RECIBO = 35 THEN
               OPEN OUTPUT RECIBO-FILE
               OPEN I-O SESSAO-FILE
           END-IF.

      * -----------------------------------
      * NOTAS DE ALERTA DO CLIENTE (NOTA_CLIENTE.DAT, MANTIDAS NA TELA
      * DE CLIENTES): CADA NOTA VALIDA SAI NA LINHA DE MENSAGEM. NOTA
      * DE BLOQUEIO SO DEIXA RECEBER COM SUPERVISOR, E A LIBERACAO VAI
      * PARA A AUDITORIA

       CONFERE-NOTAS-CLIENTE.
           MOVE "S" TO WS-NOTA-LIBERADA.
           CALL "CONFERE-NOTAS" USING WS-CLIENTE-ID WS-DATA-HOJE
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
           MOVE "CONTAS_RECEBER" TO WS-AUD-PROGRAMA.
           MOVE "NOTA-LIBER" TO WS-AUD-OPERACAO.
           MOVE WS-CLIENTE-ID TO WS-NOTA-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-NOTA-CHAVE.
       CONFERE-NOTAS-CLIENTE-FIM.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS

