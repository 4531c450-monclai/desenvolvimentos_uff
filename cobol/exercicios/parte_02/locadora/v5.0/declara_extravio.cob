       identification division.
       program-id. declara_extravio.

      *=================================================================
      * BATCH DA NOITE QUE DA COMO EXTRAVIADO O DISCO QUE NAO VOLTA.
      * ALUGUEL EM ABERTO (AL-EM-ABERTO) VENCIDO HA MAIS DE
      * PARAM-DIAS-EXTRAVIO DIAS CORRIDOS (TARIFA.DAT, PADRAO 60) VIRA
      * "X": A MULTA PARA DE CORRER, A COPIA E BAIXADA E SAI DO TOTAL
      * DO TITULO, E O VALOR DE REPOSICAO (REPOSICAO.DAT PELO TITULO,
      * SENAO O DA CATEGORIA EM TARIFA_CATEGORIA.DAT, SENAO O PADRAO
      * DA TARIFA EM VIGOR NO DIA DO ALUGUEL) E LANCADO NO CONTAS A
      * RECEBER NO LUGAR DA MULTA, COM O CREDITO DO CLIENTE BLOQUEADO.
      * CADA EXTRAVIO FICA EM EXTRAVIO.DAT E NUMA LINHA DE
      * EXTRAVIOS.DAT. ATE AQUI ESSES ALUGUEIS FICAVAM NO RELATORIO DE
      * ATRASADOS PARA SEMPRE, COM A MULTA PRESA NO TETO E O ESTOQUE
      * CONTANDO UM DISCO QUE NAO EXISTE. SE O DISCO APARECER, A
      * DEVOLUCAO DO BALCAO DESFAZ.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select aluguel-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is al-key
           alternate record key is al-cliente-id with duplicates
           alternate record key is al-data-aluguel with duplicates
           alternate record key is al-data-devolucao with duplicates.

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

       select copia-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-copia
           record key is copia-key.

       select param-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-param
           record key is param-chave.

       select tarifa-cat-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-tca
           record key is tca-key.

       select reposicao-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-rep
           record key is rep-key.

       select receber-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-receber
           record key is cr-key.

       select caucao-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-cau
           record key is cau-key.

       select extravio-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-ext
           record key is ext-key.

       select dia-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-dia
           record key is dia-chave.

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

       fd aluguel-file value of file-id is "ALUGUEL.dat".
       copy aluguel.

       fd cliente-file value of file-id is "FUNC.dat".
       copy cliente replacing ==FILE1-REC==     by ==CLI-REC==
                              ==FS-KEY==        by ==CLI-KEY==
                              ==FS-ID==         by ==CLI-ID==
                              ==FS-NOME==       by ==CLI-NOME==
                              ==FS-SENHA==      by ==CLI-SENHA==.

       fd filme-file value of file-id is "lista_de_filmes.dat".
       copy filme replacing ==FILE1-REC==       by ==FLM-REC==
                            ==FS-KEY==          by ==FLM-KEY==
                            ==FS-ID==           by ==FLM-ID==
                            ==FS-CATEGORIA==    by ==FLM-CATEGORIA==
                            ==FS-NOME-FILME==   by ==FLM-NOME-FILME==
                            ==FS-QTD-TOTAL==    by ==FLM-QTD-TOTAL==
                            ==FS-QTD-DISPONIVEL==
                                by ==FLM-QTD-DISPONIVEL==
                            ==FS-FILIAL==       by ==FLM-FILIAL==.

       fd copia-file value of file-id is "COPIA.dat".
       copy copia.

       fd param-file value of file-id is "TARIFA.dat".
       copy param_locacao.

       fd tarifa-cat-file value of file-id is "TARIFA_CATEGORIA.dat".
       copy tarifa_cat.

       fd reposicao-file value of file-id is "REPOSICAO.dat".
       copy reposicao.

       fd receber-file value of file-id is "CONTAS_RECEBER.dat".
       copy receber.

       fd caucao-file value of file-id is "CAUCAO.dat".
       copy caucao.

       fd extravio-file value of file-id is "EXTRAVIO.dat".
       copy extravio.

       fd dia-file value of file-id is "DATA_NEGOCIO.dat".
       copy dia_negocio.

       fd relatorio-file value of file-id is "EXTRAVIOS.dat".
       01 relatorio-linha             pic x(132).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-nao-existe            value 35.
           88 fs-fim                   value 10.

       77 fs-stat-cliente      pic 9(02).
           88 fs-cliente-ok            value zeros.

       77 fs-stat-filme        pic 9(02).
           88 fs-filme-ok              value zeros.

       77 fs-stat-copia        pic 9(02).
           88 fs-copia-ok              value zeros.

       77 fs-stat-param        pic 9(02).
           88 fs-param-ok              value zeros.

       77 fs-stat-tca          pic 9(02).
           88 fs-tca-ok                value zeros.

       77 fs-stat-rep          pic 9(02).
           88 fs-rep-ok                value zeros.

       77 fs-stat-receber      pic 9(02).
           88 fs-receber-ok            value zeros.
           88 fs-receber-nao-existe    value 35.

       77 fs-stat-cau          pic 9(02).
           88 fs-cau-ok                value zeros.

       77 fs-stat-ext          pic 9(02).
           88 fs-ext-ok                value zeros.
           88 fs-ext-nao-existe        value 35.

       77 fs-stat-dia          pic 9(02).
           88 fs-dia-ok                value zeros.

       77 fs-stat-rel          pic 9(02).
           88 fs-rel-ok                value zeros.

       77 ws-aud-programa       pic x(20).
       77 ws-aud-operacao       pic x(10).

       77 ws-data-hoje         pic 9(08).
       77 ws-int-hoje          pic 9(09).
       77 ws-dias-vencido      pic s9(05).
       77 ws-dias-extravio     pic 9(03).
       77 ws-valor-reposicao   pic 9(05)v99.
       77 ws-valor-padrao      pic 9(05)v99.
      * TARIFA EM VIGOR NO DIA DO ALUGUEL (TARIFA_VERSAO.DAT)
       copy param_locacao replacing leading ==PARAM== by ==PAL==
           ==REALOCA-NA-DEVOLUCAO== by ==PAL-REALOCA-NA-DEVOLUCAO==.
       77 ws-tarifa-achou      pic x(01).
       77 ws-filme-lido        pic x(01).
           88 filme-lido               value "S".
       77 ws-caucao-aplicada   pic 9(05)v99.
       77 ws-total-extravios   pic 9(05) value zeros.
       77 ws-total-valor       pic 9(07)v99 value zeros.

       01 ws-linha.
           02 ws-lin-aluguel       pic 9(11).
           02 filler               pic x(02) value spaces.
           02 ws-lin-cliente-id    pic 9(05).
           02 filler               pic x(02) value spaces.
           02 ws-lin-cliente       pic x(30).
           02 filler               pic x(02) value spaces.
           02 ws-lin-titulo        pic x(30).
           02 filler               pic x(02) value spaces.
           02 ws-lin-barcode       pic x(13).
           02 filler               pic x(02) value spaces.
           02 ws-lin-prevista      pic 9(08).
           02 filler               pic x(02) value spaces.
           02 ws-lin-dias          pic zzzz9.
           02 filler               pic x(02) value spaces.
           02 ws-lin-valor         pic zzzz9.99.

       01 ws-linha-total.
           02 filler               pic x(20)
               value "TOTAL DE EXTRAVIOS: ".
           02 ws-tot-qtd           pic zzzz9.
           02 filler               pic x(04) value spaces.
           02 filler               pic x(18) value "VALOR DE REPOSICAO".
           02 filler               pic x(02) value ": ".
           02 ws-tot-valor         pic zzzzzz9.99.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "declara_extravio".
           02 ws-spl-arquivo       pic x(30)
               value "EXTRAVIOS.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM CARREGA-DIA-NEGOCIO THRU CARREGA-DIA-NEGOCIO-FIM.
           PERFORM ABRIR-ARQUIVOS THRU ABRIR-ARQUIVOS-FIM.
           IF FS-NAO-EXISTE
               DISPLAY "NENHUM ALUGUEL REGISTRADO - NADA A DECLARAR"
               PERFORM FINALIZA
               GOBACK
           END-IF
           COMPUTE WS-INT-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           DISPLAY "EXTRAVIOS EM " WS-DATA-HOJE
               " - VENCIDOS HA MAIS DE " WS-DIAS-EXTRAVIO " DIAS".
           MOVE ZEROS TO AL-ID.
           START ALUGUEL-FILE KEY IS NOT LESS THAN AL-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT
           END-START.
           PERFORM PROCESSA-ALUGUEL THRU PROCESSA-ALUGUEL-FIM
               UNTIL FS-FIM.
           MOVE WS-TOTAL-EXTRAVIOS TO WS-TOT-QTD.
           MOVE WS-TOTAL-VALOR TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY WS-LINHA-TOTAL.
           PERFORM FINALIZA.
           GOBACK.

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
       CARREGA-DIA-NEGOCIO-FIM.

      * -----------------------------------
      * SO ENTRA ALUGUEL EM ABERTO VENCIDO HA MAIS DO PRAZO DE
      * EXTRAVIO - DIAS CORRIDOS, NAO DIAS ABERTOS: QUEM SOME POR DOIS
      * MESES NAO ESTA ESPERANDO FERIADO

       PROCESSA-ALUGUEL.
           READ ALUGUEL-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT
               GO PROCESSA-ALUGUEL-FIM
           END-READ.
           IF NOT AL-EM-ABERTO
               GO PROCESSA-ALUGUEL-FIM
           END-IF
           IF AL-DATA-PREVISTA NOT NUMERIC
               OR AL-DATA-PREVISTA = ZEROS
               GO PROCESSA-ALUGUEL-FIM
           END-IF
           COMPUTE WS-DIAS-VENCIDO = WS-INT-HOJE
               - FUNCTION INTEGER-OF-DATE(AL-DATA-PREVISTA).
           IF WS-DIAS-VENCIDO NOT > WS-DIAS-EXTRAVIO
               GO PROCESSA-ALUGUEL-FIM
           END-IF
           PERFORM DECLARA-EXTRAVIO THRU DECLARA-EXTRAVIO-FIM.
       PROCESSA-ALUGUEL-FIM.

      * -----------------------------------
      * MESMOS PASSOS DA DECLARACAO DO SUPERVISOR NO BALCAO
      * (ALUGUEL.COB/DECLARA-EXTRAVIO): ALUGUEL "X", TOTAL DO TITULO
      * MENOS UM, COPIA BAIXADA, EXTRAVIO.DAT, REPOSICAO NO CONTAS A
      * RECEBER (MENOS A CAUCAO RETIDA) E CREDITO BLOQUEADO

       DECLARA-EXTRAVIO.
           MOVE "N" TO WS-FILME-LIDO.
           MOVE AL-FILME-ID TO FLM-ID.
           READ FILME-FILE
           INVALID KEY
               MOVE SPACES TO FLM-CATEGORIA
               MOVE "TITULO NAO CADASTRADO" TO FLM-NOME-FILME
               MOVE ZEROS TO FS-STAT-FILME
           NOT INVALID KEY
               MOVE "S" TO WS-FILME-LIDO
           END-READ.
           PERFORM CALCULA-REPOSICAO THRU CALCULA-REPOSICAO-FIM.
           MOVE "X" TO AL-STATUS.
           REWRITE AL-REC
           INVALID KEY
               DISPLAY "ERRO AO GRAVAR EXTRAVIO DO ALUGUEL " AL-ID
               GO DECLARA-EXTRAVIO-FIM
           END-REWRITE.
           IF FILME-LIDO
               IF FLM-QTD-TOTAL > ZEROS
                   SUBTRACT 1 FROM FLM-QTD-TOTAL
               END-IF
               REWRITE FLM-REC
               END-REWRITE
           END-IF
           IF AL-COPIA-BARCODE NOT EQUAL SPACES
               MOVE AL-COPIA-BARCODE TO COPIA-BARCODE
               READ COPIA-FILE
               INVALID KEY
                   MOVE ZEROS TO FS-STAT-COPIA
               NOT INVALID KEY
                   MOVE "B" TO COPIA-STATUS
                   REWRITE COPIA-REC
                   END-REWRITE
               END-READ
           END-IF
           MOVE SPACES TO EXT-REC.
           MOVE AL-ID TO EXT-ALUGUEL-ID.
           MOVE AL-CLIENTE-ID TO EXT-CLIENTE-ID.
           MOVE AL-FILME-ID TO EXT-FILME-ID.
           MOVE AL-COPIA-BARCODE TO EXT-COPIA-BARCODE.
           MOVE WS-DATA-HOJE TO EXT-DATA.
           MOVE WS-DIAS-VENCIDO TO EXT-DIAS-ATRASO.
           MOVE WS-VALOR-REPOSICAO TO EXT-VALOR-REPOSICAO.
           MOVE "B" TO EXT-ORIGEM.
           MOVE ZEROS TO EXT-SUPERVISOR.
           MOVE "E" TO EXT-STATUS.
           MOVE ZEROS TO EXT-DATA-RECUPERACAO.
           WRITE EXT-REC
           INVALID KEY
               REWRITE EXT-REC
           END-WRITE.
           PERFORM LANCA-REPOSICAO THRU LANCA-REPOSICAO-FIM.
           MOVE AL-CLIENTE-ID TO CLI-ID.
           READ CLIENTE-FILE
           INVALID KEY
               MOVE SPACES TO CLI-NOME
               MOVE ZEROS TO FS-STAT-CLIENTE
           NOT INVALID KEY
               MOVE "S" TO FS-CREDITO-BLOQUEADO
               REWRITE CLI-REC
               END-REWRITE
           END-READ.
           MOVE "DECLARA_EXTRAVIO" TO WS-AUD-PROGRAMA.
           MOVE "EXTRAVIO" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO AL-ID.

           MOVE AL-ID TO WS-LIN-ALUGUEL.
           MOVE AL-CLIENTE-ID TO WS-LIN-CLIENTE-ID.
           MOVE CLI-NOME TO WS-LIN-CLIENTE.
           MOVE FLM-NOME-FILME TO WS-LIN-TITULO.
           MOVE AL-COPIA-BARCODE TO WS-LIN-BARCODE.
           MOVE AL-DATA-PREVISTA TO WS-LIN-PREVISTA.
           MOVE WS-DIAS-VENCIDO TO WS-LIN-DIAS.
           MOVE WS-VALOR-REPOSICAO TO WS-LIN-VALOR.
           MOVE WS-LINHA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY WS-LINHA.
           ADD 1 TO WS-TOTAL-EXTRAVIOS.
           ADD WS-VALOR-REPOSICAO TO WS-TOTAL-VALOR.
       DECLARA-EXTRAVIO-FIM.

      * -----------------------------------
      * VALOR DE REPOSICAO DO DISCO (FLM-REC JA LIDO): O DO TITULO
      * MANDA, DEPOIS O DA CATEGORIA, DEPOIS O PADRAO DA TARIFA EM
      * VIGOR NA DATA DO ALUGUEL (SEM VERSAO ATE ELA, O DE TARIFA.DAT)

       CALCULA-REPOSICAO.
           MOVE WS-VALOR-PADRAO TO WS-VALOR-REPOSICAO.
           MOVE SPACES TO PAL-REC.
           CALL "OBTEM-TARIFA" USING AL-DATA-ALUGUEL PAL-REC
               WS-TARIFA-ACHOU.
           IF PAL-VALOR-REPOSICAO IS NUMERIC
               AND PAL-VALOR-REPOSICAO > ZEROS
               MOVE PAL-VALOR-REPOSICAO TO WS-VALOR-REPOSICAO
           END-IF
           IF FS-REP-OK
               MOVE AL-FILME-ID TO REP-FILME-ID
               READ REPOSICAO-FILE
               INVALID KEY
                   MOVE ZEROS TO FS-STAT-REP
               NOT INVALID KEY
                   IF REP-VALOR > ZEROS
                       MOVE REP-VALOR TO WS-VALOR-REPOSICAO
                       GO CALCULA-REPOSICAO-FIM
                   END-IF
               END-READ
           END-IF
           IF NOT FS-TCA-OK OR FLM-CATEGORIA EQUAL SPACES
               GO CALCULA-REPOSICAO-FIM
           END-IF
           MOVE FLM-CATEGORIA TO TCA-CATEGORIA.
           READ TARIFA-CAT-FILE
           INVALID KEY
               MOVE ZEROS TO FS-STAT-TCA
               GO CALCULA-REPOSICAO-FIM
           END-READ.
      * CATEGORIA GRAVADA ANTES DO CAMPO CARREGA ESPACOS NO FILLER
           IF TCA-VALOR-REPOSICAO IS NUMERIC
               AND TCA-VALOR-REPOSICAO > ZEROS
               MOVE TCA-VALOR-REPOSICAO TO WS-VALOR-REPOSICAO
           END-IF.
       CALCULA-REPOSICAO-FIM.

      * -----------------------------------
      * LANCA A REPOSICAO NO CONTAS A RECEBER COM O NUMERO DO ALUGUEL
      * COMO CHAVE (A MESMA DA MULTA, QUE NESTE ALUGUEL NAO EXISTE
      * AINDA). A CAUCAO RETIDA DO ALUGUEL E APLICADA CONTRA ELA.

       LANCA-REPOSICAO.
           MOVE SPACES TO CR-REC.
           MOVE AL-ID TO CR-ID.
           MOVE AL-CLIENTE-ID TO CR-CLIENTE-ID.
           MOVE AL-ID TO CR-ALUGUEL-ID.
           MOVE WS-VALOR-REPOSICAO TO CR-VALOR-ORIGINAL.
           MOVE WS-VALOR-REPOSICAO TO CR-SALDO.
           IF FS-CAU-OK
               MOVE AL-ID TO CAU-ALUGUEL-ID
               READ CAUCAO-FILE
               INVALID KEY
                   MOVE ZEROS TO FS-STAT-CAU
               NOT INVALID KEY
                   IF CAU-RETIDA
                       IF CAU-VALOR < CR-SALDO
                           MOVE CAU-VALOR TO WS-CAUCAO-APLICADA
                       ELSE
                           MOVE CR-SALDO TO WS-CAUCAO-APLICADA
                       END-IF
                       SUBTRACT WS-CAUCAO-APLICADA FROM CR-SALDO
                       MOVE WS-CAUCAO-APLICADA TO CAU-VALOR-APLICADO
                       MOVE WS-DATA-HOJE TO CAU-DATA-LIBERACAO
                       MOVE "A" TO CAU-STATUS
                       REWRITE CAU-REC
                       END-REWRITE
                   END-IF
               END-READ
           END-IF
           MOVE WS-DATA-HOJE TO CR-DATA-ORIGEM.
           IF CR-SALDO > ZEROS
               MOVE "A" TO CR-STATUS
           ELSE
               MOVE "Q" TO CR-STATUS
           END-IF
           MOVE "R" TO CR-TIPO.
           WRITE CR-REC
           INVALID KEY
               DISPLAY "ALUGUEL " AL-ID
                   " JA TEM LANCAMENTO NO CONTAS A RECEBER"
           END-WRITE.
       LANCA-REPOSICAO-FIM.

      * -----------------------------------
      * ABRE OS ARQUIVOS E CARREGA O PRAZO DE EXTRAVIO E O VALOR
      * PADRAO DE REPOSICAO DE TARIFA.DAT

       ABRIR-ARQUIVOS.
           OPEN I-O ALUGUEL-FILE.
           IF FS-NAO-EXISTE
               GO ABRIR-ARQUIVOS-FIM
           END-IF
           OPEN I-O CLIENTE-FILE.
           OPEN I-O FILME-FILE.
           OPEN I-O COPIA-FILE.
           OPEN I-O RECEBER-FILE.
           IF FS-RECEBER-NAO-EXISTE
               OPEN OUTPUT RECEBER-FILE
               CLOSE RECEBER-FILE
               OPEN I-O RECEBER-FILE
           END-IF
           OPEN I-O CAUCAO-FILE.
           OPEN I-O EXTRAVIO-FILE.
           IF FS-EXT-NAO-EXISTE
               OPEN OUTPUT EXTRAVIO-FILE
               CLOSE EXTRAVIO-FILE
               OPEN I-O EXTRAVIO-FILE
           END-IF
           OPEN INPUT TARIFA-CAT-FILE.
           OPEN INPUT REPOSICAO-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE 60 TO WS-DIAS-EXTRAVIO.
           MOVE 80.00 TO WS-VALOR-PADRAO.
           OPEN INPUT PARAM-FILE.
           IF FS-PARAM-OK
               MOVE 1 TO PARAM-CHAVE
               READ PARAM-FILE
               NOT INVALID KEY
                   IF PARAM-DIAS-EXTRAVIO NUMERIC
                       AND PARAM-DIAS-EXTRAVIO > ZEROS
                       MOVE PARAM-DIAS-EXTRAVIO TO WS-DIAS-EXTRAVIO
                   END-IF
                   IF PARAM-VALOR-REPOSICAO NUMERIC
                       AND PARAM-VALOR-REPOSICAO > ZEROS
                       MOVE PARAM-VALOR-REPOSICAO TO WS-VALOR-PADRAO
                   END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.
       ABRIR-ARQUIVOS-FIM.

       FINALIZA.
           IF NOT FS-NAO-EXISTE
               CLOSE ALUGUEL-FILE CLIENTE-FILE FILME-FILE COPIA-FILE
                   RECEBER-FILE EXTRAVIO-FILE RELATORIO-FILE
               CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
                   WS-SPL-ARQUIVO WS-SPL-FILIAL
               IF FS-CAU-OK
                   CLOSE CAUCAO-FILE
               END-IF
               IF FS-TCA-OK
                   CLOSE TARIFA-CAT-FILE
               END-IF
               IF FS-REP-OK
                   CLOSE REPOSICAO-FILE
               END-IF
           END-IF.
