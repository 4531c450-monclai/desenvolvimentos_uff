       identification division.
       program-id. recolhe_licencas.

      *=================================================================
      * CHECAGEM NOTURNA DA VIGENCIA DAS LICENCAS DE TITULO
      * (LICENCA.DAT). AVISA O TITULO CUJA LICENCA ATIVA TERMINA NOS
      * PROXIMOS AVISO_LICENCA_DIAS DIAS (VARIAVEL DE AMBIENTE,
      * PADRAO 15). CHEGANDO A DATA FINAL, A LICENCA PASSA A "EM
      * RECOLHIMENTO" - O BALCAO JA NAO ALUGA NEM PRORROGA O TITULO
      * (CONFERE-LICENCA) - E TODA COPIA DO TITULO QUE ESTIVER NA
      * PRATELEIRA VAI PARA "DEVOLVER A DISTRIBUIDORA" (COPIA "R"),
      * SAINDO DOS CONTADORES DO CATALOGO. COPIA QUE AINDA ESTA COM
      * CLIENTE ENTRA NO MESMO ESTADO NA PRIMEIRA NOITE DEPOIS DE
      * DEVOLVIDA, VENHA POR QUAL BALCAO VIER. A LISTA DE
      * RECOLHIMENTO SAI TODA NOITE EM RECOLHE_LICENCA.DAT, COPIA POR
      * COPIA COM A VAGA DA PRATELEIRA, ATE A DISTRIBUIDORA RETIRAR
      * TUDO (CONFIRMADO EM CADASTRO_LICENCA, COPIA "G").
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select licenca-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-lic
           record key is lic-key.

       select filme-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-filme
           record key is flm-key.

       select copia-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-copia
           record key is copia-key.

       select aluguel-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-aluguel
           record key is al-key.

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

       fd licenca-file value of file-id is "LICENCA.dat".
       copy licenca.

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
                            ==FS-ATIVO==        by ==FLM-ATIVO==
                            ==FS-ATIVO-SIM==    by ==FLM-ATIVO-SIM==
                            ==FS-ATIVO-NAO==    by ==FLM-ATIVO-NAO==
                            ==FS-FILIAL==       by ==FLM-FILIAL==.

       fd copia-file value of file-id is "COPIA.dat".
       copy copia.

       fd aluguel-file value of file-id is "ALUGUEL.dat".
       copy aluguel.

       fd dia-file value of file-id is "DATA_NEGOCIO.dat".
       copy dia_negocio.

       fd relatorio-file value of file-id is "RECOLHE_LICENCA.dat".
       01 relatorio-linha             pic x(100).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-lic          pic 9(02).
           88 fs-lic-ok                value zeros.
           88 fs-lic-nao-existe        value 35.
           88 fs-lic-fim               value 10.

       77 fs-stat-filme        pic 9(02).
           88 fs-filme-ok              value zeros.

       77 fs-stat-copia        pic 9(02).
           88 fs-copia-ok              value zeros.
           88 fs-copia-fim             value 10.

       77 fs-stat-aluguel      pic 9(02).
           88 fs-aluguel-ok            value zeros.
           88 fs-aluguel-fim           value 10.

       77 fs-stat-dia          pic 9(02).
           88 fs-dia-ok                value zeros.

       77 fs-stat-rel          pic 9(02).

       77 ws-data-hoje         pic 9(08).
       77 ws-hoje-int          pic 9(09).
       77 ws-dias-restantes    pic s9(07).

       77 ws-aviso-ambiente    pic x(03).
       77 ws-aviso-dias        pic 9(03).

      * TITULOS COM A LICENCA EM RECOLHIMENTO, PARA AS PASSADAS EM
      * COPIA.DAT E ALUGUEL.DAT
       77 ws-ind               pic 9(03) comp.
       77 ws-qtd-titulos       pic 9(03) comp value zeros.
       78 ws-max-titulos       value 500.
       01 ws-tabela-titulos.
           02 ws-titulo occurs 500 times.
               03 ws-tit-filme-id      pic 9(11).
               03 ws-tit-parceiro      pic 9(05).
       77 ws-filme-procura     pic 9(11).
       77 ws-achou-titulo      pic x(01).
           88 achou-titulo             value "S".

       77 ws-total-avisos      pic 9(05) value zeros.
       77 ws-total-encerradas  pic 9(05) value zeros.
       77 ws-total-separadas   pic 9(05) value zeros.
       77 ws-total-pendentes   pic 9(05) value zeros.
       77 ws-total-com-cliente pic 9(05) value zeros.

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).

       01 ws-linha.
           02 ws-lin-situacao      pic x(20).
           02 filler               pic x(01) value spaces.
           02 ws-lin-filme         pic 9(11).
           02 filler               pic x(01) value spaces.
           02 ws-lin-nome          pic x(25).
           02 filler               pic x(01) value spaces.
           02 ws-lin-barcode       pic x(13).
           02 filler               pic x(01) value spaces.
           02 ws-lin-vaga          pic zzzz9.
           02 filler               pic x(01) value spaces.
           02 ws-lin-info          pic x(21).

       01 ws-info-aviso.
           02 filler               pic x(04) value "FIM ".
           02 ws-inf-data-fim      pic 9(08).
           02 filler               pic x(06) value " DIST ".
           02 ws-inf-parceiro      pic 9(05).

       01 ws-info-cliente.
           02 filler               pic x(04) value "CLI ".
           02 ws-inf-cliente       pic 9(05).
           02 filler               pic x(04) value " AT ".
           02 ws-inf-prevista      pic 9(08).

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "recolhe_licencas".
           02 ws-spl-arquivo       pic x(30)
               value "RECOLHE_LICENCA.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM CARREGA-DIA-NEGOCIO THRU CARREGA-DIA-NEGOCIO-FIM.
           PERFORM OBTEM-AVISO.
           OPEN I-O LICENCA-FILE.
           IF FS-LIC-NAO-EXISTE
               DISPLAY "NENHUMA LICENCA CADASTRADA - NADA A CONFERIR"
               GOBACK
           END-IF
           OPEN I-O FILME-FILE.
           OPEN I-O COPIA-FILE.
           OPEN INPUT ALUGUEL-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           COMPUTE WS-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).

           MOVE ZEROS TO LIC-KEY.
           START LICENCA-FILE KEY IS NOT LESS THAN LIC-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-LIC
           END-START.
           PERFORM PROCESSA-LICENCA THRU PROCESSA-LICENCA-FIM
               UNTIL FS-LIC-FIM.

           IF WS-QTD-TITULOS > ZEROS AND FS-COPIA-OK
               MOVE LOW-VALUES TO COPIA-KEY
               START COPIA-FILE KEY IS NOT LESS THAN COPIA-KEY
               INVALID KEY
                   MOVE 10 TO FS-STAT-COPIA
               END-START
               PERFORM PROCESSA-COPIA THRU PROCESSA-COPIA-FIM
                   UNTIL FS-COPIA-FIM
           END-IF.
           IF WS-QTD-TITULOS > ZEROS AND FS-ALUGUEL-OK
               PERFORM PROCESSA-ALUGUEL THRU PROCESSA-ALUGUEL-FIM
                   UNTIL FS-ALUGUEL-FIM
           END-IF.

           DISPLAY "AVISO DE FIM (DIAS)......: " WS-AVISO-DIAS.
           DISPLAY "LICENCAS PERTO DO FIM....: " WS-TOTAL-AVISOS.
           DISPLAY "LICENCAS ENCERRADAS HOJE.: " WS-TOTAL-ENCERRADAS.
           DISPLAY "COPIAS SEPARADAS HOJE....: " WS-TOTAL-SEPARADAS.
           DISPLAY "AGUARDANDO A DISTRIBUIDORA: " WS-TOTAL-PENDENTES.
           DISPLAY "AINDA COM CLIENTE........: " WS-TOTAL-COM-CLIENTE.
           CLOSE LICENCA-FILE FILME-FILE COPIA-FILE ALUGUEL-FILE
                 RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
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
      * ANTECEDENCIA DO AVISO PELA VARIAVEL DE AMBIENTE
      * AVISO_LICENCA_DIAS; SEM ELA (OU NAO NUMERICA), 15 DIAS

       OBTEM-AVISO.
           ACCEPT WS-AVISO-AMBIENTE
               FROM ENVIRONMENT "AVISO_LICENCA_DIAS".
           IF WS-AVISO-AMBIENTE IS NUMERIC
               AND WS-AVISO-AMBIENTE NOT = SPACES
               MOVE WS-AVISO-AMBIENTE TO WS-AVISO-DIAS
           ELSE
               MOVE 15 TO WS-AVISO-DIAS
           END-IF.

      * -----------------------------------
      * CADA LICENCA ATIVA: PERTO DO FIM GERA O AVISO; NO FIM (OU
      * DEPOIS) PASSA A EM RECOLHIMENTO E O TITULO ENTRA NA TABELA

       PROCESSA-LICENCA.
           READ LICENCA-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-LIC
               GO PROCESSA-LICENCA-FIM
           END-READ.
           IF NOT LIC-ATIVO-SIM OR LIC-DATA-FIM EQUAL ZEROS
               GO PROCESSA-LICENCA-FIM
           END-IF
           COMPUTE WS-DIAS-RESTANTES =
               FUNCTION INTEGER-OF-DATE(LIC-DATA-FIM) - WS-HOJE-INT.
           MOVE LIC-FILME-ID TO FLM-ID.
           READ FILME-FILE
           INVALID KEY
               MOVE SPACES TO FLM-NOME-FILME
           END-READ.

           IF WS-DIAS-RESTANTES > ZEROS
               AND NOT LIC-EM-RECOLHIMENTO
               IF WS-DIAS-RESTANTES NOT > WS-AVISO-DIAS
                   MOVE SPACES TO WS-LINHA
                   MOVE "AVISO - FIM PROXIMO" TO WS-LIN-SITUACAO
                   PERFORM MONTA-LINHA-LICENCA
                   ADD 1 TO WS-TOTAL-AVISOS
               END-IF
               GO PROCESSA-LICENCA-FIM
           END-IF

           IF NOT LIC-EM-RECOLHIMENTO
               MOVE "R" TO LIC-SITUACAO
               REWRITE LIC-REC
               INVALID KEY
                   CONTINUE
               END-REWRITE
               MOVE "recolhe_licencas" TO WS-AUD-PROGRAMA
               MOVE "RECOLHE" TO WS-AUD-OPERACAO
               CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
                   WS-AUD-OPERACAO LIC-FILME-ID
               MOVE SPACES TO WS-LINHA
               MOVE "LICENCA ENCERRADA" TO WS-LIN-SITUACAO
               PERFORM MONTA-LINHA-LICENCA
               ADD 1 TO WS-TOTAL-ENCERRADAS
           END-IF
           IF WS-QTD-TITULOS < WS-MAX-TITULOS
               ADD 1 TO WS-QTD-TITULOS
               MOVE LIC-FILME-ID TO WS-TIT-FILME-ID(WS-QTD-TITULOS)
               MOVE LIC-PARCEIRO TO WS-TIT-PARCEIRO(WS-QTD-TITULOS)
           ELSE
               DISPLAY "TABELA DE TITULOS CHEIA - TITULO IGNORADO: "
                   LIC-FILME-ID
           END-IF.
       PROCESSA-LICENCA-FIM.

      * -----------------------------------
      * LINHA DE AVISO/ENCERRAMENTO DA LICENCA CORRENTE

       MONTA-LINHA-LICENCA.
           MOVE LIC-FILME-ID TO WS-LIN-FILME.
           MOVE FLM-NOME-FILME TO WS-LIN-NOME.
           MOVE LIC-DATA-FIM TO WS-INF-DATA-FIM.
           MOVE LIC-PARCEIRO TO WS-INF-PARCEIRO.
           MOVE WS-INFO-AVISO TO WS-LIN-INFO.
           MOVE WS-LINHA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      * -----------------------------------
      * CADA COPIA DE TITULO EM RECOLHIMENTO: A DA PRATELEIRA E
      * SEPARADA PARA A DISTRIBUIDORA; TODA COPIA AINDA NAO RETIRADA
      * (NEM BAIXADA) SAI NA LISTA COM A VAGA E ONDE ESTA

       PROCESSA-COPIA.
           READ COPIA-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-COPIA
               GO PROCESSA-COPIA-FIM
           END-READ.
           IF COPIA-DEVOLVIDA-DIST OR COPIA-BAIXADA
               GO PROCESSA-COPIA-FIM
           END-IF
           MOVE COPIA-FILME-ID TO WS-FILME-PROCURA.
           PERFORM LOCALIZA-TITULO THRU LOCALIZA-TITULO-FIM.
           IF NOT ACHOU-TITULO
               GO PROCESSA-COPIA-FIM
           END-IF
           MOVE COPIA-FILME-ID TO FLM-ID.
           READ FILME-FILE
           INVALID KEY
               MOVE SPACES TO FLM-NOME-FILME
               MOVE ZEROS TO FS-STAT-FILME
           END-READ.
           MOVE SPACES TO WS-LINHA.
           EVALUATE TRUE
               WHEN COPIA-DISPONIVEL
                   PERFORM SEPARA-COPIA THRU SEPARA-COPIA-FIM
                   MOVE "SEPARAR DA PRATELEIRA" TO WS-LIN-SITUACAO
                   ADD 1 TO WS-TOTAL-PENDENTES
               WHEN COPIA-A-DEVOLVER
                   MOVE "AGUARDANDO RETIRADA" TO WS-LIN-SITUACAO
                   ADD 1 TO WS-TOTAL-PENDENTES
               WHEN COPIA-ALUGADA
                   MOVE "COM CLIENTE" TO WS-LIN-SITUACAO
                   ADD 1 TO WS-TOTAL-COM-CLIENTE
               WHEN COPIA-EM-TRANSITO
                   MOVE "EM TRANSITO" TO WS-LIN-SITUACAO
               WHEN COPIA-DANIFICADA
                   MOVE "DANIFICADA" TO WS-LIN-SITUACAO
               WHEN COPIA-SEPARADA
                   MOVE "SEPARADA AGENDAMENTO" TO WS-LIN-SITUACAO
               WHEN OTHER
                   MOVE "SITUACAO " TO WS-LIN-SITUACAO
                   MOVE COPIA-STATUS TO WS-LIN-SITUACAO(10:1)
           END-EVALUATE.
           MOVE COPIA-FILME-ID TO WS-LIN-FILME.
           MOVE FLM-NOME-FILME TO WS-LIN-NOME.
           MOVE COPIA-BARCODE TO WS-LIN-BARCODE.
           IF COPIA-VAGA NUMERIC
               MOVE COPIA-VAGA TO WS-LIN-VAGA
           END-IF
           MOVE WS-LINHA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       PROCESSA-COPIA-FIM.

      * -----------------------------------
      * COPIA DA PRATELEIRA VAI PARA "DEVOLVER A DISTRIBUIDORA" E SAI
      * DO TOTAL E DO DISPONIVEL DO TITULO

       SEPARA-COPIA.
           MOVE "R" TO COPIA-STATUS.
           REWRITE COPIA-REC
           INVALID KEY
               GO SEPARA-COPIA-FIM
           END-REWRITE.
           ADD 1 TO WS-TOTAL-SEPARADAS.
           IF NOT FS-FILME-OK OR FLM-NOME-FILME EQUAL SPACES
               GO SEPARA-COPIA-FIM
           END-IF
           IF FLM-QTD-TOTAL > ZEROS
               SUBTRACT 1 FROM FLM-QTD-TOTAL
           END-IF
           IF FLM-QTD-DISPONIVEL > ZEROS
               SUBTRACT 1 FROM FLM-QTD-DISPONIVEL
           END-IF
           REWRITE FLM-REC
           INVALID KEY
               CONTINUE
           END-REWRITE.
       SEPARA-COPIA-FIM.

      * -----------------------------------
      * ALUGUEL EM ABERTO DE TITULO EM RECOLHIMENTO: QUEM ESTA COM A
      * COPIA E QUANDO DEVE VOLTAR

       PROCESSA-ALUGUEL.
           READ ALUGUEL-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-ALUGUEL
               GO PROCESSA-ALUGUEL-FIM
           END-READ.
           IF NOT AL-EM-ABERTO
               GO PROCESSA-ALUGUEL-FIM
           END-IF
           MOVE AL-FILME-ID TO WS-FILME-PROCURA.
           PERFORM LOCALIZA-TITULO THRU LOCALIZA-TITULO-FIM.
           IF NOT ACHOU-TITULO
               GO PROCESSA-ALUGUEL-FIM
           END-IF
           MOVE SPACES TO WS-LINHA.
           MOVE "ALUGUEL EM ABERTO" TO WS-LIN-SITUACAO.
           MOVE AL-FILME-ID TO WS-LIN-FILME.
           MOVE AL-COPIA-BARCODE TO WS-LIN-BARCODE.
           MOVE AL-CLIENTE-ID TO WS-INF-CLIENTE.
           MOVE AL-DATA-PREVISTA TO WS-INF-PREVISTA.
           MOVE WS-INFO-CLIENTE TO WS-LIN-INFO.
           MOVE WS-LINHA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       PROCESSA-ALUGUEL-FIM.

      * -----------------------------------
      * PROCURA WS-FILME-PROCURA NA TABELA DE TITULOS EM RECOLHIMENTO

       LOCALIZA-TITULO.
           MOVE "N" TO WS-ACHOU-TITULO.
           MOVE ZEROS TO WS-IND.

           LOCALIZA-TITULO-LOOP.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-TITULOS
               GO LOCALIZA-TITULO-FIM
           END-IF
           IF WS-TIT-FILME-ID(WS-IND) EQUAL WS-FILME-PROCURA
               MOVE "S" TO WS-ACHOU-TITULO
               GO LOCALIZA-TITULO-FIM
           END-IF
           GO LOCALIZA-TITULO-LOOP.
       LOCALIZA-TITULO-FIM.
