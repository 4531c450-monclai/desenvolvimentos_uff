       identification division.
       program-id. lembrete_devolucao.

      *=================================================================
      * BATCH DA NOITE QUE AVISA O CLIENTE NA VESPERA DO VENCIMENTO.
      * PEGA OS ALUGUEIS EM ABERTO (AL-EM-ABERTO) CUJA PREVISAO DE
      * DEVOLUCAO CAI NO PROXIMO DIA ABERTO DA LOJA (DOMINGO E DATAS
      * DE CALENDARIO.DAT NAO CONTAM, MESMA REGRA DO BALCAO) E GERA O
      * ARQUIVO DE SAIDA LEMBRETES_DEVOLUCAO.DAT, UMA LINHA POR
      * CLIENTE COM OS TITULOS, A DATA E O TELEFONE DE FUNC.DAT - OU,
      * SEM TELEFONE, O ENDERECO DE ENDERECO.DAT. CADA LEMBRETE
      * MANDADO FICA EM LEMBRETE.DAT (CLIENTE + DATA PREVISTA), E O
      * CLIENTE RECEBE UM SO AVISO POR DATA DE VENCIMENTO. ATE AQUI A
      * COBRANCA SO CORRIA ATRAS DEPOIS DO RELATORIO_ATRASADOS; A
      * MAIOR PARTE DA MULTA SE EVITA COM UM RECADO NA VESPERA.
      * CLIENTE QUE NAO AUTORIZOU LEMBRETES (CONSENTIMENTO.DAT, PELA
      * SUBROTINA CONFERE-CONSENTIMENTO) NAO E AVISADO.
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

       select endereco-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-endereco
           record key is end-key.

       select calendario-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-cal
           record key is cal-key.

       select dia-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-dia
           record key is dia-chave.

       select lembrete-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-lem
           record key is lem-key.

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

       fd endereco-file value of file-id is "ENDERECO.dat".
       copy endereco.

       fd calendario-file value of file-id is "CALENDARIO.dat".
       copy calendario.

       fd dia-file value of file-id is "DATA_NEGOCIO.dat".
       copy dia_negocio.

       fd lembrete-file value of file-id is "LEMBRETE.dat".
       copy lembrete.

       fd relatorio-file value of file-id is "LEMBRETES_DEVOLUCAO.dat".
       01 relatorio-linha             pic x(230).

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

       77 fs-stat-endereco     pic 9(02).
           88 fs-endereco-ok           value zeros.

       77 fs-stat-cal          pic 9(02).
           88 fs-cal-ok                value zeros.

       77 fs-stat-dia          pic 9(02).
           88 fs-dia-ok                value zeros.

       77 fs-stat-lem          pic 9(02).
           88 fs-lem-ok                value zeros.
           88 fs-lem-nao-existe        value 35.

       77 fs-stat-rel          pic 9(02).
           88 fs-rel-ok                value zeros.

       77 ws-data-hoje         pic 9(08).
       77 ws-data-alvo         pic 9(08).
       77 ws-total-lembretes   pic 9(05) value zeros.
       77 ws-total-ja-avisados pic 9(05) value zeros.
       77 ws-total-sem-contato pic 9(05) value zeros.
       77 ws-total-sem-consent pic 9(05) value zeros.

       77 ws-con-finalidade    pic x(01) value "L".
       77 ws-con-resultado     pic x(01).
           88 con-autorizado           value "S".

      * PROXIMO DIA ABERTO: MESMA CONTA DE ALUGUEL.COB/TESTA-DIA-
      * FECHADO (DOMINGO PELO DIA CORRIDO, FERIADO PELO CALENDARIO)
       77 ws-dia-teste-int     pic 9(08).
       77 ws-dia-teste-data    pic 9(08).
       77 ws-dia-semana        pic 9(01).
       77 ws-dia-fechado       pic x(01).
           88 dia-fechado              value "S".

      * CLIENTE QUE ESTA SENDO ACUMULADO (OS ALUGUEIS VEM PELA CHAVE
      * ALTERNADA AL-CLIENTE-ID, TODOS OS DE UM CLIENTE EM SEGUIDA)
       77 ws-cliente-atual     pic 9(05) value zeros.
       77 ws-qtd-titulos       pic 9(03) value zeros.
       77 ws-canal             pic x(01).

       01 ws-linha.
           02 ws-lin-cliente-id    pic 9(05).
           02 filler               pic x(02) value spaces.
           02 ws-lin-cliente       pic x(30).
           02 filler               pic x(02) value spaces.
           02 ws-lin-data          pic 9(08).
           02 filler               pic x(02) value spaces.
           02 ws-lin-contato       pic x(70).
           02 filler               pic x(02) value spaces.
           02 ws-lin-titulos.
               03 ws-lin-titulo    pic x(30) occurs 3 times.
           02 filler               pic x(02) value spaces.
           02 ws-lin-qtd-rotulo    pic x(06) value "TOTAL ".
           02 ws-lin-qtd           pic zz9.

       01 ws-contato-fone.
           02 filler               pic x(05) value "FONE ".
           02 ws-cf-telefone       pic 9(11).
           02 filler               pic x(54) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "lembrete_devolucao".
           02 ws-spl-arquivo       pic x(30)
               value "LEMBRETES_DEVOLUCAO.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM CARREGA-DIA-NEGOCIO THRU CARREGA-DIA-NEGOCIO-FIM.
           PERFORM ABRIR-ARQUIVOS THRU ABRIR-ARQUIVOS-FIM.
           IF FS-NAO-EXISTE
               DISPLAY "NENHUM ALUGUEL REGISTRADO - NADA A LEMBRAR"
               PERFORM FINALIZA
               GOBACK
           END-IF
           PERFORM ACHA-PROXIMO-DIA-ABERTO
               THRU ACHA-PROXIMO-DIA-ABERTO-FIM.
           DISPLAY "LEMBRETES PARA DEVOLUCAO EM " WS-DATA-ALVO.
           MOVE ZEROS TO AL-CLIENTE-ID.
           START ALUGUEL-FILE KEY IS NOT LESS THAN AL-CLIENTE-ID
           INVALID KEY
               MOVE 10 TO FS-STAT
           END-START.
           PERFORM PROCESSA-ALUGUEL THRU PROCESSA-ALUGUEL-FIM
               UNTIL FS-FIM.
           IF WS-CLIENTE-ATUAL NOT EQUAL ZEROS
               PERFORM EMITE-LEMBRETE THRU EMITE-LEMBRETE-FIM
           END-IF
           DISPLAY "LEMBRETES GERADOS: " WS-TOTAL-LEMBRETES.
           DISPLAY "JA AVISADOS ANTES: " WS-TOTAL-JA-AVISADOS.
           DISPLAY "SEM TELEFONE NEM ENDERECO: " WS-TOTAL-SEM-CONTATO.
           DISPLAY "SEM CONSENTIMENTO........: " WS-TOTAL-SEM-CONSENT.
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
      * PRIMEIRO DIA DEPOIS DE HOJE EM QUE A LOJA ABRE - E A DATA EM
      * QUE O BALCAO TERIA ROLADO A PREVISAO DE DEVOLUCAO

       ACHA-PROXIMO-DIA-ABERTO.
           COMPUTE WS-DIA-TESTE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + 1.
           PERFORM TESTA-DIA-FECHADO THRU TESTA-DIA-FECHADO-FIM.

           ACHA-PROXIMO-DIA-ABERTO-ROLA.
           IF DIA-FECHADO
               ADD 1 TO WS-DIA-TESTE-INT
               PERFORM TESTA-DIA-FECHADO THRU TESTA-DIA-FECHADO-FIM
               GO ACHA-PROXIMO-DIA-ABERTO-ROLA
           END-IF
           COMPUTE WS-DATA-ALVO =
               FUNCTION DATE-OF-INTEGER(WS-DIA-TESTE-INT).
       ACHA-PROXIMO-DIA-ABERTO-FIM.

      * -----------------------------------
      * DIA FECHADO = DOMINGO (RESTO 0 DO DIA CORRIDO POR 7) OU DATA
      * CADASTRADA NO CALENDARIO COMERCIAL

       TESTA-DIA-FECHADO.
           MOVE "N" TO WS-DIA-FECHADO.
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-DIA-TESTE-INT 7).
           IF WS-DIA-SEMANA = ZEROS
               MOVE "S" TO WS-DIA-FECHADO
               GO TESTA-DIA-FECHADO-FIM
           END-IF
           IF NOT FS-CAL-OK
               GO TESTA-DIA-FECHADO-FIM
           END-IF
           COMPUTE WS-DIA-TESTE-DATA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-TESTE-INT).
           MOVE WS-DIA-TESTE-DATA TO CAL-DATA.
           READ CALENDARIO-FILE
           INVALID KEY
               MOVE ZEROS TO FS-STAT-CAL
           NOT INVALID KEY
               MOVE "S" TO WS-DIA-FECHADO
           END-READ.
       TESTA-DIA-FECHADO-FIM.

      * -----------------------------------
      * LE OS ALUGUEIS NA ORDEM DE CLIENTE E ACUMULA OS TITULOS QUE
      * VENCEM NA DATA ALVO; NA TROCA DE CLIENTE SAI O LEMBRETE DO
      * ANTERIOR

       PROCESSA-ALUGUEL.
           READ ALUGUEL-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT
               GO PROCESSA-ALUGUEL-FIM
           END-READ.
           IF NOT AL-EM-ABERTO
               OR AL-DATA-PREVISTA NOT EQUAL WS-DATA-ALVO
               GO PROCESSA-ALUGUEL-FIM
           END-IF
           IF AL-CLIENTE-ID NOT EQUAL WS-CLIENTE-ATUAL
               IF WS-CLIENTE-ATUAL NOT EQUAL ZEROS
                   PERFORM EMITE-LEMBRETE THRU EMITE-LEMBRETE-FIM
               END-IF
               MOVE AL-CLIENTE-ID TO WS-CLIENTE-ATUAL
               MOVE ZEROS TO WS-QTD-TITULOS
               MOVE SPACES TO WS-LIN-TITULOS
           END-IF
           ADD 1 TO WS-QTD-TITULOS.
           IF WS-QTD-TITULOS > 3
               GO PROCESSA-ALUGUEL-FIM
           END-IF
           MOVE AL-FILME-ID TO FLM-ID.
           READ FILME-FILE
           INVALID KEY
               MOVE "TITULO NAO CADASTRADO" TO FLM-NOME-FILME
           END-READ.
           MOVE FLM-NOME-FILME TO WS-LIN-TITULO(WS-QTD-TITULOS).
       PROCESSA-ALUGUEL-FIM.

      * -----------------------------------
      * GRAVA A LINHA DO CLIENTE ACUMULADO, SE ELE AINDA NAO FOI
      * AVISADO PARA ESTA DATA, E ANOTA O AVISO EM LEMBRETE.DAT.
      * TELEFONE PRIMEIRO; SEM TELEFONE VAI O ENDERECO (MENOS O QUE O
      * CORREIO JA DEVOLVEU); SEM NENHUM DOS DOIS NAO HA COMO AVISAR.

       EMITE-LEMBRETE.
           MOVE WS-CLIENTE-ATUAL TO LEM-CLIENTE-ID.
           MOVE WS-DATA-ALVO TO LEM-DATA-PREVISTA.
           READ LEMBRETE-FILE
           NOT INVALID KEY
               ADD 1 TO WS-TOTAL-JA-AVISADOS
               GO EMITE-LEMBRETE-FIM
           END-READ.
           CALL "CONFERE-CONSENTIMENTO" USING WS-CLIENTE-ATUAL
               WS-CON-FINALIDADE WS-CON-RESULTADO.
           IF NOT CON-AUTORIZADO
               ADD 1 TO WS-TOTAL-SEM-CONSENT
               GO EMITE-LEMBRETE-FIM
           END-IF

           MOVE WS-CLIENTE-ATUAL TO CLI-ID.
           READ CLIENTE-FILE
           INVALID KEY
               MOVE SPACES TO CLI-NOME
               MOVE ZEROS TO FS-TELEFONE
           END-READ.
           IF FS-FOI-ANONIMIZADO
               MOVE ZEROS TO FS-TELEFONE
           END-IF

           MOVE WS-CLIENTE-ATUAL TO WS-LIN-CLIENTE-ID.
           MOVE CLI-NOME TO WS-LIN-CLIENTE.
           MOVE WS-DATA-ALVO TO WS-LIN-DATA.
           MOVE "TOTAL " TO WS-LIN-QTD-ROTULO.
           MOVE WS-QTD-TITULOS TO WS-LIN-QTD.
           MOVE SPACES TO WS-LIN-CONTATO.
           MOVE SPACES TO WS-CANAL.
           IF FS-TELEFONE NUMERIC AND FS-TELEFONE > ZEROS
               MOVE FS-TELEFONE TO WS-CF-TELEFONE
               MOVE WS-CONTATO-FONE TO WS-LIN-CONTATO
               MOVE "T" TO WS-CANAL
           ELSE
               PERFORM MONTA-ENDERECO THRU MONTA-ENDERECO-FIM
           END-IF
           IF WS-CANAL EQUAL SPACES
               ADD 1 TO WS-TOTAL-SEM-CONTATO
               GO EMITE-LEMBRETE-FIM
           END-IF

           MOVE WS-LINHA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY WS-LINHA.
           ADD 1 TO WS-TOTAL-LEMBRETES.

           MOVE SPACES TO LEM-REC.
           MOVE WS-CLIENTE-ATUAL TO LEM-CLIENTE-ID.
           MOVE WS-DATA-ALVO TO LEM-DATA-PREVISTA.
           MOVE WS-DATA-HOJE TO LEM-DATA-ENVIO.
           MOVE WS-QTD-TITULOS TO LEM-QTD-TITULOS.
           MOVE WS-CANAL TO LEM-CANAL.
           WRITE LEM-REC
           INVALID KEY
               CONTINUE
           END-WRITE.
       EMITE-LEMBRETE-FIM.

      * -----------------------------------
      * ENDERECO DE CORRESPONDENCIA PARA O AVISO POR CARTA

       MONTA-ENDERECO.
           IF NOT FS-ENDERECO-OK
               GO MONTA-ENDERECO-FIM
           END-IF
           MOVE WS-CLIENTE-ATUAL TO END-CLIENTE-ID.
           READ ENDERECO-FILE
           INVALID KEY
               MOVE ZEROS TO FS-STAT-ENDERECO
               GO MONTA-ENDERECO-FIM
           END-READ.
           IF END-CORREIO-DEVOLVEU OR END-LOGRADOURO EQUAL SPACES
               GO MONTA-ENDERECO-FIM
           END-IF
           STRING END-LOGRADOURO DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  END-NUMERO DELIMITED BY "  "
                  " - " DELIMITED BY SIZE
                  END-CIDADE DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  END-CEP DELIMITED BY SIZE
               INTO WS-LIN-CONTATO
           END-STRING.
           MOVE "C" TO WS-CANAL.
       MONTA-ENDERECO-FIM.

      * -----------------------------------
      * ABRE ARQUIVOS DE ENTRADA, O CONTROLE DE AVISOS E A SAIDA

       ABRIR-ARQUIVOS.
           OPEN INPUT ALUGUEL-FILE.
           IF FS-NAO-EXISTE
               GO ABRIR-ARQUIVOS-FIM
           END-IF
           OPEN INPUT CLIENTE-FILE.
           OPEN INPUT FILME-FILE.
           OPEN INPUT ENDERECO-FILE.
           OPEN INPUT CALENDARIO-FILE.
           OPEN I-O LEMBRETE-FILE.
           IF FS-LEM-NAO-EXISTE
               OPEN OUTPUT LEMBRETE-FILE
               CLOSE LEMBRETE-FILE
               OPEN I-O LEMBRETE-FILE
           END-IF
           OPEN OUTPUT RELATORIO-FILE.
       ABRIR-ARQUIVOS-FIM.

       FINALIZA.
           IF NOT FS-NAO-EXISTE
               CLOSE ALUGUEL-FILE CLIENTE-FILE FILME-FILE
                   LEMBRETE-FILE RELATORIO-FILE
               CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
                   WS-SPL-ARQUIVO WS-SPL-FILIAL
               IF FS-ENDERECO-OK
                   CLOSE ENDERECO-FILE
               END-IF
               IF FS-CAL-OK
                   CLOSE CALENDARIO-FILE
               END-IF
           END-IF.
