       identification division.
       program-id. importa_pedidos_site.

      *=================================================================
      * IMPORTACAO DOS PEDIDOS DE RESERVA E AGENDAMENTO QUE CHEGAM
      * PELO SITE E PELO WHATSAPP (PEDIDOS_SITE.DAT, UMA LINHA POR
      * PEDIDO). CADA PEDIDO IDENTIFICA O CLIENTE PELO CARTAO DE SOCIO
      * (CARTAO.DAT) OU PELO CPF, O TITULO, A FILIAL E O QUE ELE QUER:
      * "R" = RESERVAR JA, "A" = AGENDAR A RETIRADA NUMA DATA. O
      * CLIENTE TEM DE ESTAR ATIVO E SEM CREDITO BLOQUEADO, E O PEDIDO
      * PASSA PELAS MESMAS REGRAS DO BALCAO:
      *   RESERVA (ALUGUEL/RESERVA): TITULO ATIVO, COM LICENCA; "EM
      *     BREVE" ENTRA NA LISTA DE ESPERA (ESPERA.DAT); COM COPIA
      *     DISPONIVEL NAO RESERVA (O CLIENTE RETIRA NA LOJA); SENAO
      *     ENTRA NA FILA (RESERVA.DAT) E A RESPOSTA TRAZ A POSICAO NA
      *     ORDEM REAL DE ATENDIMENTO (PLANO, DATA, NUMERO);
      *   AGENDAMENTO (AGENDAMENTO): RETIRADA FUTURA, DENTRO DA
      *     LICENCA, E SEM PASSAR DO TOTAL DE COPIAS JA AGENDADAS PARA
      *     O TITULO NO DIA; A POSICAO E A ORDEM NO DIA.
      * O RESULTADO DE CADA PEDIDO VAI PARA RESPOSTA_PEDIDOS.DAT
      * (CAMPOS SEPARADOS POR PONTO-E-VIRGULA) PARA O CANAL RESPONDER
      * O CLIENTE. PEDIDO REPETIDO (O CLIENTE JA NA FILA DO TITULO, OU
      * JA AGENDADO PARA O DIA) NAO DUPLICA: VOLTA COMO JA REGISTRADO
      * COM A POSICAO ATUAL, ENTAO O ARQUIVO PODE SER REPROCESSADO.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select pedido-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-ped.

       select resposta-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-rsp.

       select cliente-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-cli
           record key is cli-key.

       select cartao-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-car
           record key is car-key.

       select filme-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-filme
           record key is flm-key.

       select reserva-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-res
           record key is res-key.

       select agenda-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-agd
           record key is agd-key.

       select espera-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-esp
           record key is esp-key.

       select assinatura-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-ass
           record key is ass-key.

       select dia-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-dia
           record key is dia-chave.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

      * PEDIDO DO CANAL: PROTOCOLO DO CANAL, CANAL ("S" SITE / "W"
      * WHATSAPP), IDENTIFICACAO ("C" CARTAO / "P" CPF), TITULO,
      * FILIAL, TIPO ("R" RESERVA / "A" AGENDAMENTO), DATA DE RETIRADA
      * (SO NO AGENDAMENTO) E FORMATO DESEJADO (D/V/BRANCO)
       fd pedido-file value of file-id is "PEDIDOS_SITE.dat".
       01 ped-linha.
           02 ped-protocolo        pic x(12).
           02 ped-canal            pic x(01).
           02 ped-tipo-ident       pic x(01).
               88 ped-por-cartao           value "C".
               88 ped-por-cpf              value "P".
           02 ped-identificacao    pic x(14).
           02 ped-cpf redefines ped-identificacao
                                   pic 9(14).
           02 ped-filme-id         pic 9(11).
           02 ped-filial           pic 9(02).
           02 ped-tipo             pic x(01).
               88 ped-reserva              value "R".
               88 ped-agendamento          value "A".
           02 ped-data-retirada    pic 9(08).
           02 ped-formato          pic x(01).

       fd resposta-file value of file-id is "RESPOSTA_PEDIDOS.dat".
       01 resposta-linha           pic x(100).

       fd cliente-file value of file-id is "FUNC.dat".
       copy cliente replacing ==FILE1-REC==     by ==CLI-REC==
                              leading ==FS==    by ==CLI==.

       fd cartao-file value of file-id is "CARTAO.dat".
       copy cartao.

       fd filme-file value of file-id is "lista_de_filmes.dat".
       copy filme replacing ==FILE1-REC==       by ==FLM-REC==
                            leading ==FS==      by ==FLM==.

       fd reserva-file value of file-id is "RESERVA.dat".
       copy reserva.

       fd agenda-file value of file-id is "AGENDAMENTO.dat".
       copy agenda.

       fd espera-file value of file-id is "ESPERA.dat".
       copy espera.

       fd assinatura-file value of file-id is "ASSINATURA.dat".
       copy assinatura replacing ==FILE1-REC==  by ==ASS-REC==
                                 leading ==FS== by ==ASS==.

       fd dia-file value of file-id is "DATA_NEGOCIO.dat".
       copy dia_negocio.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-ped          pic 9(02).
           88 fs-ped-ok                value zeros.

       77 fs-stat-rsp          pic 9(02).

       77 fs-stat-cli          pic 9(02).
           88 fs-cli-ok                value zeros.

       77 fs-stat-car          pic 9(02).
           88 fs-car-ok                value zeros.

       77 fs-stat-filme        pic 9(02).
           88 fs-filme-ok              value zeros.

       77 fs-stat-res          pic 9(02).
           88 fs-res-nao-existe        value 35.
           88 fs-res-fim               value 10.

       77 fs-stat-agd          pic 9(02).
           88 fs-agd-nao-existe        value 35.
           88 fs-agd-fim               value 10.

       77 fs-stat-esp          pic 9(02).
           88 fs-esp-nao-existe        value 35.
           88 fs-esp-fim               value 10.

       77 fs-stat-ass          pic 9(02).
           88 fs-ass-ok                value zeros.

       77 fs-stat-dia          pic 9(02).
           88 fs-dia-ok                value zeros.

       77 ws-data-hoje         pic 9(08).
       77 ws-cliente-id        pic 9(05).
       77 ws-assinatura-aberta pic x(01) value "N".
           88 assinatura-aberta        value "S".
       77 ws-achou             pic x(01).
           88 achou                    value "S".

      * RESPOSTA DA SUBROTINA CONFERE-LICENCA
       77 ws-lc-data           pic 9(08).
       77 ws-lc-resultado      pic x(01).
           88 licenca-encerrada        value "B".
       77 ws-lc-data-fim       pic 9(08).

      * POSICAO NA FILA: NIVEL PELO PLANO (VIP 1, PADRAO 2, BASICO 3,
      * SEM PLANO 4), COMO NO BALCAO E NO BATCH DE NOTIFICACAO
       77 ws-tier              pic 9(01).
       77 ws-meu-tier          pic 9(01).
       77 ws-tier-cliente      pic 9(05).
       77 ws-minha-res-id      pic 9(11).
       77 ws-minha-data        pic 9(08).
       77 ws-posicao           pic 9(05).
       77 ws-proximo-numero    pic 9(11).
       77 ws-qtd-agendada      pic 9(05).

       77 ws-aud-programa      pic x(20) value "importa_pedidos_site".
       77 ws-aud-operacao      pic x(10).
       77 ws-aud-chave         pic 9(11).

       77 ws-tot-lidos         pic 9(07) value zeros.
       77 ws-tot-reservas      pic 9(07) value zeros.
       77 ws-tot-agendamentos  pic 9(07) value zeros.
       77 ws-tot-esperas       pic 9(07) value zeros.
       77 ws-tot-repetidos     pic 9(07) value zeros.
       77 ws-tot-recusados     pic 9(07) value zeros.

      * RESULTADO: "OK" = REGISTRADO, "JR" = JA REGISTRADO ANTES,
      * "RC" = RECUSADO (MOTIVO NA MENSAGEM). DESTINO: "R" FILA DE
      * RESERVA, "A" AGENDAMENTO, "E" LISTA DE ESPERA DO "EM BREVE"
       01 ws-resposta.
           02 ws-rsp-protocolo     pic x(12).
           02 filler               pic x(01) value ";".
           02 ws-rsp-resultado     pic x(02).
           02 filler               pic x(01) value ";".
           02 ws-rsp-destino       pic x(01).
           02 filler               pic x(01) value ";".
           02 ws-rsp-numero        pic 9(11).
           02 filler               pic x(01) value ";".
           02 ws-rsp-posicao       pic 9(05).
           02 filler               pic x(01) value ";".
           02 ws-rsp-cliente       pic 9(05).
           02 filler               pic x(01) value ";".
           02 ws-rsp-mensagem      pic x(50).
           02 filler               pic x(08) value spaces.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM CARREGA-DIA-NEGOCIO THRU CARREGA-DIA-NEGOCIO-FIM.
           OPEN INPUT PEDIDO-FILE.
           IF NOT FS-PED-OK
               DISPLAY "NENHUM ARQUIVO DE PEDIDOS PARA IMPORTAR"
               GOBACK
           END-IF
           PERFORM ABRE-ARQUIVOS THRU ABRE-ARQUIVOS-FIM.
           OPEN OUTPUT RESPOSTA-FILE.

           PERFORM PROCESSA-PEDIDO THRU PROCESSA-PEDIDO-FIM.

           CLOSE PEDIDO-FILE RESPOSTA-FILE CLIENTE-FILE CARTAO-FILE
               FILME-FILE RESERVA-FILE AGENDA-FILE ESPERA-FILE
               ASSINATURA-FILE.
           DISPLAY "PEDIDOS LIDOS...........: " WS-TOT-LIDOS.
           DISPLAY "RESERVAS REGISTRADAS....: " WS-TOT-RESERVAS.
           DISPLAY "AGENDAMENTOS REGISTRADOS: " WS-TOT-AGENDAMENTOS.
           DISPLAY "NA LISTA DE ESPERA......: " WS-TOT-ESPERAS.
           DISPLAY "JA REGISTRADOS ANTES....: " WS-TOT-REPETIDOS.
           DISPLAY "RECUSADOS...............: " WS-TOT-RECUSADOS.
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
      * CADASTROS PARA CONSULTA E OS ARQUIVOS DE DESTINO (CRIADOS SE
      * AINDA NAO EXISTEM, COMO NOS BALCOES)

       ABRE-ARQUIVOS.
           OPEN INPUT CLIENTE-FILE CARTAO-FILE FILME-FILE
               ASSINATURA-FILE.
           IF FS-ASS-OK
               MOVE "S" TO WS-ASSINATURA-ABERTA
           END-IF
           OPEN I-O RESERVA-FILE.
           IF FS-RES-NAO-EXISTE
               OPEN OUTPUT RESERVA-FILE
               CLOSE RESERVA-FILE
               OPEN I-O RESERVA-FILE
           END-IF
           OPEN I-O AGENDA-FILE.
           IF FS-AGD-NAO-EXISTE
               OPEN OUTPUT AGENDA-FILE
               CLOSE AGENDA-FILE
               OPEN I-O AGENDA-FILE
           END-IF
           OPEN I-O ESPERA-FILE.
           IF FS-ESP-NAO-EXISTE
               OPEN OUTPUT ESPERA-FILE
               CLOSE ESPERA-FILE
               OPEN I-O ESPERA-FILE
           END-IF.
       ABRE-ARQUIVOS-FIM.

      * -----------------------------------
      * UM PEDIDO POR VOLTA: IDENTIFICA O CLIENTE, CONFERE O TITULO E
      * DESPACHA PARA RESERVA OU AGENDAMENTO

       PROCESSA-PEDIDO.
           READ PEDIDO-FILE
           AT END
               GO PROCESSA-PEDIDO-FIM
           END-READ.
           ADD 1 TO WS-TOT-LIDOS.
           MOVE SPACES TO WS-RSP-MENSAGEM WS-RSP-DESTINO.
           MOVE ZEROS TO WS-RSP-NUMERO WS-RSP-POSICAO WS-RSP-CLIENTE.
           MOVE PED-PROTOCOLO TO WS-RSP-PROTOCOLO.
           MOVE PED-TIPO TO WS-RSP-DESTINO.

           PERFORM IDENTIFICA-CLIENTE THRU IDENTIFICA-CLIENTE-FIM.
           IF NOT ACHOU
               MOVE "CLIENTE NAO IDENTIFICADO" TO WS-RSP-MENSAGEM
               GO PROCESSA-PEDIDO-RECUSA
           END-IF
           MOVE WS-CLIENTE-ID TO WS-RSP-CLIENTE.
           IF NOT CLI-ATIVO-SIM OR CLI-FOI-ANONIMIZADO
               MOVE "CADASTRO DO CLIENTE INATIVO" TO WS-RSP-MENSAGEM
               GO PROCESSA-PEDIDO-RECUSA
           END-IF
           IF CLI-CREDITO-TRAVADO
               MOVE "CREDITO BLOQUEADO - PROCURE A LOJA"
                   TO WS-RSP-MENSAGEM
               GO PROCESSA-PEDIDO-RECUSA
           END-IF

           MOVE PED-FILME-ID TO FLM-ID.
           READ FILME-FILE
           INVALID KEY
               MOVE "FILME NAO CADASTRADO" TO WS-RSP-MENSAGEM
               GO PROCESSA-PEDIDO-RECUSA
           END-READ.
           IF FLM-ATIVO-NAO
               MOVE "FILME DESATIVADO" TO WS-RSP-MENSAGEM
               GO PROCESSA-PEDIDO-RECUSA
           END-IF
           IF PED-FILIAL NOT EQUAL ZEROS
               AND PED-FILIAL NOT EQUAL FLM-FILIAL
               MOVE "TITULO NAO PERTENCE A FILIAL PEDIDA"
                   TO WS-RSP-MENSAGEM
               GO PROCESSA-PEDIDO-RECUSA
           END-IF

           EVALUATE TRUE
               WHEN PED-RESERVA
                   PERFORM PEDE-RESERVA THRU PEDE-RESERVA-FIM
               WHEN PED-AGENDAMENTO
                   PERFORM PEDE-AGENDAMENTO THRU PEDE-AGENDAMENTO-FIM
               WHEN OTHER
                   MOVE "TIPO DE PEDIDO INVALIDO" TO WS-RSP-MENSAGEM
                   GO PROCESSA-PEDIDO-RECUSA
           END-EVALUATE
           PERFORM GRAVA-RESPOSTA.
           GO PROCESSA-PEDIDO.

           PROCESSA-PEDIDO-RECUSA.
           MOVE "RC" TO WS-RSP-RESULTADO.
           ADD 1 TO WS-TOT-RECUSADOS.
           PERFORM GRAVA-RESPOSTA.
           GO PROCESSA-PEDIDO.
       PROCESSA-PEDIDO-FIM.

      * -----------------------------------
      * CLIENTE PELO CARTAO DE SOCIO ATIVO (CARTAO CANCELADO E
      * RECUSADO, COMO NO BALCAO) OU PELO CPF NO CADASTRO

       IDENTIFICA-CLIENTE.
           MOVE "N" TO WS-ACHOU.
           MOVE ZEROS TO WS-CLIENTE-ID.
           IF PED-POR-CARTAO
               MOVE PED-IDENTIFICACAO TO CAR-NUMERO
               READ CARTAO-FILE
               INVALID KEY
                   GO IDENTIFICA-CLIENTE-FIM
               END-READ
               IF NOT CAR-ATIVO
                   GO IDENTIFICA-CLIENTE-FIM
               END-IF
               MOVE CAR-CLIENTE-ID TO CLI-ID
               READ CLIENTE-FILE
               INVALID KEY
                   GO IDENTIFICA-CLIENTE-FIM
               END-READ
               MOVE CLI-ID TO WS-CLIENTE-ID
               MOVE "S" TO WS-ACHOU
               GO IDENTIFICA-CLIENTE-FIM
           END-IF
           IF NOT PED-POR-CPF OR PED-CPF NOT NUMERIC
               OR PED-CPF EQUAL ZEROS
               GO IDENTIFICA-CLIENTE-FIM
           END-IF
           MOVE ZEROS TO CLI-ID.
           START CLIENTE-FILE KEY IS NOT LESS THAN CLI-KEY
           INVALID KEY
               GO IDENTIFICA-CLIENTE-FIM
           END-START.

           IDENTIFICA-CLIENTE-LOOP.
           READ CLIENTE-FILE NEXT RECORD
           AT END
               GO IDENTIFICA-CLIENTE-FIM
           END-READ.
           IF CLI-CPF NOT EQUAL PED-CPF
               GO IDENTIFICA-CLIENTE-LOOP
           END-IF
           MOVE CLI-ID TO WS-CLIENTE-ID.
           MOVE "S" TO WS-ACHOU.
       IDENTIFICA-CLIENTE-FIM.

      * -----------------------------------
      * RESERVA: MESMAS REGRAS DO BALCAO. O PEDIDO QUE JA ESTA NA FILA
      * RESPONDE COM A POSICAO ATUAL, SEM GRAVAR OUTRO

       PEDE-RESERVA.
           MOVE WS-DATA-HOJE TO WS-LC-DATA.
           CALL "CONFERE-LICENCA" USING FLM-ID WS-LC-DATA
               WS-LC-RESULTADO WS-LC-DATA-FIM.
           IF LICENCA-ENCERRADA
               MOVE "RC" TO WS-RSP-RESULTADO
               MOVE "LICENCA DO TITULO ENCERRADA" TO WS-RSP-MENSAGEM
               ADD 1 TO WS-TOT-RECUSADOS
               GO PEDE-RESERVA-FIM
           END-IF
           IF FLM-LANCAMENTO-EM-BREVE
               PERFORM ENTRA-LISTA-ESPERA THRU ENTRA-LISTA-ESPERA-FIM
               GO PEDE-RESERVA-FIM
           END-IF

           PERFORM ACHA-RESERVA-CLIENTE THRU ACHA-RESERVA-CLIENTE-FIM.
           IF ACHOU
               MOVE "R" TO WS-RSP-DESTINO
               MOVE "JR" TO WS-RSP-RESULTADO
               MOVE WS-MINHA-RES-ID TO WS-RSP-NUMERO
               PERFORM CONTA-POSICAO-FILA THRU CONTA-POSICAO-FILA-FIM
               MOVE WS-POSICAO TO WS-RSP-POSICAO
               MOVE "CLIENTE JA ESTA NA FILA DO TITULO"
                   TO WS-RSP-MENSAGEM
               ADD 1 TO WS-TOT-REPETIDOS
               GO PEDE-RESERVA-FIM
           END-IF

           IF FLM-QTD-DISPONIVEL NOT EQUAL ZEROS
               MOVE "RC" TO WS-RSP-RESULTADO
               MOVE "HA COPIA DISPONIVEL - RETIRE NA LOJA"
                   TO WS-RSP-MENSAGEM
               ADD 1 TO WS-TOT-RECUSADOS
               GO PEDE-RESERVA-FIM
           END-IF

           PERFORM ACHA-PROXIMA-RESERVA THRU ACHA-PROXIMA-RESERVA-FIM.
           MOVE SPACES TO RES-REC.
           MOVE WS-PROXIMO-NUMERO TO RES-ID.
           MOVE WS-CLIENTE-ID TO RES-CLIENTE-ID.
           MOVE FLM-ID TO RES-FILME-ID.
           MOVE WS-DATA-HOJE TO RES-DATA-SOLIC.
           MOVE "P" TO RES-STATUS.
           MOVE ZEROS TO RES-DATA-ATEND.
           MOVE PED-FORMATO TO RES-FORMATO.
           WRITE RES-REC
           INVALID KEY
               MOVE "RC" TO WS-RSP-RESULTADO
               MOVE "ERRO AO GRAVAR A RESERVA" TO WS-RSP-MENSAGEM
               ADD 1 TO WS-TOT-RECUSADOS
               GO PEDE-RESERVA-FIM
           END-WRITE.
           MOVE RES-ID TO WS-MINHA-RES-ID.
           MOVE RES-DATA-SOLIC TO WS-MINHA-DATA.
           PERFORM CONTA-POSICAO-FILA THRU CONTA-POSICAO-FILA-FIM.
           MOVE "R" TO WS-RSP-DESTINO.
           MOVE "OK" TO WS-RSP-RESULTADO.
           MOVE RES-ID TO WS-RSP-NUMERO.
           MOVE WS-POSICAO TO WS-RSP-POSICAO.
           MOVE "RESERVA REGISTRADA" TO WS-RSP-MENSAGEM.
           ADD 1 TO WS-TOT-RESERVAS.
           MOVE "RESERVA" TO WS-AUD-OPERACAO.
           MOVE RES-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
       PEDE-RESERVA-FIM.

      * -----------------------------------
      * RESERVA PENDENTE DO CLIENTE PARA O TITULO, SE JA EXISTE

       ACHA-RESERVA-CLIENTE.
           MOVE "N" TO WS-ACHOU.
           MOVE ZEROS TO RES-ID.
           START RESERVA-FILE KEY IS NOT LESS THAN RES-KEY
           INVALID KEY
               GO ACHA-RESERVA-CLIENTE-FIM
           END-START.

           ACHA-RESERVA-CLIENTE-LOOP.
           READ RESERVA-FILE NEXT RECORD
           AT END
               GO ACHA-RESERVA-CLIENTE-FIM
           END-READ.
           IF RES-PENDENTE
               AND RES-CLIENTE-ID EQUAL WS-CLIENTE-ID
               AND RES-FILME-ID EQUAL FLM-ID
               MOVE "S" TO WS-ACHOU
               MOVE RES-ID TO WS-MINHA-RES-ID
               MOVE RES-DATA-SOLIC TO WS-MINHA-DATA
               GO ACHA-RESERVA-CLIENTE-FIM
           END-IF
           GO ACHA-RESERVA-CLIENTE-LOOP.
       ACHA-RESERVA-CLIENTE-FIM.

      * -----------------------------------
      * MAIOR NUMERO DE RESERVA + 1

       ACHA-PROXIMA-RESERVA.
           MOVE 1 TO WS-PROXIMO-NUMERO.
           MOVE ZEROS TO RES-ID.
           START RESERVA-FILE KEY IS NOT LESS THAN RES-KEY
           INVALID KEY
               GO ACHA-PROXIMA-RESERVA-FIM
           END-START.

           ACHA-PROXIMA-RESERVA-LOOP.
           READ RESERVA-FILE NEXT RECORD
           AT END
               GO ACHA-PROXIMA-RESERVA-FIM
           END-READ.
           MOVE RES-ID TO WS-PROXIMO-NUMERO.
           ADD 1 TO WS-PROXIMO-NUMERO.
           GO ACHA-PROXIMA-RESERVA-LOOP.
       ACHA-PROXIMA-RESERVA-FIM.

      * -----------------------------------
      * POSICAO NA ORDEM REAL DE ATENDIMENTO DA FILA DO TITULO: PLANO
      * MELHOR NA FRENTE; NO MESMO PLANO, DATA MENOR, E EMPATE PELO
      * NUMERO DA RESERVA (MESMA CONTA DA CONSULTA DO BALCAO)

       CONTA-POSICAO-FILA.
           MOVE 1 TO WS-POSICAO.
           MOVE WS-CLIENTE-ID TO WS-TIER-CLIENTE.
           PERFORM CALCULA-TIER THRU CALCULA-TIER-FIM.
           MOVE WS-TIER TO WS-MEU-TIER.
           MOVE ZEROS TO RES-ID.
           START RESERVA-FILE KEY IS NOT LESS THAN RES-KEY
           INVALID KEY
               GO CONTA-POSICAO-FILA-FIM
           END-START.

           CONTA-POSICAO-FILA-LOOP.
           READ RESERVA-FILE NEXT RECORD
           AT END
               GO CONTA-POSICAO-FILA-FIM
           END-READ.
           IF NOT RES-PENDENTE
               OR RES-FILME-ID NOT EQUAL FLM-ID
               OR RES-ID EQUAL WS-MINHA-RES-ID
               GO CONTA-POSICAO-FILA-LOOP
           END-IF
           MOVE RES-CLIENTE-ID TO WS-TIER-CLIENTE.
           PERFORM CALCULA-TIER THRU CALCULA-TIER-FIM.
           IF WS-TIER < WS-MEU-TIER
               OR (WS-TIER EQUAL WS-MEU-TIER
                   AND RES-DATA-SOLIC < WS-MINHA-DATA)
               OR (WS-TIER EQUAL WS-MEU-TIER
                   AND RES-DATA-SOLIC EQUAL WS-MINHA-DATA
                   AND RES-ID < WS-MINHA-RES-ID)
               ADD 1 TO WS-POSICAO
           END-IF
           GO CONTA-POSICAO-FILA-LOOP.
       CONTA-POSICAO-FILA-FIM.

      * -----------------------------------
      * NIVEL DO CLIENTE PELA ASSINATURA ATIVA: VIP 1, PADRAO 2,
      * BASICO 3, SEM PLANO 4

       CALCULA-TIER.
           MOVE 4 TO WS-TIER.
           IF NOT ASSINATURA-ABERTA
               GO CALCULA-TIER-FIM
           END-IF
           MOVE ZEROS TO ASS-ID.
           START ASSINATURA-FILE KEY IS NOT LESS THAN ASS-KEY
           INVALID KEY
               GO CALCULA-TIER-FIM
           END-START.

           CALCULA-TIER-LOOP.
           READ ASSINATURA-FILE NEXT RECORD
           AT END
               GO CALCULA-TIER-FIM
           END-READ.
           IF NOT ASS-STATUS-ATIVA
               OR ASS-CLIENTE-ID NOT EQUAL WS-TIER-CLIENTE
               GO CALCULA-TIER-LOOP
           END-IF
           EVALUATE TRUE
               WHEN ASS-PLANO-VIP
                   MOVE 1 TO WS-TIER
               WHEN ASS-PLANO-PADRAO
                   MOVE 2 TO WS-TIER
               WHEN ASS-PLANO-BASICO
                   MOVE 3 TO WS-TIER
           END-EVALUATE.
       CALCULA-TIER-FIM.

      * -----------------------------------
      * TITULO "EM BREVE": LISTA DE ESPERA DO PRE-LANCAMENTO, EM ORDEM
      * DE CHEGADA; A POSICAO CONTA OS PENDENTES DO TITULO

       ENTRA-LISTA-ESPERA.
           MOVE "E" TO WS-RSP-DESTINO.
           MOVE "N" TO WS-ACHOU.
           MOVE 1 TO WS-PROXIMO-NUMERO.
           MOVE 1 TO WS-POSICAO.
           MOVE ZEROS TO ESP-ID.
           START ESPERA-FILE KEY IS NOT LESS THAN ESP-KEY
           INVALID KEY
               GO ENTRA-LISTA-ESPERA-GRAVA
           END-START.

           ENTRA-LISTA-ESPERA-LOOP.
           READ ESPERA-FILE NEXT RECORD
           AT END
               GO ENTRA-LISTA-ESPERA-GRAVA
           END-READ.
           MOVE ESP-ID TO WS-PROXIMO-NUMERO.
           ADD 1 TO WS-PROXIMO-NUMERO.
           IF ESP-PENDENTE AND ESP-FILME-ID EQUAL FLM-ID
               AND NOT ACHOU
               IF ESP-CLIENTE-ID EQUAL WS-CLIENTE-ID
                   MOVE "S" TO WS-ACHOU
                   MOVE ESP-ID TO WS-RSP-NUMERO
               ELSE
                   ADD 1 TO WS-POSICAO
               END-IF
           END-IF
           GO ENTRA-LISTA-ESPERA-LOOP.

           ENTRA-LISTA-ESPERA-GRAVA.
           MOVE WS-POSICAO TO WS-RSP-POSICAO.
           IF ACHOU
               MOVE "JR" TO WS-RSP-RESULTADO
               MOVE "CLIENTE JA ESTA NA LISTA DE ESPERA"
                   TO WS-RSP-MENSAGEM
               ADD 1 TO WS-TOT-REPETIDOS
               GO ENTRA-LISTA-ESPERA-FIM
           END-IF
           MOVE SPACES TO ESP-REC.
           MOVE WS-PROXIMO-NUMERO TO ESP-ID.
           MOVE WS-CLIENTE-ID TO ESP-CLIENTE-ID.
           MOVE FLM-ID TO ESP-FILME-ID.
           MOVE WS-DATA-HOJE TO ESP-DATA.
           MOVE "P" TO ESP-STATUS.
           WRITE ESP-REC
           INVALID KEY
               MOVE "RC" TO WS-RSP-RESULTADO
               MOVE "ERRO AO GRAVAR A LISTA DE ESPERA"
                   TO WS-RSP-MENSAGEM
               ADD 1 TO WS-TOT-RECUSADOS
               GO ENTRA-LISTA-ESPERA-FIM
           END-WRITE.
           MOVE "OK" TO WS-RSP-RESULTADO.
           MOVE ESP-ID TO WS-RSP-NUMERO.
           MOVE "TITULO EM BREVE - NA LISTA DE ESPERA"
               TO WS-RSP-MENSAGEM.
           ADD 1 TO WS-TOT-ESPERAS.
       ENTRA-LISTA-ESPERA-FIM.

      * -----------------------------------
      * AGENDAMENTO: MESMAS REGRAS DA TELA DE AGENDAMENTO. A POSICAO
      * DEVOLVIDA E A ORDEM DO CLIENTE ENTRE OS AGENDADOS DO TITULO
      * PARA O DIA

       PEDE-AGENDAMENTO.
           MOVE "A" TO WS-RSP-DESTINO.
           IF PED-DATA-RETIRADA NOT NUMERIC
               OR PED-DATA-RETIRADA NOT > WS-DATA-HOJE
               MOVE "RC" TO WS-RSP-RESULTADO
               MOVE "A RETIRADA TEM QUE SER UMA DATA FUTURA"
                   TO WS-RSP-MENSAGEM
               ADD 1 TO WS-TOT-RECUSADOS
               GO PEDE-AGENDAMENTO-FIM
           END-IF
           MOVE PED-DATA-RETIRADA TO WS-LC-DATA.
           CALL "CONFERE-LICENCA" USING FLM-ID WS-LC-DATA
               WS-LC-RESULTADO WS-LC-DATA-FIM.
           IF LICENCA-ENCERRADA
               MOVE "RC" TO WS-RSP-RESULTADO
               MOVE "LICENCA DO TITULO TERMINA ANTES DA RETIRADA"
                   TO WS-RSP-MENSAGEM
               ADD 1 TO WS-TOT-RECUSADOS
               GO PEDE-AGENDAMENTO-FIM
           END-IF

           PERFORM CONTA-AGENDADOS THRU CONTA-AGENDADOS-FIM.
           IF ACHOU
               MOVE "JR" TO WS-RSP-RESULTADO
               MOVE "CLIENTE JA AGENDADO PARA O DIA" TO WS-RSP-MENSAGEM
               ADD 1 TO WS-TOT-REPETIDOS
               GO PEDE-AGENDAMENTO-FIM
           END-IF
           IF WS-QTD-AGENDADA NOT < FLM-QTD-TOTAL
               MOVE "RC" TO WS-RSP-RESULTADO
               MOVE "TODAS AS COPIAS JA ESTAO AGENDADAS PARA O DIA"
                   TO WS-RSP-MENSAGEM
               ADD 1 TO WS-TOT-RECUSADOS
               GO PEDE-AGENDAMENTO-FIM
           END-IF

           MOVE SPACES TO AGD-REC.
           MOVE WS-PROXIMO-NUMERO TO AGD-ID.
           MOVE WS-CLIENTE-ID TO AGD-CLIENTE-ID.
           MOVE FLM-ID TO AGD-FILME-ID.
           MOVE SPACES TO AGD-COPIA-BARCODE.
           MOVE PED-DATA-RETIRADA TO AGD-DATA-RETIRADA.
           MOVE WS-DATA-HOJE TO AGD-DATA-CRIACAO.
           MOVE "A" TO AGD-STATUS.
           WRITE AGD-REC
           INVALID KEY
               MOVE "RC" TO WS-RSP-RESULTADO
               MOVE "ERRO AO GRAVAR AGENDAMENTO" TO WS-RSP-MENSAGEM
               ADD 1 TO WS-TOT-RECUSADOS
               GO PEDE-AGENDAMENTO-FIM
           END-WRITE.
           MOVE "OK" TO WS-RSP-RESULTADO.
           MOVE AGD-ID TO WS-RSP-NUMERO.
           COMPUTE WS-RSP-POSICAO = WS-QTD-AGENDADA + 1.
           MOVE "AGENDAMENTO GRAVADO" TO WS-RSP-MENSAGEM.
           ADD 1 TO WS-TOT-AGENDAMENTOS.
           MOVE "AGENDADO" TO WS-AUD-OPERACAO.
           MOVE AGD-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
       PEDE-AGENDAMENTO-FIM.

      * -----------------------------------
      * NUMA VARREDURA SO: AGENDAMENTOS ABERTOS DO TITULO NO DIA, SE
      * O CLIENTE JA ESTA ENTRE ELES E O PROXIMO NUMERO LIVRE

       CONTA-AGENDADOS.
           MOVE "N" TO WS-ACHOU.
           MOVE ZEROS TO WS-QTD-AGENDADA.
           MOVE 1 TO WS-PROXIMO-NUMERO.
           MOVE ZEROS TO AGD-ID.
           START AGENDA-FILE KEY IS NOT LESS THAN AGD-KEY
           INVALID KEY
               GO CONTA-AGENDADOS-FIM
           END-START.

           CONTA-AGENDADOS-LOOP.
           READ AGENDA-FILE NEXT RECORD
           AT END
               GO CONTA-AGENDADOS-FIM
           END-READ.
           MOVE AGD-ID TO WS-PROXIMO-NUMERO.
           ADD 1 TO WS-PROXIMO-NUMERO.
           IF (AGD-AGENDADO OR AGD-SEPARADO)
               AND AGD-FILME-ID EQUAL FLM-ID
               AND AGD-DATA-RETIRADA EQUAL PED-DATA-RETIRADA
               ADD 1 TO WS-QTD-AGENDADA
               IF AGD-CLIENTE-ID EQUAL WS-CLIENTE-ID AND NOT ACHOU
                   MOVE "S" TO WS-ACHOU
                   MOVE AGD-ID TO WS-RSP-NUMERO
                   MOVE WS-QTD-AGENDADA TO WS-RSP-POSICAO
               END-IF
           END-IF
           GO CONTA-AGENDADOS-LOOP.
       CONTA-AGENDADOS-FIM.

      * -----------------------------------
      * GRAVA A LINHA DE RESPOSTA DO PEDIDO CORRENTE

       GRAVA-RESPOSTA.
           MOVE WS-RESPOSTA TO RESPOSTA-LINHA.
           WRITE RESPOSTA-LINHA.
