       identification division.
       program-id. importa_contestacoes.

      *=================================================================
      * IMPORTACAO DOS AVISOS DE CONTESTACAO (CHARGEBACK) DA
      * ADQUIRENTE (CONTESTACAO_ADQ.DAT, UMA LINHA POR AVISO):
      * REFERENCIA DO AVISO, DATA DO AVISO, DATA E VALOR DA COMPRA,
      * MOTIVO, PRAZO DE DEFESA E, QUANDO A ADQUIRENTE DEVOLVE, O
      * NOSSO DOCUMENTO (A ALUGUEL / V VENDA / T TICKET). CADA AVISO
      * NOVO VAI PARA CONTESTACAO.DAT COMO RECEBIDO, LIGADO AO
      * DOCUMENTO PAGO NO CARTAO (INFORMADO, OU O UNICO ALUGUEL/VENDA
      * DE CARTAO DA DATA COM O MESMO VALOR) E AO RECIBO ORIGINAL.
      * DOCUMENTO QUE FAZ PARTE DE TICKET DO CAIXA UNICO E TROCADO
      * PELO TICKET - A COBRANCA NO CARTAO FOI DO TICKET INTEIRO. AVISO
      * SEM DOCUMENTO LOCALIZADO ENTRA ASSIM MESMO, PARA A TELA
      * (CADASTRO_CONTESTACAO) LIGAR A MAO. A MESMA REFERENCIA
      * IMPORTADA DE NOVO E IGNORADA. SEM PRAZO NO AVISO, A DEFESA VENCE
      * CONTESTACAO_PRAZO_DIAS (PADRAO 10) DIAS DEPOIS DO AVISO.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select aviso-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-adq.

       select contestacao-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is ctc-key.

       select aluguel-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-alug
           record key is al-key
           alternate record key is al-cliente-id with duplicates
           alternate record key is al-data-aluguel with duplicates
           alternate record key is al-data-devolucao with duplicates.

       select venda-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-venda
           record key is vd-key
           alternate record key is vd-data-venda with duplicates.

       select pagamento-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-pag
           record key is pag-key.

       select recibo-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-rec
           record key is rec-key.

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

      * AVISO DA ADQUIRENTE: REFERENCIA, DATA DO AVISO, DATA E VALOR
      * DA COMPRA CONTESTADA, MOTIVO, PRAZO DE DEFESA (ZEROS = PADRAO)
      * E O NOSSO DOCUMENTO (TIPO EM BRANCO = LOCALIZAR PELA DATA E
      * VALOR)
       fd aviso-file value of file-id is "CONTESTACAO_ADQ.dat".
       01 adq-linha.
           02 adq-referencia       pic x(20).
           02 adq-data-aviso       pic 9(08).
           02 adq-data-compra      pic 9(08).
           02 adq-valor            pic 9(07)v99.
           02 adq-motivo           pic x(02).
           02 adq-prazo            pic 9(08).
           02 adq-doc-tipo         pic x(01).
           02 adq-doc              pic 9(11).

       fd contestacao-file value of file-id is "CONTESTACAO.dat".
       copy contestacao.

       fd aluguel-file value of file-id is "ALUGUEL.dat".
       copy aluguel.

       fd venda-file value of file-id is "VENDA.dat".
       copy venda.

       fd pagamento-file value of file-id is "PAGAMENTO.dat".
       copy pagamento.

       fd recibo-file value of file-id is "RECIBO.dat".
       copy recibo.

       fd dia-file value of file-id is "DATA_NEGOCIO.dat".
       copy dia_negocio.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-adq          pic 9(02).
           88 fs-adq-ok                value zeros.

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-nao-existe            value 35.

       77 fs-stat-alug         pic 9(02).
           88 fs-alug-ok               value zeros.
       77 fs-stat-venda        pic 9(02).
           88 fs-venda-ok              value zeros.
       77 fs-stat-pag          pic 9(02).
           88 fs-pag-ok                value zeros.
       77 fs-stat-rec          pic 9(02).
           88 fs-rec-ok                value zeros.
       77 fs-stat-dia          pic 9(02).
           88 fs-dia-ok                value zeros.

       77 ws-data-hoje         pic 9(08).
       77 ws-data-int          pic 9(09) comp.
       77 ws-prazo-dias        pic 9(03) value 10.
       77 ws-ambiente          pic x(20).

       77 ws-proximo-id        pic 9(07).
       77 ws-achou             pic x(01).
           88 achou                    value "S".

      * DOCUMENTO LOCALIZADO PARA O AVISO CORRENTE
       77 ws-loc-origem        pic x(01).
       77 ws-loc-doc           pic 9(11).
       77 ws-loc-cliente       pic 9(05).
       77 ws-loc-filial        pic 9(02).
       77 ws-loc-qtd           pic 9(03).
       77 ws-valor-cartao      pic 9(07)v99.
       77 ws-perna-seq         pic 9(02).
       77 ws-busca-tipo        pic x(01).

       77 ws-aud-programa      pic x(20) value "IMPORTA_CONTESTACOES".
       77 ws-aud-operacao      pic x(10) value "AVISO-CTC".
       77 ws-aud-chave         pic 9(11).

       77 ws-tot-lidos         pic 9(07) value zeros.
       77 ws-tot-gravados      pic 9(07) value zeros.
       77 ws-tot-sem-doc       pic 9(07) value zeros.
       77 ws-tot-repetidos     pic 9(07) value zeros.
       77 ws-tot-recusados     pic 9(07) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM CARREGA-DIA-NEGOCIO THRU CARREGA-DIA-NEGOCIO-FIM.
           MOVE SPACES TO WS-AMBIENTE.
           ACCEPT WS-AMBIENTE FROM ENVIRONMENT
               "CONTESTACAO_PRAZO_DIAS".
           IF WS-AMBIENTE(1:3) IS NUMERIC
               AND WS-AMBIENTE(1:3) NOT = "000"
               MOVE WS-AMBIENTE(1:3) TO WS-PRAZO-DIAS
           END-IF
           OPEN INPUT AVISO-FILE.
           IF NOT FS-ADQ-OK
               DISPLAY "NENHUM AVISO DE CONTESTACAO PARA IMPORTAR"
               GOBACK
           END-IF
           OPEN I-O CONTESTACAO-FILE.
           IF FS-NAO-EXISTE
               OPEN OUTPUT CONTESTACAO-FILE
               CLOSE CONTESTACAO-FILE
               OPEN I-O CONTESTACAO-FILE
           END-IF
           OPEN INPUT ALUGUEL-FILE.
           OPEN INPUT VENDA-FILE.
           OPEN INPUT PAGAMENTO-FILE.
           OPEN INPUT RECIBO-FILE.
           PERFORM ACHA-PROXIMO-ID THRU ACHA-PROXIMO-ID-FIM.

           PERFORM PROCESSA-AVISO THRU PROCESSA-AVISO-FIM.

           CLOSE AVISO-FILE CONTESTACAO-FILE.
           IF FS-ALUG-OK
               CLOSE ALUGUEL-FILE
           END-IF
           IF FS-VENDA-OK
               CLOSE VENDA-FILE
           END-IF
           IF FS-PAG-OK
               CLOSE PAGAMENTO-FILE
           END-IF
           IF FS-REC-OK
               CLOSE RECIBO-FILE
           END-IF
           DISPLAY "AVISOS LIDOS............: " WS-TOT-LIDOS.
           DISPLAY "CONTESTACOES GRAVADAS...: " WS-TOT-GRAVADOS.
           DISPLAY "  SEM DOCUMENTO LIGADO..: " WS-TOT-SEM-DOC.
           DISPLAY "JA IMPORTADOS...........: " WS-TOT-REPETIDOS.
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
      * PROXIMO NUMERO DE CONTESTACAO: A MAIOR CHAVE GRAVADA MAIS UM

       ACHA-PROXIMO-ID.
           MOVE 1 TO WS-PROXIMO-ID.
           MOVE ZEROS TO CTC-KEY.
           START CONTESTACAO-FILE KEY IS NOT LESS THAN CTC-KEY
           INVALID KEY
               GO ACHA-PROXIMO-ID-FIM
           END-START.

           ACHA-PROXIMO-ID-LOOP.
           READ CONTESTACAO-FILE NEXT RECORD
           AT END
               GO ACHA-PROXIMO-ID-FIM
           END-READ.
           COMPUTE WS-PROXIMO-ID = CTC-ID + 1.
           GO ACHA-PROXIMO-ID-LOOP.
       ACHA-PROXIMO-ID-FIM.

      * -----------------------------------
      * UM AVISO POR VOLTA: CRITICA, DESCARTA REPETIDO, LOCALIZA O
      * DOCUMENTO E O RECIBO E GRAVA A CONTESTACAO RECEBIDA

       PROCESSA-AVISO.
           READ AVISO-FILE
           AT END
               GO PROCESSA-AVISO-FIM
           END-READ.
           ADD 1 TO WS-TOT-LIDOS.
           IF ADQ-REFERENCIA EQUAL SPACES
               DISPLAY "AVISO SEM REFERENCIA - LINHA " WS-TOT-LIDOS
               ADD 1 TO WS-TOT-RECUSADOS
               GO PROCESSA-AVISO
           END-IF
           IF ADQ-VALOR NOT NUMERIC OR ADQ-VALOR EQUAL ZEROS
               DISPLAY "AVISO " ADQ-REFERENCIA " SEM VALOR"
               ADD 1 TO WS-TOT-RECUSADOS
               GO PROCESSA-AVISO
           END-IF
           PERFORM PROCURA-REFERENCIA THRU PROCURA-REFERENCIA-FIM.
           IF ACHOU
               ADD 1 TO WS-TOT-REPETIDOS
               GO PROCESSA-AVISO
           END-IF

           MOVE SPACES TO CTC-REC.
           MOVE WS-PROXIMO-ID TO CTC-ID.
           MOVE ADQ-REFERENCIA TO CTC-REF-ADQUIRENTE.
           MOVE WS-DATA-HOJE TO CTC-DATA-AVISO.
           IF ADQ-DATA-AVISO NUMERIC AND ADQ-DATA-AVISO > ZEROS
               MOVE ADQ-DATA-AVISO TO CTC-DATA-AVISO
           END-IF
           MOVE ZEROS TO CTC-DATA-COMPRA.
           IF ADQ-DATA-COMPRA NUMERIC
               MOVE ADQ-DATA-COMPRA TO CTC-DATA-COMPRA
           END-IF
           MOVE ADQ-VALOR TO CTC-VALOR.
           MOVE ADQ-MOTIVO TO CTC-MOTIVO.
           IF NOT (CTC-MOTIVO-FRAUDE OR CTC-MOTIVO-NAO-RECON
               OR CTC-MOTIVO-NAO-RECEB OR CTC-MOTIVO-DUPLIC
               OR CTC-MOTIVO-CANCELADO)
               MOVE "OU" TO CTC-MOTIVO
           END-IF
           IF ADQ-PRAZO NUMERIC AND ADQ-PRAZO > ZEROS
               MOVE ADQ-PRAZO TO CTC-PRAZO-DEFESA
           ELSE
               COMPUTE WS-DATA-INT =
                   FUNCTION INTEGER-OF-DATE(CTC-DATA-AVISO)
                   + WS-PRAZO-DIAS
               COMPUTE CTC-PRAZO-DEFESA =
                   FUNCTION DATE-OF-INTEGER(WS-DATA-INT)
           END-IF

           PERFORM LOCALIZA-DOCUMENTO THRU LOCALIZA-DOCUMENTO-FIM.
           MOVE WS-LOC-ORIGEM TO CTC-ORIGEM.
           MOVE WS-LOC-DOC TO CTC-DOC.
           MOVE WS-LOC-CLIENTE TO CTC-CLIENTE-ID.
           MOVE WS-LOC-FILIAL TO CTC-FILIAL.
           MOVE ZEROS TO CTC-RECIBO.
           IF NOT CTC-SEM-ORIGEM
               PERFORM LOCALIZA-RECIBO THRU LOCALIZA-RECIBO-FIM
           END-IF
           MOVE "R" TO CTC-SITUACAO.
           MOVE ZEROS TO CTC-DATA-DEFESA CTC-DATA-DESFECHO
               CTC-OPERADOR-ID CTC-LANC-CR.
           WRITE CTC-REC
           INVALID KEY
               DISPLAY "CONTESTACAO " WS-PROXIMO-ID " JA EXISTE"
               ADD 1 TO WS-TOT-RECUSADOS
               GO PROCESSA-AVISO
           END-WRITE.
           ADD 1 TO WS-PROXIMO-ID.
           ADD 1 TO WS-TOT-GRAVADOS.
           IF CTC-SEM-ORIGEM
               ADD 1 TO WS-TOT-SEM-DOC
               DISPLAY "CONTESTACAO " CTC-ID " (" CTC-REF-ADQUIRENTE
                   ") SEM DOCUMENTO - LIGAR PELA TELA"
           ELSE
               DISPLAY "CONTESTACAO " CTC-ID " (" CTC-REF-ADQUIRENTE
                   ") " CTC-ORIGEM " " CTC-DOC " PRAZO "
                   CTC-PRAZO-DEFESA
           END-IF
           MOVE CTC-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           GO PROCESSA-AVISO.
       PROCESSA-AVISO-FIM.

      * -----------------------------------
      * O AVISO (REFERENCIA DA ADQUIRENTE) JA FOI IMPORTADO?

       PROCURA-REFERENCIA.
           MOVE "N" TO WS-ACHOU.
           MOVE ZEROS TO CTC-KEY.
           START CONTESTACAO-FILE KEY IS NOT LESS THAN CTC-KEY
           INVALID KEY
               GO PROCURA-REFERENCIA-FIM
           END-START.

           PROCURA-REFERENCIA-LOOP.
           READ CONTESTACAO-FILE NEXT RECORD
           AT END
               GO PROCURA-REFERENCIA-FIM
           END-READ.
           IF CTC-REF-ADQUIRENTE NOT EQUAL ADQ-REFERENCIA
               GO PROCURA-REFERENCIA-LOOP
           END-IF
           MOVE "S" TO WS-ACHOU.
       PROCURA-REFERENCIA-FIM.

      * -----------------------------------
      * DOCUMENTO DO AVISO: O INFORMADO PELA ADQUIRENTE, SE FOI PAGO
      * NO CARTAO; SEM ELE, O UNICO ALUGUEL OU VENDA DE CARTAO DA DATA
      * DA COMPRA COM O MESMO VALOR. NADA ACHADO (OU MAIS DE UM
      * CANDIDATO) DEIXA A ORIGEM EM BRANCO

       LOCALIZA-DOCUMENTO.
           MOVE SPACES TO WS-LOC-ORIGEM.
           MOVE ZEROS TO WS-LOC-DOC WS-LOC-CLIENTE WS-LOC-FILIAL
               WS-LOC-QTD.
           IF ADQ-DOC NOT NUMERIC OR ADQ-DOC EQUAL ZEROS
               GO LOCALIZA-DOCUMENTO-DATA
           END-IF
           EVALUATE ADQ-DOC-TIPO
               WHEN "A"
               WHEN "T"
                   PERFORM DOC-ALUGUEL THRU DOC-ALUGUEL-FIM
               WHEN "V"
                   PERFORM DOC-VENDA THRU DOC-VENDA-FIM
           END-EVALUATE
           GO LOCALIZA-DOCUMENTO-FIM.

           LOCALIZA-DOCUMENTO-DATA.
           IF ADQ-DATA-COMPRA NOT NUMERIC
               OR ADQ-DATA-COMPRA EQUAL ZEROS
               GO LOCALIZA-DOCUMENTO-FIM
           END-IF
           PERFORM BUSCA-ALUGUEIS THRU BUSCA-ALUGUEIS-FIM.
           PERFORM BUSCA-VENDAS THRU BUSCA-VENDAS-FIM.
           IF WS-LOC-QTD NOT EQUAL 1
               MOVE SPACES TO WS-LOC-ORIGEM
               MOVE ZEROS TO WS-LOC-DOC WS-LOC-CLIENTE WS-LOC-FILIAL
           END-IF.
       LOCALIZA-DOCUMENTO-FIM.

      * -----------------------------------
      * ALUGUEL INFORMADO PELA ADQUIRENTE; SE ELE FAZ PARTE DE UM
      * TICKET, A CONTESTACAO FICA COM O TICKET

       DOC-ALUGUEL.
           IF NOT FS-ALUG-OK
               GO DOC-ALUGUEL-FIM
           END-IF
           MOVE ADQ-DOC TO AL-ID.
           READ ALUGUEL-FILE
           INVALID KEY
               GO DOC-ALUGUEL-FIM
           END-READ.
           PERFORM CARTAO-ALUGUEL THRU CARTAO-ALUGUEL-FIM.
           IF WS-VALOR-CARTAO EQUAL ZEROS
               GO DOC-ALUGUEL-FIM
           END-IF
           IF AL-TICKET NUMERIC AND AL-TICKET > ZEROS
               MOVE "T" TO WS-LOC-ORIGEM
               MOVE AL-TICKET TO WS-LOC-DOC
           ELSE
               MOVE "A" TO WS-LOC-ORIGEM
               MOVE AL-ID TO WS-LOC-DOC
           END-IF
           MOVE AL-CLIENTE-ID TO WS-LOC-CLIENTE.
           MOVE AL-FILIAL TO WS-LOC-FILIAL.
       DOC-ALUGUEL-FIM.

      * -----------------------------------
      * VENDA INFORMADA PELA ADQUIRENTE (ESTORNO NAO CONTA); VENDA
      * FECHADA NO CAIXA UNICO FICA COM O TICKET

       DOC-VENDA.
           IF NOT FS-VENDA-OK
               GO DOC-VENDA-FIM
           END-IF
           MOVE ADQ-DOC TO VD-ID.
           READ VENDA-FILE
           INVALID KEY
               GO DOC-VENDA-FIM
           END-READ.
           IF VD-ESTORNO
               GO DOC-VENDA-FIM
           END-IF
           PERFORM CARTAO-VENDA THRU CARTAO-VENDA-FIM.
           IF WS-VALOR-CARTAO EQUAL ZEROS
               GO DOC-VENDA-FIM
           END-IF
           IF VD-TICKET NUMERIC AND VD-TICKET > ZEROS
               MOVE "T" TO WS-LOC-ORIGEM
               MOVE VD-TICKET TO WS-LOC-DOC
           ELSE
               MOVE "V" TO WS-LOC-ORIGEM
               MOVE VD-ID TO WS-LOC-DOC
           END-IF
           MOVE VD-CLIENTE-ID TO WS-LOC-CLIENTE.
           MOVE VD-FILIAL TO WS-LOC-FILIAL.
       DOC-VENDA-FIM.

      * -----------------------------------
      * ALUGUEIS AVULSOS DA DATA DA COMPRA PAGOS NO CARTAO COM O
      * VALOR DO AVISO (CHAVE ALTERNADA AL-DATA-ALUGUEL)

       BUSCA-ALUGUEIS.
           IF NOT FS-ALUG-OK
               GO BUSCA-ALUGUEIS-FIM
           END-IF
           MOVE ADQ-DATA-COMPRA TO AL-DATA-ALUGUEL.
           START ALUGUEL-FILE KEY IS EQUAL AL-DATA-ALUGUEL
           INVALID KEY
               GO BUSCA-ALUGUEIS-FIM
           END-START.

           BUSCA-ALUGUEIS-LOOP.
           READ ALUGUEL-FILE NEXT RECORD
           AT END
               GO BUSCA-ALUGUEIS-FIM
           END-READ.
           IF AL-DATA-ALUGUEL NOT EQUAL ADQ-DATA-COMPRA
               GO BUSCA-ALUGUEIS-FIM
           END-IF
           IF AL-ESTORNADO
               OR (AL-TICKET NUMERIC AND AL-TICKET > ZEROS)
               GO BUSCA-ALUGUEIS-LOOP
           END-IF
           PERFORM CARTAO-ALUGUEL THRU CARTAO-ALUGUEL-FIM.
           IF WS-VALOR-CARTAO NOT EQUAL ADQ-VALOR
               GO BUSCA-ALUGUEIS-LOOP
           END-IF
           ADD 1 TO WS-LOC-QTD.
           MOVE "A" TO WS-LOC-ORIGEM.
           MOVE AL-ID TO WS-LOC-DOC.
           MOVE AL-CLIENTE-ID TO WS-LOC-CLIENTE.
           MOVE AL-FILIAL TO WS-LOC-FILIAL.
           GO BUSCA-ALUGUEIS-LOOP.
       BUSCA-ALUGUEIS-FIM.

      * -----------------------------------
      * VENDAS AVULSAS DA DATA DA COMPRA PAGAS NO CARTAO COM O VALOR
      * DO AVISO (CHAVE ALTERNADA VD-DATA-VENDA)

       BUSCA-VENDAS.
           IF NOT FS-VENDA-OK
               GO BUSCA-VENDAS-FIM
           END-IF
           MOVE ADQ-DATA-COMPRA TO VD-DATA-VENDA.
           START VENDA-FILE KEY IS EQUAL VD-DATA-VENDA
           INVALID KEY
               GO BUSCA-VENDAS-FIM
           END-START.

           BUSCA-VENDAS-LOOP.
           READ VENDA-FILE NEXT RECORD
           AT END
               GO BUSCA-VENDAS-FIM
           END-READ.
           IF VD-DATA-VENDA NOT EQUAL ADQ-DATA-COMPRA
               GO BUSCA-VENDAS-FIM
           END-IF
           IF VD-ESTORNO
               OR (VD-TICKET NUMERIC AND VD-TICKET > ZEROS)
               GO BUSCA-VENDAS-LOOP
           END-IF
           PERFORM CARTAO-VENDA THRU CARTAO-VENDA-FIM.
           IF WS-VALOR-CARTAO NOT EQUAL ADQ-VALOR
               GO BUSCA-VENDAS-LOOP
           END-IF
           ADD 1 TO WS-LOC-QTD.
           MOVE "V" TO WS-LOC-ORIGEM.
           MOVE VD-ID TO WS-LOC-DOC.
           MOVE VD-CLIENTE-ID TO WS-LOC-CLIENTE.
           MOVE VD-FILIAL TO WS-LOC-FILIAL.
           GO BUSCA-VENDAS-LOOP.
       BUSCA-VENDAS-FIM.

      * -----------------------------------
      * QUANTO DO ALUGUEL CORRENTE FOI PAGO NO CARTAO: TUDO NA FORMA
      * "C", AS PERNAS DE CARTAO NO TICKET PARTIDO, ZERO NO RESTO

       CARTAO-ALUGUEL.
           MOVE ZEROS TO WS-VALOR-CARTAO.
           IF AL-CARTAO
               MOVE AL-VALOR TO WS-VALOR-CARTAO
               GO CARTAO-ALUGUEL-FIM
           END-IF
           IF AL-MULTIPLA
               MOVE AL-ID TO PAG-DOC
               MOVE "A" TO WS-BUSCA-TIPO
               PERFORM SOMA-PERNAS THRU SOMA-PERNAS-FIM
           END-IF.
       CARTAO-ALUGUEL-FIM.

      * -----------------------------------
      * QUANTO DA VENDA CORRENTE FOI PAGO NO CARTAO

       CARTAO-VENDA.
           MOVE ZEROS TO WS-VALOR-CARTAO.
           IF VD-CARTAO
               MOVE VD-VALOR-TOTAL TO WS-VALOR-CARTAO
               GO CARTAO-VENDA-FIM
           END-IF
           IF VD-MULTIPLA
               MOVE VD-ID TO PAG-DOC
               MOVE "V" TO WS-BUSCA-TIPO
               PERFORM SOMA-PERNAS THRU SOMA-PERNAS-FIM
           END-IF.
       CARTAO-VENDA-FIM.

      * -----------------------------------
      * SOMA AS PERNAS DE CARTAO DO DOCUMENTO EM PAG-DOC/WS-BUSCA-TIPO

       SOMA-PERNAS.
           IF NOT FS-PAG-OK
               GO SOMA-PERNAS-FIM
           END-IF
           MOVE ZEROS TO WS-PERNA-SEQ.

           SOMA-PERNAS-LOOP.
           ADD 1 TO WS-PERNA-SEQ.
           MOVE WS-BUSCA-TIPO TO PAG-TIPO.
           MOVE WS-PERNA-SEQ TO PAG-SEQ.
           READ PAGAMENTO-FILE
           INVALID KEY
               GO SOMA-PERNAS-FIM
           END-READ.
           IF PAG-FORMA = "C"
               ADD PAG-VALOR TO WS-VALOR-CARTAO
           END-IF
           GO SOMA-PERNAS-LOOP.
       SOMA-PERNAS-FIM.

      * -----------------------------------
      * RECIBO ORIGINAL DO DOCUMENTO: TIPO A PARA ALUGUEL E TICKET
      * (O RECIBO DO CARRINHO SAI COM O NUMERO DO TICKET), TIPO V PARA
      * VENDA; FICA O ULTIMO EMITIDO

       LOCALIZA-RECIBO.
           IF NOT FS-REC-OK
               GO LOCALIZA-RECIBO-FIM
           END-IF
           IF CTC-ORIGEM-VENDA
               MOVE "V" TO WS-BUSCA-TIPO
           ELSE
               MOVE "A" TO WS-BUSCA-TIPO
           END-IF
           MOVE ZEROS TO REC-KEY.
           START RECIBO-FILE KEY IS NOT LESS THAN REC-KEY
           INVALID KEY
               GO LOCALIZA-RECIBO-FIM
           END-START.

           LOCALIZA-RECIBO-LOOP.
           READ RECIBO-FILE NEXT RECORD
           AT END
               GO LOCALIZA-RECIBO-FIM
           END-READ.
           IF REC-TIPO EQUAL WS-BUSCA-TIPO
               AND REC-ORIGEM-ID EQUAL CTC-DOC
               MOVE REC-NUMERO TO CTC-RECIBO
           END-IF
           GO LOCALIZA-RECIBO-LOOP.
       LOCALIZA-RECIBO-FIM.
