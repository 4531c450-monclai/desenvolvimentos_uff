       identification division.
       program-id. risco_clientes.

      *=================================================================
      * NOTA DE RISCO NOTURNA DOS CLIENTES (RISCO.DAT). ATE AQUI O
      * BALCAO SO TINHA DUAS ALAVANCAS - O BLOQUEIO DE CREDITO, QUE E
      * TUDO OU NADA, E A CAUCAO DE CLIENTE NOVO - E UM CLIENTE ANTIGO
      * COM TRES CHEQUES DEVOLVIDOS ALUGAVA COMO QUALQUER OUTRO. AQUI
      * CADA CLIENTE ATIVO DE FUNC.DAT GANHA PONTOS PELO PROPRIO
      * HISTORICO:
      *   - ALUGUEIS DEVOLVIDOS COM ATRASO (E OS EM ABERTO JA
      *     VENCIDOS), MAIS UM PONTO A CADA TANTOS DIAS DE ATRASO;
      *   - ALUGUEIS EXTRAVIADOS (ALUGUEL.DAT);
      *   - CHEQUES DEVOLVIDOS SEM FUNDO (CHEQUE.DAT);
      *   - COPIAS DANIFICADAS - A COPIA MARCADA "X" EM COPIA.DAT E
      *     DEBITADA AO ULTIMO CLIENTE QUE A DEVOLVEU;
      *   - SALDO EM ABERTO NO CONTAS A RECEBER, COM TETO;
      *   - PROMESSAS DE DEVOLUCAO QUEBRADAS (CONTATO_COBRANCA.DAT):
      *     A DATA PROMETIDA PASSOU E UM ALUGUEL JA VENCIDO NO DIA DO
      *     CONTATO SO VOLTOU DEPOIS DELA, OU AINDA NAO VOLTOU;
      *   - CLIENTE LISTADO NO BUREAU (NEGATIVADO.DAT).
      * PELA SOMA O CLIENTE CAI NUMA FAIXA (BAIXO/MEDIO/ALTO), E A
      * FAIXA DEFINE O LIMITE DE DISCOS FORA E A EXIGENCIA DE CAUCAO
      * QUE O ALUGUEL (INCLUSAO E CARRINHO) APLICA NO BALCAO.
      *
      * O ARQUIVO E REFEITO INTEIRO A CADA RODADA (CLIENTE QUE MELHORA
      * O HISTORICO SAI DA FAIXA NA NOITE SEGUINTE). RODA NA CADEIA
      * NOTURNA (ORQUESTRADOR_NOTURNO).
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select risco-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is rsc-key.

       select cliente-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-cliente
           record key is cli-key.

       select aluguel-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-aluguel
           record key is al-key
           alternate record key is al-cliente-id with duplicates
           alternate record key is al-data-aluguel with duplicates
           alternate record key is al-data-devolucao with duplicates.

       select copia-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-copia
           record key is copia-key.

       select cheque-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-chq
           record key is chq-key.

       select receber-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-cr
           record key is cr-key.

       select contato-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-ctt
           record key is ctt-key.

       select negativado-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-neg
           record key is neg-key.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd risco-file value of file-id is "RISCO.dat".
       copy risco.

       fd cliente-file value of file-id is "FUNC.dat".
       copy cliente replacing ==FILE1-REC==     by ==CLI-REC==
                              ==FS-KEY==        by ==CLI-KEY==
                              ==FS-ID==         by ==CLI-ID==
                              ==FS-NOME==       by ==CLI-NOME==
                              ==FS-SENHA==      by ==CLI-SENHA==.

       fd aluguel-file value of file-id is "ALUGUEL.dat".
       copy aluguel.

       fd copia-file value of file-id is "COPIA.dat".
       copy copia.

       fd cheque-file value of file-id is "CHEQUE.dat".
       copy cheque.

       fd receber-file value of file-id is "CONTAS_RECEBER.dat".
       copy receber.

       fd contato-file value of file-id is "CONTATO_COBRANCA.dat".
       copy contato.

       fd negativado-file value of file-id is "NEGATIVADO.dat".
       copy negativado.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-fim                   value 10.

       77 fs-stat-cliente      pic 9(02).
           88 fs-cliente-ok            value zeros.
           88 fs-cliente-fim           value 10.

       77 fs-stat-aluguel      pic 9(02).
           88 fs-aluguel-ok            value zeros.
           88 fs-aluguel-fim           value 10.

       77 fs-stat-copia        pic 9(02).
           88 fs-copia-ok              value zeros.
           88 fs-copia-fim             value 10.

       77 fs-stat-chq          pic 9(02).
           88 fs-chq-ok                value zeros.
           88 fs-chq-fim               value 10.

       77 fs-stat-cr           pic 9(02).
           88 fs-cr-ok                 value zeros.
           88 fs-cr-fim                value 10.

       77 fs-stat-ctt          pic 9(02).
           88 fs-ctt-ok                value zeros.
           88 fs-ctt-fim               value 10.

       77 fs-stat-neg          pic 9(02).
           88 fs-neg-ok                value zeros.
           88 fs-neg-fim               value 10.

       77 ws-data-hoje         pic 9(08).
       77 ws-dias-atraso       pic s9(05).

      * PESOS DA NOTA - QUANTO CADA OCORRENCIA DO HISTORICO PESA
       78 ws-peso-atraso       value 3.
       78 ws-dias-por-ponto    value 5.
       78 ws-peso-extravio     value 15.
       78 ws-peso-cheque       value 15.
       78 ws-peso-dano         value 10.
       78 ws-peso-promessa     value 10.
       78 ws-peso-negativado   value 40.
      * UM PONTO A CADA R$ 5,00 EM ABERTO, NO MAXIMO 30 PONTOS
       78 ws-reais-por-ponto   value 5.
       78 ws-teto-saldo        value 30.

      * FAIXAS E A POLITICA DE CADA UMA NO BALCAO: ABAIXO DE 20
      * PONTOS NADA MUDA; DE 20 A 49 ATE 3 DISCOS FORA E CAUCAO; DE
      * 50 EM DIANTE 1 DISCO FORA E CAUCAO
       78 ws-corte-medio       value 20.
       78 ws-corte-alto        value 50.
       78 ws-discos-medio      value 3.
       78 ws-discos-alto       value 1.

       77 ws-pontos            pic 9(05).
       77 ws-pontos-saldo      pic 9(05).

      * COPIAS DANIFICADAS E O ULTIMO CLIENTE QUE DEVOLVEU CADA UMA
       77 ws-ind               pic 9(03) comp.
       77 ws-qtd-danos         pic 9(03) comp value zeros.
       78 ws-max-danos         value 500.
       01 ws-tabela-danos.
           02 ws-dano occurs 500 times.
               03 ws-dano-barcode      pic x(13).
               03 ws-dano-cliente      pic 9(05).
               03 ws-dano-data         pic 9(08).

      * PROMESSA EM EXAME (CONTATO_COBRANCA)
       77 ws-cliente-exame     pic 9(05).
       77 ws-data-contato      pic 9(08).
       77 ws-data-promessa     pic 9(08).
       77 ws-quebrou           pic x(01).
           88 promessa-quebrada        value "S".

       77 ws-qtd-clientes      pic 9(05) value zeros.
       77 ws-qtd-baixo         pic 9(05) value zeros.
       77 ws-qtd-medio         pic 9(05) value zeros.
       77 ws-qtd-alto          pic 9(05) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CLIENTE-FILE.
           IF NOT FS-CLIENTE-OK
               DISPLAY "CADASTRO DE CLIENTES NAO ENCONTRADO"
               GOBACK
           END-IF
           OPEN OUTPUT RISCO-FILE.
           PERFORM ZERA-CLIENTE THRU ZERA-CLIENTE-FIM
               UNTIL FS-CLIENTE-FIM.
           CLOSE RISCO-FILE CLIENTE-FILE.
           OPEN I-O RISCO-FILE.

           PERFORM CARREGA-DANOS THRU CARREGA-DANOS-FIM.
           OPEN INPUT ALUGUEL-FILE.
           IF FS-ALUGUEL-OK
               PERFORM SOMA-ALUGUEIS THRU SOMA-ALUGUEIS-FIM
               PERFORM SOMA-DANOS THRU SOMA-DANOS-FIM
           END-IF
           PERFORM SOMA-CHEQUES THRU SOMA-CHEQUES-FIM.
           PERFORM SOMA-RECEBER THRU SOMA-RECEBER-FIM.
           PERFORM SOMA-PROMESSAS THRU SOMA-PROMESSAS-FIM.
           IF FS-ALUGUEL-OK
               CLOSE ALUGUEL-FILE
           END-IF
           PERFORM SOMA-NEGATIVADOS THRU SOMA-NEGATIVADOS-FIM.
           PERFORM CALCULA-NOTAS THRU CALCULA-NOTAS-FIM.
           CLOSE RISCO-FILE.

           DISPLAY "DATA DO CALCULO......: " WS-DATA-HOJE.
           DISPLAY "CLIENTES AVALIADOS...: " WS-QTD-CLIENTES.
           DISPLAY "RISCO BAIXO..........: " WS-QTD-BAIXO.
           DISPLAY "RISCO MEDIO..........: " WS-QTD-MEDIO.
           DISPLAY "RISCO ALTO...........: " WS-QTD-ALTO.
           GOBACK.

      * -----------------------------------
      * UMA LINHA ZERADA POR CLIENTE ATIVO; AS PASSADAS SEGUINTES SO
      * SOMAM EM QUEM TEM LINHA

       ZERA-CLIENTE.
           READ CLIENTE-FILE
           AT END
               MOVE 10 TO FS-STAT-CLIENTE
               GO ZERA-CLIENTE-FIM
           END-READ.
           IF FS-ATIVO-NAO
               GO ZERA-CLIENTE-FIM
           END-IF
           MOVE ZEROS TO RSC-REC.
           MOVE CLI-ID TO RSC-CLIENTE-ID.
           MOVE "B" TO RSC-FAIXA.
           MOVE "N" TO RSC-PEDE-CAUCAO RSC-NEGATIVADO.
           MOVE WS-DATA-HOJE TO RSC-DATA-CALCULO.
           WRITE RSC-REC.
           ADD 1 TO WS-QTD-CLIENTES.
       ZERA-CLIENTE-FIM.

      * -----------------------------------
      * GUARDA AS COPIAS DANIFICADAS ("X"); O DONO DO DANO SAI DA
      * PASSADA NOS ALUGUEIS

       CARREGA-DANOS.
           OPEN INPUT COPIA-FILE.
           IF NOT FS-COPIA-OK
               GO CARREGA-DANOS-FIM
           END-IF.

           CARREGA-DANOS-LOOP.
           READ COPIA-FILE
           AT END
               CLOSE COPIA-FILE
               GO CARREGA-DANOS-FIM
           END-READ.
           IF NOT COPIA-DANIFICADA
               GO CARREGA-DANOS-LOOP
           END-IF
           IF WS-QTD-DANOS NOT < WS-MAX-DANOS
               DISPLAY "TABELA DE DANOS CHEIA - IGNORADA: "
                   COPIA-BARCODE
               GO CARREGA-DANOS-LOOP
           END-IF
           ADD 1 TO WS-QTD-DANOS.
           MOVE COPIA-BARCODE TO WS-DANO-BARCODE(WS-QTD-DANOS).
           MOVE ZEROS TO WS-DANO-CLIENTE(WS-QTD-DANOS)
               WS-DANO-DATA(WS-QTD-DANOS).
           GO CARREGA-DANOS-LOOP.
       CARREGA-DANOS-FIM.

      * -----------------------------------
      * ATRASOS, DIAS DE ATRASO E EXTRAVIOS, ALUGUEL POR ALUGUEL.
      * O ALUGUEL EM ABERTO JA VENCIDO CONTA O ATRASO ATE HOJE.

       SOMA-ALUGUEIS.
           MOVE ZEROS TO AL-ID.
           START ALUGUEL-FILE KEY IS NOT LESS THAN AL-KEY
           INVALID KEY
               GO SOMA-ALUGUEIS-FIM
           END-START.

           SOMA-ALUGUEIS-LOOP.
           READ ALUGUEL-FILE NEXT RECORD
           AT END
               GO SOMA-ALUGUEIS-FIM
           END-READ.
           IF AL-DEVOLVIDO AND AL-COPIA-BARCODE NOT EQUAL SPACES
               PERFORM MARCA-DANO THRU MARCA-DANO-FIM
           END-IF
           MOVE ZEROS TO WS-DIAS-ATRASO.
           IF AL-DEVOLVIDO
               AND AL-DATA-DEVOLUCAO > AL-DATA-PREVISTA
               AND AL-DATA-PREVISTA > ZEROS
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(AL-DATA-DEVOLUCAO)
                   - FUNCTION INTEGER-OF-DATE(AL-DATA-PREVISTA)
           END-IF
           IF AL-EM-ABERTO
               AND WS-DATA-HOJE > AL-DATA-PREVISTA
               AND AL-DATA-PREVISTA > ZEROS
               COMPUTE WS-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(AL-DATA-PREVISTA)
           END-IF
           IF WS-DIAS-ATRASO NOT > ZEROS AND NOT AL-EXTRAVIADO
               GO SOMA-ALUGUEIS-LOOP
           END-IF
           MOVE AL-CLIENTE-ID TO RSC-CLIENTE-ID.
           READ RISCO-FILE
           INVALID KEY
               GO SOMA-ALUGUEIS-LOOP
           END-READ.
           IF AL-EXTRAVIADO
               ADD 1 TO RSC-QTD-EXTRAVIOS
           ELSE
               ADD 1 TO RSC-QTD-ATRASOS
               ADD WS-DIAS-ATRASO TO RSC-DIAS-ATRASO
           END-IF
           REWRITE RSC-REC.
           GO SOMA-ALUGUEIS-LOOP.
       SOMA-ALUGUEIS-FIM.

      * -----------------------------------
      * DEVOLUCAO DE UMA COPIA HOJE DANIFICADA: A MAIS RECENTE FICA
      * COMO A QUE TROUXE O DANO

       MARCA-DANO.
           MOVE ZEROS TO WS-IND.

           MARCA-DANO-LOOP.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-DANOS
               GO MARCA-DANO-FIM
           END-IF
           IF WS-DANO-BARCODE(WS-IND) NOT EQUAL AL-COPIA-BARCODE
               GO MARCA-DANO-LOOP
           END-IF
           IF AL-DATA-DEVOLUCAO NOT < WS-DANO-DATA(WS-IND)
               MOVE AL-CLIENTE-ID TO WS-DANO-CLIENTE(WS-IND)
               MOVE AL-DATA-DEVOLUCAO TO WS-DANO-DATA(WS-IND)
           END-IF.
       MARCA-DANO-FIM.

      * -----------------------------------
      * LANCA CADA COPIA DANIFICADA NO CLIENTE QUE A DEVOLVEU

       SOMA-DANOS.
           MOVE ZEROS TO WS-IND.

           SOMA-DANOS-LOOP.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-DANOS
               GO SOMA-DANOS-FIM
           END-IF
           IF WS-DANO-CLIENTE(WS-IND) EQUAL ZEROS
               GO SOMA-DANOS-LOOP
           END-IF
           MOVE WS-DANO-CLIENTE(WS-IND) TO RSC-CLIENTE-ID.
           READ RISCO-FILE
           INVALID KEY
               GO SOMA-DANOS-LOOP
           END-READ.
           ADD 1 TO RSC-QTD-DANOS.
           REWRITE RSC-REC.
           GO SOMA-DANOS-LOOP.
       SOMA-DANOS-FIM.

      * -----------------------------------
      * CHEQUES DEVOLVIDOS SEM FUNDO

       SOMA-CHEQUES.
           OPEN INPUT CHEQUE-FILE.
           IF NOT FS-CHQ-OK
               GO SOMA-CHEQUES-FIM
           END-IF.

           SOMA-CHEQUES-LOOP.
           READ CHEQUE-FILE
           AT END
               CLOSE CHEQUE-FILE
               GO SOMA-CHEQUES-FIM
           END-READ.
           IF NOT CHQ-SEM-FUNDO
               GO SOMA-CHEQUES-LOOP
           END-IF
           MOVE CHQ-CLIENTE-ID TO RSC-CLIENTE-ID.
           READ RISCO-FILE
           INVALID KEY
               GO SOMA-CHEQUES-LOOP
           END-READ.
           ADD 1 TO RSC-QTD-CHEQUES.
           REWRITE RSC-REC.
           GO SOMA-CHEQUES-LOOP.
       SOMA-CHEQUES-FIM.

      * -----------------------------------
      * SALDO EM ABERTO NO CONTAS A RECEBER (O PARCELADO SEGUE PELO
      * ACORDO E NAO ENTRA; O BAIXADO COMO INCOBRAVEL CONTINUA
      * DEVIDO E ENTRA)

       SOMA-RECEBER.
           OPEN INPUT RECEBER-FILE.
           IF NOT FS-CR-OK
               GO SOMA-RECEBER-FIM
           END-IF.

           SOMA-RECEBER-LOOP.
           READ RECEBER-FILE
           AT END
               CLOSE RECEBER-FILE
               GO SOMA-RECEBER-FIM
           END-READ.
           IF (NOT CR-EM-ABERTO AND NOT CR-BAIXADO)
               OR CR-SALDO EQUAL ZEROS
               GO SOMA-RECEBER-LOOP
           END-IF
           MOVE CR-CLIENTE-ID TO RSC-CLIENTE-ID.
           READ RISCO-FILE
           INVALID KEY
               GO SOMA-RECEBER-LOOP
           END-READ.
           ADD CR-SALDO TO RSC-SALDO-ABERTO.
           REWRITE RSC-REC.
           GO SOMA-RECEBER-LOOP.
       SOMA-RECEBER-FIM.

      * -----------------------------------
      * PROMESSAS DE DEVOLUCAO COM A DATA JA PASSADA: CONFERE NOS
      * ALUGUEIS DO CLIENTE SE A PROMESSA FOI CUMPRIDA

       SOMA-PROMESSAS.
           IF NOT FS-ALUGUEL-OK
               GO SOMA-PROMESSAS-FIM
           END-IF
           OPEN INPUT CONTATO-FILE.
           IF NOT FS-CTT-OK
               GO SOMA-PROMESSAS-FIM
           END-IF.

           SOMA-PROMESSAS-LOOP.
           READ CONTATO-FILE
           AT END
               CLOSE CONTATO-FILE
               GO SOMA-PROMESSAS-FIM
           END-READ.
           IF NOT CTT-PROMETEU
               OR CTT-DATA-PROMESSA EQUAL ZEROS
               OR CTT-DATA-PROMESSA NOT < WS-DATA-HOJE
               GO SOMA-PROMESSAS-LOOP
           END-IF
           MOVE CTT-CLIENTE-ID TO WS-CLIENTE-EXAME.
           MOVE CTT-DATA TO WS-DATA-CONTATO.
           MOVE CTT-DATA-PROMESSA TO WS-DATA-PROMESSA.
           PERFORM VERIFICA-PROMESSA THRU VERIFICA-PROMESSA-FIM.
           IF NOT PROMESSA-QUEBRADA
               GO SOMA-PROMESSAS-LOOP
           END-IF
           MOVE WS-CLIENTE-EXAME TO RSC-CLIENTE-ID.
           READ RISCO-FILE
           INVALID KEY
               GO SOMA-PROMESSAS-LOOP
           END-READ.
           ADD 1 TO RSC-QTD-PROMESSAS.
           REWRITE RSC-REC.
           GO SOMA-PROMESSAS-LOOP.
       SOMA-PROMESSAS-FIM.

      * -----------------------------------
      * QUEBRADA: ALGUM ALUGUEL DO CLIENTE JA VENCIDO NO DIA DO
      * CONTATO VOLTOU DEPOIS DA DATA PROMETIDA OU AINDA NAO VOLTOU

       VERIFICA-PROMESSA.
           MOVE "N" TO WS-QUEBROU.
           MOVE WS-CLIENTE-EXAME TO AL-CLIENTE-ID.
           START ALUGUEL-FILE KEY IS EQUAL TO AL-CLIENTE-ID
           INVALID KEY
               GO VERIFICA-PROMESSA-FIM
           END-START.

           VERIFICA-PROMESSA-LOOP.
           READ ALUGUEL-FILE NEXT RECORD
           AT END
               GO VERIFICA-PROMESSA-FIM
           END-READ.
           IF AL-CLIENTE-ID NOT EQUAL WS-CLIENTE-EXAME
               GO VERIFICA-PROMESSA-FIM
           END-IF
           IF AL-ESTORNADO OR AL-DATA-PREVISTA NOT < WS-DATA-CONTATO
               GO VERIFICA-PROMESSA-LOOP
           END-IF
           IF AL-EM-ABERTO OR AL-EXTRAVIADO
               MOVE "S" TO WS-QUEBROU
               GO VERIFICA-PROMESSA-FIM
           END-IF
           IF AL-DEVOLVIDO AND AL-DATA-DEVOLUCAO > WS-DATA-PROMESSA
               MOVE "S" TO WS-QUEBROU
               GO VERIFICA-PROMESSA-FIM
           END-IF
           GO VERIFICA-PROMESSA-LOOP.
       VERIFICA-PROMESSA-FIM.

      * -----------------------------------
      * CLIENTE AINDA LISTADO NO BUREAU

       SOMA-NEGATIVADOS.
           OPEN INPUT NEGATIVADO-FILE.
           IF NOT FS-NEG-OK
               GO SOMA-NEGATIVADOS-FIM
           END-IF.

           SOMA-NEGATIVADOS-LOOP.
           READ NEGATIVADO-FILE
           AT END
               CLOSE NEGATIVADO-FILE
               GO SOMA-NEGATIVADOS-FIM
           END-READ.
           IF NOT NEG-LISTADO
               GO SOMA-NEGATIVADOS-LOOP
           END-IF
           MOVE NEG-CLIENTE-ID TO RSC-CLIENTE-ID.
           READ RISCO-FILE
           INVALID KEY
               GO SOMA-NEGATIVADOS-LOOP
           END-READ.
           MOVE "S" TO RSC-NEGATIVADO.
           REWRITE RSC-REC.
           GO SOMA-NEGATIVADOS-LOOP.
       SOMA-NEGATIVADOS-FIM.

      * -----------------------------------
      * SOMA OS PONTOS DE CADA CLIENTE E GRAVA A FAIXA COM O LIMITE DE
      * DISCOS E A EXIGENCIA DE CAUCAO

       CALCULA-NOTAS.
           MOVE ZEROS TO RSC-CLIENTE-ID.
           START RISCO-FILE KEY IS NOT LESS THAN RSC-KEY
           INVALID KEY
               GO CALCULA-NOTAS-FIM
           END-START.

           CALCULA-NOTAS-LOOP.
           READ RISCO-FILE NEXT RECORD
           AT END
               GO CALCULA-NOTAS-FIM
           END-READ.
           COMPUTE WS-PONTOS-SALDO =
               RSC-SALDO-ABERTO / WS-REAIS-POR-PONTO.
           IF WS-PONTOS-SALDO > WS-TETO-SALDO
               MOVE WS-TETO-SALDO TO WS-PONTOS-SALDO
           END-IF
           COMPUTE WS-PONTOS =
               RSC-QTD-ATRASOS * WS-PESO-ATRASO
               + RSC-DIAS-ATRASO / WS-DIAS-POR-PONTO
               + RSC-QTD-EXTRAVIOS * WS-PESO-EXTRAVIO
               + RSC-QTD-CHEQUES * WS-PESO-CHEQUE
               + RSC-QTD-DANOS * WS-PESO-DANO
               + RSC-QTD-PROMESSAS * WS-PESO-PROMESSA
               + WS-PONTOS-SALDO
               ON SIZE ERROR
                   MOVE 999 TO WS-PONTOS
           END-COMPUTE.
           IF RSC-ESTA-NEGATIVADO
               ADD WS-PESO-NEGATIVADO TO WS-PONTOS
           END-IF
           IF WS-PONTOS > 999
               MOVE 999 TO WS-PONTOS
           END-IF
           MOVE WS-PONTOS TO RSC-PONTOS.
           EVALUATE TRUE
               WHEN RSC-PONTOS NOT < WS-CORTE-ALTO
                   MOVE "A" TO RSC-FAIXA
                   MOVE WS-DISCOS-ALTO TO RSC-MAX-DISCOS
                   MOVE "S" TO RSC-PEDE-CAUCAO
                   ADD 1 TO WS-QTD-ALTO
               WHEN RSC-PONTOS NOT < WS-CORTE-MEDIO
                   MOVE "M" TO RSC-FAIXA
                   MOVE WS-DISCOS-MEDIO TO RSC-MAX-DISCOS
                   MOVE "S" TO RSC-PEDE-CAUCAO
                   ADD 1 TO WS-QTD-MEDIO
               WHEN OTHER
                   MOVE "B" TO RSC-FAIXA
                   MOVE ZEROS TO RSC-MAX-DISCOS
                   MOVE "N" TO RSC-PEDE-CAUCAO
                   ADD 1 TO WS-QTD-BAIXO
           END-EVALUATE.
           REWRITE RSC-REC.
           GO CALCULA-NOTAS-LOOP.
       CALCULA-NOTAS-FIM.
