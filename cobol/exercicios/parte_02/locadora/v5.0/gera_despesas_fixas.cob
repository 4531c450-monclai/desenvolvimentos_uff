       identification division.
       program-id. gera_despesas_fixas.

      *=================================================================
      * GERA AS DESPESAS FIXAS DO MES (ALUGUEL DA LOJA, INTERNET,
      * SALARIOS...). CADA DESPESA LANCADA COMO FIXA NO
      * CADASTRO_DESPESA E UM MODELO: PARA O MES APURADO, SE O MODELO
      * E DE COMPETENCIA ANTERIOR, ABRE EM DESPESA.DAT UMA COPIA COM
      * A COMPETENCIA DO MES E O VENCIMENTO NO MESMO DIA DO MODELO
      * (DIA 29 A 31 CAI NO 28), NUMERADA 4 + AAMM + NUMERO DO MODELO
      * - RODAR DE NOVO NO MESMO MES NAO DUPLICA. MODELO QUE VAI PELO
      * CONTAS A PAGAR ABRE TAMBEM O TITULO EM CONTAS_PAGAR.DAT COM O
      * MESMO NUMERO. MES JA FECHADO EM PERIODO.DAT NAO E GERADO.
      *
      * RODA NA CADEIA NOTURNA (ORQUESTRADOR_NOTURNO); O MES (AAAAMM)
      * VEM DE MES_APURACAO, SEM ELA O MES CORRENTE.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select despesa-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is dsp-key.

       select pagar-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-pg
           record key is pg-key.

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

       fd despesa-file value of file-id is "DESPESA.dat".
       copy despesa.

       fd pagar-file
       value of file-id is "CONTAS_PAGAR.dat".
       copy pagar.

       fd periodo-file value of file-id is "PERIODO.dat".
       copy periodo.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-nao-existe            value 35.
           88 fs-fim                   value 10.

       77 fs-stat-pg           pic 9(02).
           88 fs-pg-ok                 value zeros.
           88 fs-pg-nao-existe         value 35.

       77 fs-stat-per          pic 9(02).
           88 fs-per-ok                value zeros.

       77 ws-data-hoje         pic 9(08).
       77 ws-mes-ambiente      pic x(06).
       01 ws-mes-apuracao      pic 9(06).
       01 ws-mes-apuracao-red redefines ws-mes-apuracao.
           02 ws-ano-apuracao      pic 9(04).
           02 ws-mm-apuracao       pic 9(02).
       77 ws-aamm              pic 9(04).

       78 ws-faixa-geradas     value 40000000000.
       77 ws-dia-vencimento    pic 9(02).

      * MODELOS LIDOS NA PRIMEIRA PASSADA (A GRAVACAO E FEITA DEPOIS,
      * PARA NAO MEXER NO ARQUIVO NO MEIO DA LEITURA)
       77 ws-ind               pic 9(03) comp.
       77 ws-qtd-modelos       pic 9(03) comp value zeros.
       78 ws-max-modelos       value 200.
       01 ws-tabela-modelos.
           02 ws-modelo-id occurs 200 times pic 9(11).

       77 ws-qtd-geradas       pic 9(05) value zeros.
       77 ws-qtd-titulos       pic 9(05) value zeros.

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).
       77 ws-aud-chave         pic 9(11).

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-MES-AMBIENTE FROM ENVIRONMENT "MES_APURACAO".
           IF WS-MES-AMBIENTE IS NUMERIC
               AND WS-MES-AMBIENTE NOT = SPACES
               MOVE WS-MES-AMBIENTE TO WS-MES-APURACAO
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-MES-APURACAO
           END-IF
           COMPUTE WS-AAMM =
               (WS-ANO-APURACAO - 2000) * 100 + WS-MM-APURACAO.

           OPEN INPUT PERIODO-FILE.
           IF FS-PER-OK
               MOVE WS-MES-APURACAO TO PER-ANOMES
               READ PERIODO-FILE
               NOT INVALID KEY
                   IF PER-FECHADO
                       DISPLAY "MES " WS-MES-APURACAO
                           " JA FECHADO - NADA A GERAR"
                       CLOSE PERIODO-FILE
                       GOBACK
                   END-IF
               END-READ
               CLOSE PERIODO-FILE
           END-IF

           OPEN I-O DESPESA-FILE.
           IF FS-NAO-EXISTE
               DISPLAY "NENHUMA DESPESA CADASTRADA - NADA A GERAR"
               GOBACK
           END-IF
           OPEN I-O PAGAR-FILE.
           IF FS-PG-NAO-EXISTE
               OPEN OUTPUT PAGAR-FILE
               CLOSE PAGAR-FILE
               OPEN I-O PAGAR-FILE
           END-IF

           PERFORM LE-MODELOS THRU LE-MODELOS-FIM.
           MOVE ZEROS TO WS-IND.
           PERFORM GERA-DESPESA THRU GERA-DESPESA-FIM
               UNTIL WS-IND NOT < WS-QTD-MODELOS.
           CLOSE DESPESA-FILE PAGAR-FILE.
           DISPLAY "MES...................: " WS-MES-APURACAO.
           DISPLAY "MODELOS DE DESPESA FIXA: " WS-QTD-MODELOS.
           DISPLAY "DESPESAS GERADAS......: " WS-QTD-GERADAS.
           DISPLAY "TITULOS A PAGAR.......: " WS-QTD-TITULOS.
           GOBACK.

      * -----------------------------------
      * PRIMEIRA PASSADA: OS MODELOS (FIXA, LANCAMENTO MANUAL, DE
      * COMPETENCIA ANTERIOR AO MES) FICAM NA FAIXA MANUAL, NO COMECO
      * DO ARQUIVO

       LE-MODELOS.
           MOVE ZEROS TO DSP-KEY.
           START DESPESA-FILE KEY IS NOT LESS THAN DSP-KEY
           INVALID KEY
               GO LE-MODELOS-FIM
           END-START.

           LE-MODELOS-LOOP.
           READ DESPESA-FILE NEXT RECORD
           AT END
               GO LE-MODELOS-FIM
           END-READ.
           IF DSP-ID NOT < WS-FAIXA-GERADAS
               GO LE-MODELOS-FIM
           END-IF
           IF NOT DSP-FIXA OR DSP-ORIGEM-ID NOT EQUAL ZEROS
               OR DSP-COMPETENCIA NOT < WS-MES-APURACAO
               GO LE-MODELOS-LOOP
           END-IF
           IF WS-QTD-MODELOS NOT < WS-MAX-MODELOS
               DISPLAY "TABELA DE MODELOS CHEIA - IGNORADO: " DSP-ID
               GO LE-MODELOS-LOOP
           END-IF
           ADD 1 TO WS-QTD-MODELOS.
           MOVE DSP-ID TO WS-MODELO-ID(WS-QTD-MODELOS).
           GO LE-MODELOS-LOOP.
       LE-MODELOS-FIM.

      * -----------------------------------
      * ABRE A COPIA DO MES DE UM MODELO; SE JA EXISTE, FICA COMO ESTA

       GERA-DESPESA.
           ADD 1 TO WS-IND.
           MOVE WS-MODELO-ID(WS-IND) TO DSP-ID.
           READ DESPESA-FILE
           INVALID KEY
               GO GERA-DESPESA-FIM
           END-READ.
           MOVE DSP-DATA-VENCIMENTO(7:2) TO WS-DIA-VENCIMENTO.
           COMPUTE DSP-ID = WS-FAIXA-GERADAS
               + WS-AAMM * 100000 + WS-MODELO-ID(WS-IND).
           MOVE WS-MODELO-ID(WS-IND) TO DSP-ORIGEM-ID.
           MOVE WS-MES-APURACAO TO DSP-COMPETENCIA.
           IF DSP-DATA-VENCIMENTO NOT EQUAL ZEROS
               IF WS-DIA-VENCIMENTO > 28
                   MOVE 28 TO WS-DIA-VENCIMENTO
               END-IF
               COMPUTE DSP-DATA-VENCIMENTO =
                   WS-MES-APURACAO * 100 + WS-DIA-VENCIMENTO
           END-IF
           MOVE ZEROS TO DSP-DATA-PAGAMENTO.
           MOVE "A" TO DSP-STATUS.
           MOVE "N" TO DSP-RECORRENTE.
           WRITE DSP-REC
           INVALID KEY
               GO GERA-DESPESA-FIM
           END-WRITE.
           ADD 1 TO WS-QTD-GERADAS.
           MOVE "GERA_DESPESAS_FIXAS" TO WS-AUD-PROGRAMA.
           MOVE "INCLUSAO" TO WS-AUD-OPERACAO.
           MOVE DSP-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           IF NOT DSP-NO-CONTAS-PAGAR
               GO GERA-DESPESA-FIM
           END-IF
           MOVE DSP-ID TO PG-ID.
           READ PAGAR-FILE
           INVALID KEY
               MOVE SPACES TO PG-REC
               MOVE DSP-ID TO PG-ID
               MOVE ZEROS TO PG-COMPRA-ID
               MOVE DSP-PARCEIRO-COD TO PG-PARCEIRO-COD
               MOVE DSP-VALOR TO PG-VALOR-ORIGINAL
               MOVE DSP-VALOR TO PG-SALDO
               MOVE WS-DATA-HOJE TO PG-DATA-ORIGEM
               MOVE DSP-DATA-VENCIMENTO TO PG-DATA-VENCIMENTO
               MOVE ZEROS TO PG-DATA-PAGAMENTO
               MOVE "A" TO PG-STATUS
               WRITE PG-REC
               ADD 1 TO WS-QTD-TITULOS
           END-READ.
       GERA-DESPESA-FIM.
