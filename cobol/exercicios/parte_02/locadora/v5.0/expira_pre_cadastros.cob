       identification division.
       program-id. expira_pre_cadastros.

      *=================================================================
      * EXPURGO DOS PRE-CADASTROS DO SITE (PRE_CADASTRO.DAT). O PEDIDO
      * QUE NINGUEM VEIO CONFIRMAR NO BALCAO DENTRO DO PRAZO DA
      * VARIAVEL PRE_CADASTRO_VALIDADE_DIAS (PADRAO 30 DIAS, CONTADOS
      * DO ULTIMO ENVIO) E APAGADO - O CLIENTE QUE AINDA QUISER FAZ
      * OUTRO PELO SITE. O PEDIDO JA CONFIRMADO SAI DEPOIS DO MESMO
      * PRAZO CONTADO DA CONFIRMACAO: OS DADOS JA ESTAO EM FUNC.DAT E
      * ENDERECO.DAT E NAO HA MOTIVO PARA GUARDAR A COPIA DO SITE.
      * CADA EXPURGO VAI PARA A AUDITORIA (CHAVE = CPF, OU OS 11
      * ULTIMOS DIGITOS DO CNPJ).
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select pre-cadastro-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-pre
           record key is pre-key.

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

       fd pre-cadastro-file value of file-id is "PRE_CADASTRO.dat".
       copy pre_cadastro.

       fd dia-file value of file-id is "DATA_NEGOCIO.dat".
       copy dia_negocio.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-pre          pic 9(02).
           88 fs-pre-ok                value zeros.

       77 fs-stat-dia          pic 9(02).
           88 fs-dia-ok                value zeros.

       77 ws-data-hoje         pic 9(08).
       77 ws-data-limite       pic 9(08).
       77 ws-data-int          pic 9(09) comp.
       77 ws-validade-dias     pic 9(03) value 30.
       77 ws-ambiente          pic x(20).

       77 ws-tot-lidos         pic 9(07) value zeros.
       77 ws-tot-expirados     pic 9(07) value zeros.
       77 ws-tot-confirmados   pic 9(07) value zeros.

       77 ws-aud-programa      pic x(20) value "expira_pre_cadastros".
       77 ws-aud-operacao      pic x(10).
       77 ws-aud-chave         pic 9(11).

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM CARREGA-DIA-NEGOCIO THRU CARREGA-DIA-NEGOCIO-FIM.
           MOVE SPACES TO WS-AMBIENTE.
           ACCEPT WS-AMBIENTE FROM ENVIRONMENT
               "PRE_CADASTRO_VALIDADE_DIAS".
           IF WS-AMBIENTE(1:3) IS NUMERIC
               MOVE WS-AMBIENTE(1:3) TO WS-VALIDADE-DIAS
           END-IF
           COMPUTE WS-DATA-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               - WS-VALIDADE-DIAS.
           COMPUTE WS-DATA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-DATA-INT).

           OPEN I-O PRE-CADASTRO-FILE.
           IF NOT FS-PRE-OK
               DISPLAY "NENHUM PRE-CADASTRO - NADA A EXPURGAR"
               GOBACK
           END-IF
           MOVE ZEROS TO PRE-CPF.
           START PRE-CADASTRO-FILE KEY IS NOT LESS THAN PRE-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-PRE
           END-START.
           IF FS-PRE-OK
               PERFORM EXAMINA-PRE THRU EXAMINA-PRE-FIM
           END-IF
           CLOSE PRE-CADASTRO-FILE.
           DISPLAY "PRE-CADASTROS LIDOS.....: " WS-TOT-LIDOS.
           DISPLAY "VENCIDOS SEM CONFIRMACAO: " WS-TOT-EXPIRADOS.
           DISPLAY "CONFIRMADOS EXPURGADOS..: " WS-TOT-CONFIRMADOS.
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
      * PENDENTE: PRAZO CONTA DO ULTIMO ENVIO PELO SITE; CONFIRMADO:
      * PRAZO CONTA DA CONFIRMACAO NO BALCAO

       EXAMINA-PRE.
           READ PRE-CADASTRO-FILE NEXT RECORD
           AT END
               GO EXAMINA-PRE-FIM
           END-READ.
           ADD 1 TO WS-TOT-LIDOS.
           IF PRE-CONFIRMADO
               IF PRE-DATA-CONFIRMACAO NOT < WS-DATA-LIMITE
                   GO EXAMINA-PRE
               END-IF
               MOVE "PRE-EXPURG" TO WS-AUD-OPERACAO
               ADD 1 TO WS-TOT-CONFIRMADOS
           ELSE
               IF PRE-DATA-PEDIDO NOT < WS-DATA-LIMITE
                   GO EXAMINA-PRE
               END-IF
               MOVE "PRE-EXPIRA" TO WS-AUD-OPERACAO
               ADD 1 TO WS-TOT-EXPIRADOS
           END-IF
           DELETE PRE-CADASTRO-FILE RECORD.
           MOVE PRE-CPF TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           GO EXAMINA-PRE.
       EXAMINA-PRE-FIM.
