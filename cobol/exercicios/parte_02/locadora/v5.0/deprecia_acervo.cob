       identification division.
       program-id. deprecia_acervo.

      *=================================================================
      * DEPRECIACAO MENSAL DO ACERVO. CADA COPIA ATIVA DE COPIA.DAT
      * COM CUSTO DE AQUISICAO NO REGISTRO DE BENS (AQUISICAO.DAT)
      * PERDE POR MES CUSTO / VIDA UTIL DO FORMATO DELA
      * (PARAM-VIDA-UTIL-DVD / -VHS EM TARIFA.DAT, PADROES 24 E 12
      * MESES; COPIA SEM FORMATO VALE COMO DVD), ATE ZERAR. A PARCELA
      * E ACUMULADA NO BEM E GRAVADA EM DEPRECIACAO.DAT (TIPO "D"),
      * DE ONDE O DRE_MENSAL TIRA A LINHA DE DEPRECIACAO; A LISTA DO
      * MES SAI EM DEPRECIACAO_MES.DAT. COPIA BAIXADA (INCLUSIVE
      * EXTRAVIADA) NAO DEPRECIA, E O BEM JA DEPRECIADO NO MES E
      * PULADO - RODAR DE NOVO NAO DOBRA A PARCELA.
      *
      * O MES (AAAAMM) VEM DE MES_APURACAO, COMO NO DRE_MENSAL; SEM
      * ELA, O MES CORRENTE.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select copia-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is copia-key.

       select aquisicao-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-aq
           record key is aq-key.

       select depreciacao-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-dep
           record key is dep-key.

       select filme-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-filme
           record key is flm-key.

       select param-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-param
           record key is param-chave.

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

       fd copia-file value of file-id is "COPIA.dat".
       copy copia.

       fd aquisicao-file value of file-id is "AQUISICAO.dat".
       copy aquisicao.

       fd depreciacao-file value of file-id is "DEPRECIACAO.dat".
       copy depreciacao.

       fd filme-file value of file-id is "lista_de_filmes.dat".
       copy filme replacing ==FILE1-REC==       by ==FLM-REC==
                            leading ==FS==      by ==FLM==.

       fd param-file value of file-id is "TARIFA.dat".
       copy param_locacao.

       fd relatorio-file value of file-id is "DEPRECIACAO_MES.dat".
       01 relatorio-linha             pic x(100).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-nao-existe            value 35.
           88 fs-fim                   value 10.

       77 fs-stat-aq           pic 9(02).
           88 fs-aq-ok                 value zeros.
           88 fs-aq-nao-existe         value 35.

       77 fs-stat-dep          pic 9(02).
           88 fs-dep-nao-existe        value 35.

       77 fs-stat-filme        pic 9(02).
           88 fs-filme-nao-existe      value 35.

       77 fs-stat-param        pic 9(02).
           88 fs-param-ok              value zeros.

       77 fs-stat-rel          pic 9(02).

       77 ws-data-hoje         pic 9(08).
       77 ws-mes-ambiente      pic x(06).
       77 ws-mes-apuracao      pic 9(06).
       77 ws-vida-dvd          pic 9(03).
       77 ws-vida-vhs          pic 9(03).
       77 ws-vida-copia        pic 9(03).
       77 ws-valor-residual    pic 9(05)v99.
       77 ws-parcela           pic 9(05)v99.

       77 ws-total-depreciadas pic 9(05) value zeros.
       77 ws-total-sem-custo   pic 9(05) value zeros.
       77 ws-total-valor       pic 9(09)v99 value zeros.

       01 ws-linha.
           02 ws-lin-barcode       pic x(13).
           02 filler               pic x(02) value spaces.
           02 ws-lin-titulo        pic x(40).
           02 filler               pic x(02) value spaces.
           02 ws-lin-formato       pic x(01).
           02 filler               pic x(02) value spaces.
           02 ws-lin-custo         pic zzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lin-parcela       pic zzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lin-acumulada     pic zzzz9.99.
           02 filler               pic x(12) value spaces.

       01 ws-linha-total.
           02 filler               pic x(30)
               value "TOTAL DEPRECIADO NO MES".
           02 ws-tot-mes           pic 9(06).
           02 filler               pic x(02) value spaces.
           02 ws-tot-copias        pic zzzz9.
           02 filler               pic x(08) value " COPIAS ".
           02 ws-tot-valor         pic zzzzzzzz9.99.
           02 filler               pic x(37) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "deprecia_acervo".
           02 ws-spl-arquivo       pic x(30)
               value "DEPRECIACAO_MES.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM OBTEM-PARAMETROS.
           OPEN INPUT COPIA-FILE.
           IF FS-NAO-EXISTE
               DISPLAY "NENHUMA COPIA CADASTRADA"
               GOBACK
           END-IF
           OPEN I-O AQUISICAO-FILE.
           IF FS-AQ-NAO-EXISTE
               DISPLAY "NENHUM CUSTO DE AQUISICAO REGISTRADO"
               CLOSE COPIA-FILE
               GOBACK
           END-IF
           OPEN I-O DEPRECIACAO-FILE.
           IF FS-DEP-NAO-EXISTE
               OPEN OUTPUT DEPRECIACAO-FILE
               CLOSE DEPRECIACAO-FILE
               OPEN I-O DEPRECIACAO-FILE
           END-IF
           OPEN INPUT FILME-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE SPACES TO COPIA-KEY.
           START COPIA-FILE KEY IS NOT LESS THAN COPIA-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT
           END-START.
           PERFORM DEPRECIA-COPIA THRU DEPRECIA-COPIA-FIM
               UNTIL FS-FIM.
           MOVE WS-MES-APURACAO TO WS-TOT-MES.
           MOVE WS-TOTAL-DEPRECIADAS TO WS-TOT-COPIAS.
           MOVE WS-TOTAL-VALOR TO WS-TOT-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY WS-LINHA-TOTAL.
           DISPLAY "COPIAS SEM CUSTO DE AQUISICAO: " WS-TOTAL-SEM-CUSTO.
           CLOSE COPIA-FILE AQUISICAO-FILE DEPRECIACAO-FILE
               RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           IF NOT FS-FILME-NAO-EXISTE
               CLOSE FILME-FILE
           END-IF.
           GOBACK.

      * -----------------------------------
      * MES APURADO PELO AMBIENTE E VIDA UTIL POR FORMATO DA TARIFA

       OBTEM-PARAMETROS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-MES-AMBIENTE FROM ENVIRONMENT "MES_APURACAO".
           IF WS-MES-AMBIENTE IS NUMERIC
               AND WS-MES-AMBIENTE NOT = SPACES
               MOVE WS-MES-AMBIENTE TO WS-MES-APURACAO
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-MES-APURACAO
           END-IF.
           MOVE 24 TO WS-VIDA-DVD.
           MOVE 12 TO WS-VIDA-VHS.
           OPEN INPUT PARAM-FILE.
           IF FS-PARAM-OK
               MOVE 1 TO PARAM-CHAVE
               READ PARAM-FILE
               NOT INVALID KEY
                   IF PARAM-VIDA-UTIL-DVD NUMERIC
                       AND PARAM-VIDA-UTIL-DVD > ZEROS
                       MOVE PARAM-VIDA-UTIL-DVD TO WS-VIDA-DVD
                   END-IF
                   IF PARAM-VIDA-UTIL-VHS NUMERIC
                       AND PARAM-VIDA-UTIL-VHS > ZEROS
                       MOVE PARAM-VIDA-UTIL-VHS TO WS-VIDA-VHS
                   END-IF
               END-READ
               CLOSE PARAM-FILE
           END-IF.

      * -----------------------------------
      * UMA COPIA: PARCELA DO MES = CUSTO / VIDA UTIL, LIMITADA AO QUE
      * FALTA DEPRECIAR

       DEPRECIA-COPIA.
           READ COPIA-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT
               GO DEPRECIA-COPIA-FIM
           END-READ.
           IF COPIA-BAIXADA
               GO DEPRECIA-COPIA-FIM
           END-IF
           MOVE COPIA-BARCODE TO AQ-BARCODE.
           READ AQUISICAO-FILE
           INVALID KEY
               MOVE ZEROS TO FS-STAT-AQ
               ADD 1 TO WS-TOTAL-SEM-CUSTO
               GO DEPRECIA-COPIA-FIM
           END-READ.
           IF AQ-BAIXADO
               GO DEPRECIA-COPIA-FIM
           END-IF
           IF AQ-DEPREC-ACUM NOT NUMERIC
               MOVE ZEROS TO AQ-DEPREC-ACUM
           END-IF
           IF AQ-MES-DEPREC NOT NUMERIC
               MOVE ZEROS TO AQ-MES-DEPREC
           END-IF
      * COPIA COMPRADA DEPOIS DO MES APURADO, OU MES JA DEPRECIADO
           IF AQ-DATA(1:6) > WS-MES-APURACAO
               OR AQ-MES-DEPREC NOT < WS-MES-APURACAO
               GO DEPRECIA-COPIA-FIM
           END-IF
           IF AQ-CUSTO NOT > AQ-DEPREC-ACUM
               GO DEPRECIA-COPIA-FIM
           END-IF
           COMPUTE WS-VALOR-RESIDUAL = AQ-CUSTO - AQ-DEPREC-ACUM.
           IF FORMATO-VHS
               MOVE WS-VIDA-VHS TO WS-VIDA-COPIA
           ELSE
               MOVE WS-VIDA-DVD TO WS-VIDA-COPIA
           END-IF
           COMPUTE WS-PARCELA ROUNDED = AQ-CUSTO / WS-VIDA-COPIA.
           IF WS-PARCELA > WS-VALOR-RESIDUAL
               MOVE WS-VALOR-RESIDUAL TO WS-PARCELA
           END-IF
           MOVE COPIA-FILME-ID TO FLM-ID.
           READ FILME-FILE
           INVALID KEY
               MOVE SPACES TO FLM-NOME-FILME
               MOVE ZEROS TO FLM-FILIAL
           END-READ.
           MOVE SPACES TO DEP-REC.
           MOVE WS-MES-APURACAO TO DEP-MES.
           MOVE COPIA-BARCODE TO DEP-BARCODE.
           MOVE "D" TO DEP-TIPO.
           MOVE COPIA-FILME-ID TO DEP-FILME-ID.
           MOVE FLM-FILIAL TO DEP-FILIAL.
           MOVE WS-PARCELA TO DEP-VALOR.
           MOVE WS-DATA-HOJE TO DEP-DATA.
           WRITE DEP-REC
           INVALID KEY
               GO DEPRECIA-COPIA-FIM
           END-WRITE.
           ADD WS-PARCELA TO AQ-DEPREC-ACUM.
           MOVE WS-MES-APURACAO TO AQ-MES-DEPREC.
           REWRITE AQ-REC.
           MOVE SPACES TO WS-LINHA.
           MOVE COPIA-BARCODE TO WS-LIN-BARCODE.
           MOVE FLM-NOME-FILME TO WS-LIN-TITULO.
           MOVE COPIA-FORMATO TO WS-LIN-FORMATO.
           MOVE AQ-CUSTO TO WS-LIN-CUSTO.
           MOVE WS-PARCELA TO WS-LIN-PARCELA.
           MOVE AQ-DEPREC-ACUM TO WS-LIN-ACUMULADA.
           MOVE WS-LINHA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           ADD 1 TO WS-TOTAL-DEPRECIADAS.
           ADD WS-PARCELA TO WS-TOTAL-VALOR.
       DEPRECIA-COPIA-FIM.
