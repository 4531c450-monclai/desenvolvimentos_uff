       identification division.
       program-id. relatorio_indicacoes.

      *=================================================================
      * INDICACOES DE CLIENTE NO MES (INDICACAO.DAT), PARA O DONO
      * COMPARAR O BOCA A BOCA COM AS OUTRAS CAMPANHAS. LISTA AS
      * INDICACOES FEITAS NO MES E AS CONVERTIDAS NO MES (INDICADO
      * COMPLETOU OS ALUGUEIS PAGOS E PREMIA_INDICACOES CREDITOU OS
      * PONTOS), COM OS PONTOS PAGOS A CADA LADO. NO FIM, OS CLIENTES
      * NOVOS DO MES E QUANTOS DELES VIERAM POR INDICACAO.
      *
      * O MES (AAAAMM) VEM DA VARIAVEL DE AMBIENTE MES_APURACAO; SEM
      * ELA, O MES CORRENTE.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select indicacao-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is ind-key.

       select cliente-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-cli
           record key is fs-key.

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

       fd indicacao-file value of file-id is "INDICACAO.dat".
       copy indicacao.

       fd cliente-file value of file-id is "FUNC.dat".
       copy cliente.

       fd relatorio-file value of file-id is "RELATORIO_INDICACOES.dat".
       01 relatorio-linha             pic x(100).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
       77 fs-stat-cli          pic 9(02).
           88 fs-cli-ok                value zeros.
       77 fs-stat-rel          pic 9(02).

       77 ws-data-hoje         pic 9(08).
       77 ws-mes-ambiente      pic x(06).
       77 ws-mes-apuracao      pic 9(06).
       77 ws-pontos-linha      pic 9(07).

       77 ws-tot-feitas        pic 9(05) value zeros.
       77 ws-tot-convertidas   pic 9(05) value zeros.
       77 ws-tot-pontos        pic 9(09) value zeros.
       77 ws-tot-pendentes     pic 9(05) value zeros.
       77 ws-tot-novos         pic 9(05) value zeros.
       77 ws-percentual        pic 9(03)v9.

       01 ws-titulo.
           02 filler               pic x(36) value
               "INDICACOES DE CLIENTE - MES ".
           02 ws-tit-mes           pic 9(06).
           02 filler               pic x(58) value spaces.

       01 ws-cabecalho.
           02 filler               pic x(51) value
               "INDIC NOME                      INDIC NOME         ".
           02 filler               pic x(49) value
               "             INDICADO CONVERSAO  SIT   PONTOS".

       01 ws-linha.
           02 ws-lin-indicado      pic 9(05).
           02 filler               pic x(01) value spaces.
           02 ws-lin-nome-indicado pic x(25).
           02 filler               pic x(01) value spaces.
           02 ws-lin-indicador     pic 9(05).
           02 filler               pic x(01) value spaces.
           02 ws-lin-nome-indicador pic x(25).
           02 filler               pic x(01) value spaces.
           02 ws-lin-data          pic 9(08).
           02 filler               pic x(01) value spaces.
           02 ws-lin-conversao     pic 9(08) blank when zeros.
           02 filler               pic x(02) value spaces.
           02 ws-lin-situacao      pic x(04).
           02 filler               pic x(01) value spaces.
           02 ws-lin-pontos        pic zzzzzz9.
           02 filler               pic x(05) value spaces.

       01 ws-linha-total.
           02 ws-lto-rotulo        pic x(40).
           02 ws-lto-valor         pic zzzzzzzz9.
           02 filler               pic x(51) value spaces.

       01 ws-linha-perc.
           02 filler               pic x(40) value
               "NOVOS POR INDICACAO (%)".
           02 ws-lpc-valor         pic zz9.9.
           02 filler               pic x(55) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_indicacoes".
           02 ws-spl-arquivo       pic x(30)
               value "RELATORIO_INDICACOES.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM OBTEM-MES.
           OPEN INPUT INDICACAO-FILE.
           IF NOT FS-OK
               DISPLAY "NENHUMA INDICACAO REGISTRADA"
               GOBACK
           END-IF
           OPEN INPUT CLIENTE-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE WS-MES-APURACAO TO WS-TIT-MES.
           MOVE WS-TITULO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE WS-CABECALHO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.

           PERFORM LISTA-INDICACOES THRU LISTA-INDICACOES-FIM.
           PERFORM CONTA-NOVOS THRU CONTA-NOVOS-FIM.
           PERFORM IMPRIME-TOTAIS.

           DISPLAY "MES APURADO............: " WS-MES-APURACAO.
           DISPLAY "INDICACOES NO MES......: " WS-TOT-FEITAS.
           DISPLAY "CONVERTIDAS NO MES.....: " WS-TOT-CONVERTIDAS.
           DISPLAY "PONTOS PAGOS NO MES....: " WS-TOT-PONTOS.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           CLOSE INDICACAO-FILE.
           IF FS-CLI-OK
               CLOSE CLIENTE-FILE
           END-IF
           GOBACK.

      * -----------------------------------
      * LE O MES (AAAAMM) DE MES_APURACAO; SEM ELA, O MES CORRENTE

       OBTEM-MES.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-MES-AMBIENTE FROM ENVIRONMENT "MES_APURACAO".
           IF WS-MES-AMBIENTE IS NUMERIC
               AND WS-MES-AMBIENTE NOT = SPACES
               MOVE WS-MES-AMBIENTE TO WS-MES-APURACAO
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-MES-APURACAO
           END-IF.

      * -----------------------------------
      * IMPRIME AS INDICACOES FEITAS OU CONVERTIDAS NO MES; AS AINDA
      * PENDENTES DE QUALQUER MES SO ENTRAM NA CONTAGEM

       LISTA-INDICACOES.
           MOVE ZEROS TO IND-KEY.
           START INDICACAO-FILE KEY IS NOT LESS THAN IND-KEY
           INVALID KEY
               GO LISTA-INDICACOES-FIM
           END-START.

           LISTA-INDICACOES-LOOP.
           READ INDICACAO-FILE NEXT RECORD
           AT END
               GO LISTA-INDICACOES-FIM
           END-READ.
           IF IND-PENDENTE
               ADD 1 TO WS-TOT-PENDENTES
           END-IF
           MOVE ZEROS TO WS-PONTOS-LINHA.
           IF IND-CONVERTIDA
               AND IND-DATA-CONVERSAO(1:6) EQUAL WS-MES-APURACAO
               ADD 1 TO WS-TOT-CONVERTIDAS
               ADD IND-PONTOS-INDICADOR TO WS-PONTOS-LINHA
               ADD IND-PONTOS-INDICADO TO WS-PONTOS-LINHA
               ADD WS-PONTOS-LINHA TO WS-TOT-PONTOS
           END-IF
           IF IND-DATA(1:6) EQUAL WS-MES-APURACAO
               ADD 1 TO WS-TOT-FEITAS
           ELSE
               IF NOT IND-CONVERTIDA
                   OR IND-DATA-CONVERSAO(1:6) NOT EQUAL WS-MES-APURACAO
                   GO LISTA-INDICACOES-LOOP
               END-IF
           END-IF
           MOVE SPACES TO WS-LINHA.
           MOVE IND-INDICADO-ID TO WS-LIN-INDICADO.
           MOVE IND-INDICADO-ID TO FS-ID.
           PERFORM LE-NOME.
           MOVE FS-NOME TO WS-LIN-NOME-INDICADO.
           MOVE IND-INDICADOR-ID TO WS-LIN-INDICADOR.
           MOVE IND-INDICADOR-ID TO FS-ID.
           PERFORM LE-NOME.
           MOVE FS-NOME TO WS-LIN-NOME-INDICADOR.
           MOVE IND-DATA TO WS-LIN-DATA.
           MOVE ZEROS TO WS-LIN-CONVERSAO.
           IF IND-CONVERTIDA
               MOVE IND-DATA-CONVERSAO TO WS-LIN-CONVERSAO
               MOVE "CONV" TO WS-LIN-SITUACAO
           ELSE
               MOVE "PEND" TO WS-LIN-SITUACAO
           END-IF
           MOVE WS-PONTOS-LINHA TO WS-LIN-PONTOS.
           MOVE WS-LINHA TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           GO LISTA-INDICACOES-LOOP.
       LISTA-INDICACOES-FIM.

      * -----------------------------------
      * NOME DO CLIENTE EM FS-ID; EM BRANCO SE NAO ACHAR

       LE-NOME.
           IF NOT FS-CLI-OK
               MOVE SPACES TO FS-NOME
           ELSE
               READ CLIENTE-FILE
               INVALID KEY
                   MOVE SPACES TO FS-NOME
               END-READ
           END-IF.

      * -----------------------------------
      * CLIENTES CADASTRADOS NO MES, PARA A PARTICIPACAO DAS INDICACOES

       CONTA-NOVOS.
           IF NOT FS-CLI-OK
               GO CONTA-NOVOS-FIM
           END-IF
           MOVE ZEROS TO FS-KEY.
           START CLIENTE-FILE KEY IS NOT LESS THAN FS-KEY
           INVALID KEY
               GO CONTA-NOVOS-FIM
           END-START.

           CONTA-NOVOS-LOOP.
           READ CLIENTE-FILE NEXT RECORD
           AT END
               GO CONTA-NOVOS-FIM
           END-READ.
           IF FS-DATA-CADASTRO(1:6) EQUAL WS-MES-APURACAO
               ADD 1 TO WS-TOT-NOVOS
           END-IF
           GO CONTA-NOVOS-LOOP.
       CONTA-NOVOS-FIM.

      * -----------------------------------

       IMPRIME-TOTAIS.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE "INDICACOES FEITAS NO MES" TO WS-LTO-ROTULO.
           MOVE WS-TOT-FEITAS TO WS-LTO-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE "INDICACOES CONVERTIDAS NO MES" TO WS-LTO-ROTULO.
           MOVE WS-TOT-CONVERTIDAS TO WS-LTO-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE "PONTOS PAGOS NO MES" TO WS-LTO-ROTULO.
           MOVE WS-TOT-PONTOS TO WS-LTO-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE "INDICACOES AINDA PENDENTES" TO WS-LTO-ROTULO.
           MOVE WS-TOT-PENDENTES TO WS-LTO-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE "CLIENTES NOVOS NO MES" TO WS-LTO-ROTULO.
           MOVE WS-TOT-NOVOS TO WS-LTO-VALOR.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE ZEROS TO WS-PERCENTUAL.
           IF WS-TOT-NOVOS > ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED =
                   WS-TOT-FEITAS * 100 / WS-TOT-NOVOS
           END-IF
           MOVE WS-PERCENTUAL TO WS-LPC-VALOR.
           MOVE WS-LINHA-PERC TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.

      * -----------------------------------

       IMPRIME-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY RELATORIO-LINHA.
