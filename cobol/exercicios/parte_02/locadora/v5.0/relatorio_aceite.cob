       identification division.
       program-id. relatorio_aceite.

      *=================================================================
      * COBERTURA DO ACEITE DO CONTRATO DE LOCACAO. TOMA A VERSAO DO
      * TERMO EM VIGOR HOJE (TERMO.DAT) E, PARA CADA CLIENTE ATIVO,
      * CONFERE EM ACEITE.DAT SE ELE:
      *   ACEITOU A VERSAO EM VIGOR;
      *   SO ACEITOU VERSAO ANTERIOR (TEM QUE ASSINAR DE NOVO);
      *   NUNCA ACEITOU NENHUMA VERSAO.
      * SAI O TOTAL GERAL COM O PERCENTUAL DE COBERTURA E A MESMA
      * CONTA POR FILIAL DO CLIENTE. VERSAO JA PUBLICADA COM VIGENCIA
      * FUTURA SAI AVISADA NO CABECALHO. CLIENTE DESATIVADO OU
      * ANONIMIZADO NAO ALUGA E NAO ENTRA NA CONTA.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select cliente-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is fs-key.

       select termo-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-termo
           record key is trm-key.

       select aceite-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-aceite
           record key is act-key.

       select filial-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-fil
           record key is fil-key.

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

       fd cliente-file value of file-id is "FUNC.dat".
       copy cliente.

       fd termo-file value of file-id is "TERMO.dat".
       copy termo.

       fd aceite-file value of file-id is "ACEITE.dat".
       copy aceite.

       fd filial-file value of file-id is "FILIAL.dat".
       copy filial.

       fd relatorio-file value of file-id is "RELATORIO_ACEITE.dat".
       01 relatorio-linha             pic x(100).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
       77 fs-stat-termo        pic 9(02).
           88 fs-termo-ok              value zeros.
       77 fs-stat-aceite       pic 9(02).
           88 fs-aceite-ok             value zeros.
       77 fs-stat-fil          pic 9(02).
           88 fs-fil-ok                value zeros.
       77 fs-stat-rel          pic 9(02).

       77 ws-filial-aberta     pic x(01) value "N".
           88 filial-aberta            value "S".

       77 ws-data-hoje         pic 9(08).

      * VERSAO EM VIGOR HOJE E A PROXIMA JA PUBLICADA, SE HOUVER
       77 ws-versao-atual      pic 9(03) value zeros.
       77 ws-vigencia-atual    pic 9(08) value zeros.
       77 ws-titulo-atual      pic x(70) value spaces.
       77 ws-versao-futura     pic 9(03) value zeros.
       77 ws-vigencia-futura   pic 9(08) value zeros.

      * SITUACAO DO CLIENTE: A = ACEITOU A ATUAL, V = SO VERSAO
      * ANTERIOR, N = NUNCA ACEITOU
       77 ws-situacao          pic x(01).
           88 sit-atual                value "A".
           88 sit-anterior             value "V".
           88 sit-nunca                value "N".

       77 ws-pct               pic 9(03)v9.

      * CONTAGEM POR FILIAL DO CLIENTE; A POSICAO E A FILIAL MAIS 1,
      * PARA O CLIENTE ANTIGO SEM FILIAL (00) TER A SUA LINHA
       77 ws-fil               pic 9(03) comp.
       01 ws-tabela-filiais.
           02 ws-fil-linha occurs 100 times.
               03 ws-fil-ativos    pic 9(05).
               03 ws-fil-atual     pic 9(05).
               03 ws-fil-anterior  pic 9(05).
               03 ws-fil-nunca     pic 9(05).

       01 ws-totais.
           02 ws-tot-ativos        pic 9(05) value zeros.
           02 ws-tot-atual         pic 9(05) value zeros.
           02 ws-tot-anterior      pic 9(05) value zeros.
           02 ws-tot-nunca         pic 9(05) value zeros.

       01 ws-titulo.
           02 filler               pic x(40) value
               "COBERTURA DO ACEITE DO CONTRATO EM ".
           02 ws-tit-data          pic 9(08).
           02 filler               pic x(52) value spaces.

       01 ws-linha-versao.
           02 filler               pic x(16) value "VERSAO EM VIGOR ".
           02 ws-lv-versao         pic 9(03).
           02 filler               pic x(07) value " DESDE ".
           02 ws-lv-vigencia       pic 9(08).
           02 filler               pic x(02) value spaces.
           02 ws-lv-titulo         pic x(60).
           02 filler               pic x(04) value spaces.

       01 ws-linha-futura.
           02 filler               pic x(25) value
               "VERSAO JA PUBLICADA      ".
           02 ws-lf-versao         pic 9(03).
           02 filler               pic x(20) value
               " PASSA A VALER EM   ".
           02 ws-lf-vigencia       pic 9(08).
           02 filler               pic x(44) value spaces.

       01 ws-cabecalho.
           02 filler               pic x(50) value
               "FL FILIAL                         ATIVOS  ACEITOU".
           02 filler               pic x(50) value
               "     %  ANTERIOR    NUNCA".

       01 ws-linha.
           02 ws-lin-filial        pic x(02).
           02 filler               pic x(01) value spaces.
           02 ws-lin-nome          pic x(30).
           02 filler               pic x(02) value spaces.
           02 ws-lin-ativos        pic zzzz9.
           02 filler               pic x(04) value spaces.
           02 ws-lin-atual         pic zzzz9.
           02 filler               pic x(02) value spaces.
           02 ws-lin-pct           pic zz9.9.
           02 filler               pic x(05) value spaces.
           02 ws-lin-anterior      pic zzzz9.
           02 filler               pic x(04) value spaces.
           02 ws-lin-nunca         pic zzzz9.
           02 filler               pic x(25) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_aceite".
           02 ws-spl-arquivo       pic x(30)
               value "RELATORIO_ACEITE.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           INITIALIZE WS-TABELA-FILIAIS.
           PERFORM ACHA-VERSAO THRU ACHA-VERSAO-FIM.
           IF WS-VERSAO-ATUAL EQUAL ZEROS
               DISPLAY "NENHUMA VERSAO DO CONTRATO EM VIGOR"
               GOBACK
           END-IF
           OPEN INPUT CLIENTE-FILE.
           IF NOT FS-OK
               DISPLAY "CADASTRO DE CLIENTES NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ACEITE-FILE.
           OPEN INPUT FILIAL-FILE.
           IF FS-FIL-OK
               MOVE "S" TO WS-FILIAL-ABERTA
           END-IF
           OPEN OUTPUT RELATORIO-FILE.
           MOVE WS-DATA-HOJE TO WS-TIT-DATA.
           MOVE WS-TITULO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE WS-VERSAO-ATUAL TO WS-LV-VERSAO.
           MOVE WS-VIGENCIA-ATUAL TO WS-LV-VIGENCIA.
           MOVE WS-TITULO-ATUAL TO WS-LV-TITULO.
           MOVE WS-LINHA-VERSAO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           IF WS-VERSAO-FUTURA > ZEROS
               MOVE WS-VERSAO-FUTURA TO WS-LF-VERSAO
               MOVE WS-VIGENCIA-FUTURA TO WS-LF-VIGENCIA
               MOVE WS-LINHA-FUTURA TO RELATORIO-LINHA
               PERFORM IMPRIME-LINHA
           END-IF
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE WS-CABECALHO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.

           PERFORM CONTA-CLIENTES THRU CONTA-CLIENTES-FIM.
           PERFORM IMPRIME-FILIAIS THRU IMPRIME-FILIAIS-FIM.

           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO WS-LINHA.
           MOVE "TOTAL GERAL" TO WS-LIN-NOME.
           MOVE WS-TOT-ATIVOS TO WS-LIN-ATIVOS.
           MOVE WS-TOT-ATUAL TO WS-LIN-ATUAL.
           MOVE WS-TOT-ANTERIOR TO WS-LIN-ANTERIOR.
           MOVE WS-TOT-NUNCA TO WS-LIN-NUNCA.
           MOVE ZEROS TO WS-PCT.
           IF WS-TOT-ATIVOS > ZEROS
               COMPUTE WS-PCT ROUNDED =
                   WS-TOT-ATUAL * 100 / WS-TOT-ATIVOS
           END-IF
           MOVE WS-PCT TO WS-LIN-PCT.
           MOVE WS-LINHA TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.

           DISPLAY "CLIENTES ATIVOS........: " WS-TOT-ATIVOS.
           DISPLAY "ACEITARAM A EM VIGOR...: " WS-TOT-ATUAL.
           DISPLAY "SO VERSAO ANTERIOR.....: " WS-TOT-ANTERIOR.
           DISPLAY "NUNCA ACEITARAM........: " WS-TOT-NUNCA.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           CLOSE CLIENTE-FILE.
           IF FS-ACEITE-OK
               CLOSE ACEITE-FILE
           END-IF
           IF FILIAL-ABERTA
               CLOSE FILIAL-FILE
           END-IF
           GOBACK.

      * -----------------------------------
      * VERSAO EM VIGOR HOJE (A MAIOR COM VIGENCIA JA ALCANCADA) E A
      * ULTIMA PUBLICADA COM VIGENCIA FUTURA

       ACHA-VERSAO.
           OPEN INPUT TERMO-FILE.
           IF NOT FS-TERMO-OK
               GO ACHA-VERSAO-FIM
           END-IF
           MOVE ZEROS TO TRM-KEY.
           START TERMO-FILE KEY IS NOT LESS THAN TRM-KEY
           INVALID KEY
               GO ACHA-VERSAO-FECHA
           END-START.

           ACHA-VERSAO-LOOP.
           READ TERMO-FILE NEXT RECORD
           AT END
               GO ACHA-VERSAO-FECHA
           END-READ.
           IF TRM-LINHA NOT EQUAL ZEROS
               GO ACHA-VERSAO-LOOP
           END-IF
           IF TRM-DATA-VIGENCIA > WS-DATA-HOJE
               MOVE TRM-VERSAO TO WS-VERSAO-FUTURA
               MOVE TRM-DATA-VIGENCIA TO WS-VIGENCIA-FUTURA
           ELSE
               MOVE TRM-VERSAO TO WS-VERSAO-ATUAL
               MOVE TRM-DATA-VIGENCIA TO WS-VIGENCIA-ATUAL
               MOVE TRM-TEXTO TO WS-TITULO-ATUAL
           END-IF
           GO ACHA-VERSAO-LOOP.

           ACHA-VERSAO-FECHA.
           CLOSE TERMO-FILE.
       ACHA-VERSAO-FIM.

      * -----------------------------------
      * PERCORRE OS CLIENTES ATIVOS E SOMA CADA UM NA SITUACAO DELE,
      * NO GERAL E NA FILIAL

       CONTA-CLIENTES.
           MOVE ZEROS TO FS-KEY.
           START CLIENTE-FILE KEY IS NOT LESS THAN FS-KEY
           INVALID KEY
               GO CONTA-CLIENTES-FIM
           END-START.

           CONTA-CLIENTES-LOOP.
           READ CLIENTE-FILE NEXT RECORD
           AT END
               GO CONTA-CLIENTES-FIM
           END-READ.
           IF FS-ATIVO-NAO OR FS-FOI-ANONIMIZADO
               GO CONTA-CLIENTES-LOOP
           END-IF
           PERFORM CLASSIFICA-CLIENTE THRU CLASSIFICA-CLIENTE-FIM.
           MOVE 1 TO WS-FIL.
           IF FS-FILIAL IS NUMERIC
               COMPUTE WS-FIL = FS-FILIAL + 1
           END-IF
           ADD 1 TO WS-TOT-ATIVOS WS-FIL-ATIVOS(WS-FIL).
           EVALUATE TRUE
               WHEN SIT-ATUAL
                   ADD 1 TO WS-TOT-ATUAL WS-FIL-ATUAL(WS-FIL)
               WHEN SIT-ANTERIOR
                   ADD 1 TO WS-TOT-ANTERIOR WS-FIL-ANTERIOR(WS-FIL)
               WHEN OTHER
                   ADD 1 TO WS-TOT-NUNCA WS-FIL-NUNCA(WS-FIL)
           END-EVALUATE
           GO CONTA-CLIENTES-LOOP.
       CONTA-CLIENTES-FIM.

      * -----------------------------------
      * ACEITES DO CLIENTE EM ACEITE.DAT: A VERSAO EM VIGOR BASTA;
      * QUALQUER OUTRA SO DIZ QUE ELE JA ASSINOU UM DIA

       CLASSIFICA-CLIENTE.
           MOVE "N" TO WS-SITUACAO.
           IF NOT FS-ACEITE-OK
               GO CLASSIFICA-CLIENTE-FIM
           END-IF
           MOVE FS-ID TO ACT-CLIENTE-ID.
           MOVE ZEROS TO ACT-VERSAO.
           START ACEITE-FILE KEY IS NOT LESS THAN ACT-KEY
           INVALID KEY
               GO CLASSIFICA-CLIENTE-FIM
           END-START.

           CLASSIFICA-CLIENTE-LOOP.
           READ ACEITE-FILE NEXT RECORD
           AT END
               GO CLASSIFICA-CLIENTE-FIM
           END-READ.
           IF ACT-CLIENTE-ID NOT EQUAL FS-ID
               GO CLASSIFICA-CLIENTE-FIM
           END-IF
           IF ACT-VERSAO EQUAL WS-VERSAO-ATUAL
               MOVE "A" TO WS-SITUACAO
               GO CLASSIFICA-CLIENTE-FIM
           END-IF
           MOVE "V" TO WS-SITUACAO.
           GO CLASSIFICA-CLIENTE-LOOP.
       CLASSIFICA-CLIENTE-FIM.

      * -----------------------------------
      * UMA LINHA POR FILIAL COM CLIENTE ATIVO

       IMPRIME-FILIAIS.
           MOVE ZEROS TO WS-FIL.

           IMPRIME-FILIAIS-LOOP.
           ADD 1 TO WS-FIL.
           IF WS-FIL > 100
               GO IMPRIME-FILIAIS-FIM
           END-IF
           IF WS-FIL-ATIVOS(WS-FIL) EQUAL ZEROS
               GO IMPRIME-FILIAIS-LOOP
           END-IF
           MOVE SPACES TO WS-LINHA.
           SUBTRACT 1 FROM WS-FIL GIVING FIL-CODIGO.
           MOVE FIL-CODIGO TO WS-LIN-FILIAL.
           IF WS-FIL EQUAL 1
               MOVE "SEM FILIAL" TO WS-LIN-NOME
           ELSE
               IF FILIAL-ABERTA
                   READ FILIAL-FILE
                   NOT INVALID KEY
                       MOVE FIL-NOME TO WS-LIN-NOME
                   END-READ
               END-IF
           END-IF
           MOVE WS-FIL-ATIVOS(WS-FIL) TO WS-LIN-ATIVOS.
           MOVE WS-FIL-ATUAL(WS-FIL) TO WS-LIN-ATUAL.
           MOVE WS-FIL-ANTERIOR(WS-FIL) TO WS-LIN-ANTERIOR.
           MOVE WS-FIL-NUNCA(WS-FIL) TO WS-LIN-NUNCA.
           COMPUTE WS-PCT ROUNDED =
               WS-FIL-ATUAL(WS-FIL) * 100 / WS-FIL-ATIVOS(WS-FIL).
           MOVE WS-PCT TO WS-LIN-PCT.
           MOVE WS-LINHA TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           GO IMPRIME-FILIAIS-LOOP.
       IMPRIME-FILIAIS-FIM.

      * -----------------------------------

       IMPRIME-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY RELATORIO-LINHA.
