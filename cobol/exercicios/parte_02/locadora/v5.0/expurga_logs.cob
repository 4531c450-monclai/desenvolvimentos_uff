      *
      * A RETENCAO EM MESES VEM DA VARIAVEL DE AMBIENTE
      * RETENCAO_MESES (PADRAO 12).
      *
      * NO SPOOL DE RELATORIOS (SPOOL.DAT) A RETENCAO E POR RELATORIO,
      * PELA REGRA DE RET_SPOOL.DAT (CONSULTA_SPOOL); SEM REGRA VALE A
      * VARIAVEL RETENCAO_SPOOL_MESES (PADRAO 60). A COPIA DATADA DE
      * DIA DE NEGOCIO ANTERIOR AO CORTE E APAGADA E A ENTRADA DO
      * INDICE FICA, MARCADA COMO EXPURGADA E COM A DATA DO EXPURGO.
      *=================================================================
       environment division.
      *=================================================================
           file status is fs-stat-jornal
           record key is jrn-key.

       select spool-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-spl
           record key is spl-key
           alternate record key is spl-chave-rel with duplicates.

       select ret-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-ret
           record key is ret-key.

      *=================================================================
       data division.
      *=================================================================
       fd jornal-file value of file-id is "JORNAL.dat".
       copy jornal.

       fd spool-file value of file-id is "SPOOL.dat".
       copy spool.

       fd ret-file value of file-id is "RET_SPOOL.dat".
       copy ret_spool.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------
       77 ws-movidas           pic 9(07).
       77 ws-mantidas          pic 9(07).

       77 fs-stat-spl          pic 9(02).
           88 fs-spl-ok                value zeros.
           88 fs-spl-fim               value 10.
       77 fs-stat-ret          pic 9(02).
           88 fs-ret-ok                value zeros.

       77 ws-ret-spool-amb     pic x(03).
       77 ws-ret-spool-padrao  pic 9(03).
       77 ws-meses-guarda      pic 9(03).
       77 ws-meses-corridos    pic 9(06).
       77 ws-hoje-ano          pic 9(04).
       77 ws-hoje-mes          pic 9(02).
       01 ws-spool-corte       pic 9(06).
       01 ws-spool-corte-red redefines ws-spool-corte.
           02 ws-spool-corte-ano   pic 9(04).
           02 ws-spool-corte-mes   pic 9(02).
       77 ws-nome-copia-spool  pic x(40).
       77 ws-expurgados        pic 9(07).

       01 ws-linha-jornal.
           02 ws-jr-aluguel        pic 9(11).
           02 filler               pic x(02) value spaces.
           MOVE "PRORROGA_MOV" TO WS-NOME-BASE.
           PERFORM EXPURGA-TEXTO THRU EXPURGA-TEXTO-FIM.
           PERFORM EXPURGA-JORNAL THRU EXPURGA-JORNAL-FIM.
           PERFORM EXPURGA-SPOOL THRU EXPURGA-SPOOL-FIM.
           GOBACK.

      * -----------------------------------
           DISPLAY "JORNAL MOVIDAS: " WS-MOVIDAS
               "  MANTIDAS: " WS-MANTIDAS.
       EXPURGA-JORNAL-FIM.

      * -----------------------------------
      * RETENCAO DO SPOOL DE RELATORIOS: PARA CADA COPIA AINDA
      * GUARDADA, A REGRA DO RELATORIO (OU O PADRAO) DA O CORTE; A
      * COPIA DE DIA DE NEGOCIO ANTERIOR AO CORTE E APAGADA E A
      * ENTRADA DO INDICE E MARCADA COMO EXPURGADA. MESES ZERO =
      * GUARDA SEM PRAZO.

       EXPURGA-SPOOL.
           MOVE ZEROS TO WS-EXPURGADOS WS-MANTIDAS.
           ACCEPT WS-RET-SPOOL-AMB
               FROM ENVIRONMENT "RETENCAO_SPOOL_MESES".
           IF WS-RET-SPOOL-AMB IS NUMERIC
               AND WS-RET-SPOOL-AMB NOT = SPACES
               MOVE WS-RET-SPOOL-AMB TO WS-RET-SPOOL-PADRAO
           ELSE
               MOVE 60 TO WS-RET-SPOOL-PADRAO
           END-IF.
           MOVE WS-DATA-HOJE(1:4) TO WS-HOJE-ANO.
           MOVE WS-DATA-HOJE(5:2) TO WS-HOJE-MES.
           OPEN I-O SPOOL-FILE.
           IF NOT FS-SPL-OK
               DISPLAY "SPOOL.DAT INEXISTENTE - PULADO"
               GO EXPURGA-SPOOL-FIM
           END-IF
           OPEN INPUT RET-FILE.
           MOVE 1 TO SPL-ID.
           START SPOOL-FILE KEY IS NOT LESS THAN SPL-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-SPL
           END-START.

           EXPURGA-SPOOL-LOOP.
           IF FS-SPL-FIM
               GO EXPURGA-SPOOL-FECHA
           END-IF
           READ SPOOL-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-SPL
               GO EXPURGA-SPOOL-LOOP
           END-READ.
           IF NOT SPL-ATIVO
               GO EXPURGA-SPOOL-LOOP
           END-IF
           MOVE WS-RET-SPOOL-PADRAO TO WS-MESES-GUARDA.
           IF FS-RET-OK
               MOVE SPL-PROGRAMA TO RET-PROGRAMA
               READ RET-FILE
               NOT INVALID KEY
                   MOVE RET-MESES TO WS-MESES-GUARDA
               END-READ
               MOVE ZEROS TO FS-STAT-RET
           END-IF
           IF WS-MESES-GUARDA EQUAL ZEROS
               ADD 1 TO WS-MANTIDAS
               GO EXPURGA-SPOOL-LOOP
           END-IF
           COMPUTE WS-MESES-CORRIDOS = WS-HOJE-ANO * 12
               + WS-HOJE-MES - 1 - WS-MESES-GUARDA.
           DIVIDE WS-MESES-CORRIDOS BY 12 GIVING WS-SPOOL-CORTE-ANO
               REMAINDER WS-SPOOL-CORTE-MES.
           ADD 1 TO WS-SPOOL-CORTE-MES.
           IF SPL-DATA-NEGOCIO(1:6) NOT < WS-SPOOL-CORTE
               ADD 1 TO WS-MANTIDAS
               GO EXPURGA-SPOOL-LOOP
           END-IF
           MOVE SPL-ARQ-COPIA TO WS-NOME-COPIA-SPOOL.
           CALL "CBL_DELETE_FILE" USING WS-NOME-COPIA-SPOOL.
           MOVE "E" TO SPL-SITUACAO.
           MOVE WS-DATA-HOJE TO SPL-DATA-EXPURGO.
           REWRITE SPL-REC.
           ADD 1 TO WS-EXPURGADOS.
           GO EXPURGA-SPOOL-LOOP.

           EXPURGA-SPOOL-FECHA.
           CLOSE SPOOL-FILE.
           IF FS-RET-OK
               CLOSE RET-FILE
           END-IF.
           DISPLAY "SPOOL EXPURGADOS: " WS-EXPURGADOS
               "  MANTIDOS: " WS-MANTIDAS.
       EXPURGA-SPOOL-FIM.
