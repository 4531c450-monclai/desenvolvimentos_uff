       identification division.
       program-id. relatorio_reclamacoes.

      *=================================================================
      * RELATORIO SEMANAL DO SAC (RECLAMACOES_SEMANA.DAT). DUAS PARTES:
      *   - AS RECLAMACOES NAO RESOLVIDAS COM O PRAZO JA VENCIDO, COM
      *     RESPONSAVEL E DIAS DE ATRASO, PARA A COBRANCA DA GERENCIA;
      *   - AS RECLAMACOES ABERTAS NA SEMANA, CONTADAS POR FILIAL E
      *     TIPO (COBRANCA, DISCO, ATENDIMENTO, ENTREGA, OUTROS), COM
      *     QUANTAS DELAS JA ESTAO RESOLVIDAS.
      * A JANELA, EM DIAS ATE HOJE, VEM DE DIAS_RECLAMACAO (PADRAO 7).
      * RODA UMA VEZ POR SEMANA, OU PELA OPCAO 6 DO CADASTRO_RECLAMACAO.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select reclamacao-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat
           record key is rcl-key.

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

       fd reclamacao-file value of file-id is "RECLAMACAO.dat".
       copy reclamacao.

       fd filial-file value of file-id is "FILIAL.dat".
       copy filial.

       fd relatorio-file value of file-id is "RECLAMACOES_SEMANA.dat".
       01 relatorio-linha             pic x(100).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-fim                   value 10.

       77 fs-stat-fil          pic 9(02).
           88 fs-fil-ok                value zeros.

       77 fs-stat-rel          pic 9(02).

       77 ws-filial-aberta     pic x(01) value "N".
           88 filial-aberta            value "S".

       77 ws-data-hoje         pic 9(08).
       77 ws-hoje-int          pic 9(09).
       77 ws-dias-ambiente     pic x(03).
       77 ws-dias-janela       pic 9(03).
       77 ws-inicio-janela     pic 9(08).
       77 ws-dias-atraso       pic 9(05).

       77 ws-qtd-vencidas      pic 9(05) value zeros.
       77 ws-qtd-semana        pic 9(05) value zeros.

      * CONTAGEM DA SEMANA POR FILIAL (1 A 99) E TIPO (1=COBRANCA,
      * 2=DISCO, 3=ATENDIMENTO, 4=ENTREGA, 5=OUTROS)
       77 ws-fil               pic 9(02) comp.
       77 ws-tip               pic 9(01) comp.
       01 ws-tabela-filiais.
           02 ws-fil-linha occurs 99 times.
               03 ws-fil-tipo      pic 9(05) occurs 5 times.
               03 ws-fil-total     pic 9(05).
               03 ws-fil-resolv    pic 9(05).

       01 ws-titulo-vencidas.
           02 filler               pic x(33)
               value "RECLAMACOES COM PRAZO VENCIDO EM ".
           02 ws-tv-data           pic 9(08).
           02 filler               pic x(59) value spaces.

       01 ws-cab-vencidas.
           02 filler               pic x(40)
               value "NUMERO  CLIENTE FL T DOC  ABERTA   PRAZO".
           02 filler               pic x(40)
               value "    RESP ATRASO DESCRICAO".
           02 filler               pic x(20) value spaces.

       01 ws-linha-vencida.
           02 ws-lv-id             pic 9(07).
           02 filler               pic x(01) value spaces.
           02 ws-lv-cliente        pic 9(05).
           02 filler               pic x(03) value spaces.
           02 ws-lv-filial         pic 9(02).
           02 filler               pic x(01) value spaces.
           02 ws-lv-tipo           pic x(01).
           02 filler               pic x(01) value spaces.
           02 ws-lv-ref-tipo       pic x(01).
           02 filler               pic x(04) value spaces.
           02 ws-lv-abertura       pic 9(08).
           02 filler               pic x(01) value spaces.
           02 ws-lv-prazo          pic 9(08).
           02 filler               pic x(02) value spaces.
           02 ws-lv-responsavel    pic zz9.
           02 filler               pic x(01) value spaces.
           02 ws-lv-atraso         pic zzzz9.
           02 filler               pic x(02) value spaces.
           02 ws-lv-descricao      pic x(40).
           02 filler               pic x(04) value spaces.

       01 ws-titulo-semana.
           02 filler               pic x(26)
               value "RECLAMACOES ABERTAS DESDE ".
           02 ws-ts-inicio         pic 9(08).
           02 filler               pic x(66) value spaces.

       01 ws-cab-semana.
           02 filler               pic x(40)
               value "FL FILIAL                           COBR".
           02 filler               pic x(40)
               value " DISC ATEN ENTR OUTR TOTAL RESOLV".
           02 filler               pic x(20) value spaces.

       01 ws-linha-semana.
           02 ws-ls-filial         pic 9(02).
           02 filler               pic x(01) value spaces.
           02 ws-ls-nome           pic x(30).
           02 filler               pic x(02) value spaces.
           02 ws-ls-tipos occurs 5 times.
               03 filler           pic x(01).
               03 ws-ls-tipo       pic zzz9.
           02 filler               pic x(01) value spaces.
           02 ws-ls-total          pic zzzz9.
           02 filler               pic x(01) value spaces.
           02 ws-ls-resolv         pic zzzzz9.
           02 filler               pic x(27) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_reclamacoes".
           02 ws-spl-arquivo       pic x(30)
               value "RECLAMACOES_SEMANA.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM OBTEM-JANELA.
           INITIALIZE WS-TABELA-FILIAIS.
           OPEN INPUT RECLAMACAO-FILE.
           IF NOT FS-OK
               DISPLAY "NENHUMA RECLAMACAO REGISTRADA"
               GOBACK
           END-IF
           OPEN INPUT FILIAL-FILE.
           IF FS-FIL-OK
               MOVE "S" TO WS-FILIAL-ABERTA
           END-IF
           OPEN OUTPUT RELATORIO-FILE.
           MOVE WS-DATA-HOJE TO WS-TV-DATA.
           MOVE WS-TITULO-VENCIDAS TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE WS-CAB-VENCIDAS TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           PERFORM LE-RECLAMACAO THRU LE-RECLAMACAO-FIM
               UNTIL FS-FIM.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE WS-INICIO-JANELA TO WS-TS-INICIO.
           MOVE WS-TITULO-SEMANA TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE WS-CAB-SEMANA TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           PERFORM IMPRIME-FILIAIS THRU IMPRIME-FILIAIS-FIM.
           CLOSE RECLAMACAO-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           IF FILIAL-ABERTA
               CLOSE FILIAL-FILE
           END-IF
           DISPLAY "JANELA (DIAS)..........: " WS-DIAS-JANELA.
           DISPLAY "PRAZO VENCIDO..........: " WS-QTD-VENCIDAS.
           DISPLAY "ABERTAS NA JANELA......: " WS-QTD-SEMANA.
           GOBACK.

      * -----------------------------------
      * LE A JANELA DE DIAS_RECLAMACAO; SEM ELA, A ULTIMA SEMANA

       OBTEM-JANELA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           ACCEPT WS-DIAS-AMBIENTE FROM ENVIRONMENT "DIAS_RECLAMACAO".
           IF WS-DIAS-AMBIENTE IS NUMERIC
               AND WS-DIAS-AMBIENTE NOT = SPACES
               AND WS-DIAS-AMBIENTE NOT = "000"
               MOVE WS-DIAS-AMBIENTE TO WS-DIAS-JANELA
           ELSE
               MOVE 7 TO WS-DIAS-JANELA
           END-IF.
           COMPUTE WS-INICIO-JANELA = FUNCTION DATE-OF-INTEGER
               (WS-HOJE-INT - WS-DIAS-JANELA + 1).

      * -----------------------------------
      * UMA RECLAMACAO: ENTRA NA LISTA DE VENCIDAS SE NAO RESOLVIDA E
      * COM PRAZO PASSADO; ENTRA NA CONTAGEM SE ABERTA NA JANELA

       LE-RECLAMACAO.
           READ RECLAMACAO-FILE
           AT END
               MOVE 10 TO FS-STAT
               GO LE-RECLAMACAO-FIM
           END-READ.
           IF NOT RCL-RESOLVIDA AND RCL-PRAZO > ZEROS
               AND RCL-PRAZO < WS-DATA-HOJE
               PERFORM IMPRIME-VENCIDA
           END-IF
           IF RCL-DATA-ABERT < WS-INICIO-JANELA
               OR RCL-FILIAL EQUAL ZEROS
               GO LE-RECLAMACAO-FIM
           END-IF
           ADD 1 TO WS-QTD-SEMANA.
           MOVE RCL-FILIAL TO WS-FIL.
           EVALUATE TRUE
               WHEN RCL-COBRANCA
                   MOVE 1 TO WS-TIP
               WHEN RCL-DISCO
                   MOVE 2 TO WS-TIP
               WHEN RCL-ATENDIMENTO
                   MOVE 3 TO WS-TIP
               WHEN RCL-ENTREGA
                   MOVE 4 TO WS-TIP
               WHEN OTHER
                   MOVE 5 TO WS-TIP
           END-EVALUATE
           ADD 1 TO WS-FIL-TIPO(WS-FIL, WS-TIP).
           ADD 1 TO WS-FIL-TOTAL(WS-FIL).
           IF RCL-RESOLVIDA
               ADD 1 TO WS-FIL-RESOLV(WS-FIL)
           END-IF.
       LE-RECLAMACAO-FIM.

      * -----------------------------------

       IMPRIME-VENCIDA.
           ADD 1 TO WS-QTD-VENCIDAS.
           COMPUTE WS-DIAS-ATRASO = WS-HOJE-INT
               - FUNCTION INTEGER-OF-DATE(RCL-PRAZO).
           MOVE SPACES TO WS-LINHA-VENCIDA.
           MOVE RCL-ID TO WS-LV-ID.
           MOVE RCL-CLIENTE-ID TO WS-LV-CLIENTE.
           MOVE RCL-FILIAL TO WS-LV-FILIAL.
           MOVE RCL-TIPO TO WS-LV-TIPO.
           MOVE RCL-REF-TIPO TO WS-LV-REF-TIPO.
           MOVE RCL-DATA-ABERT TO WS-LV-ABERTURA.
           MOVE RCL-PRAZO TO WS-LV-PRAZO.
           MOVE RCL-RESPONSAVEL TO WS-LV-RESPONSAVEL.
           MOVE WS-DIAS-ATRASO TO WS-LV-ATRASO.
           MOVE RCL-DESCRICAO TO WS-LV-DESCRICAO.
           MOVE WS-LINHA-VENCIDA TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.

      * -----------------------------------
      * UMA LINHA POR FILIAL COM RECLAMACAO NA JANELA

       IMPRIME-FILIAIS.
           MOVE ZEROS TO WS-FIL.

           IMPRIME-FILIAIS-LOOP.
           ADD 1 TO WS-FIL.
           IF WS-FIL > 99
               GO IMPRIME-FILIAIS-FIM
           END-IF
           IF WS-FIL-TOTAL(WS-FIL) EQUAL ZEROS
               GO IMPRIME-FILIAIS-LOOP
           END-IF
           MOVE SPACES TO WS-LINHA-SEMANA.
           MOVE WS-FIL TO WS-LS-FILIAL.
           MOVE SPACES TO WS-LS-NOME.
           IF FILIAL-ABERTA
               MOVE WS-FIL TO FIL-CODIGO
               READ FILIAL-FILE
               NOT INVALID KEY
                   MOVE FIL-NOME TO WS-LS-NOME
               END-READ
           END-IF
           MOVE ZEROS TO WS-TIP.

           IMPRIME-FILIAIS-TIPO.
           ADD 1 TO WS-TIP.
           IF WS-TIP NOT > 5
               MOVE WS-FIL-TIPO(WS-FIL, WS-TIP) TO WS-LS-TIPO(WS-TIP)
               GO IMPRIME-FILIAIS-TIPO
           END-IF
           MOVE WS-FIL-TOTAL(WS-FIL) TO WS-LS-TOTAL.
           MOVE WS-FIL-RESOLV(WS-FIL) TO WS-LS-RESOLV.
           MOVE WS-LINHA-SEMANA TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           GO IMPRIME-FILIAIS-LOOP.
       IMPRIME-FILIAIS-FIM.

      * -----------------------------------

       IMPRIME-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY RELATORIO-LINHA.
