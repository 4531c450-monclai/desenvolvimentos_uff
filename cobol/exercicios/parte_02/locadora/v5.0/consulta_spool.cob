       identification division.
       program-id. consulta_spool.

      *=================================================================
      * SPOOL DE RELATORIOS. CADA RELATORIO REESCREVE O SEU .DAT FIXO
      * A CADA RODADA, MAS AO FECHAR GUARDA UMA COPIA DATADA NO SPOOL
      * (SUBROTINA ARQUIVA-RELATORIO, INDICE SPOOL.DAT). AQUI:
      *  - CONSULTA DO INDICE POR RELATORIO E DIA DE NEGOCIO;
      *  - SEGUNDA VIA DE QUALQUER RELATORIO GUARDADO, TAL COMO SAIU,
      *    EM REIMPRESSAO_SPOOL.DAT (FICA NA TRILHA DE AUDITORIA);
      *  - REGRA DE RETENCAO POR RELATORIO (RET_SPOOL.DAT), QUE O
      *    EXPURGA_LOGS APLICA NA CADEIA NOTURNA.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select spool-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is spl-key
           alternate record key is spl-chave-rel with duplicates.

       select ret-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-ret
           record key is ret-key.

       select copia-file
           assign to ws-nome-copia
           organization is line sequential
           access mode is sequential
           file status is fs-stat-cop.

       select reimpressao-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-rei.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd spool-file value of file-id is "SPOOL.dat".
       copy spool.

       fd ret-file value of file-id is "RET_SPOOL.dat".
       copy ret_spool.

       fd copia-file.
       01 copia-linha              pic x(250).

       fd reimpressao-file value of file-id is "REIMPRESSAO_SPOOL.dat".
       01 reimpressao-linha        pic x(250).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       01 ws-modulo.
           02 filler           pic x(11)   value "spool-".
           02 ws-op            pic x(20)   value spaces.

       77 ws-opcao             pic x.
           88 e-consultar              value is "1".
           88 e-reimprimir             value is "2".
           88 e-retencao               value is "3".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-nao-existe            value 35.
           88 fs-fim                   value 10.

       77 fs-stat-ret          pic 9(02).
           88 fs-ret-ok                value zeros.
           88 fs-ret-nao-existe        value 35.

       77 fs-stat-cop          pic 9(02).
           88 fs-cop-ok                value zeros.
           88 fs-cop-fim               value 10.

       77 fs-stat-rei          pic 9(02).

       77 ws-nome-copia        pic x(40).

       77 ws-flt-programa      pic x(30).
       77 ws-flt-data          pic 9(08).
       77 ws-numero-spool      pic 9(09).
       77 ws-ret-programa      pic x(30).
       77 ws-ret-meses         pic 9(03).
       77 ws-usuario           pic x(20).
       77 ws-data-hoje         pic 9(08).

       77 ws-lin-tela          pic 9(02).
       77 ws-total-listados    pic 9(05).
       77 ws-linhas-copiadas   pic 9(07).
       78 ws-primeira-linha    value 8.
       78 ws-ultima-linha      value 19.

       01 ws-cabecalho-tela.
           02 filler               pic x(10) value "NUMERO".
           02 filler               pic x(25) value "RELATORIO".
           02 filler               pic x(09) value "NEGOCIO".
           02 filler               pic x(14) value "GERADO EM".
           02 filler               pic x(03) value "FL".
           02 filler               pic x(11) value "OPERADOR".
           02 filler               pic x(03) value "S".
           02 filler               pic x(03) value spaces.

       01 ws-linha-tela.
           02 ws-lt-id             pic 9(09).
           02 filler               pic x(01) value space.
           02 ws-lt-programa       pic x(24).
           02 filler               pic x(01) value space.
           02 ws-lt-negocio        pic 9(08).
           02 filler               pic x(01) value space.
           02 ws-lt-exec           pic 9(08).
           02 filler               pic x(01) value space.
           02 ws-lt-hora           pic 9(04).
           02 filler               pic x(01) value space.
           02 ws-lt-filial         pic 9(02).
           02 filler               pic x(01) value space.
           02 ws-lt-operador       pic x(10).
           02 filler               pic x(01) value space.
           02 ws-lt-situacao       pic x(01).
           02 filler               pic x(05) value spaces.

       01 ws-banner.
           02 filler               pic x(21)
               value "SEGUNDA VIA DO SPOOL ".
           02 ws-bn-id             pic 9(09).
           02 filler               pic x(01) value space.
           02 ws-bn-programa       pic x(30).
           02 filler               pic x(08) value " NEGOCIO".
           02 filler               pic x(01) value space.
           02 ws-bn-negocio        pic 9(08).
           02 filler               pic x(10) value " GERADO EM".
           02 filler               pic x(01) value space.
           02 ws-bn-exec           pic 9(08).
           02 filler               pic x(01) value space.
           02 ws-bn-hora           pic 9(08).
           02 filler               pic x(05) value " POR ".
           02 ws-bn-operador       pic x(20).
           02 filler               pic x(10) value " - EMITIDA".
           02 filler               pic x(01) value space.
           02 ws-bn-emissao        pic 9(08).
           02 filler               pic x(05) value " POR ".
           02 ws-bn-usuario        pic x(20).

       77 ws-aud-programa      pic x(20) value "CONSULTA_SPOOL".
       77 ws-aud-operacao      pic x(10).
       77 ws-aud-chave         pic 9(11).

       77 ws-erro              pic x.

       77 ws-numl              pic 999.
       77 ws-numc              pic 999.
       77 cor-fundo            pic 9       value 4.
       77 cor-frente           pic 9       value 6.

       77 ws-status            pic x(30).
       77 ws-msgerro           pic x(80).

       copy screenio.

      *-----------------------------------------------------------------
       screen section.
      *-----------------------------------------------------------------

       01 SS-CLS.
           05 SS-FILLER.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL
               BACKGROUND-COLOR COR-FUNDO.
               10 LINE WS-NUML COLUMN 01 ERASE EOL
               BACKGROUND-COLOR COR-FUNDO.
           05 SS-CABECALHO.
               10 LINE 01 COLUMN 02 PIC X(31) FROM WS-MODULO
               HIGHLIGHT FOREGROUND-COLOR COR-FRENTE
               BACKGROUND-COLOR COR-FUNDO.
           05 SS-STATUS.
               10 LINE WS-NUML COLUMN 2 ERASE EOL PIC X(30)
               FROM WS-STATUS HIGHLIGHT
               FOREGROUND-COLOR COR-FRENTE
               BACKGROUND-COLOR COR-FUNDO.

       01 SS-MENU FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "1 - CONSULTAR O SPOOL".
           05 LINE 08 COLUMN 15 VALUE "2 - SEGUNDA VIA DE RELATORIO".
           05 LINE 09 COLUMN 15 VALUE "3 - REGRA DE RETENCAO".
           05 LINE 10 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 12 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 12 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-FILTRO.
           05 LINE 04 COLUMN 10 VALUE "RELATORIO (PROGRAMA):".
           05 COLUMN PLUS 2 PIC X(30) USING WS-FLT-PROGRAMA.
           05 LINE 05 COLUMN 10 VALUE "A PARTIR DO NEGOCIO.:".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-FLT-DATA.

       01 SS-TELA-NUMERO.
           05 LINE 09 COLUMN 10 VALUE "NUMERO DO SPOOL:".
           05 COLUMN PLUS 2 PIC 9(09) USING WS-NUMERO-SPOOL.

       01 SS-TELA-RET-CHAVE.
           05 LINE 09 COLUMN 10 VALUE "RELATORIO (PROGRAMA):".
           05 COLUMN PLUS 2 PIC X(30) USING WS-RET-PROGRAMA.

       01 SS-TELA-RET-MESES.
           05 LINE 11 COLUMN 10 VALUE "MESES DE GUARDA.....:".
           05 COLUMN PLUS 2 PIC 9(03) USING WS-RET-MESES.
           05 LINE 12 COLUMN 10 VALUE "(000 = GUARDA SEM PRAZO)".

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

      *=================================================================
       procedure division.
      *=================================================================

       INICIO.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           ACCEPT WS-NUML FROM LINES
           ACCEPT WS-NUMC FROM COLUMNS
           ACCEPT WS-USUARIO FROM ENVIRONMENT "USERNAME".
           IF WS-USUARIO = SPACES
               ACCEPT WS-USUARIO FROM ENVIRONMENT "USER"
           END-IF.
           IF WS-USUARIO = SPACES
               MOVE "DESCONHECIDO" TO WS-USUARIO
           END-IF.
           PERFORM UNTIL E-ENCERRAR
               MOVE "SPOOL DE RELATORIOS" TO WS-OP
               MOVE "ESCOLHA A OPCAO" TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-CONSULTAR
                       PERFORM CONSULTA THRU CONSULTA-FIM
                   WHEN E-REIMPRIMIR
                       PERFORM REIMPRIME THRU REIMPRIME-FIM
                   WHEN E-RETENCAO
                       PERFORM RETENCAO THRU RETENCAO-FIM
               END-EVALUATE
           END-PERFORM.

       FINALIZA.

       GOBACK.

      * -----------------------------------
      * LISTA O INDICE PELA CHAVE RELATORIO + DIA DE NEGOCIO, A PARTIR
      * DO DIA INFORMADO (RELATORIO EM BRANCO = TODOS), UMA PAGINA DE
      * CADA VEZ. S: A = GUARDADO, E = EXPURGADO PELA RETENCAO

       CONSULTA.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO WS-FLT-PROGRAMA.
           MOVE ZEROS TO WS-FLT-DATA WS-TOTAL-LISTADOS.
           DISPLAY SS-TELA-FILTRO.
           ACCEPT SS-TELA-FILTRO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONSULTA-FIM
           END-IF
           OPEN INPUT SPOOL-FILE.
           IF NOT FS-OK
               MOVE "NENHUM RELATORIO NO SPOOL AINDA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONSULTA-FIM
           END-IF
           MOVE WS-FLT-PROGRAMA TO SPL-PROGRAMA.
           MOVE WS-FLT-DATA TO SPL-DATA-NEGOCIO.
           START SPOOL-FILE KEY IS NOT LESS THAN SPL-CHAVE-REL
           INVALID KEY
               MOVE 10 TO FS-STAT
           END-START.
           PERFORM CONSULTA-PAGINA.

           CONSULTA-LOOP.
           IF FS-FIM
               GO CONSULTA-FECHA
           END-IF
           READ SPOOL-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT
               GO CONSULTA-LOOP
           END-READ.
           IF SPL-ID EQUAL ZEROS
               GO CONSULTA-LOOP
           END-IF
           IF WS-FLT-PROGRAMA NOT EQUAL SPACES
               AND SPL-PROGRAMA NOT EQUAL WS-FLT-PROGRAMA
               MOVE 10 TO FS-STAT
               GO CONSULTA-LOOP
           END-IF
           IF WS-LIN-TELA > WS-ULTIMA-LINHA
               MOVE "ENTER PARA A PROXIMA PAGINA - ESC ENCERRA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               IF COB-CRT-STATUS = COB-SCR-ESC
                   GO CONSULTA-FECHA
               END-IF
               PERFORM CONSULTA-PAGINA
           END-IF
           MOVE SPL-ID TO WS-LT-ID.
           MOVE SPL-PROGRAMA TO WS-LT-PROGRAMA.
           MOVE SPL-DATA-NEGOCIO TO WS-LT-NEGOCIO.
           MOVE SPL-DATA-EXEC TO WS-LT-EXEC.
           MOVE SPL-HORA-EXEC(1:4) TO WS-LT-HORA.
           MOVE SPL-FILIAL TO WS-LT-FILIAL.
           MOVE SPL-OPERADOR TO WS-LT-OPERADOR.
           MOVE SPL-SITUACAO TO WS-LT-SITUACAO.
           DISPLAY WS-LINHA-TELA AT LINE WS-LIN-TELA COLUMN 02.
           ADD 1 TO WS-LIN-TELA.
           ADD 1 TO WS-TOTAL-LISTADOS.
           GO CONSULTA-LOOP.

           CONSULTA-FECHA.
           CLOSE SPOOL-FILE.
           MOVE SPACES TO WS-MSGERRO.
           STRING "FIM DA CONSULTA - " DELIMITED BY SIZE
               WS-TOTAL-LISTADOS DELIMITED BY SIZE
               " RELATORIO(S) - ENTER" DELIMITED BY SIZE
               INTO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       CONSULTA-FIM.

      * -----------------------------------
      * LIMPA A TELA E MONTA O CABECALHO DE UMA PAGINA DA CONSULTA

       CONSULTA-PAGINA.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-FILTRO.
           DISPLAY WS-CABECALHO-TELA AT LINE 07 COLUMN 02.
           MOVE WS-PRIMEIRA-LINHA TO WS-LIN-TELA.

      * -----------------------------------
      * SEGUNDA VIA: COPIA O RELATORIO GUARDADO, LINHA A LINHA E SEM
      * ALTERAR NADA, PARA REIMPRESSAO_SPOOL.DAT, COM UMA LINHA DE
      * IDENTIFICACAO DA VIA NA FRENTE

       REIMPRIME.
           MOVE "SEGUNDA VIA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE ZEROS TO WS-NUMERO-SPOOL.
           DISPLAY SS-TELA-NUMERO.
           ACCEPT SS-TELA-NUMERO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO REIMPRIME-FIM
           END-IF
           IF WS-NUMERO-SPOOL EQUAL ZEROS
               MOVE "FAVOR INFORMAR O NUMERO DO SPOOL" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REIMPRIME-FIM
           END-IF
           OPEN INPUT SPOOL-FILE.
           IF NOT FS-OK
               MOVE "NENHUM RELATORIO NO SPOOL AINDA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REIMPRIME-FIM
           END-IF
           MOVE WS-NUMERO-SPOOL TO SPL-ID.
           READ SPOOL-FILE
           INVALID KEY
               CLOSE SPOOL-FILE
               MOVE "NUMERO DE SPOOL NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REIMPRIME-FIM
           END-READ.
           CLOSE SPOOL-FILE.
           IF SPL-EXPURGADO
               MOVE SPACES TO WS-MSGERRO
               STRING "RELATORIO EXPURGADO PELA RETENCAO EM "
                   DELIMITED BY SIZE
                   SPL-DATA-EXPURGO DELIMITED BY SIZE
                   INTO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REIMPRIME-FIM
           END-IF
           MOVE SPL-ARQ-COPIA TO WS-NOME-COPIA.
           OPEN INPUT COPIA-FILE.
           IF NOT FS-COP-OK
               MOVE "COPIA GUARDADA NAO ENCONTRADA NO DISCO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REIMPRIME-FIM
           END-IF
           OPEN OUTPUT REIMPRESSAO-FILE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE SPL-ID TO WS-BN-ID.
           MOVE SPL-PROGRAMA TO WS-BN-PROGRAMA.
           MOVE SPL-DATA-NEGOCIO TO WS-BN-NEGOCIO.
           MOVE SPL-DATA-EXEC TO WS-BN-EXEC.
           MOVE SPL-HORA-EXEC TO WS-BN-HORA.
           MOVE SPL-OPERADOR TO WS-BN-OPERADOR.
           MOVE WS-DATA-HOJE TO WS-BN-EMISSAO.
           MOVE WS-USUARIO TO WS-BN-USUARIO.
           MOVE WS-BANNER TO REIMPRESSAO-LINHA.
           WRITE REIMPRESSAO-LINHA.
           MOVE ZEROS TO WS-LINHAS-COPIADAS.

           REIMPRIME-LOOP.
           MOVE SPACES TO COPIA-LINHA.
           READ COPIA-FILE
           AT END
               GO REIMPRIME-FECHA
           END-READ.
           MOVE COPIA-LINHA TO REIMPRESSAO-LINHA.
           WRITE REIMPRESSAO-LINHA.
           ADD 1 TO WS-LINHAS-COPIADAS.
           GO REIMPRIME-LOOP.

           REIMPRIME-FECHA.
           CLOSE COPIA-FILE REIMPRESSAO-FILE.
           MOVE "REIMPRIME" TO WS-AUD-OPERACAO.
           MOVE SPL-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE "SEGUNDA VIA GRAVADA EM REIMPRESSAO_SPOOL - ENTER"
               TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       REIMPRIME-FIM.

      * -----------------------------------
      * REGRA DE RETENCAO DE UM RELATORIO: MOSTRA A ATUAL (SE HOUVER)
      * E GRAVA A NOVA

       RETENCAO.
           MOVE "REGRA DE RETENCAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO WS-RET-PROGRAMA.
           DISPLAY SS-TELA-RET-CHAVE.
           ACCEPT SS-TELA-RET-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO RETENCAO-FIM
           END-IF
           IF WS-RET-PROGRAMA EQUAL SPACES
               MOVE "FAVOR INFORMAR O RELATORIO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO RETENCAO-FIM
           END-IF
           OPEN I-O RET-FILE.
           IF FS-RET-NAO-EXISTE
               OPEN OUTPUT RET-FILE
               CLOSE RET-FILE
               OPEN I-O RET-FILE
           END-IF
           MOVE WS-RET-PROGRAMA TO RET-PROGRAMA.
           READ RET-FILE
           INVALID KEY
               MOVE 60 TO WS-RET-MESES
               MOVE "SEM REGRA - VALE O PADRAO" TO WS-STATUS
           NOT INVALID KEY
               MOVE RET-MESES TO WS-RET-MESES
               MOVE "REGRA ATUAL" TO WS-STATUS
           END-READ.
           DISPLAY SS-STATUS.
           DISPLAY SS-TELA-RET-MESES.
           ACCEPT SS-TELA-RET-MESES.
           IF COB-CRT-STATUS = COB-SCR-ESC
               CLOSE RET-FILE
               GO RETENCAO-FIM
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE SPACES TO RET-REC.
           MOVE WS-RET-PROGRAMA TO RET-PROGRAMA.
           MOVE WS-RET-MESES TO RET-MESES.
           MOVE WS-DATA-HOJE TO RET-DATA-ALTERACAO.
           MOVE WS-USUARIO TO RET-USUARIO.
           REWRITE RET-REC
           INVALID KEY
               WRITE RET-REC
           END-REWRITE.
           CLOSE RET-FILE.
           MOVE "RETENCAO" TO WS-AUD-OPERACAO.
           MOVE WS-RET-MESES TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE "REGRA DE RETENCAO GRAVADA - ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       RETENCAO-FIM.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS

       MOSTRA-ERRO.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.
