       identification division.
       program-id. cadastro_reclamacao.

      *=================================================================
      * SAC - RECLAMACOES DE CLIENTE (RECLAMACAO.DAT). A QUEIXA DO
      * BALCAO (COBRANCA ERRADA, DISCO RISCADO, MAU ATENDIMENTO,
      * PROBLEMA NA TELE-ENTREGA) FICAVA NA MEMORIA DE QUEM ATENDEU.
      * AQUI ELA E REGISTRADA CONTRA O CLIENTE E, QUANDO HOUVER,
      * CONTRA O DOCUMENTO DE ORIGEM - ALUGUEL (A), VENDA (V), RECIBO
      * (R) OU PEDIDO DE ENTREGA (E), CONFERIDO NO ARQUIVO E QUE TEM
      * QUE SER DO MESMO CLIENTE. A FILIAL, EM BRANCO, VEM DO
      * DOCUMENTO. A RECLAMACAO RECEBE PRAZO (PADRAO 7 DIAS) E
      * RESPONSAVEL E ANDA POR ABERTA/EM ANDAMENTO/RESOLVIDA.
      * NA RESOLUCAO PODE HAVER COMPENSACAO: CREDITO EM VALE (PELA
      * CREDITA-VALE, NO VALE INFORMADO OU NUM VALE NOVO DE NUMERO
      * 9 + NUMERO DA RECLAMACAO) E/OU PONTOS DE FIDELIDADE (PELA
      * MOVIMENTA-PONTOS). O QUE FOI DADO FICA GRAVADO NA PROPRIA
      * RECLAMACAO E NA AUDITORIA (OPERACAO "COMPENSA", CHAVE = NUMERO
      * DA RECLAMACAO). O RELATORIO SEMANAL E O RELATORIO_RECLAMACOES.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select reclamacao-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is rcl-key.

       select cliente-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-cliente
           record key is cli-key.

       select filial-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-fil
           record key is fil-key.

       select aluguel-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-aluguel
           record key is al-key
           alternate record key is al-cliente-id with duplicates
           alternate record key is al-data-aluguel with duplicates
           alternate record key is al-data-devolucao with duplicates.

       select venda-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-venda
           record key is vd-key
           alternate record key is vd-data-venda with duplicates.

       select recibo-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-recibo
           record key is rec-key.

       select entrega-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-entrega
           record key is ent-key.

       select vale-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-vale
           record key is vale-key.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd reclamacao-file value of file-id is "RECLAMACAO.dat".
       copy reclamacao.

       fd cliente-file value of file-id is "FUNC.dat".
       copy cliente replacing ==FILE1-REC==     by ==CLI-REC==
                              ==FS-KEY==        by ==CLI-KEY==
                              ==FS-ID==         by ==CLI-ID==
                              ==FS-NOME==       by ==CLI-NOME==
                              ==FS-SENHA==      by ==CLI-SENHA==.

       fd filial-file value of file-id is "FILIAL.dat".
       copy filial.

       fd aluguel-file value of file-id is "ALUGUEL.dat".
       copy aluguel.

       fd venda-file value of file-id is "VENDA.dat".
       copy venda.

       fd recibo-file value of file-id is "RECIBO.dat".
       copy recibo.

       fd entrega-file value of file-id is "ENTREGA.dat".
       copy entrega.

       fd vale-file value of file-id is "VALE.dat".
       copy vale.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       01 ws-modulo.
           02 filler           pic x(11)   value "sac-".
           02 ws-op            pic x(20)   value spaces.

       77 ws-opcao             pic x.
           88 e-registrar              value is "1".
           88 e-andamento              value is "2".
           88 e-resolver               value is "3".
           88 e-consultar              value is "4".
           88 e-listar                 value is "5".
           88 e-relatorio              value is "6".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-cancela               value 99.
           88 fs-nao-existe            value 35.
           88 fs-fim                   value 10.

       77 fs-stat-cliente      pic 9(02).
           88 fs-cliente-ok            value zeros.

       77 fs-stat-fil          pic 9(02).
           88 fs-fil-ok                value zeros.
       77 ws-filial-aberta     pic x(01) value "N".
           88 filial-aberta            value "S".

       77 fs-stat-aluguel      pic 9(02).
           88 fs-aluguel-ok            value zeros.

       77 fs-stat-venda        pic 9(02).
           88 fs-venda-ok              value zeros.

       77 fs-stat-recibo       pic 9(02).
           88 fs-recibo-ok             value zeros.

       77 fs-stat-entrega      pic 9(02).
           88 fs-entrega-ok            value zeros.

       77 fs-stat-vale         pic 9(02).
           88 fs-vale-ok               value zeros.
           88 fs-vale-nao-existe       value 35.

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).
       77 ws-aud-chave         pic 9(11).

       77 ws-erro              pic x.
           88 e-sim                    values are "S" "s".

       77 ws-numl              pic 999.
       77 ws-numc              pic 999.
       77 cor-fundo            pic 9       value 4.
       77 cor-frente           pic 9       value 6.

       77 ws-status            pic x(30).
       77 ws-msgerro           pic x(80).

       77 ws-data-hoje         pic 9(08).
       77 ws-hoje-int          pic 9(09).

      * PRAZO PADRAO DE RESPOSTA, EM DIAS CORRIDOS DA ABERTURA
       78 ws-prazo-padrao      value 7.
       78 ws-max-reclamacao    value 9999999.
      * FAIXA DO VALE NOVO DE COMPENSACAO: 9 + NUMERO DA RECLAMACAO
       78 ws-faixa-vale        value 90000000000.
       77 ws-proxima-rcl       pic 9(08).

      * DOCUMENTO DE ORIGEM: CLIENTE E FILIAL DELE
       77 ws-ref-cliente       pic 9(05).
       77 ws-ref-filial        pic 9(02).

       77 ws-dias-atraso       pic s9(05).
       77 ws-dias-mostra       pic zzzz9.
       77 ws-situacao          pic x(20).
       77 ws-cliente-nome      pic x(30).

      * PARAMETROS DA CREDITA-VALE E DA MOVIMENTA-PONTOS
       77 ws-cv-numero         pic 9(11).
       77 ws-cv-valor          pic 9(07)v99.
       77 ws-cv-resultado      pic x(01).
       77 ws-mp-tipo           pic x(01).
       77 ws-mp-pontos         pic 9(07).
       77 ws-mp-resultado      pic x(01).

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
           05 LINE 07 COLUMN 15 VALUE "1 - REGISTRAR RECLAMACAO".
           05 LINE 08 COLUMN 15 VALUE "2 - ATRIBUIR / EM ANDAMENTO".
           05 LINE 09 COLUMN 15 VALUE "3 - RESOLVER / COMPENSAR".
           05 LINE 10 COLUMN 15 VALUE "4 - CONSULTAR".
           05 LINE 11 COLUMN 15 VALUE "5 - LISTAR PENDENTES".
           05 LINE 12 COLUMN 15 VALUE "6 - RELATORIO SEMANAL".
           05 LINE 13 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 15 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 15 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-RECLAMACAO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 05 COLUMN 10 VALUE "NUMERO..............:".
               10 COLUMN PLUS 2 PIC 9(07) USING RCL-ID.
           05 SS-DADOS FOREGROUND-COLOR 2.
               10 LINE 07 COLUMN 10 VALUE "CLIENTE.............:".
               10 COLUMN PLUS 2 PIC 9(05) USING RCL-CLIENTE-ID.
               10 COLUMN PLUS 2 PIC X(30) FROM WS-CLIENTE-NOME.
               10 LINE 08 COLUMN 10 VALUE "TIPO (C/D/A/E/O)....:".
               10 COLUMN PLUS 2 PIC X(01) USING RCL-TIPO.
               10 COLUMN PLUS 2 VALUE
                  "C=COBRANCA D=DISCO A=ATENDIM. E=ENTREGA O=OUTROS".
               10 LINE 09 COLUMN 10 VALUE "DOCUMENTO (A/V/R/E).:".
               10 COLUMN PLUS 2 PIC X(01) USING RCL-REF-TIPO.
               10 COLUMN PLUS 2 VALUE
                  "A=ALUGUEL V=VENDA R=RECIBO E=ENTREGA".
               10 LINE 10 COLUMN 10 VALUE "NUMERO DO DOCUMENTO.:".
               10 COLUMN PLUS 2 PIC 9(11) USING RCL-REF-NUMERO.
               10 LINE 11 COLUMN 10 VALUE "FILIAL..............:".
               10 COLUMN PLUS 2 PIC 9(02) USING RCL-FILIAL.
               10 LINE 12 COLUMN 10 VALUE "DESCRICAO...........:".
               10 COLUMN PLUS 2 PIC X(40) USING RCL-DESCRICAO.
           05 SS-ACOMPANHA FOREGROUND-COLOR 2.
               10 LINE 14 COLUMN 10 VALUE "RESPONSAVEL (ID)....:".
               10 COLUMN PLUS 2 PIC 9(03) USING RCL-RESPONSAVEL.
               10 LINE 15 COLUMN 10 VALUE "PRAZO (AAAAMMDD)....:".
               10 COLUMN PLUS 2 PIC 9(08) USING RCL-PRAZO.
           05 SS-SITUACAO FOREGROUND-COLOR 2.
               10 LINE 16 COLUMN 10 VALUE "ABERTA EM...........:".
               10 COLUMN PLUS 2 PIC 9(08) FROM RCL-DATA-ABERT.
               10 LINE 17 COLUMN 10 VALUE "SITUACAO............:".
               10 COLUMN PLUS 2 PIC X(20) FROM WS-SITUACAO.
               10 LINE 18 COLUMN 10 VALUE "DIAS APOS O PRAZO...:".
               10 COLUMN PLUS 2 PIC X(05) FROM WS-DIAS-MOSTRA.

       01 SS-TELA-SOLUCAO FOREGROUND-COLOR 2.
           05 LINE 19 COLUMN 10 VALUE "SOLUCAO.............:".
           05 COLUMN PLUS 2 PIC X(40) USING RCL-SOLUCAO.
           05 LINE 20 COLUMN 10 VALUE "CREDITO EM VALE.....:".
           05 COLUMN PLUS 2 PIC ZZZZ9.99 USING RCL-VALOR-VALE.
           05 LINE 21 COLUMN 10 VALUE "VALE (ZERO = NOVO)..:".
           05 COLUMN PLUS 2 PIC 9(11) USING RCL-VALE-NUMERO.
           05 LINE 22 COLUMN 10 VALUE "PONTOS DE FIDELIDADE:".
           05 COLUMN PLUS 2 PIC ZZZZZZ9 USING RCL-PONTOS.

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
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           COMPUTE WS-HOJE-INT = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
           PERFORM ABRIR-ARQUIVOS
           PERFORM UNTIL E-ENCERRAR
               MOVE "RECLAMACOES" TO WS-OP
               MOVE "ESCOLHA A OPCAO" TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-REGISTRAR
                       PERFORM REGISTRA THRU REGISTRA-FIM
                   WHEN E-ANDAMENTO
                       PERFORM ANDAMENTO THRU ANDAMENTO-FIM
                   WHEN E-RESOLVER
                       PERFORM RESOLVE THRU RESOLVE-FIM
                   WHEN E-CONSULTAR
                       PERFORM CONSULTA THRU CONSULTA-FIM
                   WHEN E-LISTAR
                       PERFORM LISTA-PENDENTES THRU LISTA-PENDENTES-FIM
                   WHEN E-RELATORIO
                       CALL "relatorio_reclamacoes"
                       MOVE "RELATORIO GERADO - PRESSIONE ENTER"
                           TO WS-MSGERRO
                       PERFORM MOSTRA-ERRO
               END-EVALUATE
           END-PERFORM.

       FINALIZA.

       CLOSE RECLAMACAO-FILE CLIENTE-FILE FILIAL-FILE ALUGUEL-FILE
           VENDA-FILE RECIBO-FILE ENTREGA-FILE.
       GOBACK.

      * -----------------------------------
      * REGISTRA UMA RECLAMACAO NOVA; O NUMERO E DADO PELO SISTEMA

       REGISTRA.
           MOVE "REGISTRO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.

           REGISTRA-LOOP.
           MOVE SPACES TO RCL-REC WS-CLIENTE-NOME.
           MOVE ZEROS TO RCL-ID RCL-CLIENTE-ID RCL-FILIAL
               RCL-REF-NUMERO RCL-RESPONSAVEL RCL-DATA-RESOL
               RCL-VALE-NUMERO RCL-VALOR-VALE RCL-PONTOS WS-DIAS-MOSTRA.
           MOVE WS-DATA-HOJE TO RCL-DATA-ABERT.
           COMPUTE RCL-PRAZO = FUNCTION DATE-OF-INTEGER
               (WS-HOJE-INT + WS-PRAZO-PADRAO).
           MOVE "A" TO RCL-STATUS.
           MOVE "ABERTA" TO WS-SITUACAO.
           DISPLAY SS-TELA-RECLAMACAO.
           ACCEPT SS-DADOS.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO REGISTRA-FIM
           END-IF
           PERFORM VALIDA-RECLAMACAO THRU VALIDA-RECLAMACAO-FIM.
           IF FS-CANCELA
               GO REGISTRA-LOOP
           END-IF
           DISPLAY SS-DADOS.
           ACCEPT SS-ACOMPANHA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO REGISTRA-FIM
           END-IF
           IF RCL-PRAZO < WS-DATA-HOJE
               MOVE "PRAZO ANTERIOR A HOJE" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REGISTRA-LOOP
           END-IF
           IF RCL-RESPONSAVEL > ZEROS
               MOVE "P" TO RCL-STATUS
           END-IF
           PERFORM ACHA-PROXIMA-RECLAMACAO
               THRU ACHA-PROXIMA-RECLAMACAO-FIM.
           IF WS-PROXIMA-RCL > WS-MAX-RECLAMACAO
               MOVE "NUMERACAO DE RECLAMACOES ESGOTADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REGISTRA-FIM
           END-IF
           MOVE WS-PROXIMA-RCL TO RCL-ID.
           WRITE RCL-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR A RECLAMACAO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REGISTRA-LOOP
           END-WRITE.
           MOVE "CADASTRO_RECLAMACAO" TO WS-AUD-PROGRAMA.
           MOVE "ABERTURA" TO WS-AUD-OPERACAO.
           MOVE RCL-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           DISPLAY SS-CHAVE.
           MOVE "RECLAMACAO REGISTRADA - ANOTE O NUMERO" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO REGISTRA-LOOP.
       REGISTRA-FIM.

      * -----------------------------------
      * CONFERE CLIENTE, TIPO, DOCUMENTO DE ORIGEM E FILIAL

       VALIDA-RECLAMACAO.
           MOVE ZEROS TO FS-STAT.
           IF RCL-CLIENTE-ID EQUAL ZEROS
               OR RCL-DESCRICAO EQUAL SPACES
               MOVE "PREENCHA CLIENTE E DESCRICAO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-RECLAMACAO-FIM
           END-IF
           MOVE RCL-CLIENTE-ID TO CLI-ID.
           READ CLIENTE-FILE
           INVALID KEY
               MOVE "CLIENTE NAO CADASTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-RECLAMACAO-FIM
           END-READ.
           MOVE CLI-NOME TO WS-CLIENTE-NOME.
           IF NOT (RCL-COBRANCA OR RCL-DISCO OR RCL-ATENDIMENTO
               OR RCL-ENTREGA OR RCL-OUTROS)
               MOVE "TIPO DEVE SER C, D, A, E OU O" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-RECLAMACAO-FIM
           END-IF
           PERFORM CONFERE-DOCUMENTO THRU CONFERE-DOCUMENTO-FIM.
           IF FS-CANCELA
               GO VALIDA-RECLAMACAO-FIM
           END-IF
           IF RCL-FILIAL EQUAL ZEROS
               MOVE WS-REF-FILIAL TO RCL-FILIAL
           END-IF
           IF RCL-FILIAL EQUAL ZEROS
               MOVE "FAVOR INFORMAR A FILIAL" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO VALIDA-RECLAMACAO-FIM
           END-IF
           IF FILIAL-ABERTA
               MOVE RCL-FILIAL TO FIL-CODIGO
               READ FILIAL-FILE
               INVALID KEY
                   MOVE "FILIAL NAO CADASTRADA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   MOVE 99 TO FS-STAT
               END-READ
           END-IF.
       VALIDA-RECLAMACAO-FIM.

      * -----------------------------------
      * O DOCUMENTO DE ORIGEM TEM QUE EXISTIR E SER DO CLIENTE DA
      * RECLAMACAO (VENDA SEM CLIENTE IDENTIFICADO PASSA); DELE SAI
      * A FILIAL QUANDO ELA NAO FOI DIGITADA

       CONFERE-DOCUMENTO.
           MOVE ZEROS TO WS-REF-CLIENTE WS-REF-FILIAL.
           IF RCL-SEM-REF
               MOVE ZEROS TO RCL-REF-NUMERO
               GO CONFERE-DOCUMENTO-FIM
           END-IF
           IF RCL-REF-NUMERO EQUAL ZEROS
               MOVE "FAVOR INFORMAR O NUMERO DO DOCUMENTO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO CONFERE-DOCUMENTO-FIM
           END-IF
           EVALUATE TRUE
               WHEN RCL-REF-ALUGUEL
                   MOVE RCL-REF-NUMERO TO AL-ID
                   READ ALUGUEL-FILE
                   INVALID KEY
                       MOVE 99 TO FS-STAT
                   NOT INVALID KEY
                       MOVE AL-CLIENTE-ID TO WS-REF-CLIENTE
                       MOVE AL-FILIAL TO WS-REF-FILIAL
                   END-READ
               WHEN RCL-REF-VENDA
                   MOVE RCL-REF-NUMERO TO VD-ID
                   READ VENDA-FILE
                   INVALID KEY
                       MOVE 99 TO FS-STAT
                   NOT INVALID KEY
                       MOVE VD-CLIENTE-ID TO WS-REF-CLIENTE
                       MOVE VD-FILIAL TO WS-REF-FILIAL
                   END-READ
               WHEN RCL-REF-RECIBO
                   MOVE RCL-REF-NUMERO TO REC-NUMERO
                   READ RECIBO-FILE
                   INVALID KEY
                       MOVE 99 TO FS-STAT
                   NOT INVALID KEY
                       MOVE REC-CLIENTE-ID TO WS-REF-CLIENTE
                   END-READ
               WHEN RCL-REF-ENTREGA
                   MOVE RCL-REF-NUMERO TO ENT-ID
                   READ ENTREGA-FILE
                   INVALID KEY
                       MOVE 99 TO FS-STAT
                   NOT INVALID KEY
                       MOVE ENT-CLIENTE-ID TO WS-REF-CLIENTE
                   END-READ
               WHEN OTHER
                   MOVE "DOCUMENTO DEVE SER A, V, R, E OU EM BRANCO"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   MOVE 99 TO FS-STAT
                   GO CONFERE-DOCUMENTO-FIM
           END-EVALUATE
           IF FS-CANCELA
               MOVE "DOCUMENTO NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONFERE-DOCUMENTO-FIM
           END-IF
           IF WS-REF-CLIENTE NOT EQUAL ZEROS
               AND WS-REF-CLIENTE NOT EQUAL RCL-CLIENTE-ID
               MOVE "DOCUMENTO E DE OUTRO CLIENTE" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
           END-IF.
       CONFERE-DOCUMENTO-FIM.

      * -----------------------------------
      * ATRIBUI RESPONSAVEL E PRAZO; COM RESPONSAVEL, A RECLAMACAO
      * PASSA A EM ANDAMENTO

       ANDAMENTO.
           MOVE "ATRIBUICAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.

           ANDAMENTO-LOOP.
           PERFORM LE-RECLAMACAO THRU LE-RECLAMACAO-FIM.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO ANDAMENTO-FIM
           END-IF
           IF FS-CANCELA
               GO ANDAMENTO-LOOP
           END-IF
           IF RCL-RESOLVIDA
               MOVE "RECLAMACAO JA FOI RESOLVIDA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ANDAMENTO-LOOP
           END-IF
           ACCEPT SS-ACOMPANHA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO ANDAMENTO-FIM
           END-IF
           IF RCL-PRAZO EQUAL ZEROS
               MOVE "FAVOR INFORMAR O PRAZO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ANDAMENTO-LOOP
           END-IF
           IF RCL-RESPONSAVEL > ZEROS
               MOVE "P" TO RCL-STATUS
           ELSE
               MOVE "A" TO RCL-STATUS
           END-IF
           REWRITE RCL-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ANDAMENTO-LOOP
           END-REWRITE.
           MOVE "CADASTRO_RECLAMACAO" TO WS-AUD-PROGRAMA.
           MOVE "ANDAMENTO" TO WS-AUD-OPERACAO.
           MOVE RCL-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE "RECLAMACAO ATUALIZADA" TO WS-STATUS.
           DISPLAY SS-STATUS.
           GO ANDAMENTO-LOOP.
       ANDAMENTO-FIM.

      * -----------------------------------
      * RESOLVE A RECLAMACAO, COM A COMPENSACAO QUE HOUVER

       RESOLVE.
           MOVE "RESOLUCAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.

           RESOLVE-LOOP.
           PERFORM LE-RECLAMACAO THRU LE-RECLAMACAO-FIM.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO RESOLVE-FIM
           END-IF
           IF FS-CANCELA
               GO RESOLVE-LOOP
           END-IF
           IF RCL-RESOLVIDA
               MOVE "RECLAMACAO JA FOI RESOLVIDA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO RESOLVE-LOOP
           END-IF
           MOVE ZEROS TO RCL-VALE-NUMERO RCL-VALOR-VALE RCL-PONTOS.
           DISPLAY SS-TELA-SOLUCAO.
           ACCEPT SS-TELA-SOLUCAO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO RESOLVE-FIM
           END-IF
           IF RCL-SOLUCAO EQUAL SPACES
               MOVE "FAVOR DESCREVER A SOLUCAO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO RESOLVE-LOOP
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A RESOLUCAO E A COMPENSACAO (S/N)?"
               TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO RESOLVE-LOOP
           END-IF
           IF RCL-VALOR-VALE > ZEROS
               PERFORM COMPENSA-VALE THRU COMPENSA-VALE-FIM
               IF FS-CANCELA
                   GO RESOLVE-LOOP
               END-IF
           ELSE
               MOVE ZEROS TO RCL-VALE-NUMERO
           END-IF
           IF RCL-PONTOS > ZEROS
               MOVE RCL-PONTOS TO WS-MP-PONTOS
               MOVE "A" TO WS-MP-TIPO
               CALL "MOVIMENTA-PONTOS" USING RCL-CLIENTE-ID
                   WS-MP-TIPO WS-MP-PONTOS WS-MP-RESULTADO
           END-IF
           IF RCL-VALOR-VALE > ZEROS OR RCL-PONTOS > ZEROS
               MOVE "CADASTRO_RECLAMACAO" TO WS-AUD-PROGRAMA
               MOVE "COMPENSA" TO WS-AUD-OPERACAO
               MOVE RCL-ID TO WS-AUD-CHAVE
               CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
                   WS-AUD-OPERACAO WS-AUD-CHAVE
           END-IF
           MOVE "R" TO RCL-STATUS.
           MOVE WS-DATA-HOJE TO RCL-DATA-RESOL.
           REWRITE RCL-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR A RESOLUCAO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO RESOLVE-LOOP
           END-REWRITE.
           MOVE "CADASTRO_RECLAMACAO" TO WS-AUD-PROGRAMA.
           MOVE "RESOLUCAO" TO WS-AUD-OPERACAO.
           MOVE RCL-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           DISPLAY SS-TELA-SOLUCAO.
           MOVE "RECLAMACAO RESOLVIDA - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO RESOLVE-LOOP.
       RESOLVE-FIM.

      * -----------------------------------
      * CREDITO EM VALE PELA CREDITA-VALE. SEM NUMERO INFORMADO, ABRE
      * O VALE DE COMPENSACAO 9 + NUMERO DA RECLAMACAO, ZERADO, E O
      * CREDITO ENTRA NELE

       COMPENSA-VALE.
           MOVE ZEROS TO FS-STAT.
           IF RCL-VALE-NUMERO EQUAL ZEROS
               MOVE RCL-ID TO RCL-VALE-NUMERO
               ADD WS-FAIXA-VALE TO RCL-VALE-NUMERO
               PERFORM ABRE-VALE-COMPENSACAO
                   THRU ABRE-VALE-COMPENSACAO-FIM
           END-IF
           MOVE RCL-VALE-NUMERO TO WS-CV-NUMERO.
           MOVE RCL-VALOR-VALE TO WS-CV-VALOR.
           CALL "CREDITA-VALE" USING WS-CV-NUMERO WS-CV-VALOR
               WS-CV-RESULTADO.
           IF WS-CV-RESULTADO NOT EQUAL "S"
               MOVE "VALE NAO ENCONTRADO - COMPENSACAO NAO DADA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
           END-IF.
       COMPENSA-VALE-FIM.

       ABRE-VALE-COMPENSACAO.
           OPEN I-O VALE-FILE.
           IF FS-VALE-NAO-EXISTE
               OPEN OUTPUT VALE-FILE
               CLOSE VALE-FILE
               OPEN I-O VALE-FILE
           END-IF.
           MOVE SPACES TO VALE-REC.
           MOVE RCL-VALE-NUMERO TO VALE-NUMERO.
           MOVE ZEROS TO VALE-SALDO.
           MOVE WS-DATA-HOJE TO VALE-DATA-VENDA.
           MOVE "A" TO VALE-STATUS.
           WRITE VALE-REC
           INVALID KEY
               CONTINUE
           END-WRITE.
           CLOSE VALE-FILE.
       ABRE-VALE-COMPENSACAO-FIM.

      * -----------------------------------

       CONSULTA.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.

           CONSULTA-LOOP.
           PERFORM LE-RECLAMACAO THRU LE-RECLAMACAO-FIM.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONSULTA-FIM
           END-IF
           IF FS-CANCELA
               GO CONSULTA-LOOP
           END-IF
           IF RCL-RESOLVIDA
               DISPLAY SS-TELA-SOLUCAO
           END-IF
           MOVE "PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO CONSULTA-LOOP.
       CONSULTA-FIM.

      * -----------------------------------
      * PEDE O NUMERO, LE A RECLAMACAO E MOSTRA COM A SITUACAO

       LE-RECLAMACAO.
           MOVE ZEROS TO FS-STAT.
           MOVE SPACES TO RCL-REC WS-CLIENTE-NOME WS-SITUACAO.
           MOVE ZEROS TO RCL-ID WS-DIAS-MOSTRA.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-RECLAMACAO.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO LE-RECLAMACAO-FIM
           END-IF
           READ RECLAMACAO-FILE
           INVALID KEY
               MOVE "RECLAMACAO NAO ENCONTRADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE 99 TO FS-STAT
               GO LE-RECLAMACAO-FIM
           END-READ.
           PERFORM MONTA-SITUACAO.
           DISPLAY SS-TELA-RECLAMACAO.
       LE-RECLAMACAO-FIM.

      * -----------------------------------
      * NOME DO CLIENTE, SITUACAO E DIAS PASSADOS DO PRAZO

       MONTA-SITUACAO.
           MOVE SPACES TO WS-CLIENTE-NOME.
           MOVE RCL-CLIENTE-ID TO CLI-ID.
           READ CLIENTE-FILE
           NOT INVALID KEY
               MOVE CLI-NOME TO WS-CLIENTE-NOME
           END-READ.
           EVALUATE TRUE
               WHEN RCL-ABERTA
                   MOVE "ABERTA" TO WS-SITUACAO
               WHEN RCL-EM-ANDAMENTO
                   MOVE "EM ANDAMENTO" TO WS-SITUACAO
               WHEN OTHER
                   MOVE "RESOLVIDA" TO WS-SITUACAO
           END-EVALUATE
           MOVE ZEROS TO WS-DIAS-ATRASO.
           IF NOT RCL-RESOLVIDA AND RCL-PRAZO > ZEROS
               AND RCL-PRAZO < WS-DATA-HOJE
               COMPUTE WS-DIAS-ATRASO = WS-HOJE-INT
                   - FUNCTION INTEGER-OF-DATE(RCL-PRAZO)
               IF RCL-ABERTA
                   MOVE "ABERTA - VENCIDA" TO WS-SITUACAO
               ELSE
                   MOVE "ANDAMENTO - VENCIDA" TO WS-SITUACAO
               END-IF
           END-IF
           MOVE WS-DIAS-ATRASO TO WS-DIAS-MOSTRA.

      * -----------------------------------
      * FOLHEIA AS RECLAMACOES NAO RESOLVIDAS

       LISTA-PENDENTES.
           MOVE "PENDENTES" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE ZEROS TO RCL-KEY.
           START RECLAMACAO-FILE KEY IS NOT LESS THAN RCL-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT
           END-START.

           LISTA-PENDENTES-LOOP.
           IF FS-FIM
               MOVE ZEROS TO FS-STAT
               MOVE "FIM DA LISTAGEM - PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO LISTA-PENDENTES-FIM
           END-IF
           READ RECLAMACAO-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT
               GO LISTA-PENDENTES-LOOP
           END-READ.
           IF RCL-RESOLVIDA
               GO LISTA-PENDENTES-LOOP
           END-IF
           PERFORM MONTA-SITUACAO.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-RECLAMACAO.
           MOVE "ENTER PARA PROXIMA - ESC PARA SAIR" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO LISTA-PENDENTES-FIM
           END-IF
           GO LISTA-PENDENTES-LOOP.
       LISTA-PENDENTES-FIM.

      * -----------------------------------
      * PROXIMO NUMERO LIVRE DE RECLAMACAO

       ACHA-PROXIMA-RECLAMACAO.
           MOVE 1 TO WS-PROXIMA-RCL.
           MOVE ZEROS TO RCL-KEY.
           MOVE ZEROS TO FS-STAT.
           START RECLAMACAO-FILE KEY IS NOT LESS THAN RCL-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT
           END-START.

           ACHA-PROXIMA-RECLAMACAO-LOOP.
           IF FS-FIM
               MOVE ZEROS TO FS-STAT
               GO ACHA-PROXIMA-RECLAMACAO-FIM
           END-IF
           READ RECLAMACAO-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT
               GO ACHA-PROXIMA-RECLAMACAO-LOOP
           END-READ.
           MOVE RCL-ID TO WS-PROXIMA-RCL.
           ADD 1 TO WS-PROXIMA-RCL.
           GO ACHA-PROXIMA-RECLAMACAO-LOOP.
       ACHA-PROXIMA-RECLAMACAO-FIM.

      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAIDA

       ABRIR-ARQUIVOS.
           OPEN I-O RECLAMACAO-FILE
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT RECLAMACAO-FILE
               CLOSE RECLAMACAO-FILE
               OPEN I-O RECLAMACAO-FILE
           END-IF.
           OPEN INPUT CLIENTE-FILE.
           OPEN INPUT FILIAL-FILE.
           IF FS-FIL-OK
               MOVE "S" TO WS-FILIAL-ABERTA
           END-IF
           OPEN INPUT ALUGUEL-FILE.
           OPEN INPUT VENDA-FILE.
           OPEN INPUT RECIBO-FILE.
           OPEN INPUT ENTREGA-FILE.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS

       MOSTRA-ERRO.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.
