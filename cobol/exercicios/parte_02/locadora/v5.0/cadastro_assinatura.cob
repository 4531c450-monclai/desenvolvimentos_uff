      * CLIENTE PODE OPTAR POR ALUGUEL ILIMITADO POR MENSALIDADE FIXA
      * EM VEZ DE PAGAR POR TITULO, COMO JA FAZ ALUGUEL.COB. ESPELHA O
      * PADRAO DE INCLUI/CONSULTA/ALTERA/EXCLUI JA USADO EM
      * CADASTRO_PARCEIRO. A OPCAO 8 TRANCA O PLANO POR UM PERIODO
      * (FERIAS, VIAGEM) SEM CANCELAR, DENTRO DO MAXIMO DE DIAS DA
      * REGRA DO PLANO, E RETOMA ANTES DO PRAZO SE O CLIENTE VOLTAR;
      * A OPCAO 9 LISTA AS TRANCADAS (RELATORIO_TRANCADAS). O
      * CANCELAMENTO EXIGE UM MOTIVO DA LISTA MANTIDA NA OPCAO M
      * (MOTIVO_CANCEL.DAT), GRAVADO COM A DATA PARA O CHURN MENSAL.
      *=================================================================
       environment division.
      *=================================================================
           access mode is sequential
           file status is fs-stat-mudanca.

       select motivo-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-motivo
           record key is mtc-key.

      *=================================================================
       data division.
      *=================================================================
       fd mudanca-file value of file-id is "MUDANCA_PLANO.dat".
       01 mudanca-linha        pic x(80).

       fd motivo-file value of file-id is "MOTIVO_CANCEL.dat".
       copy motivo_cancel.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------
           88 e-listar                 value is "5".
           88 e-regras                 value is "6".
           88 e-mudar-plano            value is "7".
           88 e-trancar                value is "8".
           88 e-rel-trancadas          value is "9".
           88 e-motivos                value is "M" "m".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).

       77 ws-plano-anterior    pic x(01).

       77 fs-stat-motivo       pic 9(02).
           88 fs-motivo-ok             value zeros.
           88 fs-motivo-nao-existe     value 35.
           88 fs-motivo-fim            value 10.

       77 ws-motivo-cancel     pic 9(02).
       77 ws-lin-tela          pic 9(02).

       77 ws-tranc-inicio      pic 9(08).
       77 ws-tranc-dias        pic 9(03).
       77 ws-tranc-retomada    pic 9(08).
       77 ws-dias-trancados    pic s9(05).

       77 ws-er-numero         pic 9(09).
       77 ws-er-tipo           pic x(01).
       77 ws-er-origem         pic 9(11).
           05 LINE 11 COLUMN 15 VALUE "5 - LISTAR TODOS".
           05 LINE 12 COLUMN 15 VALUE "6 - REGRAS DOS PLANOS".
           05 LINE 13 COLUMN 15 VALUE "7 - MUDAR PLANO (PRO-RATA)".
           05 LINE 14 COLUMN 15 VALUE "8 - TRANCAR / RETOMAR".
           05 LINE 15 COLUMN 15 VALUE "9 - RELATORIO DE TRANCADAS".
           05 LINE 16 COLUMN 15 VALUE "M - MOTIVOS DE CANCELAMENTO".
           05 LINE 17 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 19 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 19 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-REGISTRO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 12 COLUMN 10 VALUE "DISCOS SIMULTANEOS "
                   & "(0=LIVRE):".
               10 COLUMN PLUS 2 PIC 9(02) USING PLR-SIMULTANEOS.
               10 LINE 13 COLUMN 10 VALUE "TRANCAMENTO MAXIMO EM DIAS "
                   & "(0=NAO TRANCA):".
               10 COLUMN PLUS 2 PIC 9(03) USING PLR-TRANC-MAX-DIAS.

       01 SS-TELA-MUDANCA.
           05 LINE 16 COLUMN 10 VALUE "NOVO PLANO (B/P/V):".
               VALUE "PRO-RATA (+COBRAR/-CREDITAR):".
           05 COLUMN PLUS 2 PIC -ZZZZZ9.99 FROM WS-VALOR-PRORATA.

       01 SS-TELA-TRANCA.
           05 LINE 16 COLUMN 10 VALUE "INICIO DO TRANCAMENTO "
               & "(AAAAMMDD):".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-TRANC-INICIO.
           05 LINE 17 COLUMN 10 VALUE "DIAS TRANCADO:".
           05 COLUMN PLUS 2 PIC 9(03) USING WS-TRANC-DIAS.
           05 LINE 18 COLUMN 10 VALUE "MAXIMO DO PLANO:".
           05 COLUMN PLUS 2 PIC ZZ9 FROM PLR-TRANC-MAX-DIAS.

       01 SS-TELA-RETOMADA.
           05 LINE 19 COLUMN 10 VALUE "TRANCADO DESDE:".
           05 COLUMN PLUS 2 PIC 9(08) FROM FS-DATA-TRANCAMENTO.
           05 LINE 20 COLUMN 10 VALUE "RETOMADA EM:".
           05 COLUMN PLUS 2 PIC 9(08) FROM FS-DATA-RETOMADA.

       01 SS-TELA-MOTIVO.
           05 LINE 16 COLUMN 10 VALUE "MOTIVO DO CANCELAMENTO:".
           05 COLUMN PLUS 2 PIC 9(02) USING WS-MOTIVO-CANCEL.

       01 SS-TELA-MTC.
           05 SS-MTC-CHAVE FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE "CODIGO DO MOTIVO:".
               10 COLUMN PLUS 2 PIC 9(02) USING MTC-CODIGO.
           05 SS-MTC-DADOS.
               10 LINE 11 COLUMN 10 VALUE "DESCRICAO:".
               10 COLUMN PLUS 2 PIC X(30) USING MTC-DESCRICAO.
               10 LINE 12 COLUMN 10 VALUE "ATIVO (S/N):".
               10 COLUMN PLUS 2 PIC X(01) USING MTC-ATIVO.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
                       PERFORM MANTEM-REGRAS THRU MANTEM-REGRAS-FIM
                   WHEN E-MUDAR-PLANO
                       PERFORM MUDA-PLANO THRU MUDA-PLANO-FIM
                   WHEN E-TRANCAR
                       PERFORM TRANCA-PLANO THRU TRANCA-PLANO-FIM
                   WHEN E-REL-TRANCADAS
                       CALL "relatorio_trancadas"
                       MOVE "RELATORIO GERADO - PRESSIONE ENTER"
                           TO WS-MSGERRO
                       PERFORM MOSTRA-ERRO
                   WHEN E-MOTIVOS
                       PERFORM MANTEM-MOTIVOS THRU MANTEM-MOTIVOS-FIM
               END-EVALUATE
           END-PERFORM.

       FINALIZA.

       CLOSE FILE1 CLIENTE-FILE REGRA-FILE RECEBER-FILE MUDANCA-FILE.
       CLOSE MOTIVO-FILE.
       GOBACK.

      * -----------------------------------
           MOVE "A" TO FS-STATUS.
           MOVE ZEROS TO FS-ALUGUEIS-MES.
           MOVE ZEROS TO FS-DATA-INADIMPLENCIA FS-AVISO-NIVEL.
           MOVE ZEROS TO FS-DATA-TRANCAMENTO FS-DATA-RETOMADA.
           ACCEPT FS-DATA-ADESAO FROM DATE YYYYMMDD.
           MOVE ZEROS TO FS-DATA-CANCELAMENTO FS-MOTIVO-CANCEL.
           WRITE FILE1-REC
           INVALID KEY
           MOVE "REGISTRO JA CADASTRADO" TO WS-MSGERRO
      * -----------------------------------
      * A EXCLUSAO NAO REMOVE FISICAMENTE O REGISTRO - SO CANCELA O
      * PLANO, DO MESMO JEITO QUE OS OUTROS CADASTROS DA LOCADORA/LOJA
      * DESLIGAM UM FS-ATIVO EM VEZ DE APAGAR. O MOTIVO (DA LISTA DE
      * MOTIVO_CANCEL.DAT) E A DATA FICAM NO REGISTRO PARA O CHURN.

       EXCLUI.
           MOVE "CANCELAMENTO" TO WS-OP.
               PERFORM MOSTRA-ERRO
               GO EXCLUI-FIM
           END-IF
           PERFORM MOSTRA-MOTIVOS THRU MOSTRA-MOTIVOS-FIM.
           MOVE ZEROS TO WS-MOTIVO-CANCEL.

           EXCLUI-MOTIVO.
           ACCEPT SS-TELA-MOTIVO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO EXCLUI-FIM
           END-IF
           MOVE WS-MOTIVO-CANCEL TO MTC-CODIGO.
           READ MOTIVO-FILE
           INVALID KEY
               MOVE "MOTIVO NAO CADASTRADO - VER OPCAO M DO MENU"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO EXCLUI-MOTIVO
           END-READ.
           IF MTC-ATIVO-NAO
               MOVE "MOTIVO DESATIVADO - ESCOLHA OUTRO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO EXCLUI-MOTIVO
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA O CANCELAMENTO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
               GO EXCLUI-FIM
           END-IF
           MOVE "C" TO FS-STATUS.
           ACCEPT FS-DATA-CANCELAMENTO FROM DATE YYYYMMDD.
           MOVE WS-MOTIVO-CANCEL TO FS-MOTIVO-CANCEL.
           REWRITE FILE1-REC
           INVALID KEY
           MOVE "ERRO AO CANCELAR" TO WS-MSGERRO
           PERFORM MOSTRA-ERRO
           GO EXCLUI-FIM
           END-REWRITE.
           MOVE "CADASTRO_ASSINATURA" TO WS-AUD-PROGRAMA.
           MOVE "CANCELA" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO FS-ID.
       EXCLUI-FIM.

      * -----------------------------------
      * LISTA NA TELA OS MOTIVOS ATIVOS, A PARTIR DA LINHA 18, PARA O
      * OPERADOR ESCOLHER O CODIGO DO CANCELAMENTO

       MOSTRA-MOTIVOS.
           MOVE 18 TO WS-LIN-TELA.
           MOVE ZEROS TO MTC-KEY.
           START MOTIVO-FILE KEY IS NOT LESS THAN MTC-KEY
           INVALID KEY
               GO MOSTRA-MOTIVOS-FIM
           END-START.

           MOSTRA-MOTIVOS-LOOP.
           IF WS-LIN-TELA NOT < WS-NUML
               GO MOSTRA-MOTIVOS-FIM
           END-IF
           READ MOTIVO-FILE NEXT RECORD
           AT END
               GO MOSTRA-MOTIVOS-FIM
           END-READ.
           IF MTC-ATIVO-NAO
               GO MOSTRA-MOTIVOS-LOOP
           END-IF
           DISPLAY MTC-CODIGO AT LINE WS-LIN-TELA COLUMN 12.
           DISPLAY MTC-DESCRICAO AT LINE WS-LIN-TELA COLUMN 16.
           ADD 1 TO WS-LIN-TELA.
           GO MOSTRA-MOTIVOS-LOOP.
       MOSTRA-MOTIVOS-FIM.

      * -----------------------------------
      * PERCORRE O CADASTRO EM SEQUENCIA, DA PRIMEIRA FS-ID A ULTIMA.

           MANTEM-REGRAS-LOOP.
           MOVE SPACES TO PLR-REC.
           MOVE ZEROS TO PLR-ALUGUEIS-MES PLR-SIMULTANEOS.
           MOVE ZEROS TO PLR-TRANC-MAX-DIAS.
           DISPLAY SS-TELA-REGRA.
           ACCEPT SS-RG-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
           INVALID KEY
               MOVE ZEROS TO PLR-ALUGUEIS-MES PLR-SIMULTANEOS
           END-READ.
           IF PLR-TRANC-MAX-DIAS NOT NUMERIC
               MOVE ZEROS TO PLR-TRANC-MAX-DIAS
           END-IF
           ACCEPT SS-RG-DADOS.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO MANTEM-REGRAS-LOOP
           GO MANTEM-REGRAS-LOOP.
       MANTEM-REGRAS-FIM.

      * -----------------------------------
      * MANUTENCAO DA LISTA DE MOTIVOS DE CANCELAMENTO. MOTIVO NAO E
      * APAGADO - SO DESATIVADO - PARA OS CANCELAMENTOS ANTIGOS
      * CONTINUAREM COM DESCRICAO NO RELATORIO DE CHURN.

       MANTEM-MOTIVOS.
           MOVE "MOTIVOS DE CANCELAMENTO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.

           MANTEM-MOTIVOS-LOOP.
           MOVE SPACES TO MTC-REC.
           MOVE ZEROS TO MTC-CODIGO.
           DISPLAY SS-TELA-MTC.
           ACCEPT SS-MTC-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO MANTEM-MOTIVOS-FIM
           END-IF
           IF MTC-CODIGO EQUAL ZEROS
               MOVE "FAVOR INFORMAR O CODIGO DO MOTIVO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO MANTEM-MOTIVOS-LOOP
           END-IF
           READ MOTIVO-FILE
           INVALID KEY
               MOVE SPACES TO MTC-DESCRICAO
               MOVE "S" TO MTC-ATIVO
           END-READ.
           ACCEPT SS-MTC-DADOS.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO MANTEM-MOTIVOS-LOOP
           END-IF
           IF MTC-DESCRICAO EQUAL SPACES
               MOVE "FAVOR INFORMAR A DESCRICAO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO MANTEM-MOTIVOS-LOOP
           END-IF
           IF NOT (MTC-ATIVO-SIM OR MTC-ATIVO-NAO)
               MOVE "ATIVO DEVE SER S OU N" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO MANTEM-MOTIVOS-LOOP
           END-IF
           REWRITE MTC-REC
           INVALID KEY
               WRITE MTC-REC
           END-REWRITE.
           MOVE "MOTIVO GRAVADO - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO MANTEM-MOTIVOS-LOOP.
       MANTEM-MOTIVOS-FIM.

      * -----------------------------------
      * LISTA PADRAO DE MOTIVOS, GRAVADA QUANDO MOTIVO_CANCEL.DAT AINDA
      * NAO EXISTE. O 05 E O DA BAIXA FORCADA DO COBRANCA_AVISOS.

       CARREGA-MOTIVOS.
           MOVE SPACES TO MTC-REC.
           MOVE "S" TO MTC-ATIVO.
           MOVE 01 TO MTC-CODIGO.
           MOVE "PRECO" TO MTC-DESCRICAO.
           WRITE MTC-REC.
           MOVE 02 TO MTC-CODIGO.
           MOVE "MUDOU DE CIDADE/ENDERECO" TO MTC-DESCRICAO.
           WRITE MTC-REC.
           MOVE 03 TO MTC-CODIGO.
           MOVE "TROCOU POR STREAMING" TO MTC-DESCRICAO.
           WRITE MTC-REC.
           MOVE 04 TO MTC-CODIGO.
           MOVE "ACERVO FRACO" TO MTC-DESCRICAO.
           WRITE MTC-REC.
           MOVE 05 TO MTC-CODIGO.
           MOVE "INADIMPLENCIA" TO MTC-DESCRICAO.
           WRITE MTC-REC.

      * -----------------------------------
      * MUDANCA DE PLANO NO MEIO DO CICLO, SEM CANCELAR E RECRIAR:
      * TROCA FS-PLANO/FS-VALOR-MENSAL NO PROPRIO REGISTRO (A ANCORA
           PERFORM MOSTRA-ERRO.
       MUDA-PLANO-FIM.

      * -----------------------------------
      * TRANCAMENTO TEMPORARIO: A ASSINATURA ATIVA PASSA A "T" A
      * PARTIR DA DATA DE INICIO (HOJE OU FUTURA), PELO NUMERO DE DIAS
      * PEDIDO, LIMITADO A PLR-TRANC-MAX-DIAS DO PLANO. ENQUANTO
      * TRANCADA NAO RENOVA, NAO COBRA E NAO ALUGA PELO PLANO; O
      * HISTORICO E A PRIORIDADE DE ASSINANTE CONTINUAM NO REGISTRO.
      * SE A ASSINATURA JA ESTA TRANCADA, OFERECE A RETOMADA ANTECIPADA.

       TRANCA-PLANO.
           MOVE "TRANCAMENTO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO FILE1-REC.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-ASSINATURA THRU LE-ASSINATURA-FIM.
           IF FS-CANCELA
               GO TRANCA-PLANO-FIM
           END-IF
           IF NOT FS-OK
               GO TRANCA-PLANO-FIM
           END-IF
           DISPLAY SS-DADOS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           IF FS-STATUS-TRANCADA
               PERFORM RETOMA-PLANO THRU RETOMA-PLANO-FIM
               GO TRANCA-PLANO-FIM
           END-IF
           IF NOT FS-STATUS-ATIVA
               MOVE "SO ASSINATURA ATIVA PODE SER TRANCADA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TRANCA-PLANO-FIM
           END-IF
           MOVE FS-PLANO TO PLR-PLANO.
           READ REGRA-FILE
           INVALID KEY
               MOVE ZEROS TO PLR-TRANC-MAX-DIAS
           END-READ.
           IF PLR-TRANC-MAX-DIAS NOT NUMERIC
               MOVE ZEROS TO PLR-TRANC-MAX-DIAS
           END-IF
           IF PLR-TRANC-MAX-DIAS EQUAL ZEROS
               MOVE "O PLANO DESTA ASSINATURA NAO PERMITE TRANCAMENTO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TRANCA-PLANO-FIM
           END-IF
           MOVE WS-DATA-HOJE TO WS-TRANC-INICIO.
           MOVE PLR-TRANC-MAX-DIAS TO WS-TRANC-DIAS.

           TRANCA-PLANO-LOOP.
           ACCEPT SS-TELA-TRANCA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO TRANCA-PLANO-FIM
           END-IF
           IF WS-TRANC-INICIO < WS-DATA-HOJE
               MOVE "INICIO DO TRANCAMENTO NAO PODE SER ANTES DE HOJE"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TRANCA-PLANO-LOOP
           END-IF
           IF WS-TRANC-DIAS EQUAL ZEROS
              OR WS-TRANC-DIAS > PLR-TRANC-MAX-DIAS
               MOVE "DIAS TRANCADO DEVE SER DE 1 ATE O MAXIMO DO PLANO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TRANCA-PLANO-LOOP
           END-IF
           COMPUTE WS-TRANC-RETOMADA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TRANC-INICIO)
               + WS-TRANC-DIAS).
           MOVE WS-TRANC-INICIO TO FS-DATA-TRANCAMENTO.
           MOVE WS-TRANC-RETOMADA TO FS-DATA-RETOMADA.
           DISPLAY SS-TELA-RETOMADA.
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA O TRANCAMENTO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO TRANCA-PLANO-FIM
           END-IF
           MOVE "T" TO FS-STATUS.
           REWRITE FILE1-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR TRANCAMENTO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TRANCA-PLANO-FIM
           END-REWRITE.
           MOVE "CADASTRO_ASSINATURA" TO WS-AUD-PROGRAMA.
           MOVE "TRANCA" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO FS-ID.
           MOVE "ASSINATURA TRANCADA - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       TRANCA-PLANO-FIM.

      * -----------------------------------
      * RETOMADA ANTES DO PRAZO: A RENOVACAO ANDA OS DIAS QUE O PLANO
      * FICOU DE FATO TRANCADO (ZERO SE O TRANCAMENTO NEM COMECOU).
      * NA DATA PREVISTA QUEM RETOMA E O COBRANCA_ASSINATURAS.

       RETOMA-PLANO.
           DISPLAY SS-TELA-RETOMADA.
           MOVE "N" TO WS-ERRO.
           MOVE "ASSINATURA TRANCADA - RETOMAR AGORA (S/N)?"
               TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO RETOMA-PLANO-FIM
           END-IF
           MOVE WS-DATA-HOJE TO WS-TRANC-RETOMADA.
           IF WS-TRANC-RETOMADA > FS-DATA-RETOMADA
               MOVE FS-DATA-RETOMADA TO WS-TRANC-RETOMADA
           END-IF
           MOVE ZEROS TO WS-DIAS-TRANCADOS.
           IF WS-TRANC-RETOMADA > FS-DATA-TRANCAMENTO
               COMPUTE WS-DIAS-TRANCADOS =
                   FUNCTION INTEGER-OF-DATE(WS-TRANC-RETOMADA)
                   - FUNCTION INTEGER-OF-DATE(FS-DATA-TRANCAMENTO)
           END-IF
           IF WS-DIAS-TRANCADOS > ZEROS
               COMPUTE FS-DATA-RENOVACAO = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FS-DATA-RENOVACAO)
                   + WS-DIAS-TRANCADOS)
           END-IF
           MOVE WS-TRANC-RETOMADA TO FS-DATA-RETOMADA.
           MOVE "A" TO FS-STATUS.
           REWRITE FILE1-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR RETOMADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO RETOMA-PLANO-FIM
           END-REWRITE.
           MOVE "CADASTRO_ASSINATURA" TO WS-AUD-PROGRAMA.
           MOVE "RETOMA" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO FS-ID.
           DISPLAY SS-DADOS.
           MOVE "ASSINATURA RETOMADA - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       RETOMA-PLANO-FIM.

      * -----------------------------------
      * PERSISTE O PRO-RATA DA MUDANCA: A LINHA DO REGISTRO DE
      * MUDANCAS SAI SEMPRE; PRO-RATA POSITIVO VIRA LANCAMENTO NO
           IF FS-MUDANCA-NAO-EXISTE THEN
               OPEN OUTPUT MUDANCA-FILE
           END-IF.
           OPEN I-O MOTIVO-FILE
           IF FS-MOTIVO-NAO-EXISTE THEN
               OPEN OUTPUT MOTIVO-FILE
               PERFORM CARREGA-MOTIVOS
               CLOSE MOTIVO-FILE
               OPEN I-O MOTIVO-FILE
           END-IF.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
