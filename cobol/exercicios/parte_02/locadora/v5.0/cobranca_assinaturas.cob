      * E RECUSADA E O PLANO FICA MARCADO INADIMPLENTE ATE SER
      * REGULARIZADO. SEM UM AGENDADOR DE JOBS NESTE REPOSITORIO, ESTE
      * BATCH E PARA RODAR NO INICIO DO EXPEDIENTE DE CADA MES.
      * PLANO TRANCADO ("T") NAO RENOVA DURANTE A PAUSA; NA DATA DE
      * RETOMADA VOLTA A ATIVO COM A RENOVACAO ADIADA PELOS DIAS
      * TRANCADOS, E SO ENTAO SEGUE A COBRANCA NORMAL.
      * CADA RENOVACAO COBRADA (APROVADA OU RECUSADA) GANHA UM BOLETO
      * PELA SUBROTINA REGISTRA-BOLETO, UM SO POR PLANO E DATA DE
      * RENOVACAO; PAGO O BOLETO DA RENOVACAO RECUSADA, O PASSO
      * NOTURNO COBRANCA_BANCARIA TIRA O PLANO DA INADIMPLENCIA.
      *=================================================================
       environment division.
      *=================================================================
       77 ws-data-int          pic 9(09) comp.
       77 ws-total-cobrados    pic 9(05) value zeros.
       77 ws-total-recusados   pic 9(05) value zeros.
       77 ws-total-trancados   pic 9(05) value zeros.
       77 ws-total-retomados   pic 9(05) value zeros.
       77 ws-dias-trancados    pic s9(05).

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).

      * PARAMETROS DA SUBROTINA REGISTRA-BOLETO
       77 ws-bol-operacao      pic x(01) value "E".
       77 ws-bol-tipo          pic x(01) value "A".
       77 ws-bol-referencia    pic 9(08).
       77 ws-bol-valor         pic 9(07)v99.
       77 ws-bol-nosso-numero  pic 9(11).
       77 ws-bol-resultado     pic x(01).

       01 ws-linha.
           02 ws-lin-cliente       pic x(40).
           02 filler               pic x(02) value spaces.
           02 ws-lin-situacao      pic x(20).
           02 filler               pic x(09) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "cobranca_assinaturas".
           02 ws-spl-arquivo       pic x(30)
               value "COBRANCA_ASSINATURAS.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
               UNTIL FS-FIM.
           DISPLAY "ASSINATURAS COBRADAS: " WS-TOTAL-COBRADOS.
           DISPLAY "ASSINATURAS RECUSADAS: " WS-TOTAL-RECUSADOS.
           DISPLAY "ASSINATURAS RETOMADAS: " WS-TOTAL-RETOMADOS.
           DISPLAY "ASSINATURAS TRANCADAS: " WS-TOTAL-TRANCADOS.
           PERFORM FINALIZA.
           GOBACK.

               MOVE 10 TO FS-STAT
               GO PROCESSA-ASSINATURA-FIM
           END-READ.
           IF FS-STATUS-TRANCADA
               IF FS-DATA-RETOMADA NOT > WS-DATA-HOJE
                   PERFORM RETOMA-TRANCAMENTO
               ELSE
                   IF FS-DATA-TRANCAMENTO NOT > WS-DATA-HOJE
                       ADD 1 TO WS-TOTAL-TRANCADOS
                       GO PROCESSA-ASSINATURA-FIM
                   END-IF
               END-IF
           END-IF
           IF NOT (FS-STATUS-ATIVA OR FS-STATUS-INADIMPLENTE
                   OR FS-STATUS-TRANCADA)
               GO PROCESSA-ASSINATURA-FIM
           END-IF
           IF FS-DATA-RENOVACAO > WS-DATA-HOJE
               GO PROCESSA-ASSINATURA-FIM
           END-IF

           PERFORM LE-CLIENTE.

           IF FS-CREDITO-TRAVADO OR FS-ATIVO-NAO
               PERFORM RECUSA-RENOVACAO
      * JEITO QUE ALUGUEL.COB SOMA O PRAZO PADRAO A DATA DO ALUGUEL.

       APROVA-RENOVACAO.
           PERFORM EMITE-BOLETO.
           COMPUTE WS-DATA-INT =
               FUNCTION INTEGER-OF-DATE(FS-DATA-RENOVACAO) + 30.
           COMPUTE FS-DATA-RENOVACAO =
               FUNCTION DATE-OF-INTEGER(WS-DATA-INT).
      * TRANCAMENTO AGENDADO PARA DEPOIS DA RENOVACAO CONTINUA VALENDO
           IF NOT FS-STATUS-TRANCADA
               MOVE "A" TO FS-STATUS
           END-IF
      * NOVO CICLO DE COBRANCA ZERA A COTA MENSAL DE ALUGUEIS DO PLANO
           MOVE ZEROS TO FS-ALUGUEIS-MES.
           MOVE "RENOVADA" TO WS-LIN-SITUACAO.
      * BATCH ATE O CREDITO SER REGULARIZADO.

       RECUSA-RENOVACAO.
           PERFORM EMITE-BOLETO.
           IF NOT FS-STATUS-INADIMPLENTE
               MOVE WS-DATA-HOJE TO FS-DATA-INADIMPLENCIA
               MOVE ZEROS TO FS-AVISO-NIVEL
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO FS-ID.

      * -----------------------------------
      * FIM DO TRANCAMENTO: A DATA DE RENOVACAO ANDA OS DIAS EM QUE O
      * PLANO FICOU TRANCADO E A ASSINATURA VOLTA A ATIVA. SE A NOVA
      * RENOVACAO JA VENCEU, A COBRANCA SEGUE NESTA MESMA RODADA.

       RETOMA-TRANCAMENTO.
           COMPUTE WS-DIAS-TRANCADOS =
               FUNCTION INTEGER-OF-DATE(FS-DATA-RETOMADA)
               - FUNCTION INTEGER-OF-DATE(FS-DATA-TRANCAMENTO).
           IF WS-DIAS-TRANCADOS > ZEROS
               COMPUTE WS-DATA-INT =
                   FUNCTION INTEGER-OF-DATE(FS-DATA-RENOVACAO)
                   + WS-DIAS-TRANCADOS
               COMPUTE FS-DATA-RENOVACAO =
                   FUNCTION DATE-OF-INTEGER(WS-DATA-INT)
           END-IF
           MOVE "A" TO FS-STATUS.
           PERFORM LE-CLIENTE.
           MOVE "RETOMADA" TO WS-LIN-SITUACAO.
           PERFORM GRAVA-LINHA.
           ADD 1 TO WS-TOTAL-RETOMADOS.
           REWRITE FILE1-REC.
           MOVE "cobranca_assinaturas" TO WS-AUD-PROGRAMA.
           MOVE "RETOMADA" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO FS-ID.

      * -----------------------------------
      * BOLETO DA MENSALIDADE DA RENOVACAO QUE VENCEU (A DATA AINDA
      * NAO ANDOU); A RENOVACAO RECUSADA QUE VOLTA NO PROXIMO BATCH
      * REAPROVEITA O BOLETO JA EMITIDO

       EMITE-BOLETO.
           MOVE FS-DATA-RENOVACAO TO WS-BOL-REFERENCIA.
           MOVE FS-VALOR-MENSAL TO WS-BOL-VALOR.
           CALL "REGISTRA-BOLETO" USING WS-BOL-OPERACAO WS-BOL-TIPO
               FS-ID WS-BOL-REFERENCIA FS-CLIENTE-ID WS-BOL-VALOR
               WS-BOL-NOSSO-NUMERO WS-BOL-RESULTADO.

      * -----------------------------------
      * LE O CLIENTE DO PLANO; SEM CADASTRO CONTA COMO BLOQUEADO

       LE-CLIENTE.
           MOVE FS-CLIENTE-ID TO CLI-ID
           READ CLIENTE-FILE
           INVALID KEY
               MOVE SPACES TO CLI-NOME
               MOVE "S" TO FS-CREDITO-BLOQUEADO
           END-READ.

      * -----------------------------------
      * MONTA E GRAVA UMA LINHA DO RELATORIO DE COBRANCA

       FINALIZA.
           IF NOT FS-NAO-EXISTE
               CLOSE ASSINATURA-FILE CLIENTE-FILE RELATORIO-FILE
               CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
                   WS-SPL-ARQUIVO WS-SPL-FILIAL
           END-IF.
