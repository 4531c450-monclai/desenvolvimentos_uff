      *=================================================================
      * CONTROLE DE DEPOSITOS BANCARIOS (DEPOSITO.DAT). FECHA O LACO
      * DO DINHEIRO: CADA SESSAO DE GAVETA FECHADA VIRA UM DEPOSITO
      * NUMERADO (SES-VALOR-APURADO MENOS O FUNDO DE TROCO, MAIS AS
      * SANGRIAS DO TURNO, QUE ESTAO NO COFRE, E MENOS OS REFORCOS DE
      * TROCO, QUE VOLTAM PARA A RESERVA DO COFRE), O ENVIO
      * DO ENVELOPE AO BANCO E A CONFIRMACAO CONTRA A LINHA DO
      * EXTRATO SAO REGISTRADOS, E O RELATORIO MOSTRA O DINHEIRO NO
      * COFRE, OS DEPOSITOS EM TRANSITO E OS QUE O BANCO NUNCA
           access mode is sequential
           file status is fs-stat-rel.

       select sangria-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-san
           record key is san-key.

      *=================================================================
       data division.
      *=================================================================
       fd relatorio-file value of file-id is "DEPOSITOS_REL.dat".
       01 relatorio-linha             pic x(100).

       fd sangria-file value of file-id is "SANGRIA.dat".
       copy sangria.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-rel          pic 9(02).

       77 fs-stat-san          pic 9(02).
           88 fs-san-ok                value zeros.
           88 fs-san-nao-existe        value 35.

       77 ws-data-hoje         pic 9(08).
       77 ws-proximo-deposito  pic 9(07).
       77 ws-sessao-exame      pic 9(05).
       77 ws-ja-depositada     pic x(01).
           88 sessao-ja-depositada     value "S".
       77 ws-valor-envelope    pic s9(07)v99.
       77 ws-tot-retirada      pic 9(07)v99.
       77 ws-tot-reforco       pic 9(07)v99.
       77 ws-gerados           pic 9(05).

       77 ws-tot-cofre         pic 9(09)v99.
           02 ws-ltt-valor         pic zzzzzzz9.99.
           02 filler               pic x(57) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "controle_deposito".
           02 ws-spl-arquivo       pic x(30)
               value "DEPOSITOS_REL.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

       copy screenio.

      *-----------------------------------------------------------------
       FINALIZA.

       CLOSE DEPOSITO-FILE SESSAO-FILE.
       IF NOT FS-SAN-NAO-EXISTE
           CLOSE SANGRIA-FILE
       END-IF.
       GOBACK.

      * -----------------------------------
      * VARRE AS SESSOES FECHADAS QUE AINDA NAO VIRARAM DEPOSITO E
      * ABRE UM ENVELOPE NUMERADO PARA CADA UMA (APURADO MENOS O
      * FUNDO DE TROCO, QUE FICA NA GAVETA DO DIA SEGUINTE, MAIS AS
      * SANGRIAS RECOLHIDAS AO COFRE E MENOS OS REFORCOS QUE SAIRAM
      * DELE - O ENVELOPE E A VENDA LIQUIDA EM DINHEIRO DO TURNO)

       GERA-DEPOSITOS.
           MOVE "GERACAO DE DEPOSITOS" TO WS-OP.
           IF SESSAO-JA-DEPOSITADA
               GO GERA-DEPOSITOS-LOOP
           END-IF
           PERFORM SOMA-SANGRIAS THRU SOMA-SANGRIAS-FIM.
           COMPUTE WS-VALOR-ENVELOPE =
               SES-VALOR-APURADO - SES-FUNDO-INICIAL
               + WS-TOT-RETIRADA - WS-TOT-REFORCO.
           IF WS-VALOR-ENVELOPE NOT > ZEROS
               GO GERA-DEPOSITOS-LOOP
           END-IF
           GO GERA-DEPOSITOS-LOOP.
       GERA-DEPOSITOS-FIM.

      * -----------------------------------
      * TOTAIS DE SANGRIA E DE REFORCO DA SESSAO EM SES-ID
      * (SANGRIA.DAT, GRAVADO POR CAIXA_SESSAO)

       SOMA-SANGRIAS.
           MOVE ZEROS TO WS-TOT-RETIRADA WS-TOT-REFORCO.
           IF NOT FS-SAN-OK
               GO SOMA-SANGRIAS-FIM
           END-IF
           MOVE SES-ID TO SAN-SESSAO-ID.
           MOVE ZEROS TO SAN-SEQ.
           START SANGRIA-FILE KEY IS NOT LESS THAN SAN-KEY
           INVALID KEY
               MOVE ZEROS TO FS-STAT-SAN
               GO SOMA-SANGRIAS-FIM
           END-START.

           SOMA-SANGRIAS-LOOP.
           READ SANGRIA-FILE NEXT RECORD
           AT END
               MOVE ZEROS TO FS-STAT-SAN
               GO SOMA-SANGRIAS-FIM
           END-READ.
           IF SAN-SESSAO-ID NOT EQUAL SES-ID
               GO SOMA-SANGRIAS-FIM
           END-IF
           IF SAN-RETIRADA
               ADD SAN-VALOR TO WS-TOT-RETIRADA
           ELSE
               ADD SAN-VALOR TO WS-TOT-REFORCO
           END-IF
           GO SOMA-SANGRIAS-LOOP.
       SOMA-SANGRIAS-FIM.

      * -----------------------------------
      * MAIOR NUMERO DE DEPOSITO JA USADO + 1

           MOVE WS-TOT-SEM-CREDITO TO WS-LTT-VALOR.
           PERFORM GRAVA-TOTAL.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           MOVE "RELATORIO GERADO - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       RELATORIO-FIM.
               CLOSE SESSAO-FILE
               OPEN I-O SESSAO-FILE
           END-IF.
           OPEN INPUT SANGRIA-FILE.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
