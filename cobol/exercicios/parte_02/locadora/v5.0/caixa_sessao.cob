      * FECHAMENTO O OPERADOR CONTA A GAVETA AS CEGAS (SEM VER O
      * APURADO) E O SISTEMA COMPARA COM O MOVIMENTO EM DINHEIRO
      * CARIMBADO COM A SESSAO. A OPCAO 3 IMPRIME AS DIFERENCAS POR
      * OPERADOR E TURNO. AS OPCOES 4 E 5 REGISTRAM, COM A SESSAO
      * ABERTA, A SANGRIA (DINHEIRO QUE SAI DA GAVETA PARA O COFRE) E O
      * REFORCO DE TROCO (DO COFRE PARA A GAVETA) EM SANGRIA.DAT, COM
      * VALOR, MOTIVO E O SUPERVISOR QUE AUTORIZOU (ID E SENHA), E
      * EMITEM O COMPROVANTE EM COMPROVANTE_SANGRIA.DAT; O APURADO DO
      * FECHAMENTO JA DESCONTA AS SANGRIAS E SOMA OS REFORCOS.
      *=================================================================
       environment division.
      *=================================================================
           file status is fs-stat-gar
           record key is gar-key.

       select loc-equip-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-leq
           record key is leq-key
           alternate record key is leq-eqp-codigo with duplicates.

       select sinal-mov-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-rsm
           record key is rsm-key.

       select recompra-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-rc
           record key is rc-key.

       select estorno-alug-file
           assign to disk
           organization is line sequential
           file status is fs-stat-dia
           record key is dia-chave.

       select sangria-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-san
           record key is san-key.

       select comprovante-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-cmp.

      *=================================================================
       data division.
      *=================================================================
           02 rcb-saldo            pic 9(05)v99.
           02 filler               pic x(02).
           02 rcb-sessao           pic 9(05).
           02 filler               pic x(02).
           02 rcb-recibo           pic 9(09).
           02 filler               pic x(02).
           02 rcb-tipo             pic x(01).
               88 rcb-estorno              value "E".
           02 filler               pic x(11).

      * LOG DE PARCELAS DE PRORROGACAO (MESMO DESENHO DA LINHA
      * GRAVADA POR ALUGUEL/PRORROGAR)
           02 filler               pic x(19).

       fd relatorio-file value of file-id is "VARIANCIA_CAIXA.dat".
       01 relatorio-linha             pic x(120).


       fd garantia-file value of file-id is "GARANTIA.dat".
       fd caucao-file value of file-id is "CAUCAO.dat".
       copy caucao.

       fd loc-equip-file value of file-id is "LOCACAO_EQUIP.dat".
       copy loc_equip.

       fd sinal-mov-file value of file-id is "RESERVA_SINAL_MOV.dat".
       copy sinal_mov.

       fd recompra-file value of file-id is "RECOMPRA.dat".
       copy recompra.

      * LOG DE ESTORNOS DE ALUGUEL (MESMO DESENHO DA LINHA GRAVADA
      * POR ALUGUEL/ESTORNAR)
       fd estorno-alug-file value of file-id is "ESTORNO_ALUGUEL.dat".
       fd dia-file value of file-id is "DATA_NEGOCIO.dat".
       copy dia_negocio.

       fd sangria-file value of file-id is "SANGRIA.dat".
       copy sangria.

      * COMPROVANTE IMPRIMIVEL DA SANGRIA/REFORCO, ASSINADO PELO
      * OPERADOR E PELO SUPERVISOR (VAI JUNTO COM O DINHEIRO)
       fd comprovante-file
       value of file-id is "COMPROVANTE_SANGRIA.dat".
       01 comprovante-linha           pic x(60).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------
           88 e-abrir                  value is "1".
           88 e-fechar                 value is "2".
           88 e-relatorio              value is "3".
           88 e-sangria                value is "4".
           88 e-reforco                value is "5".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).
           88 fs-cau-nao-existe        value 35.
           88 fs-cau-fim               value 10.

       77 fs-stat-leq          pic 9(02).
           88 fs-leq-nao-existe        value 35.
           88 fs-leq-fim               value 10.

       77 fs-stat-rsm          pic 9(02).
           88 fs-rsm-nao-existe        value 35.
           88 fs-rsm-fim               value 10.

       77 fs-stat-rc           pic 9(02).
           88 fs-rc-nao-existe         value 35.
           88 fs-rc-fim                value 10.

      * PERNAS DO TICKET PARTIDO (FORMA "M") EM PAGAMENTO.DAT
       77 fs-stat-pag          pic 9(02).
           88 fs-pag-ok                value zeros.
       77 ws-apurado           pic 9(07)v99.
       77 ws-diferenca         pic s9(07)v99.

      * SANGRIA / REFORCO DE TROCO NO MEIO DO TURNO
       77 fs-stat-san          pic 9(02).
           88 fs-san-ok                value zeros.
           88 fs-san-nao-existe        value 35.
           88 fs-san-fim               value 10.
       77 fs-stat-cmp          pic 9(02).
           88 fs-cmp-nao-existe        value 35.
       77 ws-tipo-mov          pic x(01).
           88 mov-sangria              value "S".
           88 mov-reforco              value "R".
       77 ws-valor-mov         pic 9(07)v99.
       77 ws-motivo-mov        pic x(30).
       77 ws-supervisor-id     pic 9(03).
       77 ws-supervisor-nome   pic x(40).
       77 ws-senha             pic x(40).
       77 ws-senha-hash        pic x(40).
       77 ws-tot-retirada      pic 9(07)v99.
       77 ws-tot-reforco       pic 9(07)v99.
       77 ws-ultima-seq        pic 9(03).

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).
       77 ws-aud-chave         pic 9(11).
           02 filler               pic x(02) value spaces.
           02 ws-lin-data          pic 9(08).
           02 filler               pic x(02) value spaces.
           02 ws-lin-retirada      pic zzzzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lin-reforco       pic zzzzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lin-declarado     pic zzzzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lin-apurado       pic zzzzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lin-diferenca     pic -zzzzzz9.99.
           02 filler               pic x(17) value spaces.

       01 ws-cabecalho.
           02 filler               pic x(07) value "SESSAO".
           02 filler               pic x(27) value "OPERADOR".
           02 filler               pic x(10) value "DATA".
           02 filler               pic x(12) value "   SANGRIAS".
           02 filler               pic x(12) value "   REFORCOS".
           02 filler               pic x(12) value "  DECLARADO".
           02 filler               pic x(12) value "    APURADO".
           02 filler               pic x(11) value "  DIFERENCA".
           02 filler               pic x(17) value spaces.

      * LINHAS DO COMPROVANTE DE SANGRIA/REFORCO
       01 ws-cmp-titulo.
           02 filler               pic x(24)
                                   value "VIDEO LOCADORA & LOJA - ".
           02 ws-cmp-tipo          pic x(20).
           02 filler               pic x(16) value spaces.

       01 ws-cmp-sessao.
           02 filler               pic x(07) value "SESSAO ".
           02 ws-cmp-sessao-id     pic 9(05).
           02 filler               pic x(05) value " MOV ".
           02 ws-cmp-seq           pic 9(03).
           02 filler               pic x(06) value " DATA ".
           02 ws-cmp-data          pic 9(08).
           02 filler               pic x(06) value " HORA ".
           02 ws-cmp-hora          pic 9(04).
           02 filler               pic x(16) value spaces.

       01 ws-cmp-valor.
           02 filler               pic x(09) value "VALOR R$ ".
           02 ws-cmp-valor-ed      pic zzzzzz9.99.
           02 filler               pic x(41) value spaces.

       01 ws-cmp-motivo.
           02 filler               pic x(08) value "MOTIVO ".
           02 ws-cmp-motivo-tx     pic x(30).
           02 filler               pic x(22) value spaces.

       01 ws-cmp-pessoa.
           02 ws-cmp-papel         pic x(11).
           02 ws-cmp-pessoa-id     pic 9(03).
           02 filler               pic x(01) value space.
           02 ws-cmp-pessoa-nome   pic x(40).
           02 filler               pic x(05) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "caixa_sessao".
           02 ws-spl-arquivo       pic x(30)
               value "VARIANCIA_CAIXA.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

       copy screenio.

           05 LINE 07 COLUMN 15 VALUE "1 - ABRIR SESSAO".
           05 LINE 08 COLUMN 15 VALUE "2 - FECHAR SESSAO (CEGA)".
           05 LINE 09 COLUMN 15 VALUE "3 - RELATORIO DE DIFERENCAS".
           05 LINE 10 COLUMN 15 VALUE "4 - SANGRIA (RETIRADA)".
           05 LINE 11 COLUMN 15 VALUE "5 - REFORCO DE TROCO".
           05 LINE 12 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 14 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 14 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-ABERTURA.
           05 SS-AB-CHAVE FOREGROUND-COLOR 2.
               10 LINE 11 COLUMN 10 VALUE "DINHEIRO CONTADO NA GAVETA:".
               10 COLUMN PLUS 2 PIC 9(07)V99 USING SES-VALOR-DECLARADO.

       01 SS-TELA-MOVIMENTO.
           05 SS-MV-SESSAO FOREGROUND-COLOR 2.
               10 LINE 08 COLUMN 10 VALUE "SESSAO ABERTA:".
               10 COLUMN PLUS 2 PIC 9(05) FROM SES-ID.
               10 LINE 09 COLUMN 10 VALUE "OPERADOR (ID):".
               10 COLUMN PLUS 2 PIC 9(03) FROM SES-OPERADOR-ID.
           05 SS-MV-DADOS.
               10 LINE 11 COLUMN 10 VALUE "VALOR:".
               10 COLUMN PLUS 2 PIC 9(07)V99 USING WS-VALOR-MOV.
               10 LINE 12 COLUMN 10 VALUE "MOTIVO:".
               10 COLUMN PLUS 2 PIC X(30) USING WS-MOTIVO-MOV.
               10 LINE 13 COLUMN 10 VALUE "SUPERVISOR (ID):".
               10 COLUMN PLUS 2 PIC 9(03) USING WS-SUPERVISOR-ID.
               10 LINE 14 COLUMN 10 VALUE "SENHA DO SUPERVISOR:".
               10 COLUMN PLUS 2 PIC X(40) USING WS-SENHA.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
                       PERFORM FECHA-SESSAO THRU FECHA-SESSAO-FIM
                   WHEN E-RELATORIO
                       PERFORM RELATORIO THRU RELATORIO-FIM
                   WHEN E-SANGRIA
                       MOVE "S" TO WS-TIPO-MOV
                       PERFORM MOVIMENTA-GAVETA
                           THRU MOVIMENTA-GAVETA-FIM
                   WHEN E-REFORCO
                       MOVE "R" TO WS-TIPO-MOV
                       PERFORM MOVIMENTA-GAVETA
                           THRU MOVIMENTA-GAVETA-FIM
               END-EVALUATE
           END-PERFORM.

       FINALIZA.

       CLOSE SESSAO-FILE FUNCIONARIO-FILE SANGRIA-FILE.
       IF NOT FS-ALUGUEL-NAO-EXISTE
           CLOSE ALUGUEL-FILE
       END-IF.
      * DE DEVOLUCOES FEITAS NELA (SO AS QUE FORAM PAGAS NA HORA - A
      * MULTA QUE FOI PARA O CONTAS A RECEBER NAO ENTROU NA GAVETA)
      * + VENDAS EM DINHEIRO DELA + RECEBIMENTOS DO CONTAS A RECEBER
      * E CARGAS DE VALE CARIMBADOS COM A SESSAO, MENOS AS SANGRIAS E
      * MAIS OS REFORCOS DE TROCO FEITOS NELA

       APURA-SESSAO.
           MOVE SES-FUNDO-INICIAL TO WS-APURADO.
               THRU ABATE-ESTORNO-ALUGUEL-FIM.
           PERFORM APURA-GARANTIA THRU APURA-GARANTIA-FIM.
           PERFORM APURA-CAUCAO THRU APURA-CAUCAO-FIM.
           PERFORM APURA-EQUIPAMENTO THRU APURA-EQUIPAMENTO-FIM.
           PERFORM APURA-SINAL THRU APURA-SINAL-FIM.
           PERFORM APURA-RECOMPRA THRU APURA-RECOMPRA-FIM.
           PERFORM SOMA-SANGRIAS THRU SOMA-SANGRIAS-FIM.
           COMPUTE WS-APURADO =
               WS-APURADO + WS-TOT-REFORCO - WS-TOT-RETIRADA.
           MOVE WS-APURADO TO SES-VALOR-APURADO.
       APURA-SESSAO-FIM.


      * -----------------------------------
      * SOMA OS RECEBIMENTOS DO CONTAS A RECEBER CARIMBADOS COM ESTA
      * SESSAO (LOG RECIBO_RECEBER.DAT) E ABATE OS QUE FORAM
      * ESTORNADOS (LINHA "E", CARIMBADA COM A SESSAO DO RECEBIMENTO)

       APURA-RECEBER.
           OPEN INPUT RECIBO-RECEBER-FILE.
               GO APURA-RECEBER-FIM
           END-READ.
           IF RCB-SESSAO NUMERIC AND RCB-SESSAO EQUAL SES-ID
               IF RCB-ESTORNO
                   SUBTRACT RCB-VALOR FROM WS-APURADO
               ELSE
                   ADD RCB-VALOR TO WS-APURADO
               END-IF
           END-IF
           GO APURA-RECEBER-LOOP.
       APURA-RECEBER-FIM.
           GO APURA-CAUCAO-LOOP.
       APURA-CAUCAO-FIM.

      * -----------------------------------
      * LOCACAO DE EQUIPAMENTO NA GAVETA (LOCACAO_EQUIP.DAT): NA
      * SESSAO DA SAIDA ENTRAM A DIARIA PAGA EM DINHEIRO E A CAUCAO
      * (SEMPRE EM DINHEIRO); NA SESSAO DA DEVOLUCAO SAI O SALDO DA
      * CAUCAO DEVOLVIDO E ENTRA O COBRADO ALEM DELA EM DINHEIRO

       APURA-EQUIPAMENTO.
           OPEN INPUT LOC-EQUIP-FILE.
           IF FS-LEQ-NAO-EXISTE
               GO APURA-EQUIPAMENTO-FIM
           END-IF
           MOVE ZEROS TO LEQ-KEY.
           MOVE ZEROS TO FS-STAT-LEQ.
           START LOC-EQUIP-FILE KEY IS NOT LESS THAN LEQ-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-LEQ
           END-START.

           APURA-EQUIPAMENTO-LOOP.
           IF FS-LEQ-FIM
               MOVE ZEROS TO FS-STAT-LEQ
               CLOSE LOC-EQUIP-FILE
               GO APURA-EQUIPAMENTO-FIM
           END-IF
           READ LOC-EQUIP-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-LEQ
               GO APURA-EQUIPAMENTO-LOOP
           END-READ.
           IF LEQ-SESSAO-ID EQUAL SES-ID
               ADD LEQ-CAUCAO TO WS-APURADO
               IF LEQ-FORMA-PAGTO = "D"
                   ADD LEQ-VALOR TO WS-APURADO
               END-IF
           END-IF
           IF LEQ-DEVOLVIDO AND LEQ-SESSAO-DEV EQUAL SES-ID
               SUBTRACT LEQ-CAUCAO-DEVOLVIDA FROM WS-APURADO
               IF LEQ-FORMA-DEV = "D"
                   ADD LEQ-VALOR-COBRADO TO WS-APURADO
               END-IF
           END-IF
           GO APURA-EQUIPAMENTO-LOOP.
       APURA-EQUIPAMENTO-FIM.

      * -----------------------------------
      * RESERVA COM SINAL (RESERVA_SINAL_MOV.DAT): SINAL E PARCELA
      * PAGOS EM DINHEIRO NA SESSAO ENTRAM NA GAVETA; SINAL DEVOLVIDO
      * EM DINHEIRO SAI. O CREDITO EM VALE NAO PASSA PELA GAVETA

       APURA-SINAL.
           OPEN INPUT SINAL-MOV-FILE.
           IF FS-RSM-NAO-EXISTE
               GO APURA-SINAL-FIM
           END-IF
           MOVE ZEROS TO RSM-KEY.
           MOVE ZEROS TO FS-STAT-RSM.
           START SINAL-MOV-FILE KEY IS NOT LESS THAN RSM-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-RSM
           END-START.

           APURA-SINAL-LOOP.
           IF FS-RSM-FIM
               MOVE ZEROS TO FS-STAT-RSM
               CLOSE SINAL-MOV-FILE
               GO APURA-SINAL-FIM
           END-IF
           READ SINAL-MOV-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-RSM
               GO APURA-SINAL-LOOP
           END-READ.
           IF RSM-SESSAO-ID NOT EQUAL SES-ID
               OR NOT RSM-DINHEIRO
               GO APURA-SINAL-LOOP
           END-IF
           IF RSM-SINAL OR RSM-PARCELA
               ADD RSM-VALOR TO WS-APURADO
           END-IF
           IF RSM-DEVOLUCAO
               SUBTRACT RSM-VALOR FROM WS-APURADO
           END-IF
           GO APURA-SINAL-LOOP.
       APURA-SINAL-FIM.

      * -----------------------------------
      * DISCO USADO COMPRADO DE CLIENTE (RECOMPRA.DAT) E PAGO EM
      * DINHEIRO NA SESSAO: A OFERTA SAIU DA GAVETA. A RECOMPRA PAGA
      * EM VALE NAO PASSA PELA GAVETA

       APURA-RECOMPRA.
           OPEN INPUT RECOMPRA-FILE.
           IF FS-RC-NAO-EXISTE
               GO APURA-RECOMPRA-FIM
           END-IF
           MOVE ZEROS TO RC-KEY.
           MOVE ZEROS TO FS-STAT-RC.
           START RECOMPRA-FILE KEY IS NOT LESS THAN RC-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-RC
           END-START.

           APURA-RECOMPRA-LOOP.
           IF FS-RC-FIM
               MOVE ZEROS TO FS-STAT-RC
               CLOSE RECOMPRA-FILE
               GO APURA-RECOMPRA-FIM
           END-IF
           READ RECOMPRA-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-RC
               GO APURA-RECOMPRA-LOOP
           END-READ.
           IF RC-SESSAO-ID EQUAL SES-ID AND RC-EM-DINHEIRO
               SUBTRACT RC-VALOR-OFERTA FROM WS-APURADO
           END-IF
           GO APURA-RECOMPRA-LOOP.
       APURA-RECOMPRA-FIM.

      * -----------------------------------
      * RELATORIO DE DIFERENCAS POR OPERADOR E TURNO (SESSOES
      * FECHADAS): DECLARADO X APURADO
           MOVE "GERANDO RELATORIO" TO WS-STATUS.
           DISPLAY SS-CLS.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE WS-CABECALHO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE ZEROS TO SES-KEY.
           MOVE ZEROS TO FS-STAT.
           START SESSAO-FILE KEY IS NOT LESS THAN SES-KEY
           IF FS-FIM
               MOVE ZEROS TO FS-STAT
               CLOSE RELATORIO-FILE
               CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
                   WS-SPL-ARQUIVO WS-SPL-FILIAL
               MOVE "RELATORIO GERADO - PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO RELATORIO-FIM
           END-READ.
           MOVE FUN-NOME TO WS-LIN-OPERADOR.
           MOVE SES-DATA-ABERT TO WS-LIN-DATA.
           PERFORM SOMA-SANGRIAS THRU SOMA-SANGRIAS-FIM.
           MOVE WS-TOT-RETIRADA TO WS-LIN-RETIRADA.
           MOVE WS-TOT-REFORCO TO WS-LIN-REFORCO.
           MOVE SES-VALOR-DECLARADO TO WS-LIN-DECLARADO.
           MOVE SES-VALOR-APURADO TO WS-LIN-APURADO.
           COMPUTE WS-DIFERENCA =
           GO RELATORIO-LOOP.
       RELATORIO-FIM.

      * -----------------------------------
      * SANGRIA (WS-TIPO-MOV "S") OU REFORCO DE TROCO ("R") NA SESSAO
      * ABERTA. O SUPERVISOR AUTORIZA COM ID E SENHA E NAO PODE SER O
      * PROPRIO OPERADOR DA GAVETA; A SANGRIA NAO PODE PASSAR DO
      * DINHEIRO QUE O SISTEMA APURA NA GAVETA NAQUELE MOMENTO.

       MOVIMENTA-GAVETA.
           IF MOV-SANGRIA
               MOVE "SANGRIA DA GAVETA" TO WS-OP
           ELSE
               MOVE "REFORCO DE TROCO" TO WS-OP
           END-IF
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           PERFORM BUSCA-SESSAO-ABERTA THRU BUSCA-SESSAO-ABERTA-FIM.
           IF NOT TEM-SESSAO-ABERTA
               MOVE "NENHUMA SESSAO ABERTA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO MOVIMENTA-GAVETA-FIM
           END-IF
           MOVE WS-SESSAO-ABERTA-ID TO SES-ID.
           READ SESSAO-FILE
           INVALID KEY
               MOVE "SESSAO NAO ENCONTRADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO MOVIMENTA-GAVETA-FIM
           END-READ.
           MOVE ZEROS TO WS-VALOR-MOV WS-SUPERVISOR-ID.
           MOVE SPACES TO WS-MOTIVO-MOV.
           DISPLAY SS-TELA-MOVIMENTO.

           MOVIMENTA-GAVETA-LOOP.
           MOVE SPACES TO WS-SENHA.
           ACCEPT SS-MV-DADOS.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO MOVIMENTA-GAVETA-FIM
           END-IF
           IF WS-VALOR-MOV EQUAL ZEROS OR WS-MOTIVO-MOV EQUAL SPACES
               MOVE "INFORME O VALOR E O MOTIVO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO MOVIMENTA-GAVETA-LOOP
           END-IF
           IF WS-SUPERVISOR-ID EQUAL SES-OPERADOR-ID
               MOVE "O SUPERVISOR NAO PODE SER O OPERADOR DA GAVETA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO MOVIMENTA-GAVETA-LOOP
           END-IF
           MOVE WS-SUPERVISOR-ID TO FUN-ID.
           READ FUNCIONARIO-FILE
           INVALID KEY
               MOVE "SUPERVISOR NAO CADASTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO MOVIMENTA-GAVETA-LOOP
           END-READ.
           IF NOT FUN-E-ADMIN
               MOVE "OPERADOR INFORMADO NAO E SUPERVISOR" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO MOVIMENTA-GAVETA-LOOP
           END-IF
           IF FUN-ATIVO-NAO OR FUN-TRAVADO
               MOVE "SUPERVISOR DESATIVADO OU BLOQUEADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO MOVIMENTA-GAVETA-LOOP
           END-IF
           CALL "HASH-SENHA" USING WS-SENHA, WS-SENHA-HASH.
           IF FUN-SENHA NOT EQUAL WS-SENHA-HASH
               MOVE "SENHA DO SUPERVISOR NAO CONFERE" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO MOVIMENTA-GAVETA-LOOP
           END-IF
           MOVE FUN-NOME TO WS-SUPERVISOR-NOME.
           IF MOV-SANGRIA
               PERFORM APURA-SESSAO THRU APURA-SESSAO-FIM
               IF WS-VALOR-MOV > WS-APURADO
                   MOVE "SANGRIA MAIOR QUE O DINHEIRO NA GAVETA"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO MOVIMENTA-GAVETA-LOOP
               END-IF
           END-IF
           MOVE "N" TO WS-ERRO.
           IF MOV-SANGRIA
               MOVE "CONFIRMA A SANGRIA (S/N)?" TO WS-MSGERRO
           ELSE
               MOVE "CONFIRMA O REFORCO DE TROCO (S/N)?" TO WS-MSGERRO
           END-IF
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO MOVIMENTA-GAVETA-FIM
           END-IF
           PERFORM SOMA-SANGRIAS THRU SOMA-SANGRIAS-FIM.
           IF WS-ULTIMA-SEQ NOT < 999
               MOVE "LIMITE DE MOVIMENTOS DA SESSAO ATINGIDO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO MOVIMENTA-GAVETA-FIM
           END-IF
           MOVE SPACES TO SAN-REC.
           MOVE SES-ID TO SAN-SESSAO-ID.
           COMPUTE SAN-SEQ = WS-ULTIMA-SEQ + 1.
           MOVE WS-TIPO-MOV TO SAN-TIPO.
           MOVE WS-VALOR-MOV TO SAN-VALOR.
           MOVE WS-MOTIVO-MOV TO SAN-MOTIVO.
           MOVE SES-OPERADOR-ID TO SAN-OPERADOR-ID.
           MOVE WS-SUPERVISOR-ID TO SAN-SUPERVISOR.
           MOVE WS-DATA-NEGOCIO TO SAN-DATA.
           ACCEPT SAN-HORA FROM TIME.
           WRITE SAN-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR O MOVIMENTO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO MOVIMENTA-GAVETA-FIM
           END-WRITE.
           MOVE "CAIXA_SESSAO" TO WS-AUD-PROGRAMA.
           IF MOV-SANGRIA
               MOVE "SANGRIA" TO WS-AUD-OPERACAO
           ELSE
               MOVE "REFORCO" TO WS-AUD-OPERACAO
           END-IF
           COMPUTE WS-AUD-CHAVE = SAN-SESSAO-ID * 1000 + SAN-SEQ.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           PERFORM IMPRIME-COMPROVANTE THRU IMPRIME-COMPROVANTE-FIM.
           MOVE "MOVIMENTO REGISTRADO - RETIRE O COMPROVANTE"
               TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       MOVIMENTA-GAVETA-FIM.

      * -----------------------------------
      * TOTAIS DE SANGRIA E DE REFORCO DA SESSAO EM SES-ID E O ULTIMO
      * NUMERO DE MOVIMENTO USADO NELA (SANGRIA.DAT)

       SOMA-SANGRIAS.
           MOVE ZEROS TO WS-TOT-RETIRADA WS-TOT-REFORCO WS-ULTIMA-SEQ.
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
           MOVE SAN-SEQ TO WS-ULTIMA-SEQ.
           IF SAN-RETIRADA
               ADD SAN-VALOR TO WS-TOT-RETIRADA
           ELSE
               ADD SAN-VALOR TO WS-TOT-REFORCO
           END-IF
           GO SOMA-SANGRIAS-LOOP.
       SOMA-SANGRIAS-FIM.

      * -----------------------------------
      * ANEXA O COMPROVANTE DO MOVIMENTO CORRENTE (SAN-REC) COM AS
      * LINHAS DE ASSINATURA DO OPERADOR E DO SUPERVISOR

       IMPRIME-COMPROVANTE.
           OPEN EXTEND COMPROVANTE-FILE.
           IF FS-CMP-NAO-EXISTE
               OPEN OUTPUT COMPROVANTE-FILE
           END-IF.
           MOVE "============================================="
               TO COMPROVANTE-LINHA.
           WRITE COMPROVANTE-LINHA.
           IF SAN-RETIRADA
               MOVE "SANGRIA DE CAIXA" TO WS-CMP-TIPO
           ELSE
               MOVE "REFORCO DE TROCO" TO WS-CMP-TIPO
           END-IF
           MOVE WS-CMP-TITULO TO COMPROVANTE-LINHA.
           WRITE COMPROVANTE-LINHA.
           MOVE SAN-SESSAO-ID TO WS-CMP-SESSAO-ID.
           MOVE SAN-SEQ TO WS-CMP-SEQ.
           MOVE SAN-DATA TO WS-CMP-DATA.
           MOVE SAN-HORA(1:4) TO WS-CMP-HORA.
           MOVE WS-CMP-SESSAO TO COMPROVANTE-LINHA.
           WRITE COMPROVANTE-LINHA.
           MOVE SAN-VALOR TO WS-CMP-VALOR-ED.
           MOVE WS-CMP-VALOR TO COMPROVANTE-LINHA.
           WRITE COMPROVANTE-LINHA.
           MOVE SAN-MOTIVO TO WS-CMP-MOTIVO-TX.
           MOVE WS-CMP-MOTIVO TO COMPROVANTE-LINHA.
           WRITE COMPROVANTE-LINHA.
           MOVE SAN-OPERADOR-ID TO FUN-ID.
           READ FUNCIONARIO-FILE
           INVALID KEY
               MOVE SPACES TO FUN-NOME
           END-READ.
           MOVE "OPERADOR   " TO WS-CMP-PAPEL.
           MOVE SAN-OPERADOR-ID TO WS-CMP-PESSOA-ID.
           MOVE FUN-NOME TO WS-CMP-PESSOA-NOME.
           MOVE WS-CMP-PESSOA TO COMPROVANTE-LINHA.
           WRITE COMPROVANTE-LINHA.
           MOVE "SUPERVISOR " TO WS-CMP-PAPEL.
           MOVE SAN-SUPERVISOR TO WS-CMP-PESSOA-ID.
           MOVE WS-SUPERVISOR-NOME TO WS-CMP-PESSOA-NOME.
           MOVE WS-CMP-PESSOA TO COMPROVANTE-LINHA.
           WRITE COMPROVANTE-LINHA.
           MOVE SPACES TO COMPROVANTE-LINHA.
           WRITE COMPROVANTE-LINHA.
           MOVE "ASS. OPERADOR...: ____________________________"
               TO COMPROVANTE-LINHA.
           WRITE COMPROVANTE-LINHA.
           MOVE "ASS. SUPERVISOR.: ____________________________"
               TO COMPROVANTE-LINHA.
           WRITE COMPROVANTE-LINHA.
           MOVE "============================================="
               TO COMPROVANTE-LINHA.
           WRITE COMPROVANTE-LINHA.
           CLOSE COMPROVANTE-FILE.
       IMPRIME-COMPROVANTE-FIM.


      * -----------------------------------
      * CARREGA A DATA DE NEGOCIO (DATA_NEGOCIO.DAT) PARA O CARIMBO
           OPEN INPUT VENDA-FILE.
           OPEN INPUT RECEBER-FILE.
           OPEN INPUT PAGAMENTO-FILE.
           OPEN I-O SANGRIA-FILE
           IF FS-SAN-NAO-EXISTE THEN
               OPEN OUTPUT SANGRIA-FILE
               CLOSE SANGRIA-FILE
               OPEN I-O SANGRIA-FILE
           END-IF.
           PERFORM CARREGA-DIA-NEGOCIO.

      * -----------------------------------
