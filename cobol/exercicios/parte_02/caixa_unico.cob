      * COM O MESMO NUMERO DE TICKET (AL-TICKET/VD-TICKET), ENTAO OS
      * RELATORIOS DE CAIXA E A CONFERENCIA NOTURNA FECHAM SEM CASAR
      * AS DUAS METADES DE MEMORIA. O RECIBO SAI UM SO, PELO TOTAL.
      * AS NOTAS DE ALERTA DO CLIENTE SAEM NA ABERTURA DO TICKET; NOTA
      * DE BLOQUEIO SO DEIXA SEGUIR COM SUPERVISOR.
      *=================================================================
       environment division.
      *=================================================================
           file status is fs-stat-pag
           record key is pag-key.

       select funcionario-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-func
           record key is fun-key.

      *=================================================================
       data division.
      *=================================================================
       fd cartao-file value of file-id is "CARTAO.dat".
       copy cartao.

      * SUPERVISOR QUE LIBERA O CLIENTE COM NOTA DE BLOQUEIO
       fd funcionario-file value of file-id is "FUNCIONARIO.dat".
       copy funcionario.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------
           02 filler               pic x(01) value space.
           02 ws-hmv-valor         pic 9(05)v99.

      * O CAIXA UNICO VENDE MERCADORIA DA FILIAL 01 (SUBROTINA
      * ESTOQUE-FILIAL)
       77 ws-es-operacao       pic x(01).
       77 ws-es-codigo         pic 9(05).
       77 ws-es-filial         pic 9(02).
       77 ws-es-quantidade     pic 9(05).
       77 ws-es-saldo          pic 9(05).
       77 ws-es-resultado      pic x(01).

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).

      * NOTAS DE ALERTA DO CLIENTE (SUBROTINA CONFERE-NOTAS)
       copy nota_aviso.
       77 fs-stat-func         pic 9(02).
       77 ws-supervisor-id     pic 9(03).
       77 ws-nota-ix           pic 9(02).
       77 ws-nota-chave        pic 9(11).
       77 ws-nota-liberada     pic x.
           88 nota-liberada            value "S".

       77 ws-erro              pic x.
           88 e-sim                    values are "S" "s".

       77 cor-frente           pic 9       value 6.

       77 ws-status            pic x(30).
      * LICENCA DO TITULO (LICENCA.DAT, VIA CONFERE-LICENCA): NO FIM
      * DA VIGENCIA O TITULO NAO SAI MAIS
       77 ws-lc-resultado      pic x(01).
           88 licenca-encerrada        value "B".
       77 ws-lc-data-fim       pic 9(08).

       77 ws-msgerro           pic x(80).
       77 ws-tarifa-achou      pic x(01).


      * SESSAO DE TREINO: MODO_TREINO=S SO VALE DENTRO DE UM
           05 LINE 21 COLUMN 10 VALUE "VALOR DA PERNA:".
           05 COLUMN PLUS 2 PIC 9(07)V99 USING WS-PERNA-VALOR.

       01 SS-TELA-SUP-NOTA.
           05 LINE 20 COLUMN 10 VALUE "SUPERVISOR (ID):".
           05 COLUMN PLUS 2 PIC 9(03) USING WS-SUPERVISOR-ID.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
       CLOSE ALUGUEL-FILE VENDA-FILE CLIENTE-FILE FILME-FILE
             COPIA-FILE MERCADORIA-FILE PARAM-FILE SESSAO-FILE
             PAGAMENTO-FILE HORARIO-MOV-FILE.
       CLOSE FUNCIONARIO-FILE.
       GOBACK.

      * -----------------------------------
               MOVE "CLIENTE BLOQUEADO OU DESATIVADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO TICKET-FIM
           END-IF
           PERFORM CONFERE-NOTAS-CLIENTE THRU CONFERE-NOTAS-CLIENTE-FIM.
           IF NOT NOTA-LIBERADA
               GO TICKET-FIM
           END-IF.

           TICKET-LINHA.
               PERFORM MOSTRA-ERRO
               GO LINHA-DE-ALUGUEL-FIM
           END-IF
           CALL "CONFERE-LICENCA" USING FLM-ID WS-DATA-HOJE
               WS-LC-RESULTADO WS-LC-DATA-FIM
           IF LICENCA-ENCERRADA
               MOVE "LICENCA DO TITULO ENCERRADA - NAO PODE SAIR"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO LINHA-DE-ALUGUEL-FIM
           END-IF
      * CLASSIFICACAO ETARIA: O CAIXA UNICO NAO TEM O FLUXO DE
      * LIBERACAO COM SUPERVISOR - TITULO ACIMA DA IDADE DO CLIENTE
      * SO SAI PELO BALCAO DE ALUGUEL
               PERFORM MOSTRA-ERRO
               GO LINHA-DE-MERCADORIA-FIM
           END-IF
           MOVE "C" TO WS-ES-OPERACAO.
           MOVE WS-MERC-COD TO WS-ES-CODIGO.
           MOVE 1 TO WS-ES-FILIAL.
           MOVE ZEROS TO WS-ES-QUANTIDADE.
           CALL "ESTOQUE-FILIAL" USING WS-ES-OPERACAO WS-ES-CODIGO
               WS-ES-FILIAL WS-ES-QUANTIDADE WS-ES-SALDO
               WS-ES-RESULTADO.
           IF WS-MERC-QTD > FS-QTD-ESTOQUE
               OR WS-MERC-QTD > WS-ES-SALDO
               MOVE "ESTOQUE INSUFICIENTE" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO LINHA-DE-MERCADORIA-FIM
               IF TRAVA-OBTIDA
                   SUBTRACT VD-QUANTIDADE FROM FS-QTD-ESTOQUE
                   REWRITE FILE1-REC
                   MOVE "S" TO WS-ES-OPERACAO
                   MOVE VD-MERCADORIA-COD TO WS-ES-CODIGO
                   MOVE VD-FILIAL TO WS-ES-FILIAL
                   MOVE VD-QUANTIDADE TO WS-ES-QUANTIDADE
                   CALL "ESTOQUE-FILIAL" USING WS-ES-OPERACAO
                       WS-ES-CODIGO WS-ES-FILIAL WS-ES-QUANTIDADE
                       WS-ES-SALDO WS-ES-RESULTADO
               END-IF
               IF FORMA-MULTIPLA
                   MOVE VD-ID TO PAG-DOC
               MOVE 90 TO PARAM-DIAS-CAUCAO
               MOVE 10.00 TO PARAM-VALOR-CAUCAO
               MOVE 5.00 TO PARAM-TAXA-ENTREGA
               MOVE 60 TO PARAM-DIAS-EXTRAVIO
               MOVE 80.00 TO PARAM-VALOR-REPOSICAO
               MOVE 24 TO PARAM-VIDA-UTIL-DVD
               MOVE 12 TO PARAM-VIDA-UTIL-VHS
               WRITE PARAM-REC
           END-READ.
           OPEN I-O SESSAO-FILE
               CLOSE OPSESSAO-FILE
           END-IF.
           PERFORM CARREGA-DIA-NEGOCIO.
      * PRECO E PRAZO PELA VERSAO DOS PARAMETROS EM VIGOR HOJE
           CALL "OBTEM-TARIFA" USING WS-DATA-NEGOCIO PARAM-REC
               WS-TARIFA-ACHOU.
           OPEN INPUT PERIODO-FILE.
           OPEN INPUT CARTAO-FILE.
           OPEN INPUT FUNCIONARIO-FILE.
           OPEN EXTEND HORARIO-MOV-FILE
           IF FS-STAT-HMV = 35 THEN
               OPEN OUTPUT HORARIO-MOV-FILE
               OPEN I-O PAGAMENTO-FILE
           END-IF.

      * -----------------------------------
      * NOTAS DE ALERTA DO CLIENTE (NOTA_CLIENTE.DAT, MANTIDAS NA TELA
      * DE CLIENTES): CADA NOTA VALIDA SAI NA LINHA DE MENSAGEM. NOTA
      * DE BLOQUEIO SO DEIXA SEGUIR COM SUPERVISOR, E A LIBERACAO VAI
      * PARA A AUDITORIA

       CONFERE-NOTAS-CLIENTE.
           MOVE "S" TO WS-NOTA-LIBERADA.
           CALL "CONFERE-NOTAS" USING WS-CLIENTE-ID WS-DATA-NEGOCIO
               NAV-REC.
           MOVE ZEROS TO WS-NOTA-IX.

           CONFERE-NOTAS-CLIENTE-LOOP.
           ADD 1 TO WS-NOTA-IX.
           IF WS-NOTA-IX NOT > NAV-QTD AND WS-NOTA-IX NOT > 5
               MOVE NAV-MENSAGEM(WS-NOTA-IX) TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONFERE-NOTAS-CLIENTE-LOOP
           END-IF
           IF NOT NAV-TEM-BLOQUEIO
               GO CONFERE-NOTAS-CLIENTE-FIM
           END-IF
           MOVE "N" TO WS-NOTA-LIBERADA.
           MOVE "N" TO WS-ERRO.
           MOVE "CLIENTE COM NOTA DE BLOQUEIO - LIBERAR COM "
               & "SUPERVISOR (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO CONFERE-NOTAS-CLIENTE-FIM
           END-IF
           MOVE ZEROS TO WS-SUPERVISOR-ID.
           ACCEPT SS-TELA-SUP-NOTA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONFERE-NOTAS-CLIENTE-FIM
           END-IF
           MOVE WS-SUPERVISOR-ID TO FUN-ID.
           READ FUNCIONARIO-FILE
           INVALID KEY
               MOVE "SUPERVISOR NAO CADASTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONFERE-NOTAS-CLIENTE-FIM
           END-READ.
           IF NOT FUN-E-ADMIN
               MOVE "OPERADOR INFORMADO NAO E SUPERVISOR" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONFERE-NOTAS-CLIENTE-FIM
           END-IF
           MOVE "S" TO WS-NOTA-LIBERADA.
           MOVE "CAIXA_UNICO" TO WS-AUD-PROGRAMA.
           MOVE "NOTA-LIBER" TO WS-AUD-OPERACAO.
           MOVE WS-CLIENTE-ID TO WS-NOTA-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-NOTA-CHAVE.
       CONFERE-NOTAS-CLIENTE-FIM.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS

