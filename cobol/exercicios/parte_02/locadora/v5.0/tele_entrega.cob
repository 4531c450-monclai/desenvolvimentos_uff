       77 cor-frente           pic 9       value 6.

       77 ws-status            pic x(30).
      * LICENCA DO TITULO (LICENCA.DAT, VIA CONFERE-LICENCA): NO FIM
      * DA VIGENCIA O TITULO NAO SAI MAIS
       77 ws-lc-resultado      pic x(01).
           88 licenca-encerrada        value "B".
       77 ws-lc-data-fim       pic 9(08).

       77 ws-msgerro           pic x(80).
       77 ws-tarifa-achou      pic x(01).

       01 ws-linha.
           02 ws-lin-pedido        pic 9(07).
           ACCEPT WS-NUMC FROM COLUMNS
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           PERFORM ABRIR-ARQUIVOS
      * TAXA DE ENTREGA, PRECO E CAUCAO PELA VERSAO EM VIGOR HOJE
           CALL "OBTEM-TARIFA" USING WS-DATA-HOJE PARAM-REC
               WS-TARIFA-ACHOU
           PERFORM UNTIL E-ENCERRAR
               MOVE "TELE-ENTREGA" TO WS-OP
               MOVE "ESCOLHA A OPCAO" TO WS-STATUS
               PERFORM MOSTRA-ERRO
               GO NOVO-PEDIDO-LOOP
           END-IF
           CALL "CONFERE-LICENCA" USING FLM-ID WS-DATA-HOJE
               WS-LC-RESULTADO WS-LC-DATA-FIM
           IF LICENCA-ENCERRADA
               MOVE "LICENCA DO TITULO ENCERRADA - NAO PODE SAIR"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO NOVO-PEDIDO-LOOP
           END-IF
           PERFORM ACHA-COPIA-LIVRE THRU ACHA-COPIA-LIVRE-FIM.
           IF NOT COPIA-ACHADA
               MOVE "NENHUMA COPIA LIVRE NA PRATELEIRA" TO WS-MSGERRO
               MOVE 90 TO PARAM-DIAS-CAUCAO
               MOVE 10.00 TO PARAM-VALOR-CAUCAO
               MOVE 5.00 TO PARAM-TAXA-ENTREGA
               MOVE 60 TO PARAM-DIAS-EXTRAVIO
               MOVE 80.00 TO PARAM-VALOR-REPOSICAO
               MOVE 24 TO PARAM-VIDA-UTIL-DVD
               MOVE 12 TO PARAM-VIDA-UTIL-VHS
               WRITE PARAM-REC
           END-READ.
           OPEN I-O CALENDARIO-FILE
