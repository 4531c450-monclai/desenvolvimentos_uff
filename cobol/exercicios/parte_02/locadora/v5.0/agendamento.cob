       77 cor-frente           pic 9       value 6.

       77 ws-status            pic x(30).
      * LICENCA DO TITULO (LICENCA.DAT, VIA CONFERE-LICENCA): NO FIM
      * DA VIGENCIA O TITULO NAO SAI MAIS
       77 ws-lc-resultado      pic x(01).
           88 licenca-encerrada        value "B".
       77 ws-lc-data-fim       pic 9(08).

       77 ws-msgerro           pic x(80).

       01 ws-linha.
               PERFORM MOSTRA-ERRO
               GO AGENDA-LOOP
           END-IF
      * A RETIRADA TEM QUE CAIR DENTRO DA VIGENCIA DA LICENCA
           CALL "CONFERE-LICENCA" USING FLM-ID AGD-DATA-RETIRADA
               WS-LC-RESULTADO WS-LC-DATA-FIM
           IF LICENCA-ENCERRADA
               MOVE "LICENCA DO TITULO TERMINA ANTES DA RETIRADA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO AGENDA-LOOP
           END-IF
      * A JANELA SO COMPORTA O QUE O ACERVO COMPORTA: AGENDAMENTOS
      * ABERTOS DO MESMO TITULO PARA O MESMO DIA NAO PODEM PASSAR DO
      * TOTAL DE COPIAS
