      * NEGATIVADO.DAT QUEM FOI LISTADO E QUANDO, E - NA MESMA
      * RODADA - EMITE A EXCLUSAO (BUREAU_EXCLUSAO.DAT) DE QUEM JA
      * ZEROU O SALDO. NO FINAL SAI O RELATORIO DE QUEM ESTA LISTADO
      * HOJE (NEGATIVADOS_REL.DAT). SO VAI PARA A INCLUSAO O CLIENTE
      * QUE AUTORIZOU O ENVIO AO BUREAU (CONSENTIMENTO.DAT, FINALIDADE
      * N); A EXCLUSAO SAI SEMPRE.
      *
      * PARAMETROS PELAS VARIAVEIS DE AMBIENTE NEGATIVA_VALOR_MIN
      * (PADRAO 50.00, EM CENTAVOS: 5000) E NEGATIVA_DIAS_MIN
       77 ws-total-incluidos   pic 9(05) value zeros.
       77 ws-total-excluidos   pic 9(05) value zeros.
       77 ws-total-listados    pic 9(05) value zeros.
       77 ws-total-sem-consent pic 9(05) value zeros.

       77 ws-con-finalidade    pic x(01) value "N".
       77 ws-con-resultado     pic x(01).
           88 con-autorizado           value "S".

       01 ws-linha.
           02 ws-lin-cliente       pic 9(05).
           02 ws-lin-data          pic 9(08).
           02 filler               pic x(09) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "negativacao".
           02 ws-spl-arquivo       pic x(30)
               value "NEGATIVADOS_REL.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           DISPLAY "INCLUSOES EMITIDAS..: " WS-TOTAL-INCLUIDOS.
           DISPLAY "EXCLUSOES EMITIDAS..: " WS-TOTAL-EXCLUIDOS.
           DISPLAY "LISTADOS HOJE.......: " WS-TOTAL-LISTADOS.
           DISPLAY "SEM CONSENTIMENTO...: " WS-TOTAL-SEM-CONSENT.
           CLOSE RECEBER-FILE NEGATIVADO-FILE CLIENTE-FILE
                 INCLUSAO-FILE EXCLUSAO-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           GOBACK.

      * -----------------------------------

      * -----------------------------------
      * SOMA O SALDO ABERTO POR CLIENTE E GUARDA A PENDENCIA MAIS
      * ANTIGA DE CADA UM. O SALDO BAIXADO COMO INCOBRAVEL CONTINUA
      * DEVIDO E MANTEM O CLIENTE NA LISTA

       CARREGA-DEVEDORES.
           MOVE ZEROS TO WS-QTD-DEVEDORES.
               MOVE 10 TO FS-STAT
               GO CARREGA-DEVEDORES-LOOP
           END-READ.
           IF NOT CR-EM-ABERTO AND NOT CR-BAIXADO
               GO CARREGA-DEVEDORES-LOOP
           END-IF
           PERFORM ACHA-DEVEDOR THRU ACHA-DEVEDOR-FIM.
                   GO EMITE-INCLUSOES-LOOP
               END-IF
           END-READ.
           CALL "CONFERE-CONSENTIMENTO" USING WS-DEV-CLIENTE(WS-DEV-IX)
               WS-CON-FINALIDADE WS-CON-RESULTADO.
           IF NOT CON-AUTORIZADO
               ADD 1 TO WS-TOTAL-SEM-CONSENT
               GO EMITE-INCLUSOES-LOOP
           END-IF
           MOVE WS-DEV-CLIENTE(WS-DEV-IX) TO CLI-ID.
           READ CLIENTE-FILE
           INVALID KEY
