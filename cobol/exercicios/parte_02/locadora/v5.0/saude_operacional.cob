      * ULTIMA OCORRENCIA - E COMPARA COM ANTEONTEM, MARCANDO COM "*"
      * O PROGRAMA CUJO VOLUME DE ERROS SUBIU: UM DISCO MORRENDO OU UM
      * JOB EM LOOP APARECE AQUI ANTES DE DERRUBAR O BALCAO.
      * NO FIM VEM O RESUMO DA AUDITORIA DE RECIBOS DE ONTEM
      * (RESUMO_RECIBOS.DAT, GRAVADO PELO PASSO NOTURNO
      * AUDITA_RECIBOS), COM "*" NAS CONTAGENS QUE PEDEM CONFERENCIA;
      * O DETALHE ESTA NO RELATORIO AUDITA_RECIBOS.DAT DO SPOOL.
      *=================================================================
       environment division.
      *=================================================================
           access mode is sequential
           file status is fs-stat-rel.

       select resumo-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-rrb
           record key is rrb-key.

      *=================================================================
       data division.
      *=================================================================
       fd relatorio-file value of file-id is "SAUDE_OPERACIONAL.dat".
       01 relatorio-linha             pic x(100).

       fd resumo-file value of file-id is "RESUMO_RECIBOS.dat".
       copy resumo_recibo.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-rel          pic 9(02).

       77 fs-stat-rrb          pic 9(02).
           88 fs-rrb-ok                value zeros.

       77 ws-data-hoje         pic 9(08).
       77 ws-data-ontem        pic 9(08).
       77 ws-data-anteontem    pic 9(08).
           02 ws-lst-contagem      pic zzzz9.
           02 filler               pic x(79) value spaces.

       01 ws-linha-recibo.
           02 ws-lrc-rotulo        pic x(40).
           02 ws-lrc-valor         pic z(08)9.
           02 filler               pic x(02) value spaces.
           02 ws-lrc-alerta        pic x(01).
           02 filler               pic x(48) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "saude_operacional".
           02 ws-spl-arquivo       pic x(30)
               value "SAUDE_OPERACIONAL.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           OPEN INPUT ERRLOG-FILE.
           IF FS-LOG-NAO-EXISTE
               DISPLAY "ERRLOG.DAT INEXISTENTE - DIA SEM ERROS"
           ELSE
               PERFORM ACUMULA-LOG THRU ACUMULA-LOG-FIM
                   UNTIL FS-LOG-FIM
               CLOSE ERRLOG-FILE
           END-IF
           OPEN OUTPUT RELATORIO-FILE.
           PERFORM IMPRIME-SAUDE THRU IMPRIME-SAUDE-FIM.
           PERFORM IMPRIME-RECIBOS THRU IMPRIME-RECIBOS-FIM.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           STOP RUN.

      * -----------------------------------
           GO IMPRIME-SAUDE-STATUS-LOOP.
       IMPRIME-SAUDE-FIM.

      * -----------------------------------
      * RESUMO DA AUDITORIA DE RECIBOS DE ONTEM

       IMPRIME-RECIBOS.
           MOVE SPACES TO WS-LINHA-RECIBO.
           MOVE "AUDITORIA DE RECIBOS DE ONTEM" TO WS-LRC-ROTULO.
           PERFORM GRAVA-LINHA-RECIBO.
           OPEN INPUT RESUMO-FILE.
           IF NOT FS-RRB-OK
               MOVE "  SEM RESUMO - AUDITA_RECIBOS NAO RODOU"
                   TO WS-LRC-ROTULO
               PERFORM GRAVA-LINHA-RECIBO
               GO IMPRIME-RECIBOS-FIM
           END-IF
           MOVE WS-DATA-ONTEM TO RRB-DATA.
           READ RESUMO-FILE
           INVALID KEY
               CLOSE RESUMO-FILE
               MOVE "  SEM RESUMO - AUDITA_RECIBOS NAO RODOU"
                   TO WS-LRC-ROTULO
               PERFORM GRAVA-LINHA-RECIBO
               GO IMPRIME-RECIBOS-FIM
           END-READ.
           CLOSE RESUMO-FILE.
           MOVE "  RECIBOS EMITIDOS" TO WS-LRC-ROTULO.
           MOVE RRB-QTD-RECIBOS TO WS-LRC-VALOR.
           PERFORM GRAVA-LINHA-RECIBO.
           MOVE "  NUMEROS FALTANDO NA SEQUENCIA" TO WS-LRC-ROTULO.
           MOVE RRB-QTD-LACUNAS TO WS-LRC-VALOR.
           IF RRB-QTD-LACUNAS > ZEROS
               MOVE "*" TO WS-LRC-ALERTA
           END-IF
           PERFORM GRAVA-LINHA-RECIBO.
           MOVE "  RECIBOS DUPLICADOS" TO WS-LRC-ROTULO.
           MOVE RRB-QTD-DUPLICADOS TO WS-LRC-VALOR.
           IF RRB-QTD-DUPLICADOS > ZEROS
               MOVE "*" TO WS-LRC-ALERTA
           END-IF
           PERFORM GRAVA-LINHA-RECIBO.
           MOVE "  RECIBOS SEM ORIGEM" TO WS-LRC-ROTULO.
           MOVE RRB-QTD-SEM-ORIGEM TO WS-LRC-VALOR.
           IF RRB-QTD-SEM-ORIGEM > ZEROS
               MOVE "*" TO WS-LRC-ALERTA
           END-IF
           PERFORM GRAVA-LINHA-RECIBO.
           MOVE "  MOVIMENTOS SEM RECIBO" TO WS-LRC-ROTULO.
           MOVE RRB-QTD-SEM-RECIBO TO WS-LRC-VALOR.
           IF RRB-QTD-SEM-RECIBO > ZEROS
               MOVE "*" TO WS-LRC-ALERTA
           END-IF
           PERFORM GRAVA-LINHA-RECIBO.
           MOVE "  RECIBOS COM MAIS DE UMA SEGUNDA VIA"
               TO WS-LRC-ROTULO.
           MOVE RRB-QTD-REIMPRESSOS TO WS-LRC-VALOR.
           IF RRB-QTD-REIMPRESSOS > ZEROS
               MOVE "*" TO WS-LRC-ALERTA
           END-IF
           PERFORM GRAVA-LINHA-RECIBO.
       IMPRIME-RECIBOS-FIM.

      * -----------------------------------
      * GRAVA E ECOA UMA LINHA DO RESUMO DE RECIBOS

       GRAVA-LINHA-RECIBO.
           MOVE WS-LINHA-RECIBO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY WS-LINHA-RECIBO.
           MOVE SPACES TO WS-LINHA-RECIBO.

      * -----------------------------------
      * GRAVA E ECOA UMA LINHA DO RELATORIO

