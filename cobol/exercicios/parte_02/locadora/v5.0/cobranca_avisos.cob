      * UMA UNICA VEZ (FS-AVISO-NIVEL GUARDA O ULTIMO EMITIDO).
      * DEPOIS DO AVISO FINAL O PLANO E CANCELADO (FS-STATUS-
      * CANCELADA) E A BAIXA FICA REGISTRADA, PARA A INADIMPLENCIA
      * NAO FICAR ABERTA PARA SEMPRE. A BAIXA GRAVA A DATA E O MOTIVO
      * 05 (INADIMPLENCIA) DE MOTIVO_CANCEL.DAT, PARA O CHURN MENSAL.
      * O AVISO SO E IMPRESSO PARA QUEM AUTORIZOU LEMBRETES E AVISOS
      * (CONSENTIMENTO.DAT, PELA SUBROTINA CONFERE-CONSENTIMENTO); A
      * ESCALADA E A BAIXA DO PLANO CORREM DO MESMO JEITO.
      *
      * LIMIARES PELAS VARIAVEIS DE AMBIENTE AVISO1_DIAS, AVISO2_DIAS
      * E AVISO3_DIAS (PADROES 10, 20 E 30 DIAS).
       77 ws-total-avisos      pic 9(05) value zeros.
       77 ws-total-cancelados  pic 9(05) value zeros.
       77 ws-total-sem-correio pic 9(05) value zeros.
       77 ws-total-sem-consent pic 9(05) value zeros.

       77 ws-con-finalidade    pic x(01) value "L".
       77 ws-con-resultado     pic x(01).
           88 con-autorizado           value "S".

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).
           DISPLAY "AVISOS EMITIDOS......: " WS-TOTAL-AVISOS.
           DISPLAY "PLANOS CANCELADOS....: " WS-TOTAL-CANCELADOS.
           DISPLAY "SEM ENVIO (CORREIO)..: " WS-TOTAL-SEM-CORREIO.
           DISPLAY "SEM CONSENTIMENTO....: " WS-TOTAL-SEM-CONSENT.
           PERFORM FINALIZA.
           STOP RUN.

      * -----------------------------------
      * PARA CADA PLANO INADIMPLENTE, VE QUAL AVISO E DEVIDO PELOS
      * DIAS DE ATRASO E EMITE SO O QUE AINDA NAO SAIU
      * (PLANO TRANCADO - "T" - FICA DE FORA: NA PAUSA NAO HA COBRANCA)

       PROCESSA-ASSINATURA.
           READ ASSINATURA-FILE NEXT RECORD
           IF WS-NIVEL-DEVIDO NOT > FS-AVISO-NIVEL
               GO PROCESSA-ASSINATURA-FIM
           END-IF
           CALL "CONFERE-CONSENTIMENTO" USING FS-CLIENTE-ID
               WS-CON-FINALIDADE WS-CON-RESULTADO.
           IF CON-AUTORIZADO
               PERFORM EMITE-AVISO
           ELSE
               ADD 1 TO WS-TOTAL-SEM-CONSENT
           END-IF
           MOVE WS-NIVEL-DEVIDO TO FS-AVISO-NIVEL.
           IF WS-NIVEL-DEVIDO = 3
               MOVE "C" TO FS-STATUS
               MOVE WS-DATA-HOJE TO FS-DATA-CANCELAMENTO
               SET FS-MOTIVO-INADIMPLENCIA TO TRUE
               ADD 1 TO WS-TOTAL-CANCELADOS
               MOVE "cobranca_avisos" TO WS-AUD-PROGRAMA
               MOVE "BAIXA" TO WS-AUD-OPERACAO
