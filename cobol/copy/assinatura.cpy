               88 FS-STATUS-ATIVA          VALUE "A".
               88 FS-STATUS-CANCELADA      VALUE "C".
               88 FS-STATUS-INADIMPLENTE   VALUE "I".
               88 FS-STATUS-TRANCADA       VALUE "T".
      * CONTADOR DE ALUGUEIS DO CICLO CORRENTE - INCREMENTADO POR
      * ALUGUEL.COB/INCLUI E ZERADO PELA RENOVACAO MENSAL EM
      * COBRANCA_ASSINATURAS, PARA AS COTAS DE PLANO_REGRA.DAT.
      * BATCH DE AVISOS - O TERCEIRO AVISO CANCELA O PLANO.
           02 FS-DATA-INADIMPLENCIA PIC 9(08).
           02 FS-AVISO-NIVEL       PIC 9(01).
      * TRANCAMENTO TEMPORARIO (STATUS "T"): INICIO DA PAUSA E DATA
      * PREVISTA DE RETOMADA, NO MAXIMO PLR-TRANC-MAX-DIAS DEPOIS.
      * NA RETOMADA A DATA DE RENOVACAO ANDA OS DIAS TRANCADOS.
           02 FS-DATA-TRANCAMENTO  PIC 9(08).
           02 FS-DATA-RETOMADA     PIC 9(08).
      * ADESAO E CANCELAMENTO, PARA O RELATORIO DE CHURN: DATA EM QUE
      * O PLANO FOI INCLUIDO, DATA DO CANCELAMENTO E O MOTIVO DELE
      * (MOTIVO_CANCEL.DAT). ADESAO ZERADA = PLANO ANTERIOR AO CONTROLE.
           02 FS-DATA-ADESAO       PIC 9(08).
           02 FS-DATA-CANCELAMENTO PIC 9(08).
           02 FS-MOTIVO-CANCEL     PIC 9(02).
               88 FS-MOTIVO-INADIMPLENCIA  VALUE 05.
