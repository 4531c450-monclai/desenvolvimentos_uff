      *-----------------------------------------------------------------
      * SPOOL.CPY
      * INDICE DO SPOOL DE RELATORIOS (SPOOL.DAT). CADA PROGRAMA DE
      * RELATORIO REESCREVE O SEU .DAT FIXO A CADA RODADA, E O DE
      * ONTEM SE PERDIA; AO FECHAR O RELATORIO ELE CHAMA A SUBROTINA
      * ARQUIVA-RELATORIO, QUE GUARDA UMA COPIA DATADA
      * (SPOOL_AAAAMMDD_NNNNNNNNN.DAT) E REGISTRA AQUI QUEM GEROU, DE
      * QUE DIA DE NEGOCIO, ONDE E POR QUEM. O REGISTRO DE NUMERO ZERO
      * GUARDA O ULTIMO NUMERO DADO. A CONSULTA_SPOOL NAVEGA E
      * REIMPRIME; O EXPURGA_LOGS APLICA A RETENCAO (RET_SPOOL.CPY).
      *-----------------------------------------------------------------
       01 SPL-REC.
           02 SPL-KEY.
               03 SPL-ID          PIC 9(09).
      * CHAVE ALTERNATIVA (COM DUPLICATAS): RELATORIO + DIA DE NEGOCIO
            02 SPL-CHAVE-REL.
               03 SPL-PROGRAMA    PIC X(30).
               03 SPL-DATA-NEGOCIO PIC 9(08).
            02 SPL-DATA-EXEC      PIC 9(08).
            02 SPL-HORA-EXEC      PIC 9(08).
      * FILIAL DO RELATORIO; ZEROS = REDE TODA
            02 SPL-FILIAL         PIC 9(02).
            02 SPL-OPERADOR       PIC X(20).
            02 SPL-ARQ-ORIGEM     PIC X(30).
            02 SPL-ARQ-COPIA      PIC X(40).
            02 SPL-LINHAS         PIC 9(07).
            02 SPL-SITUACAO       PIC X(01).
                88 SPL-ATIVO            VALUE "A".
                88 SPL-EXPURGADO        VALUE "E".
            02 SPL-DATA-EXPURGO   PIC 9(08).
            02 FILLER             PIC X(10).
       01 SPL-CONTROLE-RED REDEFINES SPL-REC.
            02 FILLER             PIC 9(09).
            02 SPL-ULTIMO-ID      PIC 9(09).
            02 FILLER             PIC X(163).
