      * DIA, A CADEIA RETOMA DO PASSO QUE FALTOU EM VEZ DE RECOMECAR.
      * UMA QUEDA NO MEIO DE UM PASSO DEIXA O "I" GRAVADO, E O
      * REINICIO RE-EXECUTA ESSE PASSO.
      * O PENULTIMO PASSO (AUDITA_RECIBOS) CONFERE A NUMERACAO DOS
      * RECIBOS DO DIA; SO APONTA, NAO PARA A CADEIA.
      * O ULTIMO PASSO (BALANCEIA_TOTAIS) CONFRONTA OS TOTAIS DE
      * CONTROLE QUE O CAIXA, A EXPORTACAO CONTABIL E O FISCAL GRAVARAM
      * PARA O DIA. A EXPORTACAO SAI RETIDA (EXPORTA_CONTABIL_PEND.DAT)
      * E SO ELE, COM OS TOTAIS BATENDO, A COPIA PARA O ARQUIVO DO
      * CONTADOR (EXPORTA_CONTABIL.DAT); SE NAO BATEREM, A CADEIA FICA
      * PARADA NELE E NADA SEGUE PARA O CONTADOR.
      *=================================================================
       environment division.
      *=================================================================

       77 ws-data-hoje         pic 9(08).
       77 ws-passo             pic 9(02).
       78 ws-total-passos      value 23.

       01 ws-tabela-passos.
           02 filler               pic x(20)
               value "fecha_dia".
           02 filler               pic x(20)
               value "revisa_parcelamentos".
           02 filler               pic x(20)
               value "lembrete_devolucao".
           02 filler               pic x(20)
               value "declara_extravio".
           02 filler               pic x(20)
               value "gera_despesas_fixas".
           02 filler               pic x(20)
               value "risco_clientes".
           02 filler               pic x(20)
               value "expira_sinais".
           02 filler               pic x(20)
               value "recolhe_licencas".
           02 filler               pic x(20)
               value "reclassifica_titulos".
           02 filler               pic x(20)
               value "documento_fiscal".
           02 filler               pic x(20)
               value "cobranca_bancaria".
           02 filler               pic x(20)
               value "exporta_catalogo".
           02 filler               pic x(20)
               value "expira_pre_cadastros".
           02 filler               pic x(20)
               value "premia_indicacoes".
           02 filler               pic x(20)
               value "audita_recibos".
           02 filler               pic x(20)
               value "balanceia_totais".
       01 ws-tabela-passos-red redefines ws-tabela-passos.
           02 ws-passo-nome occurs 23 times pic x(20).

       77 ws-cadeia-parada     pic x(01).
           88 cadeia-parada            value "S".
                   CALL "fecha_dia"
               WHEN 9
                   CALL "revisa_parcelamentos"
               WHEN 10
                   CALL "lembrete_devolucao"
               WHEN 11
                   CALL "declara_extravio"
               WHEN 12
                   CALL "gera_despesas_fixas"
               WHEN 13
                   CALL "risco_clientes"
               WHEN 14
                   CALL "expira_sinais"
               WHEN 15
                   CALL "recolhe_licencas"
               WHEN 16
                   CALL "reclassifica_titulos"
               WHEN 17
                   CALL "documento_fiscal"
               WHEN 18
                   CALL "cobranca_bancaria"
               WHEN 19
                   CALL "exporta_catalogo"
               WHEN 20
                   CALL "expira_pre_cadastros"
               WHEN 21
                   CALL "premia_indicacoes"
               WHEN 22
                   CALL "audita_recibos"
               WHEN 23
                   CALL "balanceia_totais"
           END-EVALUATE.
           ACCEPT RUN-HORA-FIM FROM TIME.
           IF RETURN-CODE NOT = ZEROS
