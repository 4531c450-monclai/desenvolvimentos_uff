      * RELATORIO_FISCAL E ESTATISTICA_MENSAL RODAREM DESCASAVA OS
      * NUMEROS DO CONTADOR EM SILENCIO. AQUI OS PROGRAMAS MENSAIS
      * RODAM NA ORDEM CERTA - ESTATISTICA_MENSAL, RELATORIO_FISCAL,
      * RELATORIO_MARGEM, COBRANCA_ASSINATURAS, DEPRECIA_ACERVO,
      * JUROS_RECEBER, PROVISAO_DEVEDORES, DRE_MENSAL, RELATORIO_PONTO,
      * RELATORIO_AVALIACOES, AVALIA_FORNECEDORES, RELATORIO_CHURN,
      * RELATORIO_RECOMPRA, RELATORIO_EXCECOES, SEGMENTACAO_RFM,
      * RELATORIO_DESEJOS, RELATORIO_FRANQUIA, RELATORIO_SENHAS,
      * RELATORIO_ACEITE, RELATORIO_INDICACOES, RELATORIO_CHARGEBACK,
      * RELATORIO_VERBA - COM O MESMO CONTROLE DE PASSOS DA CADEIA
      * NOTURNA (RUNCTL.DAT, PASSOS 31 A 52 PARA
      * NAO COLIDIR COM OS PASSOS DA NOTURNA), E NO FINAL O PERIODO E
      * MARCADO FECHADO EM PERIODO.DAT. DALI
      * EM DIANTE OS BALCOES E O CONTAS A RECEBER RECUSAM LANCAMENTO
      * COM DATA DENTRO DO PERIODO FECHADO.
      *
      * O MES A FECHAR VEM DA VARIAVEL DE AMBIENTE ANOMES (AAAAMM);
      * EM BRANCO, FECHA O MES ANTERIOR AO CORRENTE.
           02 ws-mes               pic 9(02).

       77 ws-passo             pic 9(02).
       78 ws-total-passos      value 22.
      * OS PASSOS MENSAIS FICAM NA FAIXA 31-52 DO RUNCTL, BEM ACIMA
      * DA FAIXA DA CADEIA NOTURNA
       78 ws-base-passo        value 30.

       01 ws-tabela-passos.
           02 filler               pic x(20)
               value "relatorio_margem".
           02 filler               pic x(20)
               value "cobranca_assinaturas".
           02 filler               pic x(20)
               value "deprecia_acervo".
           02 filler               pic x(20)
               value "juros_receber".
           02 filler               pic x(20)
               value "provisao_devedores".
           02 filler               pic x(20)
               value "dre_mensal".
           02 filler               pic x(20)
               value "relatorio_ponto".
           02 filler               pic x(20)
               value "relatorio_avaliacoes".
           02 filler               pic x(20)
               value "avalia_fornecedores".
           02 filler               pic x(20)
               value "relatorio_churn".
           02 filler               pic x(20)
               value "relatorio_recompra".
           02 filler               pic x(20)
               value "relatorio_excecoes".
           02 filler               pic x(20)
               value "segmentacao_rfm".
           02 filler               pic x(20)
               value "relatorio_desejos".
           02 filler               pic x(20)
               value "relatorio_franquia".
           02 filler               pic x(20)
               value "relatorio_senhas".
           02 filler               pic x(20)
               value "relatorio_aceite".
           02 filler               pic x(20)
               value "relatorio_indicacoes".
           02 filler               pic x(20)
               value "relatorio_chargeback".
           02 filler               pic x(20)
               value "relatorio_verba".
       01 ws-tabela-passos-red redefines ws-tabela-passos.
           02 ws-passo-nome occurs 22 times pic x(20).

       77 ws-cadeia-parada     pic x(01).
           88 cadeia-parada            value "S".
               WHEN 4
                   CALL "cobranca_assinaturas"
               WHEN 5
                   CALL "deprecia_acervo"
               WHEN 6
                   CALL "juros_receber"
               WHEN 7
                   CALL "provisao_devedores"
               WHEN 8
                   CALL "dre_mensal"
               WHEN 9
                   CALL "relatorio_ponto"
               WHEN 10
                   CALL "relatorio_avaliacoes"
               WHEN 11
                   CALL "avalia_fornecedores"
               WHEN 12
                   CALL "relatorio_churn"
               WHEN 13
                   CALL "relatorio_recompra"
               WHEN 14
                   CALL "relatorio_excecoes"
               WHEN 15
                   CALL "segmentacao_rfm"
               WHEN 16
                   CALL "relatorio_desejos"
               WHEN 17
                   CALL "relatorio_franquia"
               WHEN 18
                   CALL "relatorio_senhas"
               WHEN 19
                   CALL "relatorio_aceite"
               WHEN 20
                   CALL "relatorio_indicacoes"
               WHEN 21
                   CALL "relatorio_chargeback"
               WHEN 22
                   CALL "relatorio_verba"
           END-EVALUATE.
           ACCEPT RUN-HORA-FIM FROM TIME.
           IF RETURN-CODE NOT = ZEROS
