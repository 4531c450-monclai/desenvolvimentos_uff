       select filme-file
           assign to disk
           organization is indexed
           access mode is dynamic
           lock mode is manual with lock on record
           file status is fs-stat-filme
           record key is flm-key.
           file status is fs-stat-tca
           record key is tca-key.

       select tarifa-versao-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-pvr
           record key is pvr-key.

       select taxa-fiscal-file
           assign to disk
           organization is indexed
       select funcionario-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-func
           record key is fun-key.

       select perfil-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-perfil
           record key is prf-key.

       select dia-file
           assign to disk
           organization is indexed
           file status is fs-stat-per
           record key is per-key.

       select extravio-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-ext
           record key is ext-key.

       select reposicao-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-rep
           record key is rep-key.

       select juros-cr-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-jcr
           record key is jcr-key.

       select recibo-receber-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-rcb.

       select transfere-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-trf
           record key is trf-key.

       select dev-filial-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-dvf
           record key is dvf-key.

       select avaliacao-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-avl
           record key is avl-key.

       select risco-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-rsc
           record key is rsc-key.

       select pacote-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-pct
           record key is pct-key.

       select pacote-venda-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-pvd.

       select equipamento-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-eqp
           record key is eqp-key.

       select loc-equip-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-leq
           record key is leq-key
           alternate record key is leq-eqp-codigo with duplicates.

       select venda-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-venda
           record key is vd-key
           alternate record key is vd-data-venda with duplicates.

       select mercadoria-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-mrc
           record key is mrc-key.

      *=================================================================
       data division.
      *=================================================================
                                by ==ASS-STATUS-CANCELADA==
                            ==FS-STATUS-INADIMPLENTE==
                                by ==ASS-STATUS-INADIMPLENTE==
                            ==FS-STATUS-TRANCADA==
                                by ==ASS-STATUS-TRANCADA==
                            ==FS-ALUGUEIS-MES== by ==ASS-ALUGUEIS-MES==
                            ==FS-DATA-INADIMPLENCIA==
                                by ==ASS-DATA-INADIMPLENCIA==
                            ==FS-AVISO-NIVEL==  by ==ASS-AVISO-NIVEL==
                            ==FS-DATA-TRANCAMENTO==
                                by ==ASS-DATA-TRANCAMENTO==
                            ==FS-DATA-RETOMADA==
                                by ==ASS-DATA-RETOMADA==
                            ==FS-DATA-ADESAO==  by ==ASS-DATA-ADESAO==
                            ==FS-DATA-CANCELAMENTO==
                                by ==ASS-DATA-CANCELAMENTO==
                            ==FS-MOTIVO-CANCEL==
                                by ==ASS-MOTIVO-CANCEL==
                            ==FS-MOTIVO-INADIMPLENCIA==
                                by ==ASS-MOTIVO-INADIMPLENCIA==.

       fd regra-file value of file-id is "PLANO_REGRA.dat".
       copy plano_regra.
       fd tarifa-cat-file value of file-id is "TARIFA_CATEGORIA.dat".
       copy tarifa_cat.

       fd tarifa-versao-file value of file-id is "TARIFA_VERSAO.dat".
       copy param_versao.

       fd taxa-fiscal-file value of file-id is "TAXA_FISCAL.dat".
       copy taxa_fiscal.

       fd funcionario-file value of file-id is "FUNCIONARIO.dat".
       copy funcionario.

      * FRANQUIA E DESCONTO DO ALUGUEL DE FUNCIONARIO SAO DO PERFIL
       fd perfil-file value of file-id is "PERFIL.dat".
       copy perfil.

       fd dia-file value of file-id is "DATA_NEGOCIO.dat".
       copy dia_negocio.

       fd cheque-file value of file-id is "CHEQUE.dat".
       copy cheque.

      * DISCO DADO COMO PERDIDO: O EXTRAVIO DECLARADO (BATCH OU
      * SUPERVISOR) E O VALOR DE REPOSICAO PROPRIO DO TITULO
       fd extravio-file value of file-id is "EXTRAVIO.dat".
       copy extravio.

       fd reposicao-file value of file-id is "REPOSICAO.dat".
       copy reposicao.

      * ENCARGOS DE ATRASO LANCADOS SOBRE A REPOSICAO (JUROS_RECEBER)
      * E LOG DE RECEBIMENTOS DO CONTAS A RECEBER (MESMO DESENHO DA
      * LINHA GRAVADA POR CONTAS_RECEBER), ONDE SAI A DEVOLUCAO EM
      * DINHEIRO DA REPOSICAO PAGA A MAIS
       fd juros-cr-file value of file-id is "JUROS_CR.dat".
       copy juros_cr.

       fd recibo-receber-file value of file-id is "RECIBO_RECEBER.dat".
       01 rcb-linha.
           02 rcb-data             pic 9(08).
           02 filler               pic x(02).
           02 rcb-cliente          pic 9(05).
           02 filler               pic x(02).
           02 rcb-lancamento       pic 9(11).
           02 filler               pic x(02).
           02 rcb-valor            pic 9(05)v99.
           02 filler               pic x(02).
           02 rcb-saldo            pic 9(05)v99.
           02 filler               pic x(02).
           02 rcb-sessao           pic 9(05).
           02 filler               pic x(02).
           02 rcb-recibo           pic 9(09).
           02 filler               pic x(02).
           02 rcb-tipo             pic x(01).
           02 filler               pic x(11).

      * DEVOLUCAO EM FILIAL QUE NAO E A DONA: A COPIA VOLTA POR
      * TRANSFERENCIA (OU FICA REALOCADA) E A MULTA FICA ANOTADA COM A
      * FILIAL QUE RECEBEU, PARA O ACERTO ENTRE FILIAIS
       fd transfere-file value of file-id is "TRANSFERENCIA.dat".
       copy transfere.

       fd dev-filial-file value of file-id is "DEVOLUCAO_FILIAL.dat".
       copy dev_filial.

      * NOTA DE 1 A 5 DO CLIENTE PARA O TITULO, PEDIDA NA DEVOLUCAO
       fd avaliacao-file value of file-id is "AVALIACAO.dat".
       copy avaliacao.

      * NOTA DE RISCO DO CLIENTE, REFEITA TODA NOITE POR RISCO_CLIENTES
       fd risco-file value of file-id is "RISCO.dat".
       copy risco.

      * PACOTES DE LOCACAO OFERECIDOS NO FECHAMENTO DO CARRINHO E O
      * LOG DE CADA DISCO VENDIDO EM PACOTE (VALOR DE TABELA CONTRA O
      * VALOR RATEADO), LIDO PELO RELATORIO_DESCONTOS
       fd pacote-file value of file-id is "PACOTE.dat".
       copy pacote.

       fd pacote-venda-file value of file-id is "PACOTE_VENDA.dat".
       01 pacote-venda-linha   pic x(80).

      * EQUIPAMENTOS DE REPRODUCAO (DVD, VIDEOGAME) QUE SAEM NO
      * CARRINHO JUNTO COM OS FILMES E A LOCACAO DE CADA APARELHO
       fd equipamento-file value of file-id is "EQUIPAMENTO.dat".
       copy equipamento.

       fd loc-equip-file value of file-id is "LOCACAO_EQUIP.dat".
       copy loc_equip.

      * COMPRA DA COPIA ALUGADA: A VENDA ENTRA NO LIVRO DE VENDAS DA
      * LOJA PELO ITEM DE SEMINOVO DO TITULO
       fd venda-file value of file-id is "VENDA.dat".
       copy venda.

       fd mercadoria-file value of file-id is "MERCADORIA.dat".
       copy mercadoria replacing ==FILE1-REC== by ==MRC-REC==
                                 ==FS-KEY==    by ==MRC-KEY==
                                 leading ==FS== by ==MRC==.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------
           88 e-carrinho               value is "8".
           88 e-estornar-aluguel       value is "9".
           88 e-tarifas                value is "T" "t".
           88 e-extravio               value is "E" "e".
           88 e-devolver-equip         value is "Q" "q".
           88 e-comprar-copia          value is "C" "c".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).
       77 ws-assinatura-chave  pic 9(11).
       77 ws-cota-estourada    pic x.
           88 cota-estourada           value "S".
       77 ws-plano-trancado    pic x.
           88 plano-trancado           value "S".
       77 ws-qtd-abertos-cli   pic 9(03).
       77 ws-cliente-conta     pic 9(05).
      * LIMITES DO PLANO DO ASSINANTE CORRENTE, GUARDADOS POR
               03 ws-cart-item-promo   pic 9(05).
               03 ws-cart-item-filial  pic 9(02).
               03 ws-cart-item-prazo   pic 9(03).
               03 ws-cart-item-categ   pic x(40).
               03 ws-cart-item-lista   pic 9(05)v99.
               03 ws-cart-item-pacote  pic 9(03).

       77 fs-stat-tca          pic 9(02).
           88 fs-tca-ok                value zeros.
           88 fs-tca-nao-existe        value 35.

       77 fs-stat-pvr          pic 9(02).
           88 fs-pvr-ok                value zeros.
           88 fs-pvr-nao-existe        value 35.

      * TARIFA EM VIGOR NA DATA DE REFERENCIA (WS-TARIFA-DATA): O DIA
      * DO ALUGUEL NA DEVOLUCAO, O DIA DE NEGOCIO NOS DEMAIS CASOS
       copy param_locacao replacing leading ==PARAM== by ==PAL==
           ==REALOCA-NA-DEVOLUCAO== by ==PAL-REALOCA-NA-DEVOLUCAO==.
       77 ws-tarifa-data       pic 9(08).
       77 ws-tarifa-achou      pic x(01).
           88 tarifa-versionada        value "S".
       77 ws-tar-vigencia      pic 9(08).
       77 ws-tar-salva         pic x(120).
       77 ws-tar-aud-chave     pic 9(11).
       77 ws-opcao-tarifa      pic x(01).
           88 e-tar-nova               value "1".
           88 e-tar-historico          value "2".

      * TARIFA EFETIVA DO ALUGUEL CORRENTE: A TABELA POR CATEGORIA
      * (TARIFA_CATEGORIA.DAT) MANDA; NO QUE ESTIVER EM ZEROS VALEM A
      * TARIFA DO TITULO E OS PARAMETROS GLOBAIS DE TARIFA.DAT.
      * ZEROS QUANDO O BALCAO RODA SEM LOGIN (MANUTENCAO)
       77 ws-operador-logado   pic 9(03) value zeros.

      * CONTA DE CLIENTE LIGADA A UM FUNCIONARIO (FUN-CLIENTE-ID):
      * QUEM E, A FRANQUIA E O DESCONTO DO PERFIL DELE E QUANTOS
      * ALUGUEIS DA FRANQUIA JA USOU NO MES
       77 fs-stat-perfil       pic 9(02).
           88 fs-perfil-ok             value zeros.
       77 ws-cliente-func      pic x(01).
           88 cliente-funcionario      value "S".
       77 ws-func-conta        pic 9(03).
       77 ws-func-cliente      pic 9(05).
       77 ws-franquia-mes      pic 9(02).
       77 ws-desconto-func     pic 9(02).
       77 ws-franquia-usada    pic 9(03).

       77 fs-stat-pmv          pic 9(02).
           88 fs-pmv-nao-existe        value 35.

           88 cheque-colhido           value "S".
       77 ws-proximo-cheque    pic 9(09).

      * EXTRAVIO: ALUGUEL ABERTO HA MAIS DE PARAM-DIAS-EXTRAVIO DIAS
      * DA PREVISAO VIRA COBRANCA DE REPOSICAO; SE O DISCO APARECE, A
      * DEVOLUCAO TROCA A REPOSICAO PELA MULTA NORMAL, CONTADA SO ATE
      * A DATA DO EXTRAVIO
       77 fs-stat-ext          pic 9(02).
           88 fs-ext-ok                value zeros.
           88 fs-ext-nao-existe        value 35.
       77 fs-stat-rep          pic 9(02).
           88 fs-rep-ok                value zeros.
       77 ws-valor-reposicao   pic 9(05)v99.
       77 ws-reposicao-paga    pic 9(05)v99.
       77 ws-reposicao-troco   pic 9(05)v99.
       77 ws-encargo-pago      pic 9(05)v99.
       77 fs-stat-jcr          pic 9(02).
           88 fs-jcr-nao-existe        value 35.
       77 fs-stat-rcb          pic 9(02).
           88 fs-rcb-nao-existe        value 35.
      * A LINHA DE REPOSICAO DO ALUGUEL VIROU A LINHA DA MULTA: O QUE
      * FICAR DA MULTA PARA O CONTAS A RECEBER SOMA NELA
       77 ws-reposicao-trocada pic x(01).
           88 reposicao-trocada        value "S".
       77 ws-data-extravio     pic 9(08).
       77 ws-data-fim-multa    pic 9(08).
       77 ws-dias-vencido      pic s9(05).
       77 ws-dias-extravio     pic 9(03).
       77 ws-era-extraviado    pic x(01).
           88 devolucao-de-extravio    value "S".
       01 ws-msg-troco.
           02 filler               pic x(47)
               value "REPOSICAO JA PAGA SUPERA A MULTA - DEVOLVER R$".
           02 ws-msg-troco-valor   pic zzzz9.99.

      * DEVOLUCAO EM OUTRA FILIAL: A FILIAL QUE RECEBE E A DO OPERADOR
      * LOGADO (FUN-FILIAL); SEM OPERADOR, VALE A FILIAL DO ALUGUEL
       77 fs-stat-trf          pic 9(02).
           88 fs-trf-ok                value zeros.
           88 fs-trf-nao-existe        value 35.
           88 fs-trf-fim               value 10.
       77 fs-stat-dvf          pic 9(02).
           88 fs-dvf-ok                value zeros.
           88 fs-dvf-nao-existe        value 35.
       77 ws-filial-dev        pic 9(02).

      * ANISTIA DE CAMPANHA NA MULTA DE ATRASO (PERDAO-CAMPANHA)
       77 ws-pc-operacao       pic x(01).
       77 ws-pc-origem         pic x(01) value "D".
       77 ws-pc-dias           pic 9(05).
       77 ws-pc-campanha       pic 9(03).
       77 ws-pc-perdao         pic 9(05)v99.
       77 ws-pc-recuperado     pic 9(05)v99.

      * AVALIACAO DO TITULO PELO CLIENTE NA DEVOLUCAO (0 = NAO AVALIOU)
       77 fs-stat-avl          pic 9(02).
           88 fs-avl-nao-existe        value 35.
       77 ws-nota-avaliacao    pic 9(01).

      * FAIXA DE RISCO DO CLIENTE: LIMITE DE DISCOS FORA (ZERO = SEM
      * LIMITE) E CAUCAO MESMO PARA CLIENTE ANTIGO
       77 fs-stat-rsc          pic 9(02).
           88 fs-rsc-nao-existe        value 35.
       77 ws-risco-max-discos  pic 9(02).

      * PACOTE DO CARRINHO: O DE MAIOR ECONOMIA ENTRE OS QUE O TICKET
      * ATENDE E O RATEIO DO PRECO FIXO PELO VALOR DE TABELA DOS DISCOS
       77 fs-stat-pct          pic 9(02).
           88 fs-pct-ok                value zeros.
           88 fs-pct-nao-existe        value 35.
           88 fs-pct-fim               value 10.
       77 fs-stat-pvd          pic 9(02).
       77 ws-pct-dia-hoje      pic 9(01).
       77 ws-pct-qtd-aceitos   pic 9(02) comp.
       77 ws-pct-cat-ix        pic 9(01) comp.
       77 ws-pct-aceito        pic x(01).
           88 pct-item-aceito          value "S".
       77 ws-pct-soma-atual    pic 9(07)v99.
       77 ws-pct-soma-lista    pic 9(07)v99.
       77 ws-pct-economia      pic 9(07)v99.
       77 ws-pct-melhor-id     pic 9(03).
       77 ws-pct-melhor-econ   pic 9(07)v99.
       77 ws-pct-rateado       pic 9(07)v99.
       77 ws-pct-ultimo        pic 9(02) comp.
       77 ws-pct-prazo         pic 9(03).
       77 ws-pct-dias          pic s9(02).

      * EQUIPAMENTO NO CARRINHO: A DIARIA ENTRA NO TOTAL DO TICKET E
      * A CAUCAO OBRIGATORIA VAI A PARTE, SEMPRE EM DINHEIRO
       77 fs-stat-eqp          pic 9(02).
           88 fs-eqp-ok                value zeros.
           88 fs-eqp-nao-existe        value 35.
       77 fs-stat-leq          pic 9(02).
           88 fs-leq-ok                value zeros.
           88 fs-leq-nao-existe        value 35.
           88 fs-leq-fim               value 10.
       77 ws-cart-eqp-qtd      pic 9(01) comp value zeros.
       78 ws-cart-eqp-max      value 3.
       77 ws-cart-eqp-ix       pic 9(01) comp.
       77 ws-cart-total-eqp    pic 9(07)v99.
       77 ws-cart-caucao-eqp   pic 9(07)v99.

      * COMPRA DA COPIA ALUGADA: PRECO DE SEMINOVO DO TITULO
      * (REPOSICAO.DAT) MENOS O ALUGUEL JA PAGO, VENDIDO PELO ITEM
      * DE SEMINOVO DO TITULO EM MERCADORIA.DAT
       77 fs-stat-venda        pic 9(02).
           88 fs-venda-ok              value zeros.
           88 fs-venda-nao-existe      value 35.
       77 fs-stat-mrc          pic 9(02).
           88 fs-mrc-ok                value zeros.
           88 fs-mrc-nao-existe        value 35.
           88 fs-mrc-fim               value 10.
       77 ws-aliquota-venda    pic 9(02)v99 value zeros.
       77 ws-cc-preco-seminovo pic 9(05)v99.
       77 ws-cc-valor          pic 9(05)v99.
       77 ws-cc-venda-id       pic 9(11).
       77 ws-cc-forma          pic x(01).
           88 cc-forma-valida          value "D" "C" "P".
       77 ws-cc-merc-codigo    pic 9(05).
       77 ws-cc-item           pic 9(05).
       77 ws-cc-achou-item     pic x(01).
           88 cc-achou-item            value "S".
       77 ws-valor-perda       pic 9(05)v99.

       01 ws-cart-eqp-tabela.
           02 ws-cart-eqp occurs 3 times.
               03 ws-cart-eqp-codigo   pic x(13).
               03 ws-cart-eqp-valor    pic 9(05)v99.
               03 ws-cart-eqp-prazo    pic 9(03).
               03 ws-cart-eqp-caucao   pic 9(05)v99.

      * DEVOLUCAO DO EQUIPAMENTO: CONFERENCIA DOS ACESSORIOS E ACERTO
      * DA MULTA E DA REPOSICAO CONTRA A CAUCAO
       77 ws-eqp-barcode       pic x(13).
       77 ws-eqp-ix            pic 9(01) comp.
       77 ws-eqp-aces-desc     pic x(15).
       77 ws-eqp-aces-voltou   pic x(01).
           88 aces-voltou              values are "S" "s".
       77 ws-eqp-defeito       pic x(01).
           88 eqp-com-defeito          values are "S" "s".
       77 ws-eqp-forma         pic x(01).
           88 eqp-forma-valida         values are "D" "C" "P".
       77 ws-eqp-devido        pic 9(07)v99.
       77 ws-eqp-aberto        pic x(01).
           88 ticket-com-equipamento   value "S".

       01 ws-linha-pacote.
           02 ws-lpv-data          pic 9(08).
           02 filler               pic x(02) value spaces.
           02 ws-lpv-aluguel       pic 9(11).
           02 filler               pic x(02) value spaces.
           02 ws-lpv-pacote        pic 9(03).
           02 filler               pic x(02) value spaces.
           02 ws-lpv-valor-lista   pic zzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lpv-valor-pacote  pic zzzz9.99.
           02 filler               pic x(34) value spaces.
       77 ws-risco-caucao      pic x(01).
           88 risco-pede-caucao        value "S".
       77 ws-risco-estourado   pic x(01).
           88 risco-estourado          value "S".
       77 ws-dev-fora          pic x(01).
           88 devolucao-em-outra-filial value "S".
       77 ws-filme-dev         pic 9(11).
       77 ws-nome-dev          pic x(30).
       77 ws-disp-dev          pic 9(03).
       77 ws-proxima-trf       pic 9(11).
       01 ws-msg-trf.
           02 filler               pic x(37)
               value "COPIA DE OUTRA FILIAL - TRANSFERENCIA".
           02 ws-msg-trf-id        pic zzzzzzzzzz9.
           02 ws-msg-trf-texto     pic x(20).

      * FATURAMENTO PJ (FORMA "F"): SALDO EM ABERTO DA EMPRESA =
      * TODOS OS ALUGUEIS "F" DELA MENOS AS FATURAS JA QUITADAS
       77 fs-stat-fat          pic 9(02).
      * TEM QUE SER DO FORMATO PEDIDO, QUANDO INFORMADO
       77 ws-formato-pedido    pic x(01).

      * BOX (BOX_TITULO.DAT / BOX_DISCO.DAT, VIA CONFERE-BOX): A COPIA
      * DO TITULO EM BOX E O JOGO INTEIRO. SO SAI COM TODOS OS DISCOS
      * NO ESTOJO E SO FECHA A DEVOLUCAO COM TODOS BIPADOS DE VOLTA.
       77 ws-bx-operacao       pic x(01).
       77 ws-bx-copia          pic x(13).
       77 ws-bx-filme          pic 9(11).
       77 ws-bx-disco          pic x(13).
       77 ws-bx-resultado      pic x(01).
           88 box-incompleto           value "I".
           88 box-disco-estranho       value "E".
       77 ws-bx-faltam         pic 9(02).
       01 ws-msg-box.
           02 filler               pic x(24)
               value "BOX INCOMPLETO - FALTAM ".
           02 ws-msg-box-faltam    pic z9.
           02 filler               pic x(20)
               value " DISCO(S) NO ESTOJO".
       01 ws-msg-box-parcial.
           02 filler               pic x(27)
               value "DEVOLUCAO PARCIAL - FALTAM ".
           02 ws-msg-parcial-faltam pic z9.
           02 filler               pic x(32)
               value " DISCO(S) - ALUGUEL SEGUE ABERTO".

      * LICENCA DO TITULO (LICENCA.DAT, VIA CONFERE-LICENCA): NO FIM
      * DA VIGENCIA O TITULO NAO SAI MAIS NEM E PRORROGADO
       77 ws-lc-filme          pic 9(11).
       77 ws-lc-resultado      pic x(01).
           88 licenca-encerrada        value "B".
       77 ws-lc-data-fim       pic 9(08).
       01 ws-msg-licenca.
           02 filler               pic x(32)
               value "LICENCA DO TITULO ENCERRADA EM ".
           02 ws-msg-lic-data      pic 9(08).
           02 filler               pic x(27)
               value " - DEVOLVER A DISTRIBUIDORA".

      * LISTA DE ESPERA DE PRE-LANCAMENTO: RESERVA DE TITULO "EM
      * BREVE" ENTRA EM ESPERA.DAT EM ORDEM DE CHEGADA
       77 fs-stat-esp          pic 9(02).
       77 ws-libera-quer       pic x.
           88 quer-liberar             values are "S" "s".

      * NOTAS DE ALERTA DO CLIENTE (SUBROTINA CONFERE-NOTAS)
       copy nota_aviso.
       77 ws-nota-ix           pic 9(02).
       77 ws-nota-exame        pic 9(05).
       77 ws-nota-visto        pic 9(05).
       77 ws-nota-chave        pic 9(11).
       77 ws-nota-liberada     pic x.
           88 nota-liberada            value "S".

      * ACEITE DO CONTRATO DE LOCACAO EM VIGOR (TERMO.DAT/ACEITE.DAT):
      * CLIENTE SEM ACEITE DA VERSAO ATUAL SO ALUGA DEPOIS DE ASSINAR
      * A VIA IMPRESSA NO BALCAO
       77 ws-termo-cliente     pic 9(05).
       77 ws-termo-versao      pic 9(03).
       77 ws-termo-filial      pic 9(02).
       77 ws-termo-chave       pic 9(11).
       77 ws-termo-impresso    pic x(01).
       77 ws-termo-gravado     pic x(01).
       77 ws-termo-aceito      pic x(01).
           88 termo-aceito             value "S".

       01 ws-linha-libera.
           02 ws-lib-data          pic 9(08).
           02 filler               pic x(02) value spaces.
       77 ws-mrk-nome          pic x(10) value "TREINO.MRK".
       01 ws-mrk-info          pic x(64).

      * CONTINGENCIA: MODO_CONTINGENCIA=S, OU ALUGUEL.DAT FORA DO AR NA
      * ABERTURA, MANDA O BALCAO PARA A TELA CONTINGENCIA_BALCAO
       77 ws-modo-contingencia pic x(01).
           88 balcao-em-contingencia   value "S".
       77 ws-ctg-origem        pic x(01) value "A".
       01 ws-msg-contingencia.
           02 filler           pic x(29)
               value "ALUGUEL.DAT INDISPONIVEL (FS ".
           02 ws-msg-ctg-stat  pic 9(02).
           02 filler           pic x(33)
               value ") - ENTRAR EM CONTINGENCIA (S/N)?".

       copy screenio.

      *-----------------------------------------------------------------
           05 LINE 14 COLUMN 15 VALUE "8 - CARRINHO (VARIOS FILMES)".
           05 LINE 15 COLUMN 15 VALUE "T - TARIFAS (PRAZO E MULTA)".
           05 LINE 16 COLUMN 15 VALUE "9 - ESTORNAR ALUGUEL (HOJE)".
           05 LINE 17 COLUMN 15 VALUE "E - DECLARAR EXTRAVIO".
           05 LINE 18 COLUMN 15 VALUE "Q - DEVOLVER EQUIPAMENTO".
           05 LINE 19 COLUMN 15 VALUE "C - CLIENTE COMPRA A COPIA".
           05 LINE 20 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 21 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 21 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-HISTORICO.
           05 LINE 10 COLUMN 10 VALUE "ID DO CLIENTE:".
                   & "(D/V/VAZIO):".
               10 COLUMN PLUS 2 PIC X(01) USING RES-FORMATO.

       01 SS-MENU-TARIFA FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "1 - NOVA VERSAO (OU AGENDAR)".
           05 LINE 08 COLUMN 15 VALUE "2 - HISTORICO DE VERSOES".
           05 LINE 10 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 10 COL PLUS 1 USING WS-OPCAO-TARIFA AUTO.

       01 SS-VIGENCIA-TARIFA FOREGROUND-COLOR 2.
           05 LINE 08 COLUMN 10 VALUE "VIGENTE A PARTIR DE (AAAAMMDD):".
           05 COLUMN PLUS 2 PIC 9(08) USING WS-TAR-VIGENCIA.

       01 SS-VERSAO-TARIFA FOREGROUND-COLOR 2.
           05 LINE 08 COLUMN 10 VALUE "VIGENCIA:".
           05 COLUMN PLUS 2 PIC 9(08) FROM PVR-DATA-VIGENCIA.
           05 COLUMN PLUS 3 VALUE "GRAVADA EM:".
           05 COLUMN PLUS 2 PIC 9(08) FROM PVR-DATA-CADASTRO.
           05 COLUMN PLUS 3 VALUE "OPERADOR:".
           05 COLUMN PLUS 2 PIC 9(03) FROM PVR-OPERADOR.

       01 SS-TELA-TARIFA.
           05 LINE 10 COLUMN 10 VALUE "PRAZO PADRAO DE ALUGUEL (DIAS):".
           05 COLUMN PLUS 2 PIC 999 USING PARAM-PRAZO-DIAS.
           05 COLUMN PLUS 2 PIC ZZZZ9.99 USING PARAM-VALOR-CAUCAO.
           05 LINE 19 COLUMN 10 VALUE "TAXA DE TELE-ENTREGA:".
           05 COLUMN PLUS 2 PIC ZZ9.99 USING PARAM-TAXA-ENTREGA.
           05 LINE 20 COLUMN 10 VALUE "DIAS DE ATRASO P/ EXTRAVIO:".
           05 COLUMN PLUS 2 PIC ZZ9 USING PARAM-DIAS-EXTRAVIO.
           05 LINE 21 COLUMN 10 VALUE "VALOR PADRAO DE REPOSICAO:".
           05 COLUMN PLUS 2 PIC ZZZZ9.99 USING PARAM-VALOR-REPOSICAO.
           05 LINE 20 COLUMN 50 VALUE "VIDA UTIL DVD (MESES):".
           05 COLUMN PLUS 2 PIC ZZ9 USING PARAM-VIDA-UTIL-DVD.
           05 LINE 21 COLUMN 50 VALUE "VIDA UTIL VHS (MESES):".
           05 COLUMN PLUS 2 PIC ZZ9 USING PARAM-VIDA-UTIL-VHS.
           05 LINE 19 COLUMN 50 VALUE "DEV. FORA: REALOCA (S/N):".
           05 COLUMN PLUS 2 PIC X(01) USING PARAM-REALOCA-DEV.

       01 SS-TELA-ALUGUEL.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               & "FECHAR):".
           05 COLUMN PLUS 2 PIC X(13) USING WS-CART-BARCODE.

       01 SS-TELA-CART-PACOTE.
           05 LINE 14 COLUMN 10 VALUE "PACOTE DISPONIVEL:".
           05 COLUMN PLUS 2 PIC X(30) FROM PCT-DESCRICAO.
           05 LINE 15 COLUMN 10 VALUE "DISCOS NO PACOTE:".
           05 COLUMN PLUS 2 PIC Z9 FROM PCT-QTD-TITULOS.
           05 COLUMN PLUS 2 VALUE "PRECO:".
           05 COLUMN PLUS 2 PIC ZZZZ9.99 FROM PCT-PRECO.
           05 COLUMN PLUS 2 VALUE "ECONOMIA:".
           05 COLUMN PLUS 2 PIC ZZZZZ9.99 FROM WS-PCT-MELHOR-ECON.

       01 SS-TELA-CART-FECHA.
           05 LINE 14 COLUMN 10 VALUE "TOTAL DO TICKET:".
           05 COLUMN PLUS 2 PIC ZZZZZ9.99 FROM WS-CART-TOTAL.
           05 LINE 15 COLUMN 10 VALUE "FORMA PAGTO (D/C/P/V):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-CART-FORMA.
           05 LINE 16 COLUMN 10 VALUE "CAUCAO DE EQUIPAMENTO "
               & "(DINHEIRO):".
           05 COLUMN PLUS 2 PIC ZZZZZ9.99 FROM WS-CART-CAUCAO-EQP.

       01 SS-TELA-EQP-DEV.
           05 LINE 09 COLUMN 10 VALUE "ETIQUETA DO EQUIPAMENTO:".
           05 COLUMN PLUS 2 PIC X(13) USING WS-EQP-BARCODE.

       01 SS-TELA-EQP-DADOS.
           05 LINE 10 COLUMN 10 VALUE "MODELO:".
           05 COLUMN PLUS 2 PIC X(30) FROM EQP-MODELO.
           05 LINE 11 COLUMN 10 VALUE "NUMERO DE SERIE:".
           05 COLUMN PLUS 2 PIC X(20) FROM EQP-SERIE.
           05 LINE 12 COLUMN 10 VALUE "TICKET:".
           05 COLUMN PLUS 2 PIC 9(11) FROM LEQ-TICKET.
           05 COLUMN PLUS 2 VALUE "CLIENTE:".
           05 COLUMN PLUS 2 PIC 9(05) FROM LEQ-CLIENTE-ID.
           05 LINE 13 COLUMN 10 VALUE "SAIDA:".
           05 COLUMN PLUS 2 PIC 9(08) FROM LEQ-DATA-SAIDA.
           05 COLUMN PLUS 2 VALUE "PREVISTA:".
           05 COLUMN PLUS 2 PIC 9(08) FROM LEQ-DATA-PREVISTA.
           05 COLUMN PLUS 2 VALUE "CAUCAO:".
           05 COLUMN PLUS 2 PIC ZZZZ9.99 FROM LEQ-CAUCAO.

       01 SS-TELA-EQP-ACESSORIO.
           05 LINE 15 COLUMN 10 VALUE "ACESSORIO:".
           05 COLUMN PLUS 2 PIC X(15) FROM WS-EQP-ACES-DESC.
           05 COLUMN PLUS 2 VALUE "VOLTOU (S/N):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-EQP-ACES-VOLTOU.

       01 SS-TELA-EQP-ACERTO.
           05 LINE 17 COLUMN 10 VALUE "MULTA POR ATRASO:".
           05 COLUMN PLUS 2 PIC ZZZZ9.99 FROM LEQ-MULTA.
           05 COLUMN PLUS 2 VALUE "ACESSORIOS FALTANTES:".
           05 COLUMN PLUS 2 PIC ZZZZ9.99 FROM LEQ-VALOR-ACESSORIOS.
           05 LINE 18 COLUMN 10 VALUE "CAUCAO APLICADA:".
           05 COLUMN PLUS 2 PIC ZZZZ9.99 FROM LEQ-CAUCAO-APLICADA.
           05 COLUMN PLUS 2 VALUE "DEVOLVER AO CLIENTE:".
           05 COLUMN PLUS 2 PIC ZZZZ9.99 FROM LEQ-CAUCAO-DEVOLVIDA.
           05 LINE 19 COLUMN 10 VALUE "A COBRAR DO CLIENTE:".
           05 COLUMN PLUS 2 PIC ZZZZ9.99 FROM LEQ-VALOR-COBRADO.

       01 SS-TELA-EQP-FORMA.
           05 LINE 20 COLUMN 10 VALUE "FORMA PAGTO (D/C/P):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-EQP-FORMA.

       01 SS-TELA-FILA.
           05 LINE 10 COLUMN 10 VALUE "ID DO CLIENTE:".
           05 LINE 15 COLUMN 10 VALUE "PROXIMA DEVOLUCAO PREVISTA:".
           05 COLUMN PLUS 2 PIC 9(08) FROM WS-FILA-PREVISTA.

       01 SS-TELA-DISCO-BOX.
           05 LINE 22 COLUMN 10 VALUE "BOX - FALTAM".
           05 COLUMN PLUS 1 PIC Z9 FROM WS-BX-FALTAM.
           05 COLUMN PLUS 1 VALUE "DISCO(S). BIPE O DISCO:".
           05 COLUMN PLUS 2 PIC X(13) USING WS-BX-DISCO.

       01 SS-TELA-AVALIACAO.
           05 LINE 20 COLUMN 10
               VALUE "NOTA DO CLIENTE P/ O FILME (1-5, 0=NAO AVALIOU):".
           05 COLUMN PLUS 2 PIC 9(01) USING WS-NOTA-AVALIACAO.

       01 SS-TELA-PRORROGA.
           05 LINE 20 COLUMN 10 VALUE "DIAS EXTRAS:".
           05 COLUMN PLUS 2 PIC 9(03) USING WS-DIAS-PRORROGA.
           05 LINE 22 COLUMN 10 VALUE "NOVO VALOR:".
           05 COLUMN PLUS 2 PIC 9(05)V99 USING AL-VALOR.

       01 SS-TELA-COMPRA-COPIA.
           05 LINE 20 COLUMN 10 VALUE "PRECO DE SEMINOVO:".
           05 COLUMN PLUS 2 PIC ZZZZ9.99 FROM WS-CC-PRECO-SEMINOVO.
           05 COLUMN PLUS 2 VALUE "A PAGAR:".
           05 COLUMN PLUS 2 PIC ZZZZ9.99 FROM WS-CC-VALOR.
           05 LINE 21 COLUMN 10 VALUE "NUMERO DA VENDA:".
           05 COLUMN PLUS 2 PIC 9(11) USING WS-CC-VENDA-ID.
           05 COLUMN PLUS 2 VALUE "FORMA PAGTO (D/C/P):".
           05 COLUMN PLUS 2 PIC X(01) USING WS-CC-FORMA.
           05 LINE 22 COLUMN 10 VALUE "CODIGO DA MERCADORIA "
               & "(SO SE NOVO):".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-CC-MERC-CODIGO.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               END-IF
               MOVE "*TREINO*-" TO WS-MOD-PREFIXO
           END-IF
           PERFORM VERIFICA-CONTINGENCIA THRU VERIFICA-CONTINGENCIA-FIM
           IF BALCAO-EM-CONTINGENCIA
               CALL "contingencia_balcao" USING WS-CTG-ORIGEM
               GOBACK
           END-IF
           PERFORM ABRIR-ARQUIVOS
           IF NOT DIA-DE-BALCAO-LIBERADO
               MOVE "DIA NAO LIBERADO - RODE A ABERTURA DO DIA"
                       PERFORM ESTORNA-ALUGUEL THRU ESTORNA-ALUGUEL-FIM
                   WHEN E-TARIFAS
                       PERFORM MANTEM-TARIFA THRU MANTEM-TARIFA-FIM
                   WHEN E-EXTRAVIO
                       PERFORM DECLARA-EXTRAVIO
                           THRU DECLARA-EXTRAVIO-FIM
                   WHEN E-DEVOLVER-EQUIP
                       PERFORM DEVOLVE-EQUIPAMENTO
                           THRU DEVOLVE-EQUIPAMENTO-FIM
                   WHEN E-COMPRAR-COPIA
                       PERFORM COMPRA-COPIA THRU COMPRA-COPIA-FIM
               END-EVALUATE
           END-PERFORM.

             JORNAL-FILE CALENDARIO-FILE CHEQUE-FILE
             ESTORNO-ALUG-FILE GARANTIA-FILE CAUCAO-FILE
             ESPERA-FILE CUPOM-FILE CUPOM-MOV-FILE
             HORARIO-MOV-FILE ANV-FILE EXTRAVIO-FILE
             AVALIACAO-FILE EQUIPAMENTO-FILE LOC-EQUIP-FILE
             VENDA-FILE MERCADORIA-FILE.
       IF NOT FS-RSC-NAO-EXISTE
           CLOSE RISCO-FILE
       END-IF.
       IF NOT FS-PCT-NAO-EXISTE
           CLOSE PACOTE-FILE
       END-IF.
       CLOSE PACOTE-VENDA-FILE.
       IF FS-REP-OK
           CLOSE REPOSICAO-FILE
       END-IF.
       IF FS-CAR-OK
           CLOSE CARTAO-FILE
       END-IF.
       IF FS-FUNC-OK
           CLOSE FUNCIONARIO-FILE
       END-IF.
       IF FS-PERFIL-OK
           CLOSE PERFIL-FILE
       END-IF.
       IF FS-TRF-OK
           CLOSE TRANSFERE-FILE
       END-IF.
       IF FS-DVF-OK
           CLOSE DEV-FILIAL-FILE
       END-IF.
       GOBACK.

      * -----------------------------------
           MOVE SPACES TO WS-FORMATO-PEDIDO.
           MOVE SPACES TO WS-CARTAO-LIDO.
           MOVE WS-DATA-NEGOCIO TO AL-DATA-ALUGUEL.
           MOVE ZEROS TO WS-NOTA-VISTO.

           INCLUI-LOOP.
           PERFORM CALCULA-PREVISAO THRU CALCULA-PREVISAO-FIM.
               GO INCLUI-LOOP
           END-IF

      * CONTA DE FUNCIONARIO: O ALUGUEL E REGISTRADO POR OUTRO
      * OPERADOR LOGADO, NUNCA PELO PROPRIO FUNCIONARIO
           MOVE AL-CLIENTE-ID TO WS-FUNC-CLIENTE.
           PERFORM CONFERE-FUNCIONARIO THRU CONFERE-FUNCIONARIO-FIM.
           IF CLIENTE-FUNCIONARIO
               AND WS-OPERADOR-LOGADO EQUAL ZEROS
               MOVE "ALUGUEL DE FUNCIONARIO EXIGE OPERADOR LOGADO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           IF CLIENTE-FUNCIONARIO
               AND WS-FUNC-CONTA EQUAL WS-OPERADOR-LOGADO
               MOVE "FUNCIONARIO NAO REGISTRA O PROPRIO ALUGUEL"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF

           MOVE AL-CLIENTE-ID TO WS-TERMO-CLIENTE.
           PERFORM CONFERE-TERMO THRU CONFERE-TERMO-FIM.
           IF NOT TERMO-ACEITO
               GO INCLUI-LOOP
           END-IF

      * NOTAS DE ALERTA SAEM UMA VEZ POR CLIENTE DIGITADO, NAO A CADA
      * VOLTA DA TELA
           IF AL-CLIENTE-ID NOT EQUAL WS-NOTA-VISTO
               MOVE AL-CLIENTE-ID TO WS-NOTA-EXAME
               PERFORM CONFERE-NOTAS-CLIENTE
                   THRU CONFERE-NOTAS-CLIENTE-FIM
               IF NOT NOTA-LIBERADA
                   GO INCLUI-LOOP
               END-IF
               MOVE AL-CLIENTE-ID TO WS-NOTA-VISTO
           END-IF

           PERFORM CONFERE-RISCO THRU CONFERE-RISCO-FIM.
           IF RISCO-ESTOURADO
               MOVE "LIMITE DE DISCOS FORA PELA FAIXA DE RISCO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF

      * DEPENDENTE INFORMADO TEM QUE EXISTIR E ESTAR ATIVO NA CONTA
      * DO TITULAR; A IDADE CONFERIDA E A DELE
           MOVE FS-DATA-NASC TO WS-DATA-NASC-EXAME.
               GO INCLUI-LOOP
           END-IF

           MOVE FLM-ID TO WS-LC-FILME.
           PERFORM CONFERE-LICENCA-TITULO.
           IF LICENCA-ENCERRADA
               MOVE WS-MSG-LICENCA TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF

           IF FLM-QTD-DISPONIVEL = ZEROS
               MOVE "NENHUMA COPIA DISPONIVEL PARA ESTE FILME"
                   TO WS-MSGERRO
               GO INCLUI-LOOP
           END-IF

      * ALUGUEL DE FUNCIONARIO NAO PASSA PELA GAVETA: VAI PARA A FOLHA
           IF CLIENTE-FUNCIONARIO
               MOVE "L" TO AL-FORMA-PAGTO
           END-IF
           IF NOT (AL-DINHEIRO OR AL-CARTAO OR AL-PIX OR AL-VALE
               OR AL-CHEQUE OR AL-FATURADO OR AL-FOLHA)
               MOVE "FORMA DE PAGAMENTO INVALIDA (D/C/P/V/Q/F/L)"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           IF AL-FOLHA AND NOT CLIENTE-FUNCIONARIO
               MOVE "DESCONTO EM FOLHA E SO PARA CONTA DE FUNCIONARIO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF

           MOVE AL-COPIA-BARCODE TO COPIA-BARCODE
           PERFORM LE-COPIA-BIPADA THRU LE-COPIA-BIPADA-FIM.
           IF NOT FS-COPIA-OK
               MOVE "COPIA NAO CADASTRADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           MOVE COPIA-BARCODE TO AL-COPIA-BARCODE.

           IF COPIA-FILME-ID NOT EQUAL AL-FILME-ID
               MOVE "COPIA NAO PERTENCE A ESTE FILME" TO WS-MSGERRO
               GO INCLUI-LOOP
           END-IF

           PERFORM CONFERE-JOGO-BOX.
           IF BOX-INCOMPLETO
               MOVE WS-MSG-BOX TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF

      * O CLIENTE PEDIU UM FORMATO: A COPIA BIPADA TEM QUE SER DELE
           IF WS-FORMATO-PEDIDO NOT EQUAL SPACES
               AND COPIA-FORMATO NOT EQUAL SPACES
           END-IF

           PERFORM VERIFICA-ASSINATURA THRU VERIFICA-ASSINATURA-FIM.
      * PLANO TRANCADO SO NAO ALUGA PELO PLANO: O CLIENTE SEGUE COMO
      * NAO ASSINANTE, PELA TARIFA NORMAL E SEM GASTAR COTA
           IF PLANO-TRANCADO
               MOVE "ASSINATURA TRANCADA - ALUGUEL PELA TARIFA NORMAL"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF
           IF CLIENTE-ASSINANTE AND COTA-ESTOURADA
               MOVE "COTA DO PLANO ATINGIDA - VER REGRAS DO PLANO"
                   TO WS-MSGERRO
               GO INCLUI-LOOP
           END-IF

           MOVE WS-DATA-NEGOCIO TO WS-TARIFA-DATA.
           PERFORM CARREGA-TARIFA-CAT THRU CARREGA-TARIFA-CAT-FIM.
           PERFORM CALCULA-PREVISAO THRU CALCULA-PREVISAO-FIM.
           COMPUTE AL-VALOR = WS-TAXA-EFETIVA * WS-PRAZO-EFETIVO.
           IF CLIENTE-ASSINANTE
               MOVE ZEROS TO AL-VALOR
           END-IF.
      * FUNCIONARIO PAGA PELA FRANQUIA E PELO DESCONTO DO PERFIL, SEM
      * PROMOCAO, AJUSTE, PONTOS OU CUPOM POR CIMA
           IF CLIENTE-FUNCIONARIO
               MOVE ZEROS TO WS-CUPOM-LIDO
               PERFORM APLICA-FRANQUIA THRU APLICA-FRANQUIA-FIM
           ELSE
               PERFORM APLICA-PROMOCAO THRU APLICA-PROMOCAO-FIM
               PERFORM AJUSTE-VALOR THRU AJUSTE-VALOR-FIM
               PERFORM RESGATE-PONTOS THRU RESGATE-PONTOS-FIM
               PERFORM RESGATA-CUPOM THRU RESGATA-CUPOM-FIM
           END-IF.
      * GARANTIA OPCIONAL CONTRA DANO: A TAXA E COBRADA JUNTO COM O
      * ALUGUEL, NA MESMA FORMA, E A DEVOLUCAO COM DANO NAO COBRA A
      * TAXA DE DANO DO ALUGUEL GARANTIDO
           MOVE "GARANTIA CONTRA DANO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           MOVE WS-ERRO TO WS-QUER-GARANTIA.
      * CLIENTE COM CADASTRO NOVO OU NA FAIXA DE RISCO DEIXA A
      * CAUCAO REEMBOLSAVEL; O ATENDENTE RECEBE O DEPOSITO EM DINHEIRO
      * JUNTO COM O ALUGUEL
           PERFORM VERIFICA-CAUCAO THRU VERIFICA-CAUCAO-FIM.
           MOVE ZEROS TO AL-VALE-NUMERO AL-VALE-VALOR.
           IF AL-VALE
               PERFORM PAGA-COM-VALE THRU PAGA-COM-VALE-FIM
               REWRITE FLM-REC
               MOVE "A" TO COPIA-STATUS
               REWRITE COPIA-REC
               PERFORM SAIDA-BOX
               PERFORM FECHA-JORNAL
               MOVE "ALUGUEL" TO WS-AUD-PROGRAMA
               MOVE "INCLUSAO" TO WS-AUD-OPERACAO
               WS-AUD-OPERACAO AL-ID.
       CONFERE-CLASSIFICACAO-FIM.

      * -----------------------------------
      * NOTAS DE ALERTA DO CLIENTE (NOTA_CLIENTE.DAT, MANTIDAS NA TELA
      * DE CLIENTES): CADA NOTA VALIDA SAI NA LINHA DE MENSAGEM. NOTA
      * DE BLOQUEIO SO DEIXA SEGUIR COM SUPERVISOR, E A LIBERACAO VAI
      * PARA A AUDITORIA

       CONFERE-NOTAS-CLIENTE.
           MOVE "S" TO WS-NOTA-LIBERADA.
           CALL "CONFERE-NOTAS" USING WS-NOTA-EXAME WS-DATA-NEGOCIO
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
           MOVE WS-ERRO TO WS-LIBERA-QUER.
           IF NOT QUER-LIBERAR
               GO CONFERE-NOTAS-CLIENTE-FIM
           END-IF
           MOVE ZEROS TO WS-SUPERVISOR-ID.
           ACCEPT SS-TELA-SUP-ESTORNO.
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
           MOVE "ALUGUEL" TO WS-AUD-PROGRAMA.
           MOVE "NOTA-LIBER" TO WS-AUD-OPERACAO.
           MOVE WS-NOTA-EXAME TO WS-NOTA-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-NOTA-CHAVE.
       CONFERE-NOTAS-CLIENTE-FIM.

      * -----------------------------------
      * CONTRATO DE LOCACAO: O CLIENTE (WS-TERMO-CLIENTE, JA LIDO EM
      * CLIENTE-FILE) TEM QUE TER ACEITADO A VERSAO EM VIGOR NO DIA DE
      * NEGOCIO. SEM O ACEITE, IMPRIME A VIA PARA ASSINATURA E, COM A
      * VIA ASSINADA, GRAVA O ACEITE COM O OPERADOR E A FILIAL DO
      * CLIENTE; SEM ASSINATURA O ALUGUEL E RECUSADO

       CONFERE-TERMO.
           MOVE "N" TO WS-TERMO-ACEITO.
           CALL "CONFERE-ACEITE" USING WS-TERMO-CLIENTE WS-DATA-NEGOCIO
               WS-TERMO-VERSAO WS-TERMO-ACEITO.
           IF TERMO-ACEITO
               GO CONFERE-TERMO-FIM
           END-IF
           MOVE "N" TO WS-TERMO-ACEITO.
           MOVE "N" TO WS-ERRO.
           MOVE SPACES TO WS-MSGERRO.
           STRING "CLIENTE SEM ACEITE DO CONTRATO VERSAO "
               WS-TERMO-VERSAO " - IMPRIMIR VIA (S/N)?"
               DELIMITED BY SIZE INTO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               MOVE "CONTRATO EM VIGOR NAO ACEITO - ALUGUEL RECUSADO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONFERE-TERMO-FIM
           END-IF
           CALL "IMPRIME-TERMO" USING WS-TERMO-VERSAO WS-TERMO-CLIENTE
               CLI-NOME WS-OPERADOR-LOGADO WS-TERMO-IMPRESSO.
           IF WS-TERMO-IMPRESSO NOT EQUAL "S"
               MOVE "TEXTO DO CONTRATO NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONFERE-TERMO-FIM
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "VIA IMPRESSA - CLIENTE ASSINOU (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               MOVE "CONTRATO EM VIGOR NAO ACEITO - ALUGUEL RECUSADO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONFERE-TERMO-FIM
           END-IF
           MOVE ZEROS TO WS-TERMO-FILIAL.
           IF FS-FILIAL IS NUMERIC
               MOVE FS-FILIAL TO WS-TERMO-FILIAL
           END-IF
           CALL "REGISTRA-ACEITE" USING WS-TERMO-CLIENTE
               WS-TERMO-VERSAO WS-DATA-NEGOCIO WS-OPERADOR-LOGADO
               WS-TERMO-FILIAL WS-TERMO-GRAVADO.
           IF WS-TERMO-GRAVADO NOT EQUAL "S"
               MOVE "ERRO AO GRAVAR O ACEITE DO CONTRATO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONFERE-TERMO-FIM
           END-IF
           MOVE "S" TO WS-TERMO-ACEITO.
           MOVE "ALUGUEL" TO WS-AUD-PROGRAMA.
           MOVE "ACEITE-TRM" TO WS-AUD-OPERACAO.
           MOVE WS-TERMO-CLIENTE TO WS-TERMO-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-TERMO-CHAVE.
       CONFERE-TERMO-FIM.

      * -----------------------------------
      * PROCURA A ASSINATURA ATIVA DO CLIENTE E CONFERE AS COTAS DO
      * PLANO (PLANO_REGRA.DAT): ALUGUEIS NO CICLO E DISCOS
      * SIMULTANEOS FORA. ZERO NO LIMITE SIGNIFICA SEM LIMITE.
      * PLANO TRANCADO DENTRO DO PERIODO DA PAUSA NAO ALUGA PELO
      * PLANO (O CLIENTE FICA COMO NAO ASSINANTE); ANTES DO INICIO OU
      * APOS A RETOMADA VALE COMO ATIVO.

       VERIFICA-ASSINATURA.
           MOVE "N" TO WS-TEM-ASSINATURA.
           MOVE "N" TO WS-COTA-ESTOURADA.
           MOVE "N" TO WS-PLANO-TRANCADO.
           MOVE ZEROS TO WS-PLR-COTA WS-PLR-SIMULT.
           MOVE ZEROS TO ASS-KEY.
           MOVE ZEROS TO FS-STAT-ASSIN.
               MOVE 10 TO FS-STAT-ASSIN
               GO VERIFICA-ASSINATURA-LOOP
           END-READ.
           IF ASS-CLIENTE-ID NOT EQUAL AL-CLIENTE-ID
               GO VERIFICA-ASSINATURA-LOOP
           END-IF
           IF ASS-STATUS-TRANCADA
               AND WS-DATA-NEGOCIO NOT < ASS-DATA-TRANCAMENTO
               AND WS-DATA-NEGOCIO < ASS-DATA-RETOMADA
               MOVE "S" TO WS-PLANO-TRANCADO
               MOVE 10 TO FS-STAT-ASSIN
               GO VERIFICA-ASSINATURA-LOOP
           END-IF
           IF ASS-STATUS-ATIVA OR ASS-STATUS-TRANCADA
               MOVE "S" TO WS-TEM-ASSINATURA
               MOVE ASS-ID TO WS-ASSINATURA-CHAVE
               MOVE 10 TO FS-STAT-ASSIN
           END-IF.
       VERIFICA-ASSINATURA-FIM.

      * -----------------------------------
      * PROCURA O FUNCIONARIO ATIVO LIGADO A CONTA WS-FUNC-CLIENTE E
      * CARREGA A FRANQUIA E O DESCONTO DO PERFIL DELE. PERFIL SEM
      * CADASTRO (OU ANTERIOR A FRANQUIA) NAO DA FRANQUIA NEM
      * DESCONTO - O ALUGUEL VAI INTEIRO PARA A FOLHA.

       CONFERE-FUNCIONARIO.
           MOVE "N" TO WS-CLIENTE-FUNC.
           MOVE ZEROS TO WS-FUNC-CONTA WS-FRANQUIA-MES
               WS-DESCONTO-FUNC.
           IF NOT FS-FUNC-OK OR WS-FUNC-CLIENTE EQUAL ZEROS
               GO CONFERE-FUNCIONARIO-FIM
           END-IF
           MOVE ZEROS TO FUN-KEY.
           START FUNCIONARIO-FILE KEY IS NOT LESS THAN FUN-KEY
           INVALID KEY
               GO CONFERE-FUNCIONARIO-FIM
           END-START.

           CONFERE-FUNCIONARIO-LOOP.
           READ FUNCIONARIO-FILE NEXT RECORD
           AT END
               GO CONFERE-FUNCIONARIO-FIM
           END-READ.
           IF FUN-ATIVO-NAO
               OR FUN-CLIENTE-ID NOT NUMERIC
               OR FUN-CLIENTE-ID NOT EQUAL WS-FUNC-CLIENTE
               GO CONFERE-FUNCIONARIO-LOOP
           END-IF
           MOVE "S" TO WS-CLIENTE-FUNC.
           MOVE FUN-ID TO WS-FUNC-CONTA.
           IF NOT FS-PERFIL-OK
               GO CONFERE-FUNCIONARIO-FIM
           END-IF
           MOVE FUN-PERFIL TO PRF-CODIGO.
           READ PERFIL-FILE
           INVALID KEY
               GO CONFERE-FUNCIONARIO-FIM
           END-READ.
           IF PRF-FRANQUIA-MES IS NUMERIC
               MOVE PRF-FRANQUIA-MES TO WS-FRANQUIA-MES
           END-IF
           IF PRF-DESCONTO-FUNC IS NUMERIC
               MOVE PRF-DESCONTO-FUNC TO WS-DESCONTO-FUNC
           END-IF.
       CONFERE-FUNCIONARIO-FIM.

      * -----------------------------------
      * PRECO DO ALUGUEL DE FUNCIONARIO: DENTRO DA FRANQUIA DO MES SAI
      * DE GRACA; PASSANDO DELA, O VALOR DE TABELA COM O DESCONTO DO
      * PERFIL. A FRANQUIA USADA E CONTADA NOS PROPRIOS ALUGUEIS EM
      * FOLHA DA CONTA NO MES (VALOR ZERO, NAO ESTORNADOS).

       APLICA-FRANQUIA.
           MOVE ZEROS TO WS-FRANQUIA-USADA.
           MOVE AL-REC TO WS-AL-SALVO.
           START ALUGUEL-FILE KEY IS EQUAL AL-CLIENTE-ID
           INVALID KEY
               GO APLICA-FRANQUIA-PRECO
           END-START.

           APLICA-FRANQUIA-LOOP.
           READ ALUGUEL-FILE NEXT RECORD
           AT END
               GO APLICA-FRANQUIA-PRECO
           END-READ.
           IF AL-CLIENTE-ID NOT EQUAL WS-FUNC-CLIENTE
               GO APLICA-FRANQUIA-PRECO
           END-IF
           IF AL-FOLHA AND AL-VALOR EQUAL ZEROS
               AND NOT AL-ESTORNADO
               AND AL-DATA-ALUGUEL(1:6) EQUAL WS-DATA-NEGOCIO(1:6)
               ADD 1 TO WS-FRANQUIA-USADA
           END-IF
           GO APLICA-FRANQUIA-LOOP.

           APLICA-FRANQUIA-PRECO.
           MOVE WS-AL-SALVO TO AL-REC.
           MOVE ZEROS TO AL-PROMO-ID.
           IF WS-FRANQUIA-USADA < WS-FRANQUIA-MES
               MOVE ZEROS TO AL-VALOR
               MOVE "ALUGUEL DENTRO DA FRANQUIA DO FUNCIONARIO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO APLICA-FRANQUIA-FIM
           END-IF
           COMPUTE AL-VALOR ROUNDED =
               AL-VALOR * (100 - WS-DESCONTO-FUNC) / 100.
       APLICA-FRANQUIA-FIM.

      * -----------------------------------
      * CONTA OS ALUGUEIS EM ABERTO DO CLIENTE PARA O LIMITE DE
      * DISCOS SIMULTANEOS DO PLANO
           GO CONTA-ABERTOS-CLIENTE-LOOP.
       CONTA-ABERTOS-CLIENTE-FIM.

      * -----------------------------------
      * FAIXA DE RISCO DO CLIENTE (RISCO.DAT): GUARDA O LIMITE DE
      * DISCOS FORA E A EXIGENCIA DE CAUCAO, E AVISA SE O CLIENTE JA
      * ESTA NO LIMITE. CLIENTE SEM NOTA (CADASTRADO DEPOIS DA ULTIMA
      * RODADA) ALUGA SEM RESTRICAO DE RISCO.

       CONFERE-RISCO.
           MOVE ZEROS TO WS-RISCO-MAX-DISCOS.
           MOVE "N" TO WS-RISCO-CAUCAO.
           MOVE "N" TO WS-RISCO-ESTOURADO.
           IF FS-RSC-NAO-EXISTE
               GO CONFERE-RISCO-FIM
           END-IF
           MOVE AL-CLIENTE-ID TO RSC-CLIENTE-ID.
           READ RISCO-FILE
           INVALID KEY
               GO CONFERE-RISCO-FIM
           END-READ.
           MOVE RSC-MAX-DISCOS TO WS-RISCO-MAX-DISCOS.
           MOVE RSC-PEDE-CAUCAO TO WS-RISCO-CAUCAO.
           IF WS-RISCO-MAX-DISCOS EQUAL ZEROS
               GO CONFERE-RISCO-FIM
           END-IF
           PERFORM CONTA-ABERTOS-CLIENTE THRU CONTA-ABERTOS-CLIENTE-FIM.
           IF WS-QTD-ABERTOS-CLI NOT < WS-RISCO-MAX-DISCOS
               MOVE "S" TO WS-RISCO-ESTOURADO
           END-IF.
       CONFERE-RISCO-FIM.

      * -----------------------------------
      * CAUCAO REEMBOLSAVEL: CLIENTE COM CADASTRO MAIS NOVO QUE
      * PARAM-DIAS-CAUCAO OU QUE A FAIXA DE RISCO MANDA CAUCIONAR

       VERIFICA-CAUCAO.
           MOVE "N" TO WS-PEDE-CAUCAO.
           IF PARAM-DIAS-CAUCAO > ZEROS
               AND FS-DATA-CADASTRO NUMERIC
               AND FS-DATA-CADASTRO > ZEROS
               COMPUTE WS-IDADE-CADASTRO =
                   FUNCTION INTEGER-OF-DATE(AL-DATA-ALUGUEL)
                   - FUNCTION INTEGER-OF-DATE(FS-DATA-CADASTRO)
               IF WS-IDADE-CADASTRO < PARAM-DIAS-CAUCAO
                   MOVE "S" TO WS-PEDE-CAUCAO
                   MOVE "CLIENTE NOVO - RECEBER CAUCAO REEMBOLSAVEL"
                       TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO VERIFICA-CAUCAO-FIM
               END-IF
           END-IF
           IF RISCO-PEDE-CAUCAO AND PARAM-VALOR-CAUCAO > ZEROS
               MOVE "S" TO WS-PEDE-CAUCAO
               MOVE "CLIENTE EM FAIXA DE RISCO - RECEBER CAUCAO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF.
       VERIFICA-CAUCAO-FIM.

      * -----------------------------------
      * CONSOME UMA UNIDADE DA COTA MENSAL DO PLANO DO ASSINANTE

           DISPLAY SS-CLS.
           MOVE ZEROS TO WS-CART-BASE WS-CART-CLIENTE WS-CART-QTD
               WS-CART-TOTAL.
           MOVE ZEROS TO WS-CART-EQP-QTD WS-CART-TOTAL-EQP
               WS-CART-CAUCAO-EQP.
           MOVE SPACES TO WS-CART-FORMA.
           MOVE WS-DATA-NEGOCIO TO AL-DATA-ALUGUEL.
           DISPLAY SS-TELA-CARRINHO.
               PERFORM MOSTRA-ERRO
               GO CARRINHO-FIM
           END-IF
      * A FRANQUIA DO FUNCIONARIO E CONTADA DISCO A DISCO NO NOVO
      * ALUGUEL; O CARRINHO NAO ATENDE CONTA DE FUNCIONARIO
           MOVE WS-CART-CLIENTE TO WS-FUNC-CLIENTE.
           PERFORM CONFERE-FUNCIONARIO THRU CONFERE-FUNCIONARIO-FIM.
           IF CLIENTE-FUNCIONARIO
               MOVE "CONTA DE FUNCIONARIO - USE O NOVO ALUGUEL"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CARRINHO-FIM
           END-IF
           MOVE WS-CART-CLIENTE TO WS-NOTA-EXAME.
           PERFORM CONFERE-NOTAS-CLIENTE THRU CONFERE-NOTAS-CLIENTE-FIM.
           IF NOT NOTA-LIBERADA
               GO CARRINHO-FIM
           END-IF
           MOVE WS-CART-CLIENTE TO WS-TERMO-CLIENTE.
           PERFORM CONFERE-TERMO THRU CONFERE-TERMO-FIM.
           IF NOT TERMO-ACEITO
               GO CARRINHO-FIM
           END-IF
           MOVE WS-CART-CLIENTE TO AL-CLIENTE-ID.
           PERFORM CONFERE-RISCO THRU CONFERE-RISCO-FIM.
           IF RISCO-ESTOURADO
               MOVE "LIMITE DE DISCOS FORA PELA FAIXA DE RISCO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CARRINHO-FIM
           END-IF
      * A CAUCAO DO CARRINHO E POR DISCO, UMA PARA CADA ALUGUEL
           PERFORM VERIFICA-CAUCAO THRU VERIFICA-CAUCAO-FIM.
           PERFORM VERIFICA-ASSINATURA THRU VERIFICA-ASSINATURA-FIM.
      * PLANO TRANCADO SO NAO ALUGA PELO PLANO: O CLIENTE SEGUE COMO
      * NAO ASSINANTE, PELA TARIFA NORMAL E SEM GASTAR COTA
           IF PLANO-TRANCADO
               MOVE "ASSINATURA TRANCADA - ALUGUEL PELA TARIFA NORMAL"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF
           IF CLIENTE-ASSINANTE AND COTA-ESTOURADA
               MOVE "COTA DO PLANO ATINGIDA - VER REGRAS DO PLANO"
                   TO WS-MSGERRO
               OR WS-CART-BARCODE EQUAL SPACES
               GO CARRINHO-FECHA
           END-IF
           MOVE WS-CART-BARCODE TO COPIA-BARCODE.
           PERFORM LE-COPIA-BIPADA THRU LE-COPIA-BIPADA-FIM.
      * CODIGO QUE NAO E DE COPIA PODE SER A ETIQUETA DE UM APARELHO
           IF NOT FS-COPIA-OK
               MOVE WS-CART-BARCODE TO EQP-CODIGO
               READ EQUIPAMENTO-FILE
               INVALID KEY
                   MOVE "COPIA NAO CADASTRADA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO CARRINHO-ITEM
               END-READ
               PERFORM CARRINHO-EQUIPAMENTO
                   THRU CARRINHO-EQUIPAMENTO-FIM
               GO CARRINHO-ITEM
           END-IF
           MOVE COPIA-BARCODE TO WS-CART-BARCODE.
           PERFORM VERIFICA-CART-REPETIDO
               THRU VERIFICA-CART-REPETIDO-FIM.
           IF CART-ITEM-REPETIDO
               PERFORM MOSTRA-ERRO
               GO CARRINHO-ITEM
           END-IF
           IF NOT COPIA-DISPONIVEL
               MOVE "COPIA NAO DISPONIVEL PARA ALUGUEL" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CARRINHO-ITEM
           END-IF
           PERFORM CONFERE-JOGO-BOX.
           IF BOX-INCOMPLETO
               MOVE WS-MSG-BOX TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CARRINHO-ITEM
           END-IF
           MOVE COPIA-FILME-ID TO FLM-ID.
           READ FILME-FILE
           INVALID KEY
               PERFORM MOSTRA-ERRO
               GO CARRINHO-ITEM
           END-IF
           MOVE FLM-ID TO WS-LC-FILME.
           PERFORM CONFERE-LICENCA-TITULO.
           IF LICENCA-ENCERRADA
               MOVE WS-MSG-LICENCA TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CARRINHO-ITEM
           END-IF
           MOVE WS-CART-CLIENTE TO CLI-ID.
           READ CLIENTE-FILE
           INVALID KEY
               AND NOT ETARIA-LIBERADA
               GO CARRINHO-ITEM
           END-IF
           MOVE WS-DATA-NEGOCIO TO WS-TARIFA-DATA.
           PERFORM CARREGA-TARIFA-CAT THRU CARREGA-TARIFA-CAT-FIM.
           COMPUTE AL-VALOR = WS-TAXA-EFETIVA * WS-PRAZO-EFETIVO.
           IF CLIENTE-ASSINANTE
                   GO CARRINHO-ITEM
               END-IF
           END-IF
      * O LIMITE DA FAIXA DE RISCO TAMBEM CONTA OS ITENS JA ESCANEADOS
           IF WS-RISCO-MAX-DISCOS > ZEROS
               AND WS-QTD-ABERTOS-CLI + WS-CART-QTD
                   NOT < WS-RISCO-MAX-DISCOS
               MOVE "LIMITE DE DISCOS FORA PELA FAIXA DE RISCO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CARRINHO-FECHA
           END-IF
           ADD 1 TO WS-CART-QTD.
           MOVE WS-CART-BARCODE
               TO WS-CART-ITEM-BARCODE(WS-CART-QTD).
           MOVE AL-PROMO-ID TO WS-CART-ITEM-PROMO(WS-CART-QTD).
           MOVE FLM-FILIAL TO WS-CART-ITEM-FILIAL(WS-CART-QTD).
           MOVE WS-PRAZO-EFETIVO TO WS-CART-ITEM-PRAZO(WS-CART-QTD).
           MOVE FLM-CATEGORIA TO WS-CART-ITEM-CATEG(WS-CART-QTD).
      * VALOR DE TABELA, ANTES DE PLANO E PROMOCAO (BASE DO PACOTE)
           COMPUTE WS-CART-ITEM-LISTA(WS-CART-QTD) =
               WS-TAXA-EFETIVA * WS-PRAZO-EFETIVO.
           MOVE ZEROS TO WS-CART-ITEM-PACOTE(WS-CART-QTD).
           ADD AL-VALOR TO WS-CART-TOTAL.
           GO CARRINHO-ITEM.

           GO VERIFICA-CART-REPETIDO-LOOP.
           VERIFICA-CART-REPETIDO-FIM.

      * APARELHO BIPADO NO CARRINHO: SO SAI O DISPONIVEL, UMA VEZ POR
      * TICKET. A DIARIA DO EQUIPAMENTO VALE PARA ASSINANTE TAMBEM (O
      * PLANO COBRE FILME) E FICA FORA DE COTA, PROMOCAO E PACOTE; A
      * CAUCAO E SOMADA A PARTE
           CARRINHO-EQUIPAMENTO.
           IF NOT EQP-DISPONIVEL
               MOVE "EQUIPAMENTO NAO DISPONIVEL PARA LOCACAO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CARRINHO-EQUIPAMENTO-FIM
           END-IF
           MOVE ZEROS TO WS-CART-EQP-IX.

           CARRINHO-EQUIPAMENTO-REPETIDO.
           ADD 1 TO WS-CART-EQP-IX.
           IF WS-CART-EQP-IX NOT > WS-CART-EQP-QTD
               IF WS-CART-EQP-CODIGO(WS-CART-EQP-IX) EQUAL EQP-CODIGO
                   MOVE "EQUIPAMENTO JA ESTA NO CARRINHO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO CARRINHO-EQUIPAMENTO-FIM
               END-IF
               GO CARRINHO-EQUIPAMENTO-REPETIDO
           END-IF
           IF WS-CART-EQP-QTD NOT < WS-CART-EQP-MAX
               MOVE "LIMITE DE EQUIPAMENTOS POR TICKET ATINGIDO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CARRINHO-EQUIPAMENTO-FIM
           END-IF
           ADD 1 TO WS-CART-EQP-QTD.
           MOVE EQP-CODIGO TO WS-CART-EQP-CODIGO(WS-CART-EQP-QTD).
           MOVE EQP-PRAZO-DIAS TO WS-CART-EQP-PRAZO(WS-CART-EQP-QTD).
           COMPUTE WS-CART-EQP-VALOR(WS-CART-EQP-QTD) =
               EQP-TAXA-DIARIA * EQP-PRAZO-DIAS.
           MOVE EQP-CAUCAO TO WS-CART-EQP-CAUCAO(WS-CART-EQP-QTD).
           ADD WS-CART-EQP-VALOR(WS-CART-EQP-QTD) TO WS-CART-TOTAL
               WS-CART-TOTAL-EQP.
           ADD EQP-CAUCAO TO WS-CART-CAUCAO-EQP.
           CARRINHO-EQUIPAMENTO-FIM.

      * FECHAMENTO DO TICKET: UM PAGAMENTO PARA TODOS OS ITENS E UM
      * AL-REC POR COPIA, NUMERADOS A PARTIR DO PRIMEIRO ALUGUEL. SE
      * O TICKET SE ENCAIXA NUM PACOTE, O PACOTE E OFERECIDO ANTES DO
      * PAGAMENTO
           CARRINHO-FECHA.
           IF WS-CART-QTD EQUAL ZEROS AND WS-CART-EQP-QTD EQUAL ZEROS
               GO CARRINHO-FIM
           END-IF
           PERFORM OFERECE-PACOTE THRU OFERECE-PACOTE-FIM.

           CARRINHO-FECHA-PAGTO.
           DISPLAY SS-TELA-CART-FECHA.
           ACCEPT SS-TELA-CART-FECHA.
           IF COB-CRT-STATUS = COB-SCR-ESC
           IF NOT CART-FORMA-VALIDA
               MOVE "FORMA DE PAGAMENTO INVALIDA (D/C/P)" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CARRINHO-FECHA-PAGTO
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA O FECHAMENTO DO TICKET (S/N)?" TO WS-MSGERRO.
           CARRINHO-GRAVA.
           ADD 1 TO WS-CART-IX.
           IF WS-CART-IX > WS-CART-QTD
               PERFORM GRAVA-CART-EQUIPAMENTOS
                   THRU GRAVA-CART-EQUIPAMENTOS-FIM
               MOVE ZEROS TO WS-ER-NUMERO
               MOVE "A" TO WS-ER-TIPO
               MOVE WS-CART-BASE TO WS-ER-ORIGEM
               IF TRAVA-OBTIDA
                   MOVE "A" TO COPIA-STATUS
                   REWRITE COPIA-REC
                   PERFORM SAIDA-BOX
               END-IF
               IF CLIENTE-COM-CAUCAO
                   PERFORM GRAVA-CAUCAO
               END-IF
               MOVE "ALUGUEL" TO WS-AUD-PROGRAMA
               MOVE "CARRINHO" TO WS-AUD-OPERACAO
               IF CLIENTE-ASSINANTE
                   PERFORM CONSOME-COTA-PLANO
               END-IF
               IF WS-CART-ITEM-PACOTE(WS-CART-IX) > ZEROS
                   PERFORM GRAVA-PACOTE-VENDA
               END-IF
           END-WRITE.
           GO CARRINHO-GRAVA.
       CARRINHO-FIM.

      * -----------------------------------
      * UMA LOCACAO_EQUIP POR APARELHO DO TICKET FECHADO, COM A CHAVE
      * DO TICKET; O APARELHO SAI DA PRATELEIRA ("A") APONTANDO A
      * LOCACAO ABERTA. A PREVISAO ROLA PARA O PROXIMO DIA ABERTO
      * COMO A DOS FILMES

       GRAVA-CART-EQUIPAMENTOS.
           MOVE ZEROS TO WS-CART-EQP-IX.

           GRAVA-CART-EQUIPAMENTOS-LOOP.
           ADD 1 TO WS-CART-EQP-IX.
           IF WS-CART-EQP-IX > WS-CART-EQP-QTD
               GO GRAVA-CART-EQUIPAMENTOS-FIM
           END-IF
           MOVE WS-CART-EQP-CODIGO(WS-CART-EQP-IX) TO EQP-CODIGO.
           READ EQUIPAMENTO-FILE
           INVALID KEY
               GO GRAVA-CART-EQUIPAMENTOS-LOOP
           END-READ.
           MOVE SPACES TO LEQ-REC.
           MOVE WS-CART-BASE TO LEQ-TICKET.
           MOVE WS-CART-EQP-IX TO LEQ-SEQ.
           MOVE EQP-CODIGO TO LEQ-EQP-CODIGO.
           MOVE WS-CART-CLIENTE TO LEQ-CLIENTE-ID.
           MOVE WS-DATA-NEGOCIO TO LEQ-DATA-SAIDA AL-DATA-ALUGUEL.
           MOVE WS-CART-EQP-PRAZO(WS-CART-EQP-IX) TO WS-PRAZO-EFETIVO.
           PERFORM CALCULA-PREVISAO THRU CALCULA-PREVISAO-FIM.
           MOVE AL-DATA-PREVISTA TO LEQ-DATA-PREVISTA.
           MOVE WS-CART-EQP-VALOR(WS-CART-EQP-IX) TO LEQ-VALOR.
           MOVE WS-CART-FORMA TO LEQ-FORMA-PAGTO.
           MOVE WS-CART-EQP-CAUCAO(WS-CART-EQP-IX) TO LEQ-CAUCAO.
           MOVE EQP-MULTA-DIA TO LEQ-MULTA-DIA.
           MOVE EQP-MULTA-MAXIMA TO LEQ-MULTA-MAXIMA.
           MOVE ZEROS TO LEQ-DATA-DEVOLUCAO LEQ-MULTA
               LEQ-VALOR-ACESSORIOS LEQ-CAUCAO-APLICADA
               LEQ-CAUCAO-DEVOLVIDA LEQ-VALOR-COBRADO LEQ-SESSAO-DEV.
           MOVE "A" TO LEQ-STATUS.
           MOVE EQP-FILIAL TO LEQ-FILIAL.
           MOVE WS-SESSAO-CORRENTE TO LEQ-SESSAO-ID.
           MOVE WS-OPERADOR-LOGADO TO LEQ-OPERADOR-ID.
           WRITE LEQ-REC
           INVALID KEY
               MOVE "TICKET JA USADO P/ EQUIPAMENTO - ITEM PULADO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO GRAVA-CART-EQUIPAMENTOS-LOOP
           END-WRITE.
           MOVE "A" TO EQP-STATUS.
           MOVE LEQ-KEY TO EQP-LOCACAO-ATUAL.
           ADD 1 TO EQP-QTD-LOCACOES.
           REWRITE EQP-REC.
           MOVE "ALUGUEL" TO WS-AUD-PROGRAMA.
           MOVE "EQUIP-SAI" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO LEQ-TICKET.
           GO GRAVA-CART-EQUIPAMENTOS-LOOP.
       GRAVA-CART-EQUIPAMENTOS-FIM.

      * -----------------------------------
      * PACOTE DE LOCACAO (PACOTE.DAT): ENTRE OS PACOTES ATIVOS,
      * VENDIDOS NO DIA DA SEMANA DE HOJE, QUE O TICKET ATENDE (DISCOS
      * DAS CATEGORIAS ACEITAS EM NUMERO SUFICIENTE), ESCOLHE O DE
      * MAIOR ECONOMIA SOBRE O VALOR JA CALCULADO DOS DISCOS E OFERECE
      * AO CLIENTE. ASSINANTE NAO PAGA POR DISCO E FICA DE FORA.

       OFERECE-PACOTE.
           IF FS-PCT-NAO-EXISTE OR CLIENTE-ASSINANTE
               OR WS-CART-QTD < 2
               GO OFERECE-PACOTE-FIM
           END-IF
      * 1601-01-01 FOI SEGUNDA: RESTO 1 = SEGUNDA ... RESTO 0 = DOMINGO
           COMPUTE WS-DIA-TESTE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO).
           COMPUTE WS-PCT-DIA-HOJE =
               FUNCTION MOD(WS-DIA-TESTE-INT 7).
           IF WS-PCT-DIA-HOJE = ZEROS
               MOVE 7 TO WS-PCT-DIA-HOJE
           END-IF
           MOVE ZEROS TO WS-PCT-MELHOR-ID WS-PCT-MELHOR-ECON.
           MOVE ZEROS TO PCT-KEY.
           MOVE ZEROS TO FS-STAT-PCT.
           START PACOTE-FILE KEY IS NOT LESS THAN PCT-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-PCT
           END-START.

           OFERECE-PACOTE-LOOP.
           IF FS-PCT-FIM
               MOVE ZEROS TO FS-STAT-PCT
               GO OFERECE-PACOTE-OFERTA
           END-IF
           READ PACOTE-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-PCT
               GO OFERECE-PACOTE-LOOP
           END-READ.
           IF NOT PCT-ATIVO-SIM
               OR PCT-DIAS-SEMANA(WS-PCT-DIA-HOJE:1) NOT = "S"
               OR PCT-QTD-TITULOS > WS-CART-QTD
               OR PCT-QTD-TITULOS < 2
               GO OFERECE-PACOTE-LOOP
           END-IF
      * SOMA O VALOR JA CALCULADO DOS PRIMEIROS DISCOS ACEITOS
           MOVE ZEROS TO WS-PCT-QTD-ACEITOS WS-PCT-SOMA-ATUAL.
           MOVE ZEROS TO WS-CART-IX.

           OFERECE-PACOTE-SOMA.
           ADD 1 TO WS-CART-IX.
           IF WS-CART-IX > WS-CART-QTD
               OR WS-PCT-QTD-ACEITOS NOT < PCT-QTD-TITULOS
               GO OFERECE-PACOTE-AVALIA
           END-IF
           PERFORM CONFERE-CATEG-PACOTE
               THRU CONFERE-CATEG-PACOTE-FIM.
           IF PCT-ITEM-ACEITO
               ADD 1 TO WS-PCT-QTD-ACEITOS
               ADD WS-CART-ITEM-VALOR(WS-CART-IX) TO WS-PCT-SOMA-ATUAL
           END-IF
           GO OFERECE-PACOTE-SOMA.

           OFERECE-PACOTE-AVALIA.
           IF WS-PCT-QTD-ACEITOS < PCT-QTD-TITULOS
               OR PCT-PRECO NOT < WS-PCT-SOMA-ATUAL
               GO OFERECE-PACOTE-LOOP
           END-IF
           COMPUTE WS-PCT-ECONOMIA = WS-PCT-SOMA-ATUAL - PCT-PRECO.
           IF WS-PCT-ECONOMIA > WS-PCT-MELHOR-ECON
               MOVE WS-PCT-ECONOMIA TO WS-PCT-MELHOR-ECON
               MOVE PCT-ID TO WS-PCT-MELHOR-ID
           END-IF
           GO OFERECE-PACOTE-LOOP.

           OFERECE-PACOTE-OFERTA.
           IF WS-PCT-MELHOR-ID EQUAL ZEROS
               GO OFERECE-PACOTE-FIM
           END-IF
           MOVE WS-PCT-MELHOR-ID TO PCT-ID.
           READ PACOTE-FILE
           INVALID KEY
               GO OFERECE-PACOTE-FIM
           END-READ.
           DISPLAY SS-TELA-CART-PACOTE.
           MOVE "N" TO WS-ERRO.
           MOVE "CLIENTE LEVA O PACOTE (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO OFERECE-PACOTE-FIM
           END-IF
           PERFORM APLICA-PACOTE THRU APLICA-PACOTE-FIM.
       OFERECE-PACOTE-FIM.

      * -----------------------------------
      * O DISCO DO CARRINHO (WS-CART-IX) ENTRA NO PACOTE CORRENTE SE A
      * CATEGORIA DELE E UMA DAS ACEITAS - SEM NENHUMA CATEGORIA
      * INFORMADA, QUALQUER DISCO ENTRA

       CONFERE-CATEG-PACOTE.
           MOVE "N" TO WS-PCT-ACEITO.
           IF PCT-CATEGORIAS EQUAL SPACES
               MOVE "S" TO WS-PCT-ACEITO
               GO CONFERE-CATEG-PACOTE-FIM
           END-IF
           MOVE ZEROS TO WS-PCT-CAT-IX.

           CONFERE-CATEG-PACOTE-LOOP.
           ADD 1 TO WS-PCT-CAT-IX.
           IF WS-PCT-CAT-IX > 3
               GO CONFERE-CATEG-PACOTE-FIM
           END-IF
           IF PCT-CATEGORIA(WS-PCT-CAT-IX) NOT = SPACES
               AND PCT-CATEGORIA(WS-PCT-CAT-IX)
                   EQUAL WS-CART-ITEM-CATEG(WS-CART-IX)
               MOVE "S" TO WS-PCT-ACEITO
               GO CONFERE-CATEG-PACOTE-FIM
           END-IF
           GO CONFERE-CATEG-PACOTE-LOOP.
       CONFERE-CATEG-PACOTE-FIM.

      * -----------------------------------
      * APLICA O PACOTE LIDO: MARCA OS PRIMEIROS PCT-QTD-TITULOS DISCOS
      * ACEITOS, RATEIA O PRECO FIXO ENTRE ELES NA PROPORCAO DO VALOR
      * DE TABELA (O ULTIMO LEVA A SOBRA DO ARREDONDAMENTO, PARA A SOMA
      * DOS AL-REC BATER COM O PRECO) E TROCA O PRAZO DELES PELO DA
      * REGRA DE DEVOLUCAO DO PACOTE. O TOTAL DO TICKET E REFEITO.

       APLICA-PACOTE.
           MOVE ZEROS TO WS-PCT-QTD-ACEITOS WS-PCT-SOMA-LISTA
               WS-PCT-ULTIMO.
           MOVE ZEROS TO WS-CART-IX.

           APLICA-PACOTE-MARCA.
           ADD 1 TO WS-CART-IX.
           IF WS-CART-IX > WS-CART-QTD
               OR WS-PCT-QTD-ACEITOS NOT < PCT-QTD-TITULOS
               GO APLICA-PACOTE-PRAZO
           END-IF
           PERFORM CONFERE-CATEG-PACOTE
               THRU CONFERE-CATEG-PACOTE-FIM.
           IF PCT-ITEM-ACEITO
               ADD 1 TO WS-PCT-QTD-ACEITOS
               MOVE PCT-ID TO WS-CART-ITEM-PACOTE(WS-CART-IX)
               ADD WS-CART-ITEM-LISTA(WS-CART-IX) TO WS-PCT-SOMA-LISTA
               MOVE WS-CART-IX TO WS-PCT-ULTIMO
           END-IF
           GO APLICA-PACOTE-MARCA.

      * PRAZO DA REGRA: ATE O PROXIMO DIA DA SEMANA PEDIDO (NUNCA O
      * PROPRIO DIA) OU O PRAZO FIXO. A PREVISAO AINDA ROLA PARA O
      * PROXIMO DIA ABERTO NA GRAVACAO, COMO NO ALUGUEL AVULSO.
           APLICA-PACOTE-PRAZO.
           IF PCT-DEV-PRAZO
               MOVE PCT-PRAZO-DIAS TO WS-PCT-PRAZO
           ELSE
               COMPUTE WS-PCT-DIAS = PCT-DIA-DEV - WS-PCT-DIA-HOJE
               IF WS-PCT-DIAS NOT > ZEROS
                   ADD 7 TO WS-PCT-DIAS
               END-IF
               MOVE WS-PCT-DIAS TO WS-PCT-PRAZO
           END-IF
      * A DIARIA DOS EQUIPAMENTOS DO TICKET FICA FORA DO PACOTE
           MOVE ZEROS TO WS-PCT-RATEADO.
           MOVE WS-CART-TOTAL-EQP TO WS-CART-TOTAL.
           MOVE ZEROS TO WS-CART-IX.

           APLICA-PACOTE-RATEIA.
           ADD 1 TO WS-CART-IX.
           IF WS-CART-IX > WS-CART-QTD
               GO APLICA-PACOTE-FIM
           END-IF
           IF WS-CART-ITEM-PACOTE(WS-CART-IX) EQUAL ZEROS
               ADD WS-CART-ITEM-VALOR(WS-CART-IX) TO WS-CART-TOTAL
               GO APLICA-PACOTE-RATEIA
           END-IF
           IF WS-CART-IX EQUAL WS-PCT-ULTIMO
               COMPUTE WS-CART-ITEM-VALOR(WS-CART-IX) =
                   PCT-PRECO - WS-PCT-RATEADO
           ELSE
               IF WS-PCT-SOMA-LISTA > ZEROS
                   COMPUTE WS-CART-ITEM-VALOR(WS-CART-IX) ROUNDED =
                       PCT-PRECO * WS-CART-ITEM-LISTA(WS-CART-IX)
                       / WS-PCT-SOMA-LISTA
               ELSE
                   COMPUTE WS-CART-ITEM-VALOR(WS-CART-IX) ROUNDED =
                       PCT-PRECO / PCT-QTD-TITULOS
               END-IF
               ADD WS-CART-ITEM-VALOR(WS-CART-IX) TO WS-PCT-RATEADO
           END-IF
           MOVE ZEROS TO WS-CART-ITEM-PROMO(WS-CART-IX).
           MOVE WS-PCT-PRAZO TO WS-CART-ITEM-PRAZO(WS-CART-IX).
           ADD WS-CART-ITEM-VALOR(WS-CART-IX) TO WS-CART-TOTAL.
           GO APLICA-PACOTE-RATEIA.
       APLICA-PACOTE-FIM.

      * -----------------------------------
      * LOG DO DISCO VENDIDO EM PACOTE (AL-REC CORRENTE): VALOR DE
      * TABELA CONTRA O VALOR RATEADO, PARA O RELATORIO_DESCONTOS
      * MEDIR A RECEITA QUE O PACOTE DEIXOU DE LADO

       GRAVA-PACOTE-VENDA.
           MOVE SPACES TO WS-LINHA-PACOTE.
           MOVE AL-DATA-ALUGUEL TO WS-LPV-DATA.
           MOVE AL-ID TO WS-LPV-ALUGUEL.
           MOVE WS-CART-ITEM-PACOTE(WS-CART-IX) TO WS-LPV-PACOTE.
           MOVE WS-CART-ITEM-LISTA(WS-CART-IX) TO WS-LPV-VALOR-LISTA.
           MOVE AL-VALOR TO WS-LPV-VALOR-PACOTE.
           MOVE WS-LINHA-PACOTE TO PACOTE-VENDA-LINHA.
           WRITE PACOTE-VENDA-LINHA.

      * -----------------------------------
      * EMITE O RECIBO NUMERADO DO CLIENTE PARA A TRANSACAO CORRENTE
      * (TIPO E VALOR JA PREPARADOS PELO CHAMADOR)
      * CAI NA TARIFA DO TITULO E NOS PARAMETROS GLOBAIS

       CARREGA-TARIFA-CAT.
           MOVE PARAM-REC TO PAL-REC.
           CALL "OBTEM-TARIFA" USING WS-TARIFA-DATA PAL-REC
               WS-TARIFA-ACHOU.
           MOVE PAL-PRAZO-DIAS TO WS-PRAZO-EFETIVO.
           IF FLM-TAXA-DIARIA NOT EQUAL ZEROS
               MOVE FLM-TAXA-DIARIA TO WS-TAXA-EFETIVA
           ELSE
               MOVE PAL-TAXA-DIARIA TO WS-TAXA-EFETIVA
           END-IF
           MOVE PAL-TAXA-MULTA-DIA TO WS-MULTA-DIA-EFETIVA.
           MOVE FLM-CATEGORIA TO TCA-CATEGORIA.
           READ TARIFA-CAT-FILE
           INVALID KEY
           END-IF.
       CARREGA-TARIFA-CAT-FIM.

      * -----------------------------------
      * VALOR DE REPOSICAO DO DISCO DO ALUGUEL CORRENTE (FLM-REC JA
      * LIDO): O VALOR PROPRIO DO TITULO (REPOSICAO.DAT) MANDA; SEM
      * ELE VALE O DA CATEGORIA E, POR FIM, O PADRAO DE TARIFA.DAT

       CALCULA-REPOSICAO.
           MOVE PARAM-VALOR-REPOSICAO TO WS-VALOR-REPOSICAO.
           IF FS-REP-OK
               MOVE FLM-ID TO REP-FILME-ID
               READ REPOSICAO-FILE
               INVALID KEY
                   MOVE ZEROS TO FS-STAT-REP
               NOT INVALID KEY
                   IF REP-VALOR > ZEROS
                       MOVE REP-VALOR TO WS-VALOR-REPOSICAO
                       GO CALCULA-REPOSICAO-FIM
                   END-IF
               END-READ
           END-IF
           MOVE FLM-CATEGORIA TO TCA-CATEGORIA.
           READ TARIFA-CAT-FILE
           INVALID KEY
               GO CALCULA-REPOSICAO-FIM
           END-READ.
      * CATEGORIA GRAVADA ANTES DO CAMPO CARREGA ESPACOS NO FILLER
           IF TCA-VALOR-REPOSICAO IS NUMERIC
               AND TCA-VALOR-REPOSICAO > ZEROS
               MOVE TCA-VALOR-REPOSICAO TO WS-VALOR-REPOSICAO
           END-IF.
       CALCULA-REPOSICAO-FIM.

      * -----------------------------------
      * CALCULA A PREVISAO DE DEVOLUCAO SOMANDO O PRAZO EFETIVO (DA
      * CATEGORIA, OU O PADRAO DE TARIFA.DAT) A DATA DO ALUGUEL, E
      * -----------------------------------
      * CALCULA A MULTA PELOS DIAS ABERTOS DE ATRASO (DOMINGO E
      * FECHAMENTO DO CALENDARIO NAO CONTAM - O CLIENTE NAO TINHA
      * COMO DEVOLVER) E A TAXA DE MULTA EFETIVA DA CATEGORIA. NO
      * ALUGUEL EXTRAVIADO A CONTAGEM PARA NA DATA DO EXTRAVIO.

       CALCULA-MULTA.
           MOVE WS-DATA-DEVOLUCAO TO WS-DATA-FIM-MULTA.
           IF AL-EXTRAVIADO
               AND WS-DATA-EXTRAVIO > ZEROS
               AND WS-DATA-EXTRAVIO < WS-DATA-FIM-MULTA
               MOVE WS-DATA-EXTRAVIO TO WS-DATA-FIM-MULTA
           END-IF
           COMPUTE WS-INT-PREVISTA =
               FUNCTION INTEGER-OF-DATE(AL-DATA-PREVISTA).
           COMPUTE WS-INT-DEVOLUCAO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-FIM-MULTA).
           MOVE ZEROS TO WS-DIAS-UTEIS.
           MOVE WS-INT-PREVISTA TO WS-DIA-TESTE-INT.

           END-IF
           MOVE WS-DIAS-UTEIS TO WS-DIAS-ATRASO.
           CALL "CALCULA-MULTA" USING WS-DIAS-ATRASO
               WS-MULTA-DIA-EFETIVA PAL-MULTA-MAXIMA AL-MULTA.
       CALCULA-MULTA-FIM.

      * -----------------------------------
      * DISCO ATRASADO QUE VOLTA DENTRO DE UMA CAMPANHA DE ANISTIA
      * (CAMPANHA.DAT): A PARTE PERDOADA SAI DA MULTA DE ATRASO ANTES
      * DA TAXA DE DANO E DA CAUCAO. A IDADE DA PENDENCIA E O ATRASO
      * EM DIAS ABERTOS E A FILIAL E A DA DEVOLUCAO.

       APLICA-ANISTIA.
           MOVE ZEROS TO WS-PC-PERDAO WS-PC-CAMPANHA.
           IF AL-MULTA EQUAL ZEROS OR WS-DIAS-ATRASO NOT > ZEROS
               GO APLICA-ANISTIA-FIM
           END-IF
           MOVE WS-DIAS-ATRASO TO WS-PC-DIAS.
           MOVE "C" TO WS-PC-OPERACAO.
           CALL "PERDAO-CAMPANHA" USING WS-PC-OPERACAO WS-PC-ORIGEM
               AL-ID AL-CLIENTE-ID WS-FILIAL-DEV WS-DATA-DEVOLUCAO
               WS-PC-DIAS AL-MULTA WS-PC-CAMPANHA WS-PC-PERDAO
               WS-PC-RECUPERADO.
           IF WS-PC-PERDAO EQUAL ZEROS
               GO APLICA-ANISTIA-FIM
           END-IF
           SUBTRACT WS-PC-PERDAO FROM AL-MULTA.
           MOVE AL-MULTA TO WS-PC-RECUPERADO.
           MOVE "CAMPANHA DE ANISTIA - PARTE DA MULTA FOI PERDOADA"
               TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       APLICA-ANISTIA-FIM.

      * -----------------------------------
      * TRILHA DO PERDAO CONCEDIDO NA DEVOLUCAO: AUDITORIA E
      * CAMPANHA_MOV.DAT

       GRAVA-ANISTIA.
           MOVE "ALUGUEL" TO WS-AUD-PROGRAMA.
           MOVE "PERDAO" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO AL-ID.
           MOVE "G" TO WS-PC-OPERACAO.
           CALL "PERDAO-CAMPANHA" USING WS-PC-OPERACAO WS-PC-ORIGEM
               AL-ID AL-CLIENTE-ID WS-FILIAL-DEV WS-DATA-DEVOLUCAO
               WS-PC-DIAS AL-MULTA WS-PC-CAMPANHA WS-PC-PERDAO
               WS-PC-RECUPERADO.

      * -----------------------------------
      * PERGUNTA SE A MULTA FOI PAGA NA HORA. SE NAO FOI, BLOQUEIA O
      * CREDITO DO CLIENTE ATE A PENDENCIA SER QUITADA E LANCA O VALOR
      * GRAVA A MULTA NAO PAGA NO CONTAS A RECEBER. USA O NUMERO DO
      * PROPRIO ALUGUEL COMO CHAVE - UMA MULTA POR ALUGUEL - ENTAO UMA
      * SEGUNDA PASSAGEM PELO MESMO ALUGUEL NAO DUPLICA O LANCAMENTO.
      * NA DEVOLUCAO DE DISCO EXTRAVIADO A CHAVE JA E A LINHA DA
      * REPOSICAO TROCADA PELA MULTA, E O RESTO DA MULTA SOMA NELA.

       LANCA-RECEBER.
           MOVE SPACES TO CR-REC.
           MOVE AL-MULTA TO CR-SALDO.
           MOVE WS-DATA-DEVOLUCAO TO CR-DATA-ORIGEM.
           MOVE "A" TO CR-STATUS.
           MOVE "M" TO CR-TIPO.
           WRITE CR-REC
           INVALID KEY
               IF REPOSICAO-TROCADA
                   PERFORM SOMA-MULTA-TROCADA
               END-IF
           END-WRITE.

      * -----------------------------------
      * SOMA O RESTO DA MULTA NA LINHA DA REPOSICAO TROCADA

       SOMA-MULTA-TROCADA.
           READ RECEBER-FILE
           NOT INVALID KEY
               ADD AL-MULTA TO CR-VALOR-ORIGINAL CR-SALDO
               MOVE "A" TO CR-STATUS
               REWRITE CR-REC
           END-READ.

      * -----------------------------------
      * GRAVA A GARANTIA DO ALUGUEL RECEM-FECHADO, COM A TAXA, A
      * FORMA E A SESSAO - E O QUE OS RELATORIOS DE CAIXA E FISCAL
       ESTORNA-ALUGUEL-FIM.

      * -----------------------------------
      * DECLARACAO SUPERVISIONADA DE EXTRAVIO: O DISCO NAO VOLTA MAIS.
      * O ALUGUEL VIRA "X" (SAI DAS COBRANCAS DE ATRASO E A MULTA PARA
      * DE CORRER), A COPIA E BAIXADA E SAI DO TOTAL DO TITULO, O
      * VALOR DE REPOSICAO E LANCADO NO CONTAS A RECEBER NO LUGAR DA
      * MULTA E O CREDITO DO CLIENTE FICA BLOQUEADO. O BATCH
      * DECLARA_EXTRAVIO FAZ O MESMO PARA OS QUE PASSAM DO PRAZO DE
      * PARAM-DIAS-EXTRAVIO; AQUI O SUPERVISOR PODE ANTECIPAR QUANDO O
      * CLIENTE AVISA QUE PERDEU O DISCO.

       DECLARA-EXTRAVIO.
           MOVE "DECLARAR EXTRAVIO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO AL-REC.
           DISPLAY SS-TELA-ALUGUEL.
           PERFORM LE-ALUGUEL THRU LE-ALUGUEL-FIM.
           IF FS-CANCELA
               GO DECLARA-EXTRAVIO-FIM
           END-IF
           IF NOT FS-OK
               GO DECLARA-EXTRAVIO-FIM
           END-IF
           IF NOT AL-EM-ABERTO
               MOVE "SO ALUGUEL EM ABERTO PODE SER EXTRAVIADO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DECLARA-EXTRAVIO-FIM
           END-IF
           DISPLAY SS-DADOS.
           COMPUTE WS-DIAS-VENCIDO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
               - FUNCTION INTEGER-OF-DATE(AL-DATA-PREVISTA).
           IF WS-DIAS-VENCIDO < ZEROS
               MOVE ZEROS TO WS-DIAS-VENCIDO
           END-IF
           MOVE PARAM-DIAS-EXTRAVIO TO WS-DIAS-EXTRAVIO.
           IF WS-DIAS-EXTRAVIO = ZEROS
               MOVE 60 TO WS-DIAS-EXTRAVIO
           END-IF
           IF WS-DIAS-VENCIDO NOT > WS-DIAS-EXTRAVIO
               MOVE "N" TO WS-ERRO
               MOVE "PRAZO DE EXTRAVIO NAO ATINGIDO - DECLARAR (S/N)?"
                   TO WS-MSGERRO
               ACCEPT SS-ERRO
               IF NOT E-SIM
                   GO DECLARA-EXTRAVIO-FIM
               END-IF
           END-IF
           MOVE ZEROS TO WS-SUPERVISOR-ID.
           ACCEPT SS-TELA-SUP-ESTORNO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO DECLARA-EXTRAVIO-FIM
           END-IF
           MOVE WS-SUPERVISOR-ID TO FUN-ID.
           READ FUNCIONARIO-FILE
           INVALID KEY
               MOVE "SUPERVISOR NAO CADASTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DECLARA-EXTRAVIO-FIM
           END-READ.
           IF NOT FUN-E-ADMIN
               MOVE "OPERADOR INFORMADO NAO E SUPERVISOR" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DECLARA-EXTRAVIO-FIM
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA O EXTRAVIO DO DISCO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO DECLARA-EXTRAVIO-FIM
           END-IF
           PERFORM TRAVA-ALUGUEL THRU TRAVA-ALUGUEL-FIM.
           IF NOT TRAVA-OBTIDA
               MOVE "ALUGUEL EM USO NO OUTRO CAIXA - TENTE DE NOVO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DECLARA-EXTRAVIO-FIM
           END-IF
           MOVE AL-FILME-ID TO FLM-ID.
           READ FILME-FILE
           INVALID KEY
               MOVE SPACES TO FLM-CATEGORIA
           END-READ.
           PERFORM CALCULA-REPOSICAO THRU CALCULA-REPOSICAO-FIM.
           MOVE "X" TO AL-STATUS.
           REWRITE AL-REC
           INVALID KEY
               UNLOCK ALUGUEL-FILE
               MOVE "ERRO AO GRAVAR EXTRAVIO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DECLARA-EXTRAVIO-FIM
           END-REWRITE.
      * O DISCO ESTAVA FORA, ENTAO SO O TOTAL DO TITULO CAI; A COPIA
      * FICA BAIXADA COMO NA BAIXA DE COPIA
           PERFORM LE-FILME-TRAVADO THRU LE-FILME-TRAVADO-FIM.
           IF TRAVA-OBTIDA
               IF FLM-QTD-TOTAL > ZEROS
                   SUBTRACT 1 FROM FLM-QTD-TOTAL
               END-IF
               REWRITE FLM-REC
           END-IF
           IF AL-COPIA-BARCODE NOT EQUAL SPACES
               PERFORM LE-COPIA-TRAVADO THRU LE-COPIA-TRAVADO-FIM
               IF TRAVA-OBTIDA
                   MOVE "B" TO COPIA-STATUS
                   REWRITE COPIA-REC
               END-IF
           END-IF
           MOVE SPACES TO EXT-REC.
           MOVE AL-ID TO EXT-ALUGUEL-ID.
           MOVE AL-CLIENTE-ID TO EXT-CLIENTE-ID.
           MOVE AL-FILME-ID TO EXT-FILME-ID.
           MOVE AL-COPIA-BARCODE TO EXT-COPIA-BARCODE.
           MOVE WS-DATA-NEGOCIO TO EXT-DATA.
           MOVE WS-DIAS-VENCIDO TO EXT-DIAS-ATRASO.
           MOVE WS-VALOR-REPOSICAO TO EXT-VALOR-REPOSICAO.
           MOVE "S" TO EXT-ORIGEM.
           MOVE WS-SUPERVISOR-ID TO EXT-SUPERVISOR.
           MOVE "E" TO EXT-STATUS.
           MOVE ZEROS TO EXT-DATA-RECUPERACAO.
           WRITE EXT-REC
           INVALID KEY
               REWRITE EXT-REC
           END-WRITE.
      * CAUCAO RETIDA DO ALUGUEL ABATE A REPOSICAO NA HORA
           MOVE SPACES TO CR-REC.
           MOVE AL-ID TO CR-ID.
           MOVE AL-CLIENTE-ID TO CR-CLIENTE-ID.
           MOVE AL-ID TO CR-ALUGUEL-ID.
           MOVE WS-VALOR-REPOSICAO TO CR-VALOR-ORIGINAL.
           MOVE WS-VALOR-REPOSICAO TO CR-SALDO.
           MOVE AL-ID TO CAU-ALUGUEL-ID.
           READ CAUCAO-FILE
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               IF CAU-RETIDA
                   IF CAU-VALOR < CR-SALDO
                       MOVE CAU-VALOR TO WS-CAUCAO-APLICADA
                   ELSE
                       MOVE CR-SALDO TO WS-CAUCAO-APLICADA
                   END-IF
                   SUBTRACT WS-CAUCAO-APLICADA FROM CR-SALDO
                   MOVE WS-CAUCAO-APLICADA TO CAU-VALOR-APLICADO
                   MOVE WS-DATA-NEGOCIO TO CAU-DATA-LIBERACAO
                   MOVE "A" TO CAU-STATUS
                   REWRITE CAU-REC
               END-IF
           END-READ.
           MOVE WS-DATA-NEGOCIO TO CR-DATA-ORIGEM.
           IF CR-SALDO > ZEROS
               MOVE "A" TO CR-STATUS
           ELSE
               MOVE "Q" TO CR-STATUS
           END-IF
           MOVE "R" TO CR-TIPO.
           WRITE CR-REC
           INVALID KEY
               MOVE "ALUGUEL JA TEM LANCAMENTO NO CONTAS A RECEBER"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-WRITE.
           MOVE AL-CLIENTE-ID TO CLI-ID.
           READ CLIENTE-FILE
           NOT INVALID KEY
               MOVE "S" TO FS-CREDITO-BLOQUEADO
               REWRITE CLI-REC
           END-READ.
           MOVE "ALUGUEL" TO WS-AUD-PROGRAMA.
           MOVE "EXTRAVIO" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO AL-ID.
           MOVE "EXTRAVIO REGISTRADO - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       DECLARA-EXTRAVIO-FIM.
           UNLOCK ALUGUEL-FILE.

      * -----------------------------------
      * O CLIENTE FICA COM O DISCO QUE ESTA ALUGANDO: O ALUGUEL FECHA
      * SEM MULTA, A COPIA SAI DO ACERVO (BAIXADA, BEM FECHADO NO
      * REGISTRO DO ACERVO, TOTAL DO TITULO -1) E O PRECO DE SEMINOVO
      * DO TITULO MENOS O ALUGUEL JA PAGO E LANCADO EM VENDA.DAT COMO
      * VENDA DE BALCAO, COM RECIBO, IMPOSTO "V" E SESSAO DE GAVETA
      * (VD-REF-ID APONTA O ALUGUEL). A COPIA JA ESTAVA FORA, ENTAO O
      * DISPONIVEL NAO MUDA E NENHUMA RESERVA E ATENDIDA: A FILA DO
      * TITULO SEGUE NA MESMA ORDEM, SO COM UMA COPIA A MENOS.

       COMPRA-COPIA.
           MOVE "COMPRA DA COPIA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO AL-REC.
           DISPLAY SS-TELA-ALUGUEL.
           PERFORM LE-ALUGUEL THRU LE-ALUGUEL-FIM.
           IF FS-CANCELA
               GO COMPRA-COPIA-FIM
           END-IF
           IF NOT FS-OK
               GO COMPRA-COPIA-FIM
           END-IF
           IF NOT AL-EM-ABERTO
               MOVE "SO ALUGUEL EM ABERTO PODE VIRAR COMPRA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO COMPRA-COPIA-FIM
           END-IF
           IF AL-COPIA-BARCODE EQUAL SPACES
               MOVE "ALUGUEL SEM COPIA IDENTIFICADA - NAO VENDE"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO COMPRA-COPIA-FIM
           END-IF
           DISPLAY SS-DADOS.
           MOVE AL-FILME-ID TO FLM-ID.
           READ FILME-FILE
           INVALID KEY
               MOVE "FILME DO ALUGUEL NAO ESTA NO CATALOGO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO COMPRA-COPIA-FIM
           END-READ.
      * LINHA DE REPOSICAO GRAVADA ANTES DO PRECO TEM ESPACOS NELE
           MOVE ZEROS TO WS-CC-PRECO-SEMINOVO.
           IF FS-REP-OK
               MOVE FLM-ID TO REP-FILME-ID
               READ REPOSICAO-FILE
               INVALID KEY
                   MOVE ZEROS TO FS-STAT-REP
               NOT INVALID KEY
                   IF REP-PRECO-SEMINOVO IS NUMERIC
                       MOVE REP-PRECO-SEMINOVO TO WS-CC-PRECO-SEMINOVO
                   END-IF
               END-READ
           END-IF
           IF WS-CC-PRECO-SEMINOVO EQUAL ZEROS
               MOVE "TITULO SEM PRECO DE SEMINOVO NO REGISTRO DE FILMES"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO COMPRA-COPIA-FIM
           END-IF
           IF WS-CC-PRECO-SEMINOVO > AL-VALOR
               COMPUTE WS-CC-VALOR = WS-CC-PRECO-SEMINOVO - AL-VALOR
           ELSE
               MOVE ZEROS TO WS-CC-VALOR
           END-IF
           PERFORM PROCURA-SEMINOVO-TITULO
               THRU PROCURA-SEMINOVO-TITULO-FIM.
           MOVE ZEROS TO WS-CC-VENDA-ID WS-CC-MERC-CODIGO.
           MOVE "D" TO WS-CC-FORMA.

           COMPRA-COPIA-LOOP.
           DISPLAY SS-TELA-COMPRA-COPIA.
           ACCEPT SS-TELA-COMPRA-COPIA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO COMPRA-COPIA-FIM
           END-IF
           IF WS-CC-VENDA-ID EQUAL ZEROS
               MOVE "FAVOR INFORMAR O NUMERO DA VENDA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO COMPRA-COPIA-LOOP
           END-IF
           IF NOT CC-FORMA-VALIDA
               MOVE "FORMA DE PAGAMENTO INVALIDA (D/C/P)" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO COMPRA-COPIA-LOOP
           END-IF
           MOVE WS-CC-VENDA-ID TO VD-ID.
           START VENDA-FILE KEY IS EQUAL VD-KEY
           INVALID KEY
               MOVE ZEROS TO FS-STAT-VENDA
           NOT INVALID KEY
               MOVE "NUMERO DE VENDA JA USADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO COMPRA-COPIA-LOOP
           END-START.
           IF NOT CC-ACHOU-ITEM
               IF WS-CC-MERC-CODIGO EQUAL ZEROS
                   MOVE "TITULO SEM ITEM DE SEMINOVO - INFORME O "
                       & "CODIGO NOVO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO COMPRA-COPIA-LOOP
               END-IF
               MOVE WS-CC-MERC-CODIGO TO MRC-CODIGO
               READ MERCADORIA-FILE
               INVALID KEY
                   MOVE ZEROS TO FS-STAT-MRC
               NOT INVALID KEY
                   MOVE "CODIGO DE MERCADORIA JA USADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO COMPRA-COPIA-LOOP
               END-READ
           END-IF
           MOVE WS-DATA-NEGOCIO TO WS-DATA-DEVOLUCAO.
           MOVE WS-DATA-DEVOLUCAO TO WS-DATA-VERIFICA.
           PERFORM VERIFICA-PERIODO THRU VERIFICA-PERIODO-FIM.
           IF PERIODO-FECHADO
               MOVE "PERIODO CONTABIL FECHADO - DATA RECUSADA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO COMPRA-COPIA-FIM
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A VENDA DA COPIA AO CLIENTE (S/N)?"
               TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO COMPRA-COPIA-FIM
           END-IF
           PERFORM TRAVA-ALUGUEL THRU TRAVA-ALUGUEL-FIM.
           IF NOT TRAVA-OBTIDA
               MOVE "ALUGUEL EM USO NO OUTRO CAIXA - TENTE DE NOVO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO COMPRA-COPIA-FIM
           END-IF
           IF NOT AL-EM-ABERTO
               MOVE "ALUGUEL JA FOI FECHADO NO OUTRO CAIXA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO COMPRA-COPIA-FIM
           END-IF
      * O ALUGUEL FECHA SEM MULTA; CAUCAO RETIDA VOLTA AO CLIENTE
           MOVE ZEROS TO AL-MULTA.
           PERFORM RESOLVE-CAUCAO THRU RESOLVE-CAUCAO-FIM.
           MOVE "D" TO AL-STATUS.
           MOVE WS-DATA-DEVOLUCAO TO AL-DATA-DEVOLUCAO.
           PERFORM BUSCA-SESSAO-CAIXA THRU BUSCA-SESSAO-CAIXA-FIM.
           MOVE WS-SESSAO-CORRENTE TO AL-SESSAO-DEV.
           REWRITE AL-REC
           INVALID KEY
               MOVE "ERRO AO FECHAR O ALUGUEL" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO COMPRA-COPIA-FIM
           END-REWRITE.
      * O DISCO ESTAVA FORA: SO O TOTAL DO TITULO CAI, E A COPIA FICA
      * BAIXADA COMO NA BAIXA DE COPIA
           PERFORM LE-FILME-TRAVADO THRU LE-FILME-TRAVADO-FIM.
           IF TRAVA-OBTIDA
               IF FLM-QTD-TOTAL > ZEROS
                   SUBTRACT 1 FROM FLM-QTD-TOTAL
               END-IF
               REWRITE FLM-REC
           END-IF
           PERFORM LE-COPIA-TRAVADO THRU LE-COPIA-TRAVADO-FIM.
           IF TRAVA-OBTIDA
               MOVE "B" TO COPIA-STATUS
               REWRITE COPIA-REC
               CALL "BAIXA-ATIVO" USING COPIA-BARCODE FLM-FILIAL
                   WS-VALOR-PERDA
           END-IF
      * TITULO SEM ITEM DE SEMINOVO GANHA UM, JA SEM SALDO - O DISCO
      * ENTRA E SAI DO ESTOQUE NA MESMA VENDA
           IF NOT CC-ACHOU-ITEM
               MOVE SPACES TO MRC-REC
               MOVE WS-CC-MERC-CODIGO TO MRC-CODIGO
               STRING "SEMINOVO " DELIMITED BY SIZE
                   FLM-NOME-FILME DELIMITED BY SIZE
                   INTO MRC-DESCRICAO
               MOVE WS-CC-PRECO-SEMINOVO TO MRC-PRECO
               MOVE ZEROS TO MRC-QTD-ESTOQUE
               MOVE "S" TO MRC-ATIVO
               MOVE ZEROS TO MRC-CUSTO-UNIT
               MOVE FLM-ID TO MRC-FILME-ORIGEM
               MOVE ZEROS TO MRC-QTD-RESERVADA
               MOVE SPACES TO MRC-RECOMPRA
               WRITE MRC-REC
               INVALID KEY
                   MOVE ZEROS TO FS-STAT-MRC
               END-WRITE
               MOVE WS-CC-MERC-CODIGO TO WS-CC-ITEM
           END-IF
           MOVE SPACES TO VD-REC.
           MOVE WS-CC-VENDA-ID TO VD-ID.
           MOVE AL-CLIENTE-ID TO VD-CLIENTE-ID.
           MOVE WS-CC-ITEM TO VD-MERCADORIA-COD.
           MOVE 1 TO VD-QUANTIDADE.
           MOVE WS-CC-VALOR TO VD-PRECO-UNIT.
           MOVE WS-CC-VALOR TO VD-VALOR-TOTAL.
           MOVE WS-CC-FORMA TO VD-FORMA-PAGTO.
           MOVE WS-DATA-NEGOCIO TO VD-DATA-VENDA.
           MOVE FLM-FILIAL TO VD-FILIAL.
           MOVE ZEROS TO VD-PROMO-ID.
           MOVE WS-SESSAO-CORRENTE TO VD-SESSAO-ID.
           MOVE "N" TO VD-TIPO.
           MOVE AL-ID TO VD-REF-ID.
           MOVE ZEROS TO VD-TICKET.
           MOVE ZEROS TO VD-VALE-NUMERO VD-VALE-VALOR.
           COMPUTE VD-VALOR-IMPOSTO ROUNDED =
               VD-VALOR-TOTAL * WS-ALIQUOTA-VENDA / 100.
           MOVE WS-OPERADOR-LOGADO TO VD-OPERADOR-ID.
           WRITE VD-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR A VENDA - ACERTAR NA LOJA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO COMPRA-COPIA-FIM
           END-WRITE.
           IF VD-VALOR-TOTAL > ZEROS
               MOVE ZEROS TO WS-ER-NUMERO
               MOVE "V" TO WS-ER-TIPO
               MOVE VD-ID TO WS-ER-ORIGEM
               MOVE VD-CLIENTE-ID TO WS-ER-CLIENTE
               MOVE VD-VALOR-TOTAL TO WS-ER-VALOR
               MOVE VD-FORMA-PAGTO TO WS-ER-FORMA
               MOVE WS-OPERADOR-LOGADO TO WS-ER-OPERADOR
               CALL "EMITE-RECIBO" USING WS-ER-NUMERO WS-ER-TIPO
                   WS-ER-ORIGEM WS-ER-CLIENTE WS-ER-VALOR WS-ER-FORMA
                   WS-ER-OPERADOR
           END-IF
           MOVE "V" TO WS-HMV-TIPO.
           MOVE VD-FILIAL TO WS-HMV-FILIAL.
           MOVE VD-VALOR-TOTAL TO WS-HMV-VALOR.
           PERFORM CARIMBA-HORARIO.
           MOVE "ALUGUEL" TO WS-AUD-PROGRAMA.
           MOVE "VENDACOPIA" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO AL-ID.
           MOVE "COPIA VENDIDA AO CLIENTE - PRESSIONE ENTER"
               TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       COMPRA-COPIA-FIM.
           UNLOCK ALUGUEL-FILE.

      * -----------------------------------
      * PROCURA O ITEM DE SEMINOVO DO TITULO EM MERCADORIA.DAT (O
      * MESMO QUE A BAIXA DE COPIA ENGROSSA); A LINHA DE DISCOS
      * COMPRADOS DE CLIENTES TEM CUSTO PROPRIO E FICA DE FORA

       PROCURA-SEMINOVO-TITULO.
           MOVE "N" TO WS-CC-ACHOU-ITEM.
           MOVE ZEROS TO WS-CC-ITEM.
           MOVE ZEROS TO MRC-KEY.
           MOVE ZEROS TO FS-STAT-MRC.
           START MERCADORIA-FILE KEY IS NOT LESS THAN MRC-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-MRC
           END-START.

           PROCURA-SEMINOVO-TITULO-LOOP.
           IF FS-MRC-FIM
               MOVE ZEROS TO FS-STAT-MRC
               GO PROCURA-SEMINOVO-TITULO-FIM
           END-IF
           READ MERCADORIA-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-MRC
               GO PROCURA-SEMINOVO-TITULO-LOOP
           END-READ.
           IF MRC-FILME-ORIGEM EQUAL FLM-ID
               AND NOT MRC-ITEM-RECOMPRA
               MOVE "S" TO WS-CC-ACHOU-ITEM
               MOVE MRC-CODIGO TO WS-CC-ITEM
               GO PROCURA-SEMINOVO-TITULO-FIM
           END-IF
           GO PROCURA-SEMINOVO-TITULO-LOOP.
       PROCURA-SEMINOVO-TITULO-FIM.

      * -----------------------------------
      * O DISCO DADO COMO EXTRAVIADO VOLTOU: O EXTRAVIO FICA
      * RECUPERADO E A LINHA DE REPOSICAO DO CONTAS A RECEBER E
      * TROCADA PELA MULTA NORMAL (JA CALCULADA EM AL-MULTA). O QUE O
      * CLIENTE JA TIVER PAGO DA REPOSICAO FICA NA LINHA COMO
      * PAGAMENTO DA MULTA E ABATE AL-MULTA; O QUE PASSAR DA MULTA E
      * DEVOLVIDO EM DINHEIRO. O RESTO DA MULTA QUE FOR PARA O CONTAS
      * A RECEBER SOMA NA MESMA LINHA (LANCA-RECEBER). OS ENCARGOS DE
      * ATRASO LANCADOS SOBRE A REPOSICAO CAEM PARA O QUE JA FOI PAGO
      * DELES. REPOSICAO DOBRADA NUM PARCELAMENTO NAO E MEXIDA AQUI.

       REVERTE-EXTRAVIO.
           MOVE AL-ID TO EXT-ALUGUEL-ID.
           READ EXTRAVIO-FILE
           INVALID KEY
               MOVE ZEROS TO FS-STAT-EXT
           NOT INVALID KEY
               MOVE "R" TO EXT-STATUS
               MOVE WS-DATA-DEVOLUCAO TO EXT-DATA-RECUPERACAO
               REWRITE EXT-REC
           END-READ.
           MOVE AL-ID TO CR-ID.
           READ RECEBER-FILE
           INVALID KEY
               MOVE ZEROS TO FS-STAT-RECEBER
               GO REVERTE-EXTRAVIO-FIM
           END-READ.
           IF NOT CR-TIPO-REPOSICAO
               GO REVERTE-EXTRAVIO-FIM
           END-IF
           IF CR-PARCELADO
               MOVE "REPOSICAO PARCELADA - ACERTAR MULTA NO ACORDO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REVERTE-EXTRAVIO-FIM
           END-IF
           COMPUTE WS-REPOSICAO-PAGA = CR-VALOR-ORIGINAL - CR-SALDO.
           MOVE ZEROS TO WS-REPOSICAO-TROCO.
           IF WS-REPOSICAO-PAGA > AL-MULTA
               COMPUTE WS-REPOSICAO-TROCO = WS-REPOSICAO-PAGA - AL-MULTA
               MOVE AL-MULTA TO CR-VALOR-ORIGINAL
           ELSE
               MOVE WS-REPOSICAO-PAGA TO CR-VALOR-ORIGINAL
           END-IF
           MOVE ZEROS TO CR-SALDO.
           MOVE "Q" TO CR-STATUS.
           MOVE "M" TO CR-TIPO.
           MOVE WS-DATA-DEVOLUCAO TO CR-DATA-ORIGEM.
           REWRITE CR-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR O CONTAS A RECEBER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REVERTE-EXTRAVIO-FIM
           END-REWRITE.
           MOVE "S" TO WS-REPOSICAO-TROCADA.
           SUBTRACT CR-VALOR-ORIGINAL FROM AL-MULTA.
           MOVE "ALUGUEL" TO WS-AUD-PROGRAMA.
           MOVE "TROCA-REPO" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO AL-ID.
           PERFORM ENCERRA-ENCARGOS THRU ENCERRA-ENCARGOS-FIM.
           IF WS-REPOSICAO-TROCO > ZEROS
               PERFORM DEVOLVE-TROCO-REPOSICAO
           END-IF
      * SEM MULTA A COBRAR, O BLOQUEIO DO EXTRAVIO CAI SE O CLIENTE
      * NAO DEVE MAIS NADA
           IF AL-MULTA = ZEROS
               MOVE AL-CLIENTE-ID TO CLI-ID
               READ CLIENTE-FILE
               NOT INVALID KEY
                   PERFORM VERIFICA-CR-ABERTO
                       THRU VERIFICA-CR-ABERTO-FIM
                   IF NOT CR-CLIENTE-DEVEDOR
                       MOVE "N" TO FS-CREDITO-BLOQUEADO
                   END-IF
                   REWRITE CLI-REC
               END-READ
           END-IF.
       REVERTE-EXTRAVIO-FIM.

      * -----------------------------------
      * ENCARGOS DE ATRASO LIGADOS A REPOSICAO (JUROS_CR.DAT PELA
      * ORIGEM): ENCARGO SOBRE COBRANCA TROCADA NAO E DEVIDO, ENTAO O
      * LANCAMENTO DE CADA UM CAI PARA O QUE JA FOI PAGO DELE E FICA
      * QUITADO, E A LINHA DE JUROS_CR.DAT (DRE E EXTRATO) ACOMPANHA

       ENCERRA-ENCARGOS.
           OPEN I-O JUROS-CR-FILE.
           IF FS-JCR-NAO-EXISTE
               GO ENCERRA-ENCARGOS-FIM
           END-IF
           MOVE AL-ID TO JCR-ORIGEM-ID.
           MOVE ZEROS TO JCR-ANOMES.
           MOVE LOW-VALUES TO JCR-TIPO.
           START JUROS-CR-FILE KEY IS NOT LESS THAN JCR-KEY
           INVALID KEY
               GO ENCERRA-ENCARGOS-FECHA
           END-START.

           ENCERRA-ENCARGOS-LOOP.
           READ JUROS-CR-FILE NEXT RECORD
           AT END
               GO ENCERRA-ENCARGOS-FECHA
           END-READ.
           IF JCR-ORIGEM-ID NOT EQUAL AL-ID
               GO ENCERRA-ENCARGOS-FECHA
           END-IF
           MOVE JCR-LANCAMENTO TO CR-ID.
           READ RECEBER-FILE
           INVALID KEY
               MOVE ZEROS TO FS-STAT-RECEBER
               GO ENCERRA-ENCARGOS-LOOP
           END-READ.
           IF NOT CR-EM-ABERTO
               GO ENCERRA-ENCARGOS-LOOP
           END-IF
           COMPUTE WS-ENCARGO-PAGO = CR-VALOR-ORIGINAL - CR-SALDO.
           MOVE WS-ENCARGO-PAGO TO CR-VALOR-ORIGINAL.
           MOVE ZEROS TO CR-SALDO.
           MOVE "Q" TO CR-STATUS.
           REWRITE CR-REC.
           MOVE WS-ENCARGO-PAGO TO JCR-VALOR.
           REWRITE JCR-REC.
           MOVE "ALUGUEL" TO WS-AUD-PROGRAMA.
           MOVE "CANC-ENCAR" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO CR-ID.
           GO ENCERRA-ENCARGOS-LOOP.

           ENCERRA-ENCARGOS-FECHA.
           CLOSE JUROS-CR-FILE.
       ENCERRA-ENCARGOS-FIM.

      * -----------------------------------
      * DEVOLUCAO EM DINHEIRO DA REPOSICAO PAGA A MAIS: RECIBO DE
      * ESTORNO (TIPO E) SOBRE A LINHA DO CONTAS A RECEBER E LINHA "E"
      * EM RECIBO_RECEBER.DAT CARIMBADA COM A SESSAO ABERTA, QUE A
      * APURACAO DE GAVETA (CAIXA_SESSAO) TIRA DO DINHEIRO ESPERADO -
      * E POR ELA O DEPOSITO DA SESSAO SAI CERTO

       DEVOLVE-TROCO-REPOSICAO.
           PERFORM BUSCA-SESSAO-CAIXA THRU BUSCA-SESSAO-CAIXA-FIM.
           MOVE ZEROS TO WS-ER-NUMERO.
           MOVE "E" TO WS-ER-TIPO.
           MOVE AL-ID TO WS-ER-ORIGEM.
           MOVE AL-CLIENTE-ID TO WS-ER-CLIENTE.
           MOVE WS-REPOSICAO-TROCO TO WS-ER-VALOR.
           MOVE "D" TO WS-ER-FORMA.
           MOVE WS-OPERADOR-LOGADO TO WS-ER-OPERADOR.
           CALL "EMITE-RECIBO" USING WS-ER-NUMERO WS-ER-TIPO
               WS-ER-ORIGEM WS-ER-CLIENTE WS-ER-VALOR WS-ER-FORMA
               WS-ER-OPERADOR.
           OPEN EXTEND RECIBO-RECEBER-FILE.
           IF FS-RCB-NAO-EXISTE
               OPEN OUTPUT RECIBO-RECEBER-FILE
           END-IF.
           MOVE SPACES TO RCB-LINHA.
           MOVE WS-DATA-DEVOLUCAO TO RCB-DATA.
           MOVE AL-CLIENTE-ID TO RCB-CLIENTE.
           MOVE AL-ID TO RCB-LANCAMENTO.
           MOVE WS-REPOSICAO-TROCO TO RCB-VALOR.
           MOVE ZEROS TO RCB-SALDO.
           MOVE WS-SESSAO-CORRENTE TO RCB-SESSAO.
           MOVE WS-ER-NUMERO TO RCB-RECIBO.
           MOVE "E" TO RCB-TIPO.
           WRITE RCB-LINHA.
           CLOSE RECIBO-RECEBER-FILE.
           MOVE "ALUGUEL" TO WS-AUD-PROGRAMA.
           MOVE "TROCO-REPO" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO AL-ID.
           MOVE WS-REPOSICAO-TROCO TO WS-MSG-TROCO-VALOR.
           MOVE WS-MSG-TROCO TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.

      * -----------------------------------
      * PERMITE AO OPERADOR ATUALIZAR O PRAZO PADRAO DE ALUGUEL E A
      * TAXA DE MULTA DIARIA SEM ALTERAR PROGRAMA. CADA ALTERACAO E
      * UMA VERSAO NOVA EM TARIFA_VERSAO.DAT, COM DATA DE VIGENCIA
      * (HOJE OU FUTURA, NUNCA RETROATIVA); A VERSAO ANTIGA FICA NO
      * HISTORICO E CONTINUA VALENDO PARA OS ALUGUEIS FEITOS NA EPOCA.

       MANTEM-TARIFA.
           MOVE "TARIFAS" TO WS-OP.
           MOVE "ESCOLHA A OPCAO" TO WS-STATUS.
           MOVE SPACES TO WS-OPCAO-TARIFA.
           DISPLAY SS-CLS.
           ACCEPT SS-MENU-TARIFA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO MANTEM-TARIFA-FIM
           END-IF
           OPEN I-O TARIFA-VERSAO-FILE
           IF FS-PVR-NAO-EXISTE THEN
               OPEN OUTPUT TARIFA-VERSAO-FILE
               CLOSE TARIFA-VERSAO-FILE
               OPEN I-O TARIFA-VERSAO-FILE
           END-IF.
           EVALUATE TRUE
               WHEN E-TAR-NOVA
                   PERFORM NOVA-VERSAO-TARIFA
                       THRU NOVA-VERSAO-TARIFA-FIM
               WHEN E-TAR-HISTORICO
                   PERFORM HISTORICO-TARIFA THRU HISTORICO-TARIFA-FIM
           END-EVALUATE.
           CLOSE TARIFA-VERSAO-FILE.
       MANTEM-TARIFA-FIM.

      * -----------------------------------
      * GRAVA A VERSAO DIGITADA. VIGENCIA DE HOJE ENTRA NA HORA (E EM
      * TARIFA.DAT, LIDO PELOS BATCHES); VIGENCIA FUTURA FICA AGENDADA
      * E OS VALORES DE HOJE CONTINUAM NA TELA E NO BALCAO

       NOVA-VERSAO-TARIFA.
           MOVE "NOVA VERSAO DE TARIFAS" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           MOVE PARAM-REC TO WS-TAR-SALVA.
           PERFORM SEMEIA-VERSAO-TARIFA THRU SEMEIA-VERSAO-TARIFA-FIM.
           MOVE WS-DATA-NEGOCIO TO WS-TAR-VIGENCIA.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-TARIFA.
           DISPLAY SS-VIGENCIA-TARIFA.
           ACCEPT SS-VIGENCIA-TARIFA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO NOVA-VERSAO-TARIFA-FIM
           END-IF
           IF WS-TAR-VIGENCIA < WS-DATA-NEGOCIO
               MOVE "VIGENCIA NAO PODE SER RETROATIVA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO NOVA-VERSAO-TARIFA-FIM
           END-IF
           ACCEPT SS-TELA-TARIFA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               MOVE WS-TAR-SALVA TO PARAM-REC
               GO NOVA-VERSAO-TARIFA-FIM
           END-IF
           MOVE 1 TO PARAM-CHAVE.
           MOVE WS-TAR-VIGENCIA TO PVR-DATA-VIGENCIA.
           MOVE WS-DATA-NEGOCIO TO PVR-DATA-CADASTRO.
           MOVE WS-OPERADOR-LOGADO TO PVR-OPERADOR.
           MOVE PARAM-REC TO PVR-PARAMETROS.
           REWRITE PVR-REC
           INVALID KEY
               WRITE PVR-REC
           END-REWRITE.
           MOVE "ALUGUEL" TO WS-AUD-PROGRAMA.
           MOVE "TARIFA" TO WS-AUD-OPERACAO.
           MOVE WS-TAR-VIGENCIA TO WS-TAR-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-TAR-AUD-CHAVE.
           IF WS-TAR-VIGENCIA > WS-DATA-NEGOCIO
               MOVE WS-TAR-SALVA TO PARAM-REC
               MOVE "VERSAO AGENDADA - PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO NOVA-VERSAO-TARIFA-FIM
           END-IF
           REWRITE PARAM-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR TARIFAS" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-REWRITE.
       NOVA-VERSAO-TARIFA-FIM.

      * -----------------------------------
      * PRIMEIRA VERSAO: OS VALORES QUE VALIAM ATE AQUI ENTRAM NO
      * HISTORICO COM VIGENCIA ZERO, PARA OS ALUGUEIS ANTIGOS

       SEMEIA-VERSAO-TARIFA.
           MOVE ZEROS TO PVR-DATA-VIGENCIA.
           START TARIFA-VERSAO-FILE KEY IS NOT LESS THAN PVR-KEY
           INVALID KEY
               MOVE ZEROS TO PVR-DATA-VIGENCIA
               MOVE WS-DATA-NEGOCIO TO PVR-DATA-CADASTRO
               MOVE WS-OPERADOR-LOGADO TO PVR-OPERADOR
               MOVE PARAM-REC TO PVR-PARAMETROS
               WRITE PVR-REC
           END-START.
       SEMEIA-VERSAO-TARIFA-FIM.

      * -----------------------------------
      * FOLHEIA AS VERSOES DA MAIS ANTIGA PARA A MAIS NOVA

       HISTORICO-TARIFA.
           MOVE "HISTORICO DE TARIFAS" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           MOVE PARAM-REC TO WS-TAR-SALVA.
           MOVE ZEROS TO PVR-DATA-VIGENCIA.
           START TARIFA-VERSAO-FILE KEY IS NOT LESS THAN PVR-KEY
           INVALID KEY
               MOVE "NENHUMA VERSAO GRAVADA AINDA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO HISTORICO-TARIFA-FIM
           END-START.

           HISTORICO-TARIFA-LOOP.
           READ TARIFA-VERSAO-FILE NEXT RECORD
           AT END
               MOVE "FIM DO HISTORICO - PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO HISTORICO-TARIFA-SAI
           END-READ.
           MOVE PVR-PARAMETROS TO PARAM-REC.
           DISPLAY SS-CLS.
           DISPLAY SS-VERSAO-TARIFA.
           DISPLAY SS-TELA-TARIFA.
           MOVE "ENTER PARA PROXIMA - ESC PARA SAIR" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO HISTORICO-TARIFA-SAI
           END-IF
           GO HISTORICO-TARIFA-LOOP.

           HISTORICO-TARIFA-SAI.
           MOVE WS-TAR-SALVA TO PARAM-REC.
       HISTORICO-TARIFA-FIM.

      * -----------------------------------

       CONSULTA.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           CONSULTA-LOOP.
           MOVE SPACES TO AL-REC.
           DISPLAY SS-TELA-ALUGUEL.
           PERFORM LE-ALUGUEL THRU LE-ALUGUEL-FIM.
           IF FS-CANCELA
               GO CONSULTA-FIM
           END-IF
           IF FS-OK
               DISPLAY SS-DADOS
               MOVE "PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF.
           GO CONSULTA-LOOP.
       CONSULTA-FIM.

      * -----------------------------------
      * BAIXA O ALUGUEL, CALCULA A MULTA EM ATRASO E GRAVA A
      * DEVOLUCAO. A LIBERACAO DA COPIA NO CATALOGO E FEITA PELO
      * CONTROLE DE ESTOQUE (VER FS-QTD-DISPONIVEL).

       DEVOLVE.
           MOVE "DEVOLUCAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO AL-REC.
           DISPLAY SS-TELA-ALUGUEL.
           PERFORM LE-ALUGUEL THRU LE-ALUGUEL-FIM.
           IF FS-CANCELA
               GO DEVOLVE-FIM
           END-IF
           IF NOT FS-OK
               GO DEVOLVE-FIM
           END-IF
           PERFORM TRAVA-ALUGUEL THRU TRAVA-ALUGUEL-FIM.
           IF NOT TRAVA-OBTIDA
               MOVE "ALUGUEL EM USO NO OUTRO CAIXA - TENTE DE NOVO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLVE-FIM
           END-IF
           IF AL-DEVOLVIDO
               MOVE "ALUGUEL JA FOI DEVOLVIDO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLVE-FIM
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A DEVOLUCAO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO DEVOLVE-FIM
           END-IF
           MOVE WS-DATA-NEGOCIO TO WS-DATA-DEVOLUCAO.
           MOVE WS-DATA-DEVOLUCAO TO WS-DATA-VERIFICA.
           PERFORM VERIFICA-PERIODO THRU VERIFICA-PERIODO-FIM.
           IF PERIODO-FECHADO
               MOVE "PERIODO CONTABIL FECHADO - DATA RECUSADA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLVE-FIM
           END-IF
      * BOX SO FECHA COM TODOS OS DISCOS BIPADOS DE VOLTA; O QUE JA
      * VOLTOU FICA NO ESTOJO E O ALUGUEL SEGUE ABERTO ATE O RESTO
           IF AL-COPIA-BARCODE NOT EQUAL SPACES
               PERFORM CONFERE-DEVOLUCAO-BOX
                   THRU CONFERE-DEVOLUCAO-BOX-FIM
               IF BOX-INCOMPLETO
                   MOVE "ALUGUEL" TO WS-AUD-PROGRAMA
                   MOVE "DEVPARCIAL" TO WS-AUD-OPERACAO
                   CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
                       WS-AUD-OPERACAO AL-ID
                   MOVE WS-BX-FALTAM TO WS-MSG-PARCIAL-FALTAM
                   MOVE WS-MSG-BOX-PARCIAL TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO DEVOLVE-FIM
               END-IF
           END-IF
           PERFORM FILIAL-DA-DEVOLUCAO THRU FILIAL-DA-DEVOLUCAO-FIM.
           MOVE AL-FILME-ID TO FLM-ID.
           READ FILME-FILE
           INVALID KEY
               MOVE SPACES TO FLM-CATEGORIA
               MOVE ZEROS TO FLM-TAXA-DIARIA
           END-READ.
      * MULTA E DANO PELA TARIFA EM VIGOR NO DIA DO ALUGUEL
           MOVE AL-DATA-ALUGUEL TO WS-TARIFA-DATA.
           PERFORM CARREGA-TARIFA-CAT THRU CARREGA-TARIFA-CAT-FIM.
      * DISCO DADO COMO EXTRAVIADO QUE APARECEU: A MULTA VALE SO ATE
      * A DATA DO EXTRAVIO
           MOVE "N" TO WS-ERA-EXTRAVIADO.
           MOVE "N" TO WS-REPOSICAO-TROCADA.
           MOVE ZEROS TO WS-DATA-EXTRAVIO.
           IF AL-EXTRAVIADO
               MOVE "S" TO WS-ERA-EXTRAVIADO
               MOVE AL-ID TO EXT-ALUGUEL-ID
               READ EXTRAVIO-FILE
               INVALID KEY
                   MOVE ZEROS TO FS-STAT-EXT
               NOT INVALID KEY
                   MOVE EXT-DATA TO WS-DATA-EXTRAVIO
               END-READ
           END-IF
           PERFORM CALCULA-MULTA THRU CALCULA-MULTA-FIM.
           PERFORM APLICA-ANISTIA THRU APLICA-ANISTIA-FIM.
           MOVE "N" TO WS-ERRO.
           MOVE "COPIA RISCADA OU QUEBRADA (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
               MOVE AL-ID TO GAR-ALUGUEL-ID
               READ GARANTIA-FILE
               INVALID KEY
                   ADD PAL-TAXA-DANO TO AL-MULTA
               NOT INVALID KEY
                   ADD PAL-TAXA-DANO TO GAR-DANO-EVITADO
                   REWRITE GAR-REC
               END-READ
           END-IF
           PERFORM RESOLVE-CAUCAO THRU RESOLVE-CAUCAO-FIM.
           IF DEVOLUCAO-DE-EXTRAVIO
               PERFORM REVERTE-EXTRAVIO THRU REVERTE-EXTRAVIO-FIM
           END-IF
           IF AL-MULTA > ZEROS
               PERFORM CONFERE-MULTA THRU CONFERE-MULTA-FIM
           END-IF
                   PERFORM EMITE-RECIBO-CLIENTE
               END-IF
               MOVE "D" TO WS-HMV-TIPO
               MOVE WS-FILIAL-DEV TO WS-HMV-FILIAL
               MOVE AL-MULTA TO WS-HMV-VALOR
               PERFORM CARIMBA-HORARIO
               IF WS-PC-PERDAO > ZEROS
                   PERFORM GRAVA-ANISTIA
               END-IF
           END-REWRITE.
      * DEVOLVIDO EM OUTRA FILIAL: A COPIA NAO VOLTA PARA A
      * PRATELEIRA DA DONA - SEGUE POR TRANSFERENCIA OU E REALOCADA
           IF DEVOLUCAO-EM-OUTRA-FILIAL
               PERFORM DEVOLUCAO-FORA THRU DEVOLUCAO-FORA-FIM
               GO DEVOLVE-CONCLUI
           END-IF
      * COPIA DANIFICADA FICA MARCADA "X" E FORA DE FLM-QTD-DISPONIVEL,
      * PARA A LOJA NAO ALUGAR DE NOVO UM DISCO QUE SE SABE RUIM.
      * O EXTRAVIADO TINHA SAIDO DO TOTAL DO TITULO - VOLTA PARA ELE.
           PERFORM LE-FILME-TRAVADO THRU LE-FILME-TRAVADO-FIM.
           IF TRAVA-OBTIDA
               IF NOT DANO-NA-COPIA
                   ADD 1 TO FLM-QTD-DISPONIVEL
               END-IF
               IF DEVOLUCAO-DE-EXTRAVIO
                   ADD 1 TO FLM-QTD-TOTAL
               END-IF
               REWRITE FLM-REC
           END-IF
           IF AL-COPIA-BARCODE NOT EQUAL SPACES
                   REWRITE COPIA-REC
               END-IF
           END-IF.

           DEVOLVE-CONCLUI.
           PERFORM FECHA-JORNAL.
           DISPLAY SS-DADOS.
           PERFORM REGISTRA-AVALIACAO THRU REGISTRA-AVALIACAO-FIM.
           MOVE "DEVOLUCAO REGISTRADA - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           PERFORM PROCURA-EQUIP-TICKET THRU PROCURA-EQUIP-TICKET-FIM.
           IF TICKET-COM-EQUIPAMENTO
               MOVE "TICKET TEM EQUIPAMENTO NA RUA - DEVOLVER PELA "
                   & "OPCAO Q" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           END-IF.
       DEVOLVE-FIM.
           UNLOCK ALUGUEL-FILE.

      * -----------------------------------
      * O FILME DEVOLVIDO SAIU NUM TICKET COM APARELHO AINDA EM
      * ABERTO? (LOCACAO_EQUIP.DAT, CHAVE TICKET + SEQUENCIA)

       PROCURA-EQUIP-TICKET.
           MOVE "N" TO WS-EQP-ABERTO.
           IF AL-TICKET NOT NUMERIC OR AL-TICKET EQUAL ZEROS
               GO PROCURA-EQUIP-TICKET-FIM
           END-IF
           MOVE AL-TICKET TO LEQ-TICKET.
           MOVE ZEROS TO LEQ-SEQ.
           MOVE ZEROS TO FS-STAT-LEQ.
           START LOC-EQUIP-FILE KEY IS NOT LESS THAN LEQ-KEY
           INVALID KEY
               GO PROCURA-EQUIP-TICKET-FIM
           END-START.

           PROCURA-EQUIP-TICKET-LOOP.
           READ LOC-EQUIP-FILE NEXT RECORD
           AT END
               GO PROCURA-EQUIP-TICKET-FIM
           END-READ.
           IF LEQ-TICKET NOT EQUAL AL-TICKET
               GO PROCURA-EQUIP-TICKET-FIM
           END-IF
           IF LEQ-EM-ABERTO
               MOVE "S" TO WS-EQP-ABERTO
               GO PROCURA-EQUIP-TICKET-FIM
           END-IF
           GO PROCURA-EQUIP-TICKET-LOOP.
       PROCURA-EQUIP-TICKET-FIM.

      * -----------------------------------
      * DEVOLUCAO DE EQUIPAMENTO PELA ETIQUETA: MULTA PELA REGRA DO
      * PROPRIO APARELHO (DIAS ABERTOS DE ATRASO X MULTA POR DIA, COM
      * TETO), CONFERENCIA DOS ACESSORIOS UM A UM E O FALTANTE COBRADO
      * PELO VALOR DE REPOSICAO. MULTA + REPOSICAO SAEM DA CAUCAO; O
      * QUE SOBRA DA CAUCAO VOLTA AO CLIENTE EM DINHEIRO E O QUE A
      * CAUCAO NAO COBRE E COBRADO NA HORA. APARELHO COM ACESSORIO
      * FALTANDO OU COM DEFEITO VAI PARA MANUTENCAO ("M").

       DEVOLVE-EQUIPAMENTO.
           MOVE "DEV. EQUIPAMENTO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO WS-EQP-BARCODE.
           DISPLAY SS-TELA-EQP-DEV.
           ACCEPT SS-TELA-EQP-DEV.
           IF COB-CRT-STATUS = COB-SCR-ESC
               OR WS-EQP-BARCODE EQUAL SPACES
               GO DEVOLVE-EQUIPAMENTO-FIM
           END-IF
           MOVE WS-EQP-BARCODE TO EQP-CODIGO.
           READ EQUIPAMENTO-FILE
           INVALID KEY
               MOVE "EQUIPAMENTO NAO CADASTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLVE-EQUIPAMENTO-FIM
           END-READ.
           IF NOT EQP-ALUGADO
               MOVE "EQUIPAMENTO NAO ESTA ALUGADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLVE-EQUIPAMENTO-FIM
           END-IF
           MOVE EQP-LOCACAO-ATUAL TO LEQ-KEY.
           READ LOC-EQUIP-FILE
           INVALID KEY
               MOVE "LOCACAO DO EQUIPAMENTO NAO ENCONTRADA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLVE-EQUIPAMENTO-FIM
           END-READ.
           IF NOT LEQ-EM-ABERTO
               MOVE "LOCACAO DO EQUIPAMENTO JA FOI DEVOLVIDA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLVE-EQUIPAMENTO-FIM
           END-IF
           DISPLAY SS-TELA-EQP-DADOS.
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A DEVOLUCAO DO EQUIPAMENTO (S/N)?"
               TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO DEVOLVE-EQUIPAMENTO-FIM
           END-IF
           MOVE WS-DATA-NEGOCIO TO WS-DATA-DEVOLUCAO.
           MOVE WS-DATA-DEVOLUCAO TO WS-DATA-VERIFICA.
           PERFORM VERIFICA-PERIODO THRU VERIFICA-PERIODO-FIM.
           IF PERIODO-FECHADO
               MOVE "PERIODO CONTABIL FECHADO - DATA RECUSADA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLVE-EQUIPAMENTO-FIM
           END-IF
           PERFORM CALCULA-MULTA-EQUIP THRU CALCULA-MULTA-EQUIP-FIM.
           PERFORM CONFERE-ACESSORIOS THRU CONFERE-ACESSORIOS-FIM.
           MOVE "N" TO WS-ERRO.
           MOVE "APARELHO COM DEFEITO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           MOVE WS-ERRO TO WS-EQP-DEFEITO.
           COMPUTE WS-EQP-DEVIDO = LEQ-MULTA + LEQ-VALOR-ACESSORIOS.
           IF WS-EQP-DEVIDO > LEQ-CAUCAO
               MOVE LEQ-CAUCAO TO LEQ-CAUCAO-APLICADA
           ELSE
               MOVE WS-EQP-DEVIDO TO LEQ-CAUCAO-APLICADA
           END-IF
           COMPUTE LEQ-CAUCAO-DEVOLVIDA =
               LEQ-CAUCAO - LEQ-CAUCAO-APLICADA.
           COMPUTE LEQ-VALOR-COBRADO =
               WS-EQP-DEVIDO - LEQ-CAUCAO-APLICADA.
           DISPLAY SS-TELA-EQP-ACERTO.
           MOVE SPACES TO WS-EQP-FORMA.
           IF LEQ-VALOR-COBRADO EQUAL ZEROS
               GO DEVOLVE-EQUIPAMENTO-GRAVA
           END-IF.

           DEVOLVE-EQUIPAMENTO-FORMA.
           ACCEPT SS-TELA-EQP-FORMA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO DEVOLVE-EQUIPAMENTO-FIM
           END-IF
           IF NOT EQP-FORMA-VALIDA
               MOVE "FORMA DE PAGAMENTO INVALIDA (D/C/P)" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLVE-EQUIPAMENTO-FORMA
           END-IF.

           DEVOLVE-EQUIPAMENTO-GRAVA.
           MOVE WS-EQP-FORMA TO LEQ-FORMA-DEV.
           MOVE WS-DATA-DEVOLUCAO TO LEQ-DATA-DEVOLUCAO.
           PERFORM BUSCA-SESSAO-CAIXA THRU BUSCA-SESSAO-CAIXA-FIM.
           MOVE WS-SESSAO-CORRENTE TO LEQ-SESSAO-DEV.
           MOVE "D" TO LEQ-STATUS.
           REWRITE LEQ-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR DEVOLUCAO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLVE-EQUIPAMENTO-FIM
           END-REWRITE.
           MOVE "ALUGUEL" TO WS-AUD-PROGRAMA.
           MOVE "EQUIP-DEV" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO LEQ-TICKET.
           IF LEQ-VALOR-COBRADO > ZEROS
               MOVE ZEROS TO WS-ER-NUMERO
               MOVE "M" TO WS-ER-TIPO
               MOVE LEQ-TICKET TO WS-ER-ORIGEM
               MOVE LEQ-CLIENTE-ID TO WS-ER-CLIENTE
               MOVE LEQ-VALOR-COBRADO TO WS-ER-VALOR
               MOVE LEQ-FORMA-DEV TO WS-ER-FORMA
               MOVE WS-OPERADOR-LOGADO TO WS-ER-OPERADOR
               CALL "EMITE-RECIBO" USING WS-ER-NUMERO WS-ER-TIPO
                   WS-ER-ORIGEM WS-ER-CLIENTE WS-ER-VALOR WS-ER-FORMA
                   WS-ER-OPERADOR
           END-IF
           MOVE ZEROS TO EQP-LOCACAO-ATUAL.
           IF LEQ-VALOR-ACESSORIOS > ZEROS OR EQP-COM-DEFEITO
               MOVE "M" TO EQP-STATUS
           ELSE
               MOVE "D" TO EQP-STATUS
           END-IF
           REWRITE EQP-REC.
           IF LEQ-CAUCAO-DEVOLVIDA > ZEROS
               MOVE "DEVOLVER O SALDO DA CAUCAO AO CLIENTE - PRESSIONE "
                   & "ENTER" TO WS-MSGERRO
           ELSE
               MOVE "DEVOLUCAO REGISTRADA - PRESSIONE ENTER"
                   TO WS-MSGERRO
           END-IF
           PERFORM MOSTRA-ERRO.
       DEVOLVE-EQUIPAMENTO-FIM.

      * -----------------------------------
      * MULTA DO EQUIPAMENTO: DIAS ABERTOS DE ATRASO (MESMA CONTAGEM
      * DOS FILMES) VEZES A MULTA POR DIA DO APARELHO, LIMITADA PELO
      * TETO DO APARELHO - AMBOS COPIADOS NA SAIDA

       CALCULA-MULTA-EQUIP.
           COMPUTE WS-INT-PREVISTA =
               FUNCTION INTEGER-OF-DATE(LEQ-DATA-PREVISTA).
           COMPUTE WS-INT-DEVOLUCAO =
               FUNCTION INTEGER-OF-DATE(WS-DATA-DEVOLUCAO).
           MOVE ZEROS TO WS-DIAS-UTEIS.
           MOVE WS-INT-PREVISTA TO WS-DIA-TESTE-INT.

           CALCULA-MULTA-EQUIP-CONTA.
           ADD 1 TO WS-DIA-TESTE-INT.
           IF WS-DIA-TESTE-INT NOT > WS-INT-DEVOLUCAO
               PERFORM TESTA-DIA-FECHADO THRU TESTA-DIA-FECHADO-FIM
               IF NOT DIA-FECHADO
                   ADD 1 TO WS-DIAS-UTEIS
               END-IF
               GO CALCULA-MULTA-EQUIP-CONTA
           END-IF
           MOVE WS-DIAS-UTEIS TO WS-DIAS-ATRASO.
           CALL "CALCULA-MULTA" USING WS-DIAS-ATRASO
               LEQ-MULTA-DIA LEQ-MULTA-MAXIMA LEQ-MULTA.
       CALCULA-MULTA-EQUIP-FIM.

      * -----------------------------------
      * CHECKLIST DOS ACESSORIOS DO APARELHO: CADA UM QUE NAO VOLTOU
      * FICA MARCADO NA LOCACAO E SOMA O VALOR DE REPOSICAO

       CONFERE-ACESSORIOS.
           MOVE ZEROS TO LEQ-VALOR-ACESSORIOS.
           MOVE ZEROS TO WS-EQP-IX.

           CONFERE-ACESSORIOS-LOOP.
           ADD 1 TO WS-EQP-IX.
           IF WS-EQP-IX > 4
               GO CONFERE-ACESSORIOS-FIM
           END-IF
           MOVE "N" TO LEQ-ACES-FALTOU(WS-EQP-IX).
           IF EQP-ACES-DESCRICAO(WS-EQP-IX) EQUAL SPACES
               GO CONFERE-ACESSORIOS-LOOP
           END-IF
           MOVE EQP-ACES-DESCRICAO(WS-EQP-IX) TO WS-EQP-ACES-DESC.
           MOVE "S" TO WS-EQP-ACES-VOLTOU.
           DISPLAY SS-TELA-EQP-ACESSORIO.
           ACCEPT SS-TELA-EQP-ACESSORIO.
           IF NOT ACES-VOLTOU
               MOVE "S" TO LEQ-ACES-FALTOU(WS-EQP-IX)
               ADD EQP-ACES-VALOR(WS-EQP-IX) TO LEQ-VALOR-ACESSORIOS
           END-IF
           GO CONFERE-ACESSORIOS-LOOP.
       CONFERE-ACESSORIOS-FIM.

      * -----------------------------------
      * NOTA DE 1 A 5 QUE O CLIENTE DA AO FILME DEVOLVIDO. A CHAVE E
      * TITULO + CLIENTE: SE ELE JA TINHA AVALIADO O TITULO EM OUTRO
      * ALUGUEL, A NOTA NOVA SUBSTITUI A ANTIGA. ZERO OU ESC = NAO
      * QUIS AVALIAR.

       REGISTRA-AVALIACAO.
           MOVE ZEROS TO WS-NOTA-AVALIACAO.

           REGISTRA-AVALIACAO-LOOP.
           ACCEPT SS-TELA-AVALIACAO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               OR WS-NOTA-AVALIACAO EQUAL ZEROS
               GO REGISTRA-AVALIACAO-FIM
           END-IF
           IF WS-NOTA-AVALIACAO > 5
               MOVE "NOTA DE 1 A 5 (0 = NAO AVALIOU)" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO REGISTRA-AVALIACAO-LOOP
           END-IF
           MOVE SPACES TO AVL-REC.
           MOVE AL-FILME-ID TO AVL-FILME-ID.
           MOVE AL-CLIENTE-ID TO AVL-CLIENTE-ID.
           MOVE WS-NOTA-AVALIACAO TO AVL-NOTA.
           MOVE WS-DATA-DEVOLUCAO TO AVL-DATA.
           MOVE AL-ID TO AVL-ALUGUEL-ID.
           WRITE AVL-REC
           INVALID KEY
               REWRITE AVL-REC
           END-WRITE.
       REGISTRA-AVALIACAO-FIM.

      * -----------------------------------
      * FILIAL QUE ESTA RECEBENDO O DISCO: A DO OPERADOR LOGADO NO
      * BALCAO. QUANDO NAO E A FILIAL DO ALUGUEL, A DEVOLUCAO E
      * ACEITA NORMALMENTE (MULTA, CAUCAO, RECIBO) E A COPIA SEGUE
      * PARA DEVOLUCAO-FORA.

       FILIAL-DA-DEVOLUCAO.
           MOVE AL-FILIAL TO WS-FILIAL-DEV.
           MOVE "N" TO WS-DEV-FORA.
           IF WS-OPERADOR-LOGADO EQUAL ZEROS
               OR AL-FILIAL EQUAL ZEROS
               OR FS-FUNC-NAO-EXISTE
               GO FILIAL-DA-DEVOLUCAO-FIM
           END-IF
           MOVE WS-OPERADOR-LOGADO TO FUN-ID.
           READ FUNCIONARIO-FILE
           INVALID KEY
               GO FILIAL-DA-DEVOLUCAO-FIM
           END-READ.
           IF FUN-FILIAL NUMERIC AND FUN-FILIAL > ZEROS
               MOVE FUN-FILIAL TO WS-FILIAL-DEV
           END-IF
           IF WS-FILIAL-DEV NOT EQUAL AL-FILIAL
               MOVE "S" TO WS-DEV-FORA
           END-IF.
       FILIAL-DA-DEVOLUCAO-FIM.

      * -----------------------------------
      * DISCO DE OUTRA FILIAL DEVOLVIDO AQUI. A COPIA SAI DO TITULO DA
      * DONA (COMO NO DESPACHO DE TRANSFERE_COPIA) E:
      *   - SEGUE EM TRANSITO DE VOLTA, COM A TRANSFERENCIA JA ABERTA
      *     EM TRANSFERENCIA.DAT PARA A DONA CONFIRMAR O RECEBIMENTO;
      *   - OU, COM PARAM-REALOCA-DEV = "S" E O TITULO EM FALTA AQUI
      *     (MESMO NOME, NENHUMA COPIA DISPONIVEL), FICA NESTA FILIAL,
      *     COM A TRANSFERENCIA GRAVADA JA RECEBIDA.
      * COPIA DANIFICADA FICA AQUI MARCADA "X", NO TITULO DA DONA,
      * PARA O CHAMADO. TUDO FICA EM DEVOLUCAO_FILIAL.DAT, QUE O
      * RELATORIO_CAIXA_FILIAL USA PARA O ACERTO DAS MULTAS.

       DEVOLUCAO-FORA.
           MOVE SPACES TO DVF-REC.
           MOVE AL-ID TO DVF-ALUGUEL-ID.
           MOVE WS-DATA-DEVOLUCAO TO DVF-DATA.
           MOVE AL-FILIAL TO DVF-FILIAL-DONA.
           MOVE WS-FILIAL-DEV TO DVF-FILIAL-RECEBE.
           MOVE AL-COPIA-BARCODE TO DVF-BARCODE.
           MOVE AL-MULTA TO DVF-MULTA.
           MOVE ZEROS TO DVF-TRF-ID.
           MOVE ZEROS TO WS-FILME-DEV.
      * ALUGUEL ANTIGO SEM COPIA: SO O TITULO VOLTA PARA A DONA, COMO
      * SEMPRE; FICA REGISTRADA APENAS A FILIAL QUE RECEBEU A MULTA
           IF AL-COPIA-BARCODE EQUAL SPACES
               PERFORM LE-FILME-TRAVADO THRU LE-FILME-TRAVADO-FIM
               IF TRAVA-OBTIDA
                   IF NOT DANO-NA-COPIA
                       ADD 1 TO FLM-QTD-DISPONIVEL
                   END-IF
                   IF DEVOLUCAO-DE-EXTRAVIO
                       ADD 1 TO FLM-QTD-TOTAL
                   END-IF
                   REWRITE FLM-REC
               END-IF
               GO DEVOLUCAO-FORA-GRAVA
           END-IF
           IF DANO-NA-COPIA
               MOVE "X" TO DVF-DESTINO-COPIA
           ELSE
               MOVE "T" TO DVF-DESTINO-COPIA
               IF REALOCA-NA-DEVOLUCAO
                   PERFORM ACHA-TITULO-FILIAL
                       THRU ACHA-TITULO-FILIAL-FIM
                   IF WS-FILME-DEV > ZEROS AND WS-DISP-DEV EQUAL ZEROS
                       MOVE "R" TO DVF-DESTINO-COPIA
                   END-IF
               END-IF
           END-IF

      * TITULO DA DONA: O EXTRAVIADO JA TINHA SAIDO DO TOTAL
           PERFORM LE-FILME-TRAVADO THRU LE-FILME-TRAVADO-FIM.
           IF TRAVA-OBTIDA
               IF DEVOLUCAO-DE-EXTRAVIO
                   IF DVF-DANIFICADA
                       ADD 1 TO FLM-QTD-TOTAL
                   END-IF
               ELSE
                   IF NOT DVF-DANIFICADA AND FLM-QTD-TOTAL > ZEROS
                       SUBTRACT 1 FROM FLM-QTD-TOTAL
                   END-IF
               END-IF
               REWRITE FLM-REC
           END-IF

      * TITULO DESTA FILIAL GANHA A COPIA REALOCADA
           IF DVF-REALOCADA
               MOVE WS-FILME-DEV TO FLM-ID
               READ FILME-FILE WITH LOCK
               INVALID KEY
                   MOVE "T" TO DVF-DESTINO-COPIA
               NOT INVALID KEY
                   ADD 1 TO FLM-QTD-TOTAL
                   ADD 1 TO FLM-QTD-DISPONIVEL
                   REWRITE FLM-REC
               END-READ
           END-IF

           PERFORM LE-COPIA-TRAVADO THRU LE-COPIA-TRAVADO-FIM.
           IF TRAVA-OBTIDA
               EVALUATE TRUE
                   WHEN DVF-DANIFICADA
                       MOVE "X" TO COPIA-STATUS
                   WHEN DVF-REALOCADA
                       MOVE WS-FILME-DEV TO COPIA-FILME-ID
                       MOVE "D" TO COPIA-STATUS
                   WHEN OTHER
                       MOVE "T" TO COPIA-STATUS
               END-EVALUATE
               IF COPIA-QTD-ALUGUEIS NOT NUMERIC
                   MOVE ZEROS TO COPIA-QTD-ALUGUEIS
               END-IF
               ADD 1 TO COPIA-QTD-ALUGUEIS
               REWRITE COPIA-REC
           END-IF

           IF DVF-DANIFICADA
               GO DEVOLUCAO-FORA-GRAVA
           END-IF
           PERFORM ACHA-PROXIMA-TRF THRU ACHA-PROXIMA-TRF-FIM.
           MOVE SPACES TO TRF-REC.
           MOVE WS-PROXIMA-TRF TO TRF-ID.
           MOVE AL-COPIA-BARCODE TO TRF-BARCODE.
           MOVE AL-FILME-ID TO TRF-FILME-ORIGEM.
           MOVE WS-FILIAL-DEV TO TRF-FILIAL-ORIGEM.
           MOVE AL-FILIAL TO TRF-FILIAL-DESTINO.
           MOVE WS-DATA-DEVOLUCAO TO TRF-DATA-ENVIO.
           IF DVF-REALOCADA
               MOVE WS-FILME-DEV TO TRF-FILME-DESTINO
               MOVE AL-FILIAL TO TRF-FILIAL-ORIGEM
               MOVE WS-FILIAL-DEV TO TRF-FILIAL-DESTINO
               MOVE WS-DATA-DEVOLUCAO TO TRF-DATA-RECEBTO
               MOVE "R" TO TRF-STATUS
               MOVE " REALOCADA AQUI" TO WS-MSG-TRF-TEXTO
           ELSE
               MOVE AL-FILME-ID TO TRF-FILME-DESTINO
               MOVE ZEROS TO TRF-DATA-RECEBTO
               MOVE "T" TO TRF-STATUS
               MOVE " ABERTA P/ A DONA" TO WS-MSG-TRF-TEXTO
           END-IF
           WRITE TRF-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR TRANSFERENCIA DE VOLTA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO DEVOLUCAO-FORA-GRAVA
           END-WRITE.
           MOVE TRF-ID TO DVF-TRF-ID.
           MOVE "ALUGUEL" TO WS-AUD-PROGRAMA.
           MOVE "DEV-FILIAL" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO TRF-ID.
           MOVE TRF-ID TO WS-MSG-TRF-ID.
           MOVE WS-MSG-TRF TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.

           DEVOLUCAO-FORA-GRAVA.
           WRITE DVF-REC
           INVALID KEY
               REWRITE DVF-REC
           END-WRITE.
       DEVOLUCAO-FORA-FIM.

      * -----------------------------------
      * TITULO EQUIVALENTE NA FILIAL QUE RECEBEU: MESMO NOME, ATIVO.
      * DEVOLVE WS-FILME-DEV ZERADO QUANDO A FILIAL NAO TEM O TITULO.

       ACHA-TITULO-FILIAL.
           MOVE ZEROS TO WS-FILME-DEV.
           MOVE ZEROS TO WS-DISP-DEV.
           MOVE AL-FILME-ID TO FLM-ID.
           READ FILME-FILE
           INVALID KEY
               GO ACHA-TITULO-FILIAL-FIM
           END-READ.
           MOVE FLM-NOME-FILME TO WS-NOME-DEV.
           MOVE ZEROS TO FLM-KEY.
           MOVE ZEROS TO FS-STAT-FILME.
           START FILME-FILE KEY IS NOT LESS THAN FLM-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-FILME
           END-START.

           ACHA-TITULO-FILIAL-LOOP.
           IF FS-STAT-FILME EQUAL 10
               MOVE ZEROS TO FS-STAT-FILME
               GO ACHA-TITULO-FILIAL-FIM
           END-IF
           READ FILME-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-FILME
               GO ACHA-TITULO-FILIAL-LOOP
           END-READ.
           IF FLM-ATIVO-NAO
               GO ACHA-TITULO-FILIAL-LOOP
           END-IF
           IF FLM-NOME-FILME EQUAL WS-NOME-DEV
               AND FLM-FILIAL EQUAL WS-FILIAL-DEV
               MOVE FLM-ID TO WS-FILME-DEV
               MOVE FLM-QTD-DISPONIVEL TO WS-DISP-DEV
               MOVE 10 TO FS-STAT-FILME
           END-IF
           GO ACHA-TITULO-FILIAL-LOOP.
       ACHA-TITULO-FILIAL-FIM.

      * -----------------------------------
      * PROXIMO NUMERO DE TRANSFERENCIA (MAIOR TRF-ID + 1)

       ACHA-PROXIMA-TRF.
           MOVE 1 TO WS-PROXIMA-TRF.
           MOVE ZEROS TO TRF-KEY.
           MOVE ZEROS TO FS-STAT-TRF.
           START TRANSFERE-FILE KEY IS NOT LESS THAN TRF-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-TRF
           END-START.

           ACHA-PROXIMA-TRF-LOOP.
           IF FS-TRF-FIM
               MOVE ZEROS TO FS-STAT-TRF
               GO ACHA-PROXIMA-TRF-FIM
           END-IF
           READ TRANSFERE-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-TRF
               GO ACHA-PROXIMA-TRF-LOOP
           END-READ.
           MOVE TRF-ID TO WS-PROXIMA-TRF.
           ADD 1 TO WS-PROXIMA-TRF.
           GO ACHA-PROXIMA-TRF-LOOP.
       ACHA-PROXIMA-TRF-FIM.

      * -----------------------------------
      * PRORROGA UM ALUGUEL EM ABERTO: EMPURRA A PREVISAO DE DEVOLUCAO
      * PELOS DIAS EXTRAS PEDIDOS (MESMA CONTA DE CALENDARIO DE
               PERFORM MOSTRA-ERRO
               GO PRORROGA-FIM
           END-IF
           MOVE AL-FILME-ID TO WS-LC-FILME.
           PERFORM CONFERE-LICENCA-TITULO.
           IF LICENCA-ENCERRADA
               MOVE WS-MSG-LICENCA TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO PRORROGA-FIM
           END-IF
           DISPLAY SS-DADOS.
           MOVE ZEROS TO WS-DIAS-PRORROGA.
           ACCEPT SS-TELA-PRORROGA.
               MOVE SPACES TO FLM-CATEGORIA
               MOVE ZEROS TO FLM-TAXA-DIARIA
           END-READ.
           MOVE WS-DATA-NEGOCIO TO WS-TARIFA-DATA.
           PERFORM CARREGA-TARIFA-CAT THRU CARREGA-TARIFA-CAT-FIM.
           COMPUTE WS-VALOR-PRORROGA =
               WS-TAXA-EFETIVA * WS-DIAS-PRORROGA.
           END-IF.
       LE-COPIA-TRAVADO-FIM.

      * -----------------------------------
      * LE A COPIA PELO CODIGO BIPADO EM COPIA-BARCODE. CODIGO QUE NAO
      * E DE COPIA PODE SER DE UM DISCO AVULSO DE BOX: O DISCO E
      * RESOLVIDO PARA A COPIA DO JOGO E E ELA QUE E LIDA.

       LE-COPIA-BIPADA.
           READ COPIA-FILE
           INVALID KEY
               CONTINUE
           END-READ.
           IF FS-COPIA-OK
               GO LE-COPIA-BIPADA-FIM
           END-IF
           MOVE "B" TO WS-BX-OPERACAO.
           MOVE COPIA-BARCODE TO WS-BX-DISCO.
           MOVE SPACES TO WS-BX-COPIA.
           MOVE ZEROS TO WS-BX-FILME.
           CALL "CONFERE-BOX" USING WS-BX-OPERACAO WS-BX-COPIA
               WS-BX-FILME WS-BX-DISCO WS-BX-RESULTADO WS-BX-FALTAM.
           IF WS-BX-RESULTADO NOT EQUAL "S"
               GO LE-COPIA-BIPADA-FIM
           END-IF
           MOVE WS-BX-COPIA TO COPIA-BARCODE.
           READ COPIA-FILE
           INVALID KEY
               CONTINUE
           END-READ.
       LE-COPIA-BIPADA-FIM.

      * -----------------------------------
      * CONFERE SE A COPIA LIDA (TITULO EM BOX) ESTA COM TODOS OS
      * DISCOS NO ESTOJO. TITULO DE DISCO UNICO VOLTA "N".

       CONFERE-JOGO-BOX.
           MOVE "C" TO WS-BX-OPERACAO.
           MOVE COPIA-BARCODE TO WS-BX-COPIA.
           MOVE COPIA-FILME-ID TO WS-BX-FILME.
           MOVE SPACES TO WS-BX-DISCO.
           CALL "CONFERE-BOX" USING WS-BX-OPERACAO WS-BX-COPIA
               WS-BX-FILME WS-BX-DISCO WS-BX-RESULTADO WS-BX-FALTAM.
           MOVE WS-BX-FALTAM TO WS-MSG-BOX-FALTAM.

      * -----------------------------------
      * PERGUNTA A CONFERE-LICENCA SE O TITULO EM WS-LC-FILME AINDA
      * ESTA NA VIGENCIA DA LICENCA NA DATA DE NEGOCIO

       CONFERE-LICENCA-TITULO.
           CALL "CONFERE-LICENCA" USING WS-LC-FILME WS-DATA-NEGOCIO
               WS-LC-RESULTADO WS-LC-DATA-FIM.
           MOVE WS-LC-DATA-FIM TO WS-MSG-LIC-DATA.

      * -----------------------------------
      * O JOGO SAIU: TODOS OS DISCOS DA COPIA FICAM FORA DO ESTOJO

       SAIDA-BOX.
           MOVE "S" TO WS-BX-OPERACAO.
           MOVE AL-COPIA-BARCODE TO WS-BX-COPIA.
           MOVE AL-FILME-ID TO WS-BX-FILME.
           MOVE SPACES TO WS-BX-DISCO.
           CALL "CONFERE-BOX" USING WS-BX-OPERACAO WS-BX-COPIA
               WS-BX-FILME WS-BX-DISCO WS-BX-RESULTADO WS-BX-FALTAM.

      * -----------------------------------
      * DEVOLUCAO DE BOX: BIPA OS DISCOS UM A UM ATE O JOGO FICAR
      * COMPLETO. ESC OU CODIGO VAZIO COM DISCO FALTANDO DEIXA
      * BOX-INCOMPLETO PARA O DEVOLVE NAO FECHAR O ALUGUEL.

       CONFERE-DEVOLUCAO-BOX.
           MOVE "C" TO WS-BX-OPERACAO.
           MOVE AL-COPIA-BARCODE TO WS-BX-COPIA.
           MOVE AL-FILME-ID TO WS-BX-FILME.
           MOVE SPACES TO WS-BX-DISCO.
           CALL "CONFERE-BOX" USING WS-BX-OPERACAO WS-BX-COPIA
               WS-BX-FILME WS-BX-DISCO WS-BX-RESULTADO WS-BX-FALTAM.
           IF NOT BOX-INCOMPLETO
               GO CONFERE-DEVOLUCAO-BOX-FIM
           END-IF.

           CONFERE-DEVOLUCAO-BOX-LOOP.
           MOVE SPACES TO WS-BX-DISCO.
           DISPLAY SS-TELA-DISCO-BOX.
           ACCEPT SS-TELA-DISCO-BOX.
           IF COB-CRT-STATUS = COB-SCR-ESC
               OR WS-BX-DISCO EQUAL SPACES
               MOVE "I" TO WS-BX-RESULTADO
               GO CONFERE-DEVOLUCAO-BOX-FIM
           END-IF
           MOVE "D" TO WS-BX-OPERACAO.
           CALL "CONFERE-BOX" USING WS-BX-OPERACAO WS-BX-COPIA
               WS-BX-FILME WS-BX-DISCO WS-BX-RESULTADO WS-BX-FALTAM.
           IF BOX-DISCO-ESTRANHO
               MOVE "DISCO NAO PERTENCE A ESTE BOX" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               MOVE "C" TO WS-BX-OPERACAO
               CALL "CONFERE-BOX" USING WS-BX-OPERACAO WS-BX-COPIA
                   WS-BX-FILME WS-BX-DISCO WS-BX-RESULTADO
                   WS-BX-FALTAM
           END-IF
           IF BOX-INCOMPLETO
               GO CONFERE-DEVOLUCAO-BOX-LOOP
           END-IF.
       CONFERE-DEVOLUCAO-BOX-FIM.

      * -----------------------------------
      * RETRAVA O ALUGUEL JA LOCALIZADO (AL-ID NA CHAVE) ANTES DA
      * DEVOLUCAO OU PRORROGACAO MEXER NELE
           END-IF.
       TRAVA-ALUGUEL-FIM.

      * -----------------------------------
      * CONTINGENCIA PEDIDA NA VARIAVEL, OU ALUGUEL.DAT QUE NAO ABRE
      * (SERVIDOR FORA, ARQUIVO EM RECONSTRUCAO): O ATENDENTE ESCOLHE
      * ENTRE TRABALHAR EM CONTINGENCIA OU SEGUIR ASSIM MESMO

       VERIFICA-CONTINGENCIA.
           MOVE SPACES TO WS-MODO-CONTINGENCIA.
           ACCEPT WS-MODO-CONTINGENCIA FROM ENVIRONMENT
               "MODO_CONTINGENCIA".
           IF BALCAO-EM-CONTINGENCIA
               GO VERIFICA-CONTINGENCIA-FIM
           END-IF
           OPEN INPUT ALUGUEL-FILE.
           IF FS-OK
               CLOSE ALUGUEL-FILE
               GO VERIFICA-CONTINGENCIA-FIM
           END-IF
           IF FS-NAO-EXISTE
               GO VERIFICA-CONTINGENCIA-FIM
           END-IF
           MOVE FS-STAT TO WS-MSG-CTG-STAT.
           MOVE WS-MSG-CONTINGENCIA TO WS-MSGERRO.
           MOVE "N" TO WS-ERRO.
           ACCEPT SS-ERRO.
           IF E-SIM
               MOVE "S" TO WS-MODO-CONTINGENCIA
           END-IF.
       VERIFICA-CONTINGENCIA-FIM.

      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAIDA

               MOVE 90 TO PARAM-DIAS-CAUCAO
               MOVE 10.00 TO PARAM-VALOR-CAUCAO
               MOVE 5.00 TO PARAM-TAXA-ENTREGA
               MOVE 60 TO PARAM-DIAS-EXTRAVIO
               MOVE 80.00 TO PARAM-VALOR-REPOSICAO
               MOVE 24 TO PARAM-VIDA-UTIL-DVD
               MOVE 12 TO PARAM-VIDA-UTIL-VHS
               MOVE "N" TO PARAM-REALOCA-DEV
               WRITE PARAM-REC
           END-READ.
           MOVE PARAM-PRAZO-DIAS TO WS-PRAZO-EFETIVO.
               NOT INVALID KEY
                   MOVE TF-ALIQUOTA TO WS-ALIQUOTA-ALUGUEL
               END-READ
               MOVE "V" TO TF-TIPO
               READ TAXA-FISCAL-FILE
               INVALID KEY
                   MOVE ZEROS TO WS-ALIQUOTA-VENDA
               NOT INVALID KEY
                   MOVE TF-ALIQUOTA TO WS-ALIQUOTA-VENDA
               END-READ
               CLOSE TAXA-FISCAL-FILE
           END-IF.
           OPEN INPUT OPSESSAO-FILE.
               OPEN I-O CALENDARIO-FILE
           END-IF.
           OPEN INPUT FUNCIONARIO-FILE.
           OPEN INPUT PERFIL-FILE.
           PERFORM CARREGA-DIA-NEGOCIO.
      * VERSAO DE TARIFA AGENDADA QUE ENTROU EM VIGOR: PASSA A VALER
      * NO BALCAO E EM TARIFA.DAT, LIDO PELOS BATCHES
           MOVE WS-DATA-NEGOCIO TO WS-TARIFA-DATA.
           MOVE PARAM-REC TO PAL-REC.
           CALL "OBTEM-TARIFA" USING WS-TARIFA-DATA PAL-REC
               WS-TARIFA-ACHOU.
           IF TARIFA-VERSIONADA AND PAL-REC NOT EQUAL PARAM-REC
               MOVE PAL-REC TO PARAM-REC
               REWRITE PARAM-REC
               INVALID KEY
                   CONTINUE
               END-REWRITE
               MOVE PARAM-PRAZO-DIAS TO WS-PRAZO-EFETIVO
               MOVE PARAM-TAXA-DIARIA TO WS-TAXA-EFETIVA
               MOVE PARAM-TAXA-MULTA-DIA TO WS-MULTA-DIA-EFETIVA
           END-IF
           OPEN INPUT PERIODO-FILE.
           OPEN INPUT FATURA-FILE.
           OPEN INPUT DEPENDENTE-FILE.
           OPEN INPUT LIMITE-FILE.
           OPEN INPUT CARTAO-FILE.
           OPEN INPUT RISCO-FILE.
           OPEN INPUT PACOTE-FILE.
           OPEN EXTEND PACOTE-VENDA-FILE
           IF FS-STAT-PVD = 35 THEN
               OPEN OUTPUT PACOTE-VENDA-FILE
           END-IF.
           ACCEPT WS-PONTOS-ANV-AMB
               FROM ENVIRONMENT "PONTOS_ANIVERSARIO".
           IF WS-PONTOS-ANV-AMB IS NUMERIC
               CLOSE CHEQUE-FILE
               OPEN I-O CHEQUE-FILE
           END-IF.
           OPEN I-O EXTRAVIO-FILE
           IF FS-EXT-NAO-EXISTE THEN
               OPEN OUTPUT EXTRAVIO-FILE
               CLOSE EXTRAVIO-FILE
               OPEN I-O EXTRAVIO-FILE
           END-IF.
           OPEN INPUT REPOSICAO-FILE.
           OPEN I-O TRANSFERE-FILE
           IF FS-TRF-NAO-EXISTE THEN
               OPEN OUTPUT TRANSFERE-FILE
               CLOSE TRANSFERE-FILE
               OPEN I-O TRANSFERE-FILE
           END-IF.
           OPEN I-O DEV-FILIAL-FILE
           IF FS-DVF-NAO-EXISTE THEN
               OPEN OUTPUT DEV-FILIAL-FILE
               CLOSE DEV-FILIAL-FILE
               OPEN I-O DEV-FILIAL-FILE
           END-IF.
           OPEN I-O AVALIACAO-FILE
           IF FS-AVL-NAO-EXISTE THEN
               OPEN OUTPUT AVALIACAO-FILE
               CLOSE AVALIACAO-FILE
               OPEN I-O AVALIACAO-FILE
           END-IF.
           OPEN I-O EQUIPAMENTO-FILE
           IF FS-EQP-NAO-EXISTE THEN
               OPEN OUTPUT EQUIPAMENTO-FILE
               CLOSE EQUIPAMENTO-FILE
               OPEN I-O EQUIPAMENTO-FILE
           END-IF.
           OPEN I-O LOC-EQUIP-FILE
           IF FS-LEQ-NAO-EXISTE THEN
               OPEN OUTPUT LOC-EQUIP-FILE
               CLOSE LOC-EQUIP-FILE
               OPEN I-O LOC-EQUIP-FILE
           END-IF.
           OPEN I-O VENDA-FILE
           IF FS-VENDA-NAO-EXISTE THEN
               OPEN OUTPUT VENDA-FILE
               CLOSE VENDA-FILE
               OPEN I-O VENDA-FILE
           END-IF.
           OPEN I-O MERCADORIA-FILE
           IF FS-MRC-NAO-EXISTE THEN
               OPEN OUTPUT MERCADORIA-FILE
               CLOSE MERCADORIA-FILE
               OPEN I-O MERCADORIA-FILE
           END-IF.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
