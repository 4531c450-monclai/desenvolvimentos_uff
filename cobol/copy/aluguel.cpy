      * ALUGUEL FATURADO DE CLIENTE PESSOA JURIDICA: NAO PASSA PELA
      * GAVETA - ACUMULA PARA A FATURA MENSAL (FATURA.DAT)
                88 AL-FATURADO          VALUE "F".
      * ALUGUEL DE FUNCIONARIO NA CONTA LIGADA A ELE (FUN-CLIENTE-ID):
      * NAO PASSA PELA GAVETA - O VALOR (ZERO DENTRO DA FRANQUIA DO
      * PERFIL) E A MULTA SAO DESCONTADOS EM FOLHA, APURADOS POR
      * RELATORIO_FRANQUIA
                88 AL-FOLHA             VALUE "L".
            02 AL-STATUS          PIC X(01).
                88 AL-EM-ABERTO         VALUE "A".
                88 AL-DEVOLVIDO         VALUE "D".
      * MOVIMENTO E A REVERSAO FICA EM ESTORNO_ALUGUEL.DAT, QUE OS
      * RELATORIOS DE CAIXA E A EXPORTACAO CONTABIL ABATEM
                88 AL-ESTORNADO         VALUE "E".
      * EXTRAVIADO: PASSOU DE PARAM-DIAS-EXTRAVIO ALEM DA PREVISAO SEM
      * VOLTAR. A MULTA PARA DE CORRER, A COPIA E BAIXADA E A
      * REPOSICAO VAI PARA O CONTAS A RECEBER; O HISTORICO DO
      * EXTRAVIO FICA EM EXTRAVIO.DAT. SE O DISCO APARECER, A
      * DEVOLUCAO DESFAZ O EXTRAVIO E COBRA A MULTA NORMAL.
                88 AL-EXTRAVIADO        VALUE "X".
            02 AL-DATA-DEVOLUCAO  PIC 9(08).
            02 AL-COPIA-BARCODE   PIC X(13).
            02 AL-FILIAL          PIC 9(02).
