      *-----------------------------------------------------------------
      * ACEITE.CPY
      * ACEITE DO CONTRATO DE LOCACAO PELO CLIENTE (ACEITE.DAT): UMA
      * LINHA POR CLIENTE E VERSAO DO TERMO (TERMO.DAT) QUE ELE
      * ASSINOU, COM A DATA, O OPERADOR QUE COLHEU A ASSINATURA E A
      * FILIAL. E A PROVA, NUMA DISPUTA, DE QUAIS REGRAS O CLIENTE
      * ACEITOU. GRAVADO PELA SUBROTINA REGISTRA-ACEITE (BALCAO DE
      * ALUGUEL E CADASTRO_TERMO) E CONFERIDO POR CONFERE-ACEITE.
      *-----------------------------------------------------------------
       01 ACT-REC.
           02 ACT-KEY.
               03 ACT-CLIENTE-ID  PIC 9(05).
               03 ACT-VERSAO      PIC 9(03).
            02 ACT-DATA           PIC 9(08).
            02 ACT-OPERADOR       PIC 9(03).
            02 ACT-FILIAL         PIC 9(02).
            02 FILLER             PIC X(10).
