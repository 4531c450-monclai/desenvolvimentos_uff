      *-----------------------------------------------------------------
      * MOTIVO_CANCEL.CPY
      * TABELA DOS MOTIVOS DE CANCELAMENTO DE ASSINATURA
      * (MOTIVO_CANCEL.DAT). TODO CANCELAMENTO NO CADASTRO_ASSINATURA
      * TEM QUE APONTAR PARA UM MOTIVO ATIVO DESTA LISTA. O CODIGO 05
      * (INADIMPLENCIA) E O QUE O COBRANCA_AVISOS GRAVA NA BAIXA
      * FORCADA DO AVISO FINAL. MANTIDA PELA OPCAO M DO
      * CADASTRO_ASSINATURA, QUE CRIA A LISTA PADRAO NA PRIMEIRA VEZ.
      *-----------------------------------------------------------------
       01 MTC-REC.
           02 MTC-KEY.
               03 MTC-CODIGO      PIC 9(02).
            02 MTC-DESCRICAO      PIC X(30).
            02 MTC-ATIVO          PIC X(01).
                88 MTC-ATIVO-SIM        VALUE "S".
                88 MTC-ATIVO-NAO        VALUE "N".
            02 FILLER             PIC X(10).
