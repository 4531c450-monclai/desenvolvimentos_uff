      *-----------------------------------------------------------------
      * TERMO.CPY
      * TEXTO DO CONTRATO DE LOCACAO (TERMO.DAT) EM VERSOES NUMERADAS:
      * REGRAS DE MULTA, CAUCAO, TAXA DE DANO E COBRANCA DE DISCO
      * EXTRAVIADO. CADA VERSAO E UM BLOCO DE LINHAS (TRM-LINHA 00 E
      * O TITULO, 01 EM DIANTE O TEXTO) COM A MESMA DATA DE VIGENCIA.
      * VERSAO PUBLICADA NAO E REGRAVADA - MUDANCA NAS REGRAS E UMA
      * VERSAO NOVA. VALE NO DIA A MAIOR VERSAO JA EM VIGOR. MANTIDO
      * POR CADASTRO_TERMO; O ACEITE DE CADA CLIENTE FICA EM
      * ACEITE.DAT.
      *-----------------------------------------------------------------
       01 TRM-REC.
           02 TRM-KEY.
               03 TRM-VERSAO      PIC 9(03).
               03 TRM-LINHA       PIC 9(02).
            02 TRM-DATA-VIGENCIA  PIC 9(08).
            02 TRM-DATA-PUBLICACAO PIC 9(08).
            02 TRM-TEXTO          PIC X(70).
            02 FILLER             PIC X(10).
