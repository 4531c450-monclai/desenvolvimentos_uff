      *-----------------------------------------------------------------
      * CAMPANHA.CPY
      * CAMPANHA DE ANISTIA DE MULTA "TRAGA DE VOLTA" (CAMPANHA.DAT).
      * DENTRO DA JANELA CMP-DATA-INI A CMP-DATA-FIM, O DISCO ATRASADO
      * QUE VOLTA (DEVOLUCAO DO ALUGUEL) OU A MULTA EM ABERTO QUE E
      * QUITADA (CONTAS_RECEBER) TEM CMP-PERC-PERDAO POR CENTO DA
      * MULTA PERDOADOS, DESDE QUE A PENDENCIA TENHA PELO MENOS
      * CMP-DIAS-MIN DIAS (DIAS DE ATRASO DO DISCO OU IDADE DO
      * LANCAMENTO), VALHA PELO MENOS CMP-VALOR-MIN E SEJA DA FILIAL
      * CMP-FILIAL (ZEROS = TODAS). A REGRA E APLICADA PELA SUBROTINA
      * PERDAO-CAMPANHA, QUE TAMBEM GRAVA CADA PERDAO EM
      * CAMPANHA_MOV.DAT. MANTIDO POR CADASTRO_CAMPANHA.
      *-----------------------------------------------------------------
       01 CMP-REC.
           02 CMP-KEY.
               03 CMP-ID          PIC 9(03).
            02 CMP-DESCRICAO      PIC X(30).
            02 CMP-DATA-INI       PIC 9(08).
            02 CMP-DATA-FIM       PIC 9(08).
            02 CMP-PERC-PERDAO    PIC 9(03).
            02 CMP-DIAS-MIN       PIC 9(04).
            02 CMP-VALOR-MIN      PIC 9(05)V99.
            02 CMP-FILIAL         PIC 9(02).
            02 CMP-ATIVO          PIC X(01).
                88 CMP-ATIVO-SIM        VALUE "S".
                88 CMP-ATIVO-NAO        VALUE "N".
            02 FILLER             PIC X(10).
