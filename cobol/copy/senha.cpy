      *-----------------------------------------------------------------
      * SENHA.CPY
      * CONTROLE DA SENHA DE CADA FUNCIONARIO (SENHA.DAT), AO LADO DE
      * FUNCIONARIO.DAT: QUANDO A SENHA FOI TROCADA PELA ULTIMA VEZ,
      * SE A PROXIMA ENTRADA TEM QUE TROCAR (CONTA CRIADA OU SENHA
      * REDEFINIDA EM CADASTRO_OPERADOR) E OS HASHES DAS ULTIMAS
      * SENHAS, PARA TELA_LOGIN RECUSAR A VOLTA DE UMA SENHA RECENTE.
      * A VALIDADE EM DIAS E A PROFUNDIDADE DO HISTORICO SAO DO
      * PERFIL (PERFIL.DAT). FUNCIONARIO SEM REGISTRO AQUI NUNCA
      * TROCOU A SENHA E E OBRIGADO A TROCAR NO PROXIMO LOGIN.
      *-----------------------------------------------------------------
       01 SNH-REC.
           02 SNH-KEY.
               03 SNH-FUN-ID      PIC 9(03).
            02 SNH-DATA-TROCA     PIC 9(08).
      * S = A SENHA ATUAL E PROVISORIA (DADA PELO GERENTE)
            02 SNH-TROCA          PIC X(01).
                88 SNH-TROCA-OBRIGATORIA VALUE "S".
            02 SNH-QTD-HIST       PIC 9(01).
      * SNH-HASH-ANTERIOR(1) E A SENHA QUE SAIU POR ULTIMO
            02 SNH-HISTORICO.
                03 SNH-HASH-ANTERIOR OCCURS 9 TIMES PIC X(40).
            02 FILLER             PIC X(10).
