      * OPERADOR FICA EM FS-PERFIL NO FUNC.DAT E A CHECAGEM E FEITA
      * DENTRO DO PROPRIO CONEXAO, EM VEZ DE CADA TELA INVENTAR SEU
      * TESTE DE ADMIN.
      * A FRANQUIA DE ALUGUEIS GRATIS POR MES E O DESCONTO DE
      * FUNCIONARIO (PERCENTUAL SOBRE O QUE PASSAR DA FRANQUIA) TAMBEM
      * SAO POR PERFIL - O BALCAO APLICA AOS ALUGUEIS NA CONTA DE
      * CLIENTE LIGADA AO FUNCIONARIO (FUN-CLIENTE-ID).
      * PRF-VALIDADE-SENHA E QUANTOS DIAS A SENHA DO OPERADOR VALE
      * (ZERO = NAO EXPIRA) E PRF-HIST-SENHA QUANTAS SENHAS ANTERIORES
      * NAO PODEM SER REPETIDAS (SENHA.DAT).
      *-----------------------------------------------------------------
       01 PRF-REC.
           02 PRF-KEY.
            02 PRF-NOME           PIC X(20).
            02 PRF-MODULOS.
                03 PRF-MODULO     OCCURS 30 TIMES PIC X(01).
            02 PRF-FRANQUIA-MES   PIC 9(02).
            02 PRF-DESCONTO-FUNC  PIC 9(02).
            02 PRF-VALIDADE-SENHA PIC 9(03).
            02 PRF-HIST-SENHA     PIC 9(01).
            02 FILLER             PIC X(01).
