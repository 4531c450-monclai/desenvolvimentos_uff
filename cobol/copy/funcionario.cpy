      * LOGADO, E AS CHECAGENS DE SUPERVISOR DOS BALCOES LEEM ESTE
      * ARQUIVO. MANTIDO POR CADASTRO_OPERADOR; A CARGA INICIAL A
      * PARTIR DE FUNC.DAT E FEITA POR SEPARA_FUNCIONARIOS.
      * FUN-CLIENTE-ID LIGA O FUNCIONARIO A CONTA DE CLIENTE EM QUE
      * ELE ALUGA: O BALCAO APLICA A FRANQUIA MENSAL E O DESCONTO DO
      * PERFIL (PERFIL.DAT), LANCA EM FOLHA E NAO DEIXA O PROPRIO
      * FUNCIONARIO REGISTRAR O ALUGUEL DELE.
      *-----------------------------------------------------------------
       01 FUN-REC.
           02 FUN-KEY.
                88 FUN-ATIVO-SIM        VALUE "S".
                88 FUN-ATIVO-NAO        VALUE "N".
            02 FUN-DATA-ADMISSAO  PIC 9(08).
            02 FUN-CLIENTE-ID     PIC 9(05).
            02 FILLER             PIC X(05).
