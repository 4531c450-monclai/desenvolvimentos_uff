      *-----------------------------------------------------------------
      * PRE_CADASTRO.CPY
      * PRE-CADASTRO DE CLIENTE FEITO PELO SITE (PRE_CADASTRO.DAT),
      * CHAVEADO PELO CPF/CNPJ: UM PEDIDO EM ABERTO POR DOCUMENTO.
      * GRAVADO POR IMPORTA_PRE_CADASTROS JA COM O DOCUMENTO CONFERIDO
      * (VALIDA-CPF/VALIDA-CNPJ) E SEM CLIENTE IGUAL EM FUNC.DAT. NA
      * PRIMEIRA VISITA O BALCAO (CADASTRO_CLIENTE) ACHA O PEDIDO PELO
      * CPF, CONFERE O DOCUMENTO FISICO E CONFIRMA: NASCE O CLIENTE
      * EM FUNC.DAT, O ENDERECO EM ENDERECO.DAT E O CARTAO DE SOCIO.
      * PEDIDO NUNCA CONFIRMADO E APAGADO POR EXPIRA_PRE_CADASTROS.
      *-----------------------------------------------------------------
       01 PRE-REC.
           02 PRE-KEY.
               03 PRE-CPF          PIC 9(14).
            02 PRE-TIPO-PESSOA     PIC X(01).
                88 PRE-PESSOA-FISICA    VALUE "F".
                88 PRE-PESSOA-JURIDICA  VALUE "J".
            02 PRE-NOME            PIC X(40).
            02 PRE-DATA-NASC       PIC 9(08).
            02 PRE-TELEFONE        PIC 9(11).
            02 PRE-LOGRADOURO      PIC X(40).
            02 PRE-NUMERO          PIC X(08).
            02 PRE-COMPLEMENTO     PIC X(20).
            02 PRE-BAIRRO          PIC X(20).
            02 PRE-CIDADE          PIC X(30).
            02 PRE-CEP             PIC 9(08).
      * FILIAL ONDE O CLIENTE DISSE QUE VAI RETIRAR (ZERO = QUALQUER)
            02 PRE-FILIAL          PIC 9(02).
            02 PRE-PROTOCOLO       PIC X(12).
            02 PRE-DATA-PEDIDO     PIC 9(08).
      * P = PENDENTE DE CONFIRMACAO NO BALCAO, C = CONFIRMADO (VIROU
      * O CLIENTE PRE-CLIENTE-ID)
            02 PRE-STATUS          PIC X(01).
                88 PRE-PENDENTE         VALUE "P".
                88 PRE-CONFIRMADO       VALUE "C".
            02 PRE-DATA-CONFIRMACAO PIC 9(08).
            02 PRE-CLIENTE-ID      PIC 9(05).
            02 FILLER              PIC X(20).
