      *-----------------------------------------------------------------
      * NOTA_CLIENTE.CPY
      * NOTAS DE ALERTA SOBRE O CLIENTE (NOTA_CLIENTE.DAT), NO LUGAR
      * DO RECADO DE BOCA ENTRE OS ATENDENTES ("SO ALUGA COM
      * DOCUMENTO", "PAI LIGA PARA RECLAMAR"). VARIAS POR CLIENTE
      * (NTA-SEQ). MANTIDAS PELA TELA DE CLIENTES, COM AUDITORIA DE
      * TODA INCLUSAO/ALTERACAO/REMOCAO, E MOSTRADAS PELOS BALCOES
      * (ALUGUEL, VENDA, CAIXA UNICO, CONTAS A RECEBER) ASSIM QUE O
      * CLIENTE E IDENTIFICADO, ATRAVES DA SUBROTINA CONFERE-NOTAS.
      * NOTA REMOVIDA NAO E APAGADA - FICA COM NTA-REMOVIDA.
      *-----------------------------------------------------------------
       01 NTA-REC.
           02 NTA-KEY.
               03 NTA-CLIENTE-ID  PIC 9(05).
               03 NTA-SEQ         PIC 9(03).
      * I = INFORMACAO, A = ATENCAO, B = BLOQUEIO (O BALCAO SO SEGUE
      * COM LIBERACAO DE SUPERVISOR)
            02 NTA-TIPO           PIC X(01).
                88 NTA-INFORMACAO       VALUE "I".
                88 NTA-ATENCAO          VALUE "A".
                88 NTA-BLOQUEIO         VALUE "B".
            02 NTA-TEXTO          PIC X(60).
      * OPERADOR LOGADO (OPSESSAO.DAT) QUE ESCREVEU A NOTA
            02 NTA-AUTOR          PIC 9(03).
            02 NTA-DATA           PIC 9(08).
      * ULTIMO DIA EM QUE A NOTA VALE; ZEROS = NAO EXPIRA
            02 NTA-VALIDADE       PIC 9(08).
            02 NTA-SITUACAO       PIC X(01).
                88 NTA-ATIVA            VALUE "A".
                88 NTA-REMOVIDA         VALUE "R".
            02 FILLER             PIC X(10).
