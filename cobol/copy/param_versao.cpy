      *-----------------------------------------------------------------
      * PARAM_VERSAO.CPY
      * HISTORICO DE VERSOES DOS PARAMETROS DE COBRANCA
      * (TARIFA_VERSAO.DAT), CHAVEADO PELA DATA DE INICIO DA VIGENCIA.
      * CADA VERSAO GUARDA A IMAGEM INTEIRA DE PARAM-REC
      * (PARAM_LOCACAO.CPY) E VALE DA SUA DATA ATE A VESPERA DA
      * VERSAO SEGUINTE; VERSAO COM DATA FUTURA FICA AGENDADA. A
      * SUBROTINA OBTEM-TARIFA DEVOLVE A VERSAO EM VIGOR NUMA DATA
      * (O DIA DO ALUGUEL, PARA MULTA E DANO). DATA ZERO = VALORES
      * QUE VALIAM ANTES DO PRIMEIRO VERSIONAMENTO.
      *-----------------------------------------------------------------
       01 PVR-REC.
           02 PVR-KEY.
               03 PVR-DATA-VIGENCIA PIC 9(08).
            02 PVR-DATA-CADASTRO  PIC 9(08).
            02 PVR-OPERADOR       PIC 9(03).
      * IMAGEM DE PARAM-REC, COM FOLGA PARA CAMPOS NOVOS
            02 PVR-PARAMETROS     PIC X(120).
            02 FILLER             PIC X(11).
