      * SEPARADA NA VESPERA PARA UM AGENDAMENTO DE RETIRADA FUTURA
      * (AGENDAMENTO.DAT) - FORA DO POOL ATE A RETIRADA OU A SOLTURA
                88 COPIA-SEPARADA       VALUE "S".
      * LICENCA DO TITULO ENCERRADA (LICENCA.DAT): A COPIA ESTA
      * SEPARADA PARA DEVOLVER A DISTRIBUIDORA ("R") ATE A RETIRADA
      * SER CONFIRMADA EM CADASTRO_LICENCA ("G" = JA ENTREGUE)
                88 COPIA-A-DEVOLVER     VALUE "R".
                88 COPIA-DEVOLVIDA-DIST VALUE "G".
      * MARCA DO LOTE DE ETIQUETAS: "S" DEPOIS QUE ETIQUETAS_COPIAS
      * GEROU A ETIQUETA DESTA COPIA, PARA O LOTE PODER SER REPETIDO
      * SEM REIMPRIMIR TUDO.
