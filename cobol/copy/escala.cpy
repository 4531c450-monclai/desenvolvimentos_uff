      *-----------------------------------------------------------------
      * ESCALA.CPY
      * ESCALA SEMANAL DE TURNOS POR FILIAL (ESCALA.DAT), UMA LINHA
      * POR FILIAL + FUNCIONARIO + DIA DA SEMANA (1=DOMINGO A
      * 7=SABADO, A MESMA CONTA DO RELATORIO_HORARIO), COM A HORA DE
      * ENTRADA E DE SAIDA DO TURNO (HHMM). SAIDA MENOR QUE A ENTRADA
      * E TURNO QUE VIRA A MEIA-NOITE. MANTIDA PELO GERENTE EM
      * CADASTRO_ESCALA; RELATORIO_PONTO COMPARA COM AS BATIDAS DE
      * PONTO.DAT E RELATORIO_HORARIO POE A LOTACAO AO LADO DO
      * MOVIMENTO DO BALCAO.
      *-----------------------------------------------------------------
       01 ESC-REC.
           02 ESC-KEY.
               03 ESC-FILIAL      PIC 9(02).
               03 ESC-FUN-ID      PIC 9(03).
               03 ESC-DIA-SEMANA  PIC 9(01).
            02 ESC-HORA-ENTRADA   PIC 9(04).
            02 ESC-HORA-SAIDA     PIC 9(04).
            02 FILLER             PIC X(10).
