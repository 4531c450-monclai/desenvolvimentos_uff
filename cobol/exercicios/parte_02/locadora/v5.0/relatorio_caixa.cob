      * EXEMPLO COM OS ARQUIVOS INDEXADOS AINDA ABERTOS POR UMA SESSAO
      * INTERATIVA QUE TRAVOU), UM REINICIO CONTINUE DE ONDE PAROU EM
      * VEZ DE SOMAR DE NOVO O QUE JA FOI TOTALIZADO.
      *
      * NO FIM GRAVA OS TOTAIS DE CONTROLE DO DIA (CONTROLE_TOTAIS.DAT,
      * ORIGEM "CAIXA"), QUE O PASSO BALANCEIA_TOTAIS CONFRONTA COM A
      * EXPORTACAO CONTABIL ANTES DE ELA SEGUIR PARA O CONTADOR.
      *
      * O FECHAMENTO SAI NA TELA E EM RELATORIO_CAIXA.DAT, GUARDADO NO
      * SPOOL DE RELATORIOS PARA REIMPRESSAO DE QUALQUER DIA.
      *=================================================================
       environment division.
      *=================================================================
           access mode is sequential
           file status is fs-stat-eal.

       select relatorio-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-rel.

       select ckpt-file
           assign to disk
           organization is indexed
       fd pagamento-file value of file-id is "PAGAMENTO.dat".
       copy pagamento.

       fd relatorio-file value of file-id is "RELATORIO_CAIXA.dat".
       01 relatorio-linha             pic x(80).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------
       77 fs-stat-ckpt         pic 9(02).
           88 fs-ckpt-ok               value zeros.
           88 fs-ckpt-nao-existe       value 35.
      * PONTO DE CONTROLE GRAVADO NO DESENHO ANTERIOR DO REGISTRO
           88 fs-ckpt-desenho-antigo   value 39.

       77 ws-data-hoje         pic 9(08).

           88 fs-pag-ok                value zeros.
       77 ws-perna-seq         pic 9(02).

      * TOTAIS DE CONTROLE PARA O BALANCO DA CADEIA: QUANTIDADE E
      * VALOR POR TIPO DE MOVIMENTO E PELA FORMA DO DOCUMENTO (VALE
      * PELO VALOR INTEIRO, TICKET PARTIDO PERNA A PERNA, FATURADO
      * TAMBEM), NO MESMO CORTE DA EXPORTACAO CONTABIL. OS TIPOS 1-2
      * (ALUGUEL E MULTA) VAO NO PONTO DE CONTROLE; OS TIPOS 3-4
      * (PRORROGACAO E ESTORNO) SAO RELIDOS DOS LOGS A CADA RODADA.
       01 ws-controle.
           02 ws-ctl-tipo occurs 4 times.
               03 ws-ctl-forma occurs 7 times.
                   04 ws-ctl-qtd       pic 9(05).
                   04 ws-ctl-valor     pic s9(07)v99.
       01 ws-controle-red redefines ws-controle.
           02 ws-ctl-alug-multa        pic x(196).
           02 filler                   pic x(196).

       01 ws-nomes-ctl.
           02 filler               pic x(07) value "ALUGUEL".
           02 filler               pic x(07) value "MULTA".
           02 filler               pic x(07) value "PRORROG".
           02 filler               pic x(07) value "ESTALUG".
       01 ws-nomes-ctl-red redefines ws-nomes-ctl.
           02 ws-nome-ctl occurs 4 times pic x(07).

       01 ws-formas-ctl            pic x(07) value "DCPVQF*".
       01 ws-formas-ctl-red redefines ws-formas-ctl.
           02 ws-forma-ctl occurs 7 times pic x(01).

       77 ws-ctl-ix-tipo       pic 9(01).
       77 ws-ctl-ix-forma      pic 9(01).
       77 ws-ctl-forma-lida    pic x(01).
       77 ws-ctl-valor-lido    pic s9(07)v99.
       77 ws-ctl-origem        pic x(08) value "CAIXA".
       77 ws-ctl-nome-tipo     pic x(07).
       77 ws-ctl-forma-grava   pic x(01).
       77 ws-ctl-qtd-grava     pic 9(07).
       77 ws-ctl-valor-grava   pic s9(09)v99.

       77 fs-stat-rel          pic 9(02).

       01 ws-cabecalho-caixa.
           02 filler               pic x(33)
               value "FECHAMENTO DE CAIXA - ALUGUEIS - ".
           02 ws-ccx-data          pic 9(08).
           02 filler               pic x(39) value spaces.

       01 ws-linha-caixa.
           02 ws-lcx-rotulo        pic x(21).
           02 ws-lcx-valor         pic zzzzzz9.99.
           02 filler               pic x(49) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_caixa".
           02 ws-spl-arquivo       pic x(30)
               value "RELATORIO_CAIXA.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           OPEN INPUT ALUGUEL-FILE.
           IF FS-NAO-EXISTE
               DISPLAY "NENHUM ALUGUEL REGISTRADO - NADA A FECHAR"
               MOVE ZEROS TO WS-CONTROLE
               PERFORM GRAVA-CONTROLE-TOTAIS
                   THRU GRAVA-CONTROLE-TOTAIS-FIM
               GOBACK
           END-IF
           OPEN INPUT PAGAMENTO-FILE.
               CLOSE GARANTIA-FILE
           END-IF.
           PERFORM TOTALIZA-CAUCAO THRU TOTALIZA-CAUCAO-FIM.
           PERFORM GRAVA-CONTROLE-TOTAIS THRU GRAVA-CONTROLE-TOTAIS-FIM.
           PERFORM IMPRIME-TOTAIS.
           GOBACK.

                   WHEN "Q"
                       ADD PMV-VALOR TO WS-TOT-CHEQUE-PRORROG
               END-EVALUATE
               MOVE 3 TO WS-CTL-IX-TIPO
               MOVE PMV-FORMA TO WS-CTL-FORMA-LIDA
               MOVE PMV-VALOR TO WS-CTL-VALOR-LIDO
               PERFORM SOMA-CONTROLE THRU SOMA-CONTROLE-FIM
           END-IF
           GO TOTALIZA-PRORROGA-LOOP.
       TOTALIZA-PRORROGA-FIM.
           IF EAL-DATA NOT NUMERIC OR EAL-DATA NOT = WS-DATA-HOJE
               GO ABATE-ESTORNOS-LOOP
           END-IF
           MOVE 4 TO WS-CTL-IX-TIPO.
           MOVE EAL-FORMA TO WS-CTL-FORMA-LIDA.
           MOVE EAL-VALOR TO WS-CTL-VALOR-LIDO.
           PERFORM SOMA-CONTROLE THRU SOMA-CONTROLE-FIM.
           EVALUATE EAL-FORMA
               WHEN "D"
                   SUBTRACT EAL-VALOR FROM WS-TOT-DINHEIRO-ALUG

       ABRIR-CHECKPOINT.
           OPEN I-O CKPT-FILE.
           IF FS-CKPT-NAO-EXISTE OR FS-CKPT-DESENHO-ANTIGO
               OPEN OUTPUT CKPT-FILE
               CLOSE CKPT-FILE
               OPEN I-O CKPT-FILE
               GO CARREGA-CHECKPOINT-FIM
           END-IF
           MOVE CKPT-ULTIMO-ID TO AL-ID.
           MOVE ZEROS TO WS-CONTROLE.
           IF CKPT-CONTROLE IS NUMERIC
               MOVE CKPT-CONTROLE TO WS-CTL-ALUG-MULTA
           END-IF
           MOVE CKPT-DINHEIRO-ALUG TO WS-TOT-DINHEIRO-ALUG.
           MOVE CKPT-DINHEIRO-MULTA TO WS-TOT-DINHEIRO-MULTA.
           MOVE CKPT-CARTAO-ALUG TO WS-TOT-CARTAO-ALUG.
       ZERA-CHECKPOINT.
           MOVE 1 TO CKPT-CHAVE.
           MOVE WS-DATA-HOJE TO CKPT-DATA.
           MOVE ZEROS TO WS-CONTROLE.
           MOVE ZEROS TO AL-ID
                         WS-TOT-CHEQUE-ALUG
                         WS-TOT-CHEQUE-MULTA
               GO TOTALIZA-ALUGUEL-FIM
           END-READ.
           IF AL-DATA-ALUGUEL = WS-DATA-HOJE
               MOVE 1 TO WS-CTL-IX-TIPO
               IF NOT AL-MULTIPLA
                   MOVE AL-FORMA-PAGTO TO WS-CTL-FORMA-LIDA
                   MOVE AL-VALOR TO WS-CTL-VALOR-LIDO
                   PERFORM SOMA-CONTROLE THRU SOMA-CONTROLE-FIM
               END-IF
               EVALUATE TRUE
                   WHEN AL-DINHEIRO
                       ADD AL-VALOR TO WS-TOT-DINHEIRO-ALUG
               END-EVALUATE
           END-IF
           IF AL-DEVOLVIDO AND AL-DATA-DEVOLUCAO = WS-DATA-HOJE
               MOVE 2 TO WS-CTL-IX-TIPO
               IF AL-MULTIPLA
                   MOVE "D" TO WS-CTL-FORMA-LIDA
               ELSE
                   MOVE AL-FORMA-PAGTO TO WS-CTL-FORMA-LIDA
               END-IF
               MOVE AL-MULTA TO WS-CTL-VALOR-LIDO
               PERFORM SOMA-CONTROLE THRU SOMA-CONTROLE-FIM
               EVALUATE TRUE
                   WHEN AL-DINHEIRO
                       ADD AL-MULTA TO WS-TOT-DINHEIRO-MULTA
           INVALID KEY
               GO SOMA-PERNAS-ALUGUEL-FIM
           END-READ.
           MOVE PAG-FORMA TO WS-CTL-FORMA-LIDA.
           MOVE PAG-VALOR TO WS-CTL-VALOR-LIDO.
           PERFORM SOMA-CONTROLE THRU SOMA-CONTROLE-FIM.
           EVALUATE PAG-FORMA
               WHEN "D"
                   ADD PAG-VALOR TO WS-TOT-DINHEIRO-ALUG
           MOVE WS-TOT-CHEQUE-ALUG TO CKPT-CHEQUE-ALUG.
           MOVE WS-TOT-CHEQUE-MULTA TO CKPT-CHEQUE-MULTA.
           MOVE WS-TOT-CHEQUE-PRORROG TO CKPT-CHEQUE-PRORROG.
           MOVE WS-CTL-ALUG-MULTA TO CKPT-CONTROLE.
           REWRITE CKPT-REC
           INVALID KEY
               WRITE CKPT-REC
           END-REWRITE.

      * -----------------------------------
      * SOMA UM DOCUMENTO (OU PERNA) AO TOTAL DE CONTROLE DO TIPO
      * WS-CTL-IX-TIPO, NA COLUNA DA SUA FORMA ("*" SE FORA DA TABELA)

       SOMA-CONTROLE.
           MOVE 1 TO WS-CTL-IX-FORMA.

           SOMA-CONTROLE-LOOP.
           IF WS-CTL-IX-FORMA < 7
               AND WS-FORMA-CTL(WS-CTL-IX-FORMA)
                   NOT EQUAL WS-CTL-FORMA-LIDA
               ADD 1 TO WS-CTL-IX-FORMA
               GO SOMA-CONTROLE-LOOP
           END-IF
           ADD 1 TO WS-CTL-QTD(WS-CTL-IX-TIPO WS-CTL-IX-FORMA).
           ADD WS-CTL-VALOR-LIDO
               TO WS-CTL-VALOR(WS-CTL-IX-TIPO WS-CTL-IX-FORMA).
       SOMA-CONTROLE-FIM.

      * -----------------------------------
      * GRAVA OS TOTAIS DE CONTROLE DO DIA EM CONTROLE_TOTAIS.DAT -
      * TODAS AS CASAS, INCLUSIVE AS ZERADAS, PARA O REINICIO DO PASSO
      * NAO DEIXAR VALOR VELHO PARA TRAS

       GRAVA-CONTROLE-TOTAIS.
           MOVE 1 TO WS-CTL-IX-TIPO.
           MOVE 1 TO WS-CTL-IX-FORMA.

           GRAVA-CONTROLE-TOTAIS-LOOP.
           MOVE WS-NOME-CTL(WS-CTL-IX-TIPO) TO WS-CTL-NOME-TIPO.
           MOVE WS-FORMA-CTL(WS-CTL-IX-FORMA) TO WS-CTL-FORMA-GRAVA.
           MOVE WS-CTL-QTD(WS-CTL-IX-TIPO WS-CTL-IX-FORMA)
               TO WS-CTL-QTD-GRAVA.
           MOVE WS-CTL-VALOR(WS-CTL-IX-TIPO WS-CTL-IX-FORMA)
               TO WS-CTL-VALOR-GRAVA.
           CALL "GRAVA-CONTROLE" USING WS-CTL-ORIGEM WS-DATA-HOJE
               WS-CTL-NOME-TIPO WS-CTL-FORMA-GRAVA WS-CTL-QTD-GRAVA
               WS-CTL-VALOR-GRAVA.
           ADD 1 TO WS-CTL-IX-FORMA.
           IF WS-CTL-IX-FORMA > 7
               MOVE 1 TO WS-CTL-IX-FORMA
               ADD 1 TO WS-CTL-IX-TIPO
           END-IF
           IF WS-CTL-IX-TIPO NOT > 4
               GO GRAVA-CONTROLE-TOTAIS-LOOP
           END-IF.
       GRAVA-CONTROLE-TOTAIS-FIM.

      * -----------------------------------
      * IMPRIME O FECHAMENTO DO DIA POR FORMA DE PAGAMENTO, NA TELA E
      * EM RELATORIO_CAIXA.DAT, QUE VAI PARA O SPOOL COMO SAIU

       IMPRIME-TOTAIS.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE WS-DATA-HOJE TO WS-CCX-DATA.
           MOVE WS-CABECALHO-CAIXA TO RELATORIO-LINHA.
           DISPLAY RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "  DINHEIRO ALUGUEIS: " TO WS-LCX-ROTULO.
           MOVE WS-TOT-DINHEIRO-ALUG TO WS-LCX-VALOR.
           PERFORM IMPRIME-LINHA-CAIXA.
           MOVE "  DINHEIRO MULTAS..: " TO WS-LCX-ROTULO.
           MOVE WS-TOT-DINHEIRO-MULTA TO WS-LCX-VALOR.
           PERFORM IMPRIME-LINHA-CAIXA.
           MOVE "  CARTAO   ALUGUEIS: " TO WS-LCX-ROTULO.
           MOVE WS-TOT-CARTAO-ALUG TO WS-LCX-VALOR.
           PERFORM IMPRIME-LINHA-CAIXA.
           MOVE "  CARTAO   MULTAS..: " TO WS-LCX-ROTULO.
           MOVE WS-TOT-CARTAO-MULTA TO WS-LCX-VALOR.
           PERFORM IMPRIME-LINHA-CAIXA.
           MOVE "  PIX      ALUGUEIS: " TO WS-LCX-ROTULO.
           MOVE WS-TOT-PIX-ALUG TO WS-LCX-VALOR.
           PERFORM IMPRIME-LINHA-CAIXA.
           MOVE "  PIX      MULTAS..: " TO WS-LCX-ROTULO.
           MOVE WS-TOT-PIX-MULTA TO WS-LCX-VALOR.
           PERFORM IMPRIME-LINHA-CAIXA.
           MOVE "  VALE     ALUGUEIS: " TO WS-LCX-ROTULO.
           MOVE WS-TOT-VALE-ALUG TO WS-LCX-VALOR.
           PERFORM IMPRIME-LINHA-CAIXA.
           MOVE "  VALE     MULTAS..: " TO WS-LCX-ROTULO.
           MOVE WS-TOT-VALE-MULTA TO WS-LCX-VALOR.
           PERFORM IMPRIME-LINHA-CAIXA.
           MOVE "  DINHEIRO PRORROG.: " TO WS-LCX-ROTULO.
           MOVE WS-TOT-DINHEIRO-PRORROG TO WS-LCX-VALOR.
           PERFORM IMPRIME-LINHA-CAIXA.
           MOVE "  CARTAO   PRORROG.: " TO WS-LCX-ROTULO.
           MOVE WS-TOT-CARTAO-PRORROG TO WS-LCX-VALOR.
           PERFORM IMPRIME-LINHA-CAIXA.
           MOVE "  PIX      PRORROG.: " TO WS-LCX-ROTULO.
           MOVE WS-TOT-PIX-PRORROG TO WS-LCX-VALOR.
           PERFORM IMPRIME-LINHA-CAIXA.
           MOVE "  VALE     PRORROG.: " TO WS-LCX-ROTULO.
           MOVE WS-TOT-VALE-PRORROG TO WS-LCX-VALOR.
           PERFORM IMPRIME-LINHA-CAIXA.
           MOVE "  CHEQUE   ALUGUEIS: " TO WS-LCX-ROTULO.
           MOVE WS-TOT-CHEQUE-ALUG TO WS-LCX-VALOR.
           PERFORM IMPRIME-LINHA-CAIXA.
           MOVE "  CHEQUE   MULTAS..: " TO WS-LCX-ROTULO.
           MOVE WS-TOT-CHEQUE-MULTA TO WS-LCX-VALOR.
           PERFORM IMPRIME-LINHA-CAIXA.
           MOVE "  CHEQUE   PRORROG.: " TO WS-LCX-ROTULO.
           MOVE WS-TOT-CHEQUE-PRORROG TO WS-LCX-VALOR.
           PERFORM IMPRIME-LINHA-CAIXA.
           MOVE "  GARANTIA DE DANO.: " TO WS-LCX-ROTULO.
           MOVE WS-TOT-GARANTIA TO WS-LCX-VALOR.
           PERFORM IMPRIME-LINHA-CAIXA.
           MOVE "  CAUCOES RECEBIDAS: " TO WS-LCX-ROTULO.
           MOVE WS-TOT-CAUCAO-REC TO WS-LCX-VALOR.
           PERFORM IMPRIME-LINHA-CAIXA.
           MOVE "  CAUCOES DEVOLVIDAS " TO WS-LCX-ROTULO.
           MOVE WS-TOT-CAUCAO-DEV TO WS-LCX-VALOR.
           PERFORM IMPRIME-LINHA-CAIXA.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.

      * -----------------------------------
      * UMA LINHA DO FECHAMENTO: NA TELA DO OPERADOR E NO RELATORIO

       IMPRIME-LINHA-CAIXA.
           MOVE WS-LINHA-CAIXA TO RELATORIO-LINHA.
           DISPLAY RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.

      * -----------------------------------
      * CARREGA A DATA DE NEGOCIO (DATA_NEGOCIO.DAT) COM O RELOGIO
