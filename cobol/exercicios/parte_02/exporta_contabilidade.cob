      * AL-DATA-DEVOLUCAO E VD-DATA-VENDA): SO OS REGISTROS DO DIA
      * SAO LIDOS, EM VEZ DA VARREDURA COMPLETA QUE FICAVA MAIS LENTA
      * A CADA MES.
      *
      * CADA LINHA EXPORTADA TAMBEM ENTRA NOS TOTAIS DE CONTROLE DO DIA
      * (CONTROLE_TOTAIS.DAT, ORIGEM "CONTABIL"): QUANTIDADE E VALOR
      * POR TIPO DE LANCAMENTO E FORMA DE PAGAMENTO, PARA O PASSO
      * BALANCEIA_TOTAIS CONFRONTAR COM O CAIXA E O FISCAL. POR ISSO
      * O ARQUIVO SAI COMO EXPORTA_CONTABIL_PEND.DAT, RETIDO: SO O
      * BALANCEIA_TOTAIS, COM OS TOTAIS BATENDO, O COPIA PARA
      * EXPORTA_CONTABIL.DAT, QUE E O QUE SEGUE PARA O CONTADOR.
      *=================================================================
       environment division.
      *=================================================================
           02 filler               pic x(02).
           02 pmv-operador         pic 9(03).

       fd exporta-file value of file-id is "EXPORTA_CONTABIL_PEND.dat".
       01 exporta-linha               pic x(100).

      * LOG DE ESTORNOS DE ALUGUEL (MESMO DESENHO DA LINHA GRAVADA
           02 ws-lin-forma-pagto   pic x(01).
           02 filler               pic x(45) value spaces.

      * TOTAIS DE CONTROLE POR TIPO DE LANCAMENTO E FORMA DE PAGAMENTO
      * DAS LINHAS GRAVADAS ("*" = FORMA FORA DA TABELA)
       01 ws-controle.
           02 ws-ctl-tipo occurs 6 times.
               03 ws-ctl-forma occurs 7 times.
                   04 ws-ctl-qtd       pic 9(05).
                   04 ws-ctl-valor     pic s9(07)v99.

       01 ws-nomes-ctl.
           02 filler               pic x(07) value "ALUGUEL".
           02 filler               pic x(07) value "MULTA".
           02 filler               pic x(07) value "PRORROG".
           02 filler               pic x(07) value "ESTALUG".
           02 filler               pic x(07) value "VENDA".
           02 filler               pic x(07) value "ESTORNO".
       01 ws-nomes-ctl-red redefines ws-nomes-ctl.
           02 ws-nome-ctl occurs 6 times pic x(07).

       01 ws-formas-ctl            pic x(07) value "DCPVQF*".
       01 ws-formas-ctl-red redefines ws-formas-ctl.
           02 ws-forma-ctl occurs 7 times pic x(01).

       77 ws-ctl-ix-tipo       pic 9(01).
       77 ws-ctl-ix-forma      pic 9(01).
       77 ws-ctl-origem        pic x(08) value "CONTABIL".
       77 ws-ctl-nome-tipo     pic x(07).
       77 ws-ctl-forma-grava   pic x(01).
       77 ws-ctl-qtd-grava     pic 9(07).
       77 ws-ctl-valor-grava   pic s9(09)v99.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
       INICIO.

           PERFORM CARREGA-DIA-NEGOCIO.
           MOVE ZEROS TO WS-CONTROLE.
           PERFORM ABRIR-ARQUIVOS THRU ABRIR-ARQUIVOS-FIM.
           IF NOT FS-ALUGUEL-NAO-EXISTE
               MOVE ZEROS TO FS-STAT-ALUGUEL
           DISPLAY "ALUGUEIS EXPORTADOS: " WS-TOTAL-ALUGUEIS.
           DISPLAY "MULTAS EXPORTADAS..: " WS-TOTAL-MULTAS.
           DISPLAY "VENDAS EXPORTADAS..: " WS-TOTAL-VENDAS.
           PERFORM GRAVA-CONTROLE-TOTAIS THRU GRAVA-CONTROLE-TOTAIS-FIM.
           PERFORM FINALIZA.
           GOBACK.

       GRAVA-LINHA.
           MOVE WS-LINHA TO EXPORTA-LINHA.
           WRITE EXPORTA-LINHA.
           PERFORM SOMA-CONTROLE THRU SOMA-CONTROLE-FIM.

      * -----------------------------------
      * SOMA A LINHA GRAVADA AO TOTAL DE CONTROLE DO SEU TIPO E FORMA

       SOMA-CONTROLE.
           MOVE 1 TO WS-CTL-IX-TIPO.

           SOMA-CONTROLE-TIPO.
           IF WS-NOME-CTL(WS-CTL-IX-TIPO) NOT EQUAL WS-LIN-TIPO
               ADD 1 TO WS-CTL-IX-TIPO
               IF WS-CTL-IX-TIPO > 6
                   GO SOMA-CONTROLE-FIM
               END-IF
               GO SOMA-CONTROLE-TIPO
           END-IF
           MOVE 1 TO WS-CTL-IX-FORMA.

           SOMA-CONTROLE-FORMA.
           IF WS-CTL-IX-FORMA < 7
               AND WS-FORMA-CTL(WS-CTL-IX-FORMA)
                   NOT EQUAL WS-LIN-FORMA-PAGTO
               ADD 1 TO WS-CTL-IX-FORMA
               GO SOMA-CONTROLE-FORMA
           END-IF
           ADD 1 TO WS-CTL-QTD(WS-CTL-IX-TIPO WS-CTL-IX-FORMA).
           ADD WS-LIN-VALOR
               TO WS-CTL-VALOR(WS-CTL-IX-TIPO WS-CTL-IX-FORMA).
       SOMA-CONTROLE-FIM.

      * -----------------------------------
      * GRAVA OS TOTAIS DE CONTROLE DO DIA EM CONTROLE_TOTAIS.DAT -
      * TODAS AS CASAS, INCLUSIVE AS ZERADAS, PARA UMA NOVA RODADA DO
      * MESMO DIA NAO DEIXAR VALOR VELHO PARA TRAS

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
           IF WS-CTL-IX-TIPO NOT > 6
               GO GRAVA-CONTROLE-TOTAIS-LOOP
           END-IF.
       GRAVA-CONTROLE-TOTAIS-FIM.

      * -----------------------------------
      * ABRE OS ARQUIVOS DE ENTRADA E O ARQUIVO DE EXPORTACAO DE SAIDA
