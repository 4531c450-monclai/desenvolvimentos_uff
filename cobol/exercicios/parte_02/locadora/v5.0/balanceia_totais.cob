       identification division.
       program-id. balanceia_totais.

      *=================================================================
      * BALANCO DOS TOTAIS DE CONTROLE DA CADEIA NOTURNA. O
      * ORQUESTRADOR SO SABE SE CADA PASSO TERMINOU, NAO SE PROCESSOU
      * OS DADOS CERTOS; AQUI OS TOTAIS QUE OS PASSOS FINANCEIROS
      * GRAVARAM EM CONTROLE_TOTAIS.DAT PARA A MESMA DATA DE NEGOCIO
      * SAO CONFRONTADOS:
      *  - RELATORIO_CAIXA X EXPORTA_CONTABILIDADE: QUANTIDADE E VALOR
      *    DE ALUGUEL, MULTA, PRORROGACAO E ESTORNO DE ALUGUEL, FORMA A
      *    FORMA - OS DOIS LEEM O MESMO MOVIMENTO E TEM QUE BATER;
      *  - DOCUMENTO_FISCAL X EXPORTA_CONTABILIDADE: VALOR DAS NFS-E
      *    CONTRA ALUGUEIS MENOS ESTORNOS EXPORTADOS, E VALOR DAS NFC-E
      *    CONTRA AS VENDAS EXPORTADAS. SO O VALOR: ALUGUEL DE VALOR
      *    ZERO E EXPORTADO MAS NAO TEM NOTA, E O TICKET PARTIDO SAI
      *    NUMA LINHA POR PERNA NA EXPORTACAO E NUMA NOTA SO NO FISCAL.
      * EXPORTA_CONTABILIDADE GRAVA O ARQUIVO DO CONTADOR RETIDO, EM
      * EXPORTA_CONTABIL_PEND.DAT. COM OS TOTAIS BATENDO, ESTE PASSO O
      * LIBERA: COPIA-O PARA EXPORTA_CONTABIL.DAT, O ARQUIVO QUE SEGUE
      * PARA O CONTADOR. AS DIVERGENCIAS SAEM EM BALANCO_TOTAIS.DAT E O
      * PASSO VOLTA COM RETURN-CODE 8 SEM COPIAR NADA: A CADEIA PARA
      * ALI E A EXPORTACAO DO DIA FICA SO NO PENDENTE ATE A DIFERENCA
      * SER EXPLICADA E OS PASSOS RODAREM DE NOVO. UMA DATA ANTERIOR E
      * REBALANCEADA INFORMANDO-A (AAAAMMDD) EM DATA_BALANCO - SO
      * APONTA, POIS O PENDENTE E SEMPRE O DA DATA DE NEGOCIO.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select dia-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-dia
           record key is dia-chave.

       select controle-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-ctt
           record key is ctt-key.

       select relatorio-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-rel.

       select pendente-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-pen.

       select exporta-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-exp.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd dia-file value of file-id is "DATA_NEGOCIO.dat".
       copy dia_negocio.

       fd controle-file value of file-id is "CONTROLE_TOTAIS.dat".
       copy ctl_totais.

       fd relatorio-file value of file-id is "BALANCO_TOTAIS.dat".
       01 relatorio-linha             pic x(80).

       fd pendente-file value of file-id is "EXPORTA_CONTABIL_PEND.dat".
       01 pendente-linha              pic x(100).

       fd exporta-file value of file-id is "EXPORTA_CONTABIL.dat".
       01 exporta-linha               pic x(100).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-dia          pic 9(02).
           88 fs-dia-ok                value zeros.
       77 fs-stat-ctt          pic 9(02).
           88 fs-ctt-ok                value zeros.
       77 fs-stat-rel          pic 9(02).
       77 fs-stat-pen          pic 9(02).
           88 fs-pen-ok                value zeros.
           88 fs-pen-fim               value 10.
       77 fs-stat-exp          pic 9(02).
           88 fs-exp-ok                value zeros.

       77 ws-qtd-liberadas     pic 9(07) value zeros.

       77 ws-data-hoje         pic 9(08).
       77 ws-data-balanco      pic 9(08).
       77 ws-data-ambiente     pic x(08).

      * TIPOS QUE O CAIXA E A CONTABILIDADE TOTALIZAM POR FORMA
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

      * CHAVE PROCURADA E O TOTAL ACHADO (ZERO QUANDO NAO HA)
       77 ws-busca-origem      pic x(08).
       77 ws-busca-tipo        pic x(07).
       77 ws-busca-forma       pic x(01).
       77 ws-achou-total       pic x(01).
           88 achou-total              value "S".
       77 ws-qtd-lido          pic 9(07).
       77 ws-valor-lido        pic s9(09)v99.

       77 ws-qtd-caixa         pic 9(07).
       77 ws-valor-caixa       pic s9(09)v99.
       77 ws-qtd-contabil      pic 9(07).
       77 ws-valor-contabil    pic s9(09)v99.

      * SOMAS DA CONTABILIDADE, TODAS AS FORMAS, PARA O FISCAL
       77 ws-cnt-aluguel       pic s9(09)v99.
       77 ws-cnt-qtd-aluguel   pic 9(07).
       77 ws-cnt-venda         pic s9(09)v99.
       77 ws-cnt-qtd-venda     pic 9(07).

      * PASSOS QUE GRAVARAM TOTAIS PARA A DATA
       77 ws-tem-caixa         pic x(01).
           88 tem-caixa                value "S".
       77 ws-tem-contabil      pic x(01).
           88 tem-contabil             value "S".
       77 ws-tem-fiscal        pic x(01).
           88 tem-fiscal               value "S".

       77 ws-tot-confrontos    pic 9(05) value zeros.
       77 ws-tot-divergencias  pic 9(05) value zeros.

       01 ws-linha-cab.
           02 filler               pic x(38)
               value "BALANCO DOS TOTAIS DE CONTROLE - DATA ".
           02 ws-cab-data          pic 9(08).
           02 filler               pic x(34) value spaces.

       01 ws-linha-titulo.
           02 filler               pic x(44) value
               "TIPO    F  ORIGEM       QTD          VALOR  ".
           02 filler               pic x(36) value
               "ORIGEM       QTD          VALOR".

       01 ws-linha.
           02 ws-lin-tipo          pic x(07).
           02 filler               pic x(01) value spaces.
           02 ws-lin-forma         pic x(01).
           02 filler               pic x(02) value spaces.
           02 ws-lin-origem-a      pic x(08).
           02 ws-lin-qtd-a         pic zzzzzz9.
           02 filler               pic x(01) value spaces.
           02 ws-lin-valor-a       pic -zzzzzzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lin-origem-b      pic x(08).
           02 ws-lin-qtd-b         pic zzzzzz9.
           02 filler               pic x(01) value spaces.
           02 ws-lin-valor-b       pic -zzzzzzzz9.99.
           02 filler               pic x(09) value spaces.

       01 ws-linha-msg.
           02 ws-msg               pic x(80).

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "balanceia_totais".
           02 ws-spl-arquivo       pic x(30)
               value "BALANCO_TOTAIS.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM CARREGA-DIA-NEGOCIO THRU CARREGA-DIA-NEGOCIO-FIM.
           MOVE WS-DATA-HOJE TO WS-DATA-BALANCO.
           ACCEPT WS-DATA-AMBIENTE FROM ENVIRONMENT "DATA_BALANCO".
           IF WS-DATA-AMBIENTE IS NUMERIC
               MOVE WS-DATA-AMBIENTE TO WS-DATA-BALANCO
           END-IF
           OPEN OUTPUT RELATORIO-FILE.
           MOVE WS-DATA-BALANCO TO WS-CAB-DATA.
           WRITE RELATORIO-LINHA FROM WS-LINHA-CAB.
           WRITE RELATORIO-LINHA FROM WS-LINHA-TITULO.
           PERFORM BALANCEIA THRU BALANCEIA-FIM.
           MOVE SPACES TO WS-MSG.
           IF WS-TOT-DIVERGENCIAS EQUAL ZEROS
               STRING "TOTAIS CONFEREM - " WS-TOT-CONFRONTOS
                   " CONFRONTOS" DELIMITED BY SIZE INTO WS-MSG
               PERFORM GRAVA-MENSAGEM
               PERFORM LIBERA-EXPORTACAO THRU LIBERA-EXPORTACAO-FIM
           END-IF
           MOVE SPACES TO WS-MSG.
           IF WS-TOT-DIVERGENCIAS EQUAL ZEROS
               MOVE ZEROS TO RETURN-CODE
           ELSE
               STRING WS-TOT-DIVERGENCIAS " DIVERGENCIA(S) - "
                   "EXPORTACAO CONTABIL RETIDA, NAO ENVIAR AO CONTADOR"
                   DELIMITED BY SIZE INTO WS-MSG
               PERFORM GRAVA-MENSAGEM
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           GOBACK.

      * -----------------------------------
      * CONFRONTA OS TOTAIS DA DATA; SO CONFRONTA O QUE OS DOIS LADOS
      * GRAVARAM - PASSO QUE NAO GRAVOU JA E UMA DIVERGENCIA

       BALANCEIA.
           OPEN INPUT CONTROLE-FILE.
           IF NOT FS-CTT-OK
               MOVE "CONTROLE_TOTAIS.DAT INDISPONIVEL - SEM TOTAIS"
                   TO WS-MSG
               PERFORM GRAVA-MENSAGEM
               ADD 1 TO WS-TOT-DIVERGENCIAS
               GO BALANCEIA-FIM
           END-IF
           PERFORM VERIFICA-ORIGENS THRU VERIFICA-ORIGENS-FIM.
           IF TEM-CAIXA AND TEM-CONTABIL
               MOVE 1 TO WS-CTL-IX-TIPO
               MOVE 1 TO WS-CTL-IX-FORMA
               PERFORM CONFRONTA-CAIXA THRU CONFRONTA-CAIXA-FIM
           END-IF
           IF TEM-FISCAL AND TEM-CONTABIL
               PERFORM CONFRONTA-FISCAL THRU CONFRONTA-FISCAL-FIM
           END-IF
           CLOSE CONTROLE-FILE.
       BALANCEIA-FIM.

      * -----------------------------------
      * CADA PASSO GRAVA TODAS AS SUAS CASAS, ENTAO BASTA PROCURAR UMA
      * DELAS PARA SABER SE ELE RODOU PARA A DATA

       VERIFICA-ORIGENS.
           MOVE "ALUGUEL" TO WS-BUSCA-TIPO.
           MOVE "D" TO WS-BUSCA-FORMA.
           MOVE "CAIXA" TO WS-BUSCA-ORIGEM.
           PERFORM LE-TOTAL THRU LE-TOTAL-FIM.
           MOVE WS-ACHOU-TOTAL TO WS-TEM-CAIXA.
           IF NOT TEM-CAIXA
               MOVE "RELATORIO_CAIXA NAO GRAVOU TOTAIS PARA A DATA"
                   TO WS-MSG
               PERFORM GRAVA-MENSAGEM
               ADD 1 TO WS-TOT-DIVERGENCIAS
           END-IF
           MOVE "CONTABIL" TO WS-BUSCA-ORIGEM.
           PERFORM LE-TOTAL THRU LE-TOTAL-FIM.
           MOVE WS-ACHOU-TOTAL TO WS-TEM-CONTABIL.
           IF NOT TEM-CONTABIL
               MOVE "EXPORTA_CONTABILIDADE NAO GRAVOU TOTAIS DA DATA"
                   TO WS-MSG
               PERFORM GRAVA-MENSAGEM
               ADD 1 TO WS-TOT-DIVERGENCIAS
           END-IF
           MOVE "FISCAL" TO WS-BUSCA-ORIGEM.
           MOVE "NFSE" TO WS-BUSCA-TIPO.
           MOVE SPACE TO WS-BUSCA-FORMA.
           PERFORM LE-TOTAL THRU LE-TOTAL-FIM.
           MOVE WS-ACHOU-TOTAL TO WS-TEM-FISCAL.
           IF NOT TEM-FISCAL
               MOVE "DOCUMENTO_FISCAL NAO GRAVOU TOTAIS PARA A DATA"
                   TO WS-MSG
               PERFORM GRAVA-MENSAGEM
               ADD 1 TO WS-TOT-DIVERGENCIAS
           END-IF.
       VERIFICA-ORIGENS-FIM.

      * -----------------------------------
      * CAIXA X CONTABILIDADE, CASA A CASA (TIPO E FORMA)

       CONFRONTA-CAIXA.
           MOVE WS-NOME-CTL(WS-CTL-IX-TIPO) TO WS-BUSCA-TIPO.
           MOVE WS-FORMA-CTL(WS-CTL-IX-FORMA) TO WS-BUSCA-FORMA.
           MOVE "CAIXA" TO WS-BUSCA-ORIGEM.
           PERFORM LE-TOTAL THRU LE-TOTAL-FIM.
           MOVE WS-QTD-LIDO TO WS-QTD-CAIXA.
           MOVE WS-VALOR-LIDO TO WS-VALOR-CAIXA.
           MOVE "CONTABIL" TO WS-BUSCA-ORIGEM.
           PERFORM LE-TOTAL THRU LE-TOTAL-FIM.
           MOVE WS-QTD-LIDO TO WS-QTD-CONTABIL.
           MOVE WS-VALOR-LIDO TO WS-VALOR-CONTABIL.
           ADD 1 TO WS-TOT-CONFRONTOS.
           IF WS-QTD-CAIXA NOT EQUAL WS-QTD-CONTABIL
               OR WS-VALOR-CAIXA NOT EQUAL WS-VALOR-CONTABIL
               MOVE SPACES TO WS-LINHA
               MOVE WS-BUSCA-TIPO TO WS-LIN-TIPO
               MOVE WS-BUSCA-FORMA TO WS-LIN-FORMA
               MOVE "CAIXA" TO WS-LIN-ORIGEM-A
               MOVE WS-QTD-CAIXA TO WS-LIN-QTD-A
               MOVE WS-VALOR-CAIXA TO WS-LIN-VALOR-A
               MOVE "CONTABIL" TO WS-LIN-ORIGEM-B
               MOVE WS-QTD-CONTABIL TO WS-LIN-QTD-B
               MOVE WS-VALOR-CONTABIL TO WS-LIN-VALOR-B
               PERFORM GRAVA-DIVERGENCIA
           END-IF
           ADD 1 TO WS-CTL-IX-FORMA.
           IF WS-CTL-IX-FORMA > 7
               MOVE 1 TO WS-CTL-IX-FORMA
               ADD 1 TO WS-CTL-IX-TIPO
           END-IF
           IF WS-CTL-IX-TIPO NOT > 4
               GO CONFRONTA-CAIXA
           END-IF.
       CONFRONTA-CAIXA-FIM.

      * -----------------------------------
      * FISCAL X CONTABILIDADE, PELO VALOR: NFS-E CONTRA ALUGUEIS
      * MENOS ESTORNOS (O ALUGUEL ESTORNADO NAO GERA NOTA) E NFC-E
      * CONTRA AS VENDAS

       CONFRONTA-FISCAL.
           MOVE ZEROS TO WS-CNT-ALUGUEL WS-CNT-QTD-ALUGUEL
               WS-CNT-VENDA WS-CNT-QTD-VENDA.
           MOVE "CONTABIL" TO WS-BUSCA-ORIGEM.
           MOVE 1 TO WS-CTL-IX-FORMA.

           CONFRONTA-FISCAL-SOMA.
           MOVE WS-FORMA-CTL(WS-CTL-IX-FORMA) TO WS-BUSCA-FORMA.
           MOVE "ALUGUEL" TO WS-BUSCA-TIPO.
           PERFORM LE-TOTAL THRU LE-TOTAL-FIM.
           ADD WS-VALOR-LIDO TO WS-CNT-ALUGUEL.
           ADD WS-QTD-LIDO TO WS-CNT-QTD-ALUGUEL.
           MOVE "ESTALUG" TO WS-BUSCA-TIPO.
           PERFORM LE-TOTAL THRU LE-TOTAL-FIM.
           SUBTRACT WS-VALOR-LIDO FROM WS-CNT-ALUGUEL.
           MOVE "VENDA" TO WS-BUSCA-TIPO.
           PERFORM LE-TOTAL THRU LE-TOTAL-FIM.
           ADD WS-VALOR-LIDO TO WS-CNT-VENDA.
           ADD WS-QTD-LIDO TO WS-CNT-QTD-VENDA.
           ADD 1 TO WS-CTL-IX-FORMA.
           IF WS-CTL-IX-FORMA NOT > 7
               GO CONFRONTA-FISCAL-SOMA
           END-IF

           MOVE "FISCAL" TO WS-BUSCA-ORIGEM.
           MOVE SPACE TO WS-BUSCA-FORMA.
           MOVE "NFSE" TO WS-BUSCA-TIPO.
           PERFORM LE-TOTAL THRU LE-TOTAL-FIM.
           ADD 1 TO WS-TOT-CONFRONTOS.
           IF WS-VALOR-LIDO NOT EQUAL WS-CNT-ALUGUEL
               MOVE SPACES TO WS-LINHA
               MOVE "NFSE" TO WS-LIN-TIPO
               MOVE "FISCAL" TO WS-LIN-ORIGEM-A
               MOVE WS-QTD-LIDO TO WS-LIN-QTD-A
               MOVE WS-VALOR-LIDO TO WS-LIN-VALOR-A
               MOVE "CONTABIL" TO WS-LIN-ORIGEM-B
               MOVE WS-CNT-QTD-ALUGUEL TO WS-LIN-QTD-B
               MOVE WS-CNT-ALUGUEL TO WS-LIN-VALOR-B
               PERFORM GRAVA-DIVERGENCIA
           END-IF
           MOVE "NFCE" TO WS-BUSCA-TIPO.
           PERFORM LE-TOTAL THRU LE-TOTAL-FIM.
           ADD 1 TO WS-TOT-CONFRONTOS.
           IF WS-VALOR-LIDO NOT EQUAL WS-CNT-VENDA
               MOVE SPACES TO WS-LINHA
               MOVE "NFCE" TO WS-LIN-TIPO
               MOVE "FISCAL" TO WS-LIN-ORIGEM-A
               MOVE WS-QTD-LIDO TO WS-LIN-QTD-A
               MOVE WS-VALOR-LIDO TO WS-LIN-VALOR-A
               MOVE "CONTABIL" TO WS-LIN-ORIGEM-B
               MOVE WS-CNT-QTD-VENDA TO WS-LIN-QTD-B
               MOVE WS-CNT-VENDA TO WS-LIN-VALOR-B
               PERFORM GRAVA-DIVERGENCIA
           END-IF.
       CONFRONTA-FISCAL-FIM.

      * -----------------------------------
      * TOTAIS BATENDO: COPIA A EXPORTACAO RETIDA PARA O ARQUIVO DO
      * CONTADOR. SO PARA A DATA DE NEGOCIO - O PENDENTE E DELA

       LIBERA-EXPORTACAO.
           MOVE SPACES TO WS-MSG.
           IF WS-DATA-BALANCO NOT EQUAL WS-DATA-HOJE
               MOVE "DATA ANTERIOR - EXPORTACAO CONTABIL NAO LIBERADA"
                   TO WS-MSG
               PERFORM GRAVA-MENSAGEM
               GO LIBERA-EXPORTACAO-FIM
           END-IF
           OPEN INPUT PENDENTE-FILE.
           IF NOT FS-PEN-OK
               MOVE "SEM EXPORTA_CONTABIL_PEND.DAT - NADA A LIBERAR"
                   TO WS-MSG
               PERFORM GRAVA-MENSAGEM
               GO LIBERA-EXPORTACAO-FIM
           END-IF
           OPEN OUTPUT EXPORTA-FILE.
           IF NOT FS-EXP-OK
               CLOSE PENDENTE-FILE
               MOVE "EXPORTA_CONTABIL.DAT INDISPONIVEL - NAO LIBERADA"
                   TO WS-MSG
               PERFORM GRAVA-MENSAGEM
               ADD 1 TO WS-TOT-DIVERGENCIAS
               GO LIBERA-EXPORTACAO-FIM
           END-IF
           MOVE ZEROS TO WS-QTD-LIBERADAS.
           PERFORM COPIA-PENDENTE THRU COPIA-PENDENTE-FIM
               UNTIL FS-PEN-FIM.
           CLOSE PENDENTE-FILE.
           CLOSE EXPORTA-FILE.
           STRING "EXPORTACAO CONTABIL LIBERADA - " WS-QTD-LIBERADAS
               " LINHA(S)" DELIMITED BY SIZE INTO WS-MSG.
           PERFORM GRAVA-MENSAGEM.
       LIBERA-EXPORTACAO-FIM.

      * -----------------------------------

       COPIA-PENDENTE.
           READ PENDENTE-FILE
           AT END
               MOVE 10 TO FS-STAT-PEN
               GO COPIA-PENDENTE-FIM
           END-READ.
           WRITE EXPORTA-LINHA FROM PENDENTE-LINHA.
           ADD 1 TO WS-QTD-LIBERADAS.
       COPIA-PENDENTE-FIM.

      * -----------------------------------
      * LE UM TOTAL DE CONTROLE DA DATA; SEM O REGISTRO, VALE ZERO

       LE-TOTAL.
           MOVE "N" TO WS-ACHOU-TOTAL.
           MOVE ZEROS TO WS-QTD-LIDO WS-VALOR-LIDO.
           MOVE WS-DATA-BALANCO TO CTT-DATA.
           MOVE WS-BUSCA-ORIGEM TO CTT-ORIGEM.
           MOVE WS-BUSCA-TIPO TO CTT-TIPO.
           MOVE WS-BUSCA-FORMA TO CTT-FORMA.
           READ CONTROLE-FILE
           INVALID KEY
               GO LE-TOTAL-FIM
           END-READ.
           MOVE "S" TO WS-ACHOU-TOTAL.
           MOVE CTT-QTD TO WS-QTD-LIDO.
           MOVE CTT-VALOR TO WS-VALOR-LIDO.
       LE-TOTAL-FIM.

      * -----------------------------------
      * UMA DIVERGENCIA NO RELATORIO E NO CONSOLE

       GRAVA-DIVERGENCIA.
           ADD 1 TO WS-TOT-DIVERGENCIAS.
           WRITE RELATORIO-LINHA FROM WS-LINHA.
           DISPLAY WS-LINHA.

      * -----------------------------------

       GRAVA-MENSAGEM.
           WRITE RELATORIO-LINHA FROM WS-LINHA-MSG.
           DISPLAY WS-MSG.

      * -----------------------------------
      * CARREGA A DATA DE NEGOCIO (DATA_NEGOCIO.DAT) COM O RELOGIO
      * COMO RESERVA, NO MESMO MOLDE DOS OUTROS PASSOS DA CADEIA

       CARREGA-DIA-NEGOCIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT DIA-FILE.
           IF FS-DIA-OK
               MOVE 1 TO DIA-CHAVE
               READ DIA-FILE
               NOT INVALID KEY
                   IF DIA-DATA NUMERIC AND DIA-DATA > ZEROS
                       MOVE DIA-DATA TO WS-DATA-HOJE
                   END-IF
               END-READ
               CLOSE DIA-FILE
           END-IF.
       CARREGA-DIA-NEGOCIO-FIM.
