      * VEM DO ALUGUEL APONTADO PELA LINHA. NO PE, A TENDENCIA
      * (TOTAL ABATIDO MES A MES, TODO O LOG) E A SECAO DE EXCECOES:
      * CADA DESCONTO QUE CORTOU MAIS DA METADE DO VALOR ORIGINAL,
      * UM POR LINHA, PARA O DONO PERGUNTAR O PORQUE. POR ULTIMO, OS
      * PACOTES DE LOCACAO DO MES (PACOTE_VENDA.DAT, GRAVADO PELO
      * CARRINHO DO ALUGUEL): POR PACOTE, OS DISCOS VENDIDOS, O VALOR
      * DE TABELA, O VALOR RATEADO DO PACOTE E A RECEITA QUE O PACOTE
      * DEIXOU DE LADO.
      *
      * O MES APURADO (AAAAMM) VEM DA VARIAVEL DE AMBIENTE
      * MES_APURACAO; SEM ELA, O MES CORRENTE.
           file status is fs-stat-mot
           record key is mot-key.

       select pacote-venda-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-pvd.

       select pacote-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-pct
           record key is pct-key.

       select relatorio-file
           assign to disk
           organization is line sequential
       fd motivo-file value of file-id is "MOTIVO.dat".
       copy motivo.

      * LINHA DO LOG DE PACOTES (UMA POR DISCO VENDIDO EM PACOTE)
       fd pacote-venda-file value of file-id is "PACOTE_VENDA.dat".
       01 pacote-venda-linha.
           02 pvd-data             pic 9(08).
           02 filler               pic x(02).
           02 pvd-aluguel          pic 9(11).
           02 filler               pic x(02).
           02 pvd-pacote           pic 9(03).
           02 filler               pic x(02).
           02 pvd-valor-lista      pic x(08).
           02 filler               pic x(02).
           02 pvd-valor-pacote     pic x(08).
           02 filler               pic x(34).

       fd pacote-file value of file-id is "PACOTE.dat".
       copy pacote.

       fd relatorio-file
       value of file-id is "RELATORIO_DESCONTOS.dat".
       01 relatorio-linha             pic x(100).
           88 fs-mot-ok                value zeros.
           88 fs-mot-nao-existe        value 35.

       77 fs-stat-pvd          pic 9(02).
           88 fs-pvd-nao-existe        value 35.
           88 fs-pvd-fim               value 10.

       77 fs-stat-pct          pic 9(02).
           88 fs-pct-nao-existe        value 35.

       77 fs-stat-rel          pic 9(02).

       77 ws-data-hoje         pic 9(08).
               03 ws-fil-qtd           pic 9(05).
               03 ws-fil-valor         pic 9(07)v99.

      * PACOTES DO MES: DISCOS, VALOR DE TABELA E VALOR COBRADO
       77 ws-qtd-pct           pic 9(03) comp value zeros.
       01 ws-tab-pct.
           02 ws-pct occurs 50 times.
               03 ws-pct-id            pic 9(03).
               03 ws-pct-qtd           pic 9(05).
               03 ws-pct-lista         pic 9(07)v99.
               03 ws-pct-cobrado       pic 9(07)v99.

       77 ws-valor-lista       pic 9(05)v99.
       77 ws-valor-pacote      pic 9(05)v99.
       77 ws-tot-pct-qtd       pic 9(05) value zeros.
       77 ws-tot-pct-lista     pic 9(07)v99 value zeros.
       77 ws-tot-pct-cobrado   pic 9(07)v99 value zeros.
       77 ws-tot-pct-renuncia  pic 9(07)v99 value zeros.

      * TENDENCIA: TOTAL ABATIDO MES A MES, SOBRE TODO O LOG
       77 ws-qtd-meses         pic 9(03) comp value zeros.
       01 ws-tab-meses.
           02 ws-exc-supervisor    pic 9(03).
           02 filler               pic x(52) value spaces.

       01 ws-linha-pacote.
           02 ws-lpc-id            pic 9(03).
           02 filler               pic x(02) value spaces.
           02 ws-lpc-descricao     pic x(30).
           02 filler               pic x(02) value spaces.
           02 ws-lpc-qtd           pic zzzz9.
           02 filler               pic x(02) value spaces.
           02 ws-lpc-lista         pic zzzzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lpc-cobrado       pic zzzzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lpc-renuncia      pic zzzzzz9.99.
           02 filler               pic x(22) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_descontos".
           02 ws-spl-arquivo       pic x(30)
               value "RELATORIO_DESCONTOS.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

           PERFORM OBTEM-MES.
           OPEN INPUT DESCONTOS-FILE.
           OPEN INPUT PACOTE-VENDA-FILE.
           IF FS-DSC-NAO-EXISTE AND FS-PVD-NAO-EXISTE
               DISPLAY "NENHUM DESCONTO REGISTRADO - NADA A APURAR"
               GOBACK
           END-IF
           OPEN INPUT ALUGUEL-FILE.
           OPEN INPUT MOTIVO-FILE.
           OPEN INPUT PACOTE-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           IF NOT FS-DSC-NAO-EXISTE
               PERFORM ANALISA-LINHA THRU ANALISA-LINHA-FIM
                   UNTIL FS-DSC-FIM
           END-IF
           PERFORM IMPRIME-TOTAIS THRU IMPRIME-TOTAIS-FIM.
           PERFORM IMPRIME-TENDENCIA THRU IMPRIME-TENDENCIA-FIM.
           IF NOT FS-PVD-NAO-EXISTE
               PERFORM ANALISA-PACOTE THRU ANALISA-PACOTE-FIM
                   UNTIL FS-PVD-FIM
           END-IF
           PERFORM IMPRIME-PACOTES THRU IMPRIME-PACOTES-FIM.
           DISPLAY "MES APURADO............: " WS-MES-APURACAO.
           DISPLAY "DESCONTOS NO MES.......: " WS-TOT-MES-QTD.
           DISPLAY "VALOR ABATIDO NO MES...: " WS-TOT-MES-VALOR.
           DISPLAY "EXCECOES (CORTE > 50%).: " WS-TOT-EXCECOES.
           DISPLAY "DISCOS EM PACOTE.......: " WS-TOT-PCT-QTD.
           DISPLAY "RENUNCIADO EM PACOTES..: " WS-TOT-PCT-RENUNCIA.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           IF NOT FS-DSC-NAO-EXISTE
               CLOSE DESCONTOS-FILE
           END-IF
           IF NOT FS-PVD-NAO-EXISTE
               CLOSE PACOTE-VENDA-FILE
           END-IF
           IF NOT FS-PCT-NAO-EXISTE
               CLOSE PACOTE-FILE
           END-IF
           IF NOT FS-ALUG-NAO-EXISTE
               CLOSE ALUGUEL-FILE
           END-IF
           WRITE RELATORIO-LINHA.
           GO IMPRIME-TENDENCIA-LOOP.
       IMPRIME-TENDENCIA-FIM.

      * -----------------------------------
      * CADA DISCO VENDIDO EM PACOTE NO MES APURADO SOMA NO SEU PACOTE

       ANALISA-PACOTE.
           READ PACOTE-VENDA-FILE
           AT END
               MOVE 10 TO FS-STAT-PVD
               GO ANALISA-PACOTE-FIM
           END-READ.
           IF PVD-DATA NOT NUMERIC OR PVD-DATA(1:6)
               NOT EQUAL WS-MES-APURACAO
               GO ANALISA-PACOTE-FIM
           END-IF
           COMPUTE WS-VALOR-LISTA = FUNCTION NUMVAL(PVD-VALOR-LISTA).
           COMPUTE WS-VALOR-PACOTE = FUNCTION NUMVAL(PVD-VALOR-PACOTE).
           ADD 1 TO WS-TOT-PCT-QTD.
           ADD WS-VALOR-LISTA TO WS-TOT-PCT-LISTA.
           ADD WS-VALOR-PACOTE TO WS-TOT-PCT-COBRADO.
           MOVE ZEROS TO WS-IND.

           ANALISA-PACOTE-LOOP.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-PCT
               GO ANALISA-PACOTE-NOVO
           END-IF
           IF WS-PCT-ID(WS-IND) EQUAL PVD-PACOTE
               GO ANALISA-PACOTE-SOMA
           END-IF
           GO ANALISA-PACOTE-LOOP.

           ANALISA-PACOTE-NOVO.
           IF WS-QTD-PCT NOT < 50
               GO ANALISA-PACOTE-FIM
           END-IF
           ADD 1 TO WS-QTD-PCT.
           MOVE WS-QTD-PCT TO WS-IND.
           MOVE PVD-PACOTE TO WS-PCT-ID(WS-IND).
           MOVE ZEROS TO WS-PCT-QTD(WS-IND) WS-PCT-LISTA(WS-IND)
               WS-PCT-COBRADO(WS-IND).

           ANALISA-PACOTE-SOMA.
           ADD 1 TO WS-PCT-QTD(WS-IND).
           ADD WS-VALOR-LISTA TO WS-PCT-LISTA(WS-IND).
           ADD WS-VALOR-PACOTE TO WS-PCT-COBRADO(WS-IND).
       ANALISA-PACOTE-FIM.

      * -----------------------------------
      * QUADRO DOS PACOTES: TABELA CONTRA COBRADO E A DIFERENCA (A
      * RECEITA RENUNCIADA), COM A LINHA DE TOTAL NO FIM

       IMPRIME-PACOTES.
           MOVE SPACES TO WS-LINHA-SECAO.
           MOVE "PACOTES NO MES - TABELA X COBRADO X RENUNCIADO"
               TO WS-SEC-TEXTO.
           MOVE WS-LINHA-SECAO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE ZEROS TO WS-IND.

           IMPRIME-PACOTES-LOOP.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-PCT
               GO IMPRIME-PACOTES-TOTAL
           END-IF
           MOVE SPACES TO WS-LINHA-PACOTE.
           MOVE WS-PCT-ID(WS-IND) TO WS-LPC-ID.
           MOVE SPACES TO PCT-DESCRICAO.
           IF NOT FS-PCT-NAO-EXISTE
               MOVE WS-PCT-ID(WS-IND) TO PCT-ID
               READ PACOTE-FILE
               INVALID KEY
                   MOVE "PACOTE NAO CADASTRADO" TO PCT-DESCRICAO
               END-READ
           END-IF
           MOVE PCT-DESCRICAO TO WS-LPC-DESCRICAO.
           MOVE WS-PCT-QTD(WS-IND) TO WS-LPC-QTD.
           MOVE WS-PCT-LISTA(WS-IND) TO WS-LPC-LISTA.
           MOVE WS-PCT-COBRADO(WS-IND) TO WS-LPC-COBRADO.
           IF WS-PCT-LISTA(WS-IND) > WS-PCT-COBRADO(WS-IND)
               COMPUTE WS-LPC-RENUNCIA =
                   WS-PCT-LISTA(WS-IND) - WS-PCT-COBRADO(WS-IND)
           ELSE
               MOVE ZEROS TO WS-LPC-RENUNCIA
           END-IF
           MOVE WS-LINHA-PACOTE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           GO IMPRIME-PACOTES-LOOP.

           IMPRIME-PACOTES-TOTAL.
           IF WS-TOT-PCT-LISTA > WS-TOT-PCT-COBRADO
               COMPUTE WS-TOT-PCT-RENUNCIA =
                   WS-TOT-PCT-LISTA - WS-TOT-PCT-COBRADO
           END-IF
           MOVE SPACES TO WS-LINHA-PACOTE.
           MOVE ZEROS TO WS-LPC-ID.
           MOVE "TOTAL DOS PACOTES" TO WS-LPC-DESCRICAO.
           MOVE WS-TOT-PCT-QTD TO WS-LPC-QTD.
           MOVE WS-TOT-PCT-LISTA TO WS-LPC-LISTA.
           MOVE WS-TOT-PCT-COBRADO TO WS-LPC-COBRADO.
           MOVE WS-TOT-PCT-RENUNCIA TO WS-LPC-RENUNCIA.
           MOVE WS-LINHA-PACOTE TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       IMPRIME-PACOTES-FIM.
