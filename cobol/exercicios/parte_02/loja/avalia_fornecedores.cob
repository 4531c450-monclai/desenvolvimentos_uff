       identification division.
       program-id. avalia_fornecedores.

      *=================================================================
      * BOLETIM MENSAL DOS FORNECEDORES (AVALIA_FORNECEDORES.DAT).
      * A ESCOLHA DO FORNECEDOR ERA FEITA DE MEMORIA, E OS QUE FALHAVAM
      * CONTINUAVAM DEIXANDO A PRATELEIRA VAZIA. AQUI, PARA CADA
      * PARCEIRO VENDEDOR DE PARCEIRO.DAT, SAI A PARTIR DO HISTORICO
      * DE COMPRAS (COMPRA.DAT) E DAS DEVOLUCOES (DEVOLUCAO_FORN.DAT):
      *   - PRAZO MEDIO DE ENTREGA (DATA DO PEDIDO ATE O RECEBIMENTO),
      *     NO MES E EM TODO O HISTORICO ATE O FIM DO MES;
      *   - ATENDIMENTO: QUANTIDADE RECEBIDA SOBRE A PEDIDA, NOS
      *     PEDIDOS RECEBIDOS NO MES;
      *   - ENTREGAS CURTAS (MENOS QUE O PEDIDO) E ATRASADAS (ALEM DO
      *     PRAZO ESPERADO);
      *   - PARTE DO RECEBIDO NO MES DEVOLVIDA POR AVARIA OU VALIDADE
      *     (PELO TEXTO DO MOTIVO DA DEVOLUCAO);
      *   - DESVIO DO CUSTO DOS PEDIDOS DO MES SOBRE O CUSTO DA TABELA
      *     DE PRECOS IMPORTADA (FS-CUSTO-UNIT DA MERCADORIA).
      * O RESULTADO FICA TAMBEM EM DESEMPENHO_FORN.DAT, DE ONDE O
      * MOTOR DE REPOSICAO (SUGERE_COMPRAS) TIRA O PRAZO MEDIDO.
      *
      * O MES (AAAAMM) VEM DE MES_APURACAO E O PRAZO ESPERADO, EM
      * DIAS, DE PRAZO_ENTREGA_DIAS; OS PADROES SAO O MES CORRENTE E
      * 7 DIAS. RODA NO FECHAMENTO_MENSAL.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select parceiro-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-parc
           record key is par-codigo.

       select compra-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-compra
           record key is cp-key.

       select devolucao-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-df
           record key is df-key.

       select mercadoria-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-merc
           record key is fs-key.

       select desempenho-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-dsf
           record key is dsf-key.

       select relatorio-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-rel.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd parceiro-file value of file-id is "PARCEIRO.dat".
       copy parceiro replacing ==FILE1-REC==    by ==PAR-REC==
                               ==FS-KEY==       by ==PAR-KEY==
                               ==FS-CODIGO==    by ==PAR-CODIGO==
                               ==FS-NOME==      by ==PAR-NOME==
                               ==FS-DOCUMENTO== by ==PAR-DOCUMENTO==
                               ==FS-TIPO==      by ==PAR-TIPO==
                               ==FS-VENDEDOR==  by ==PAR-VENDEDOR==
                               ==FS-COMPRADOR== by ==PAR-COMPRADOR==
                               ==FS-TELEFONE==  by ==PAR-TELEFONE==
                               ==FS-ATIVO-SIM== by ==PAR-ATIVO-SIM==
                               ==FS-ATIVO-NAO== by ==PAR-ATIVO-NAO==
                               ==FS-ATIVO==     by ==PAR-ATIVO==.

       fd compra-file value of file-id is "COMPRA.dat".
       copy compra.

       fd devolucao-file value of file-id is "DEVOLUCAO_FORN.dat".
       copy devolucao_forn.

       fd mercadoria-file value of file-id is "MERCADORIA.dat".
       copy mercadoria.

       fd desempenho-file value of file-id is "DESEMPENHO_FORN.dat".
       copy desempenho_forn.

       fd relatorio-file value of file-id is "AVALIA_FORNECEDORES.dat".
       01 relatorio-linha             pic x(100).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-parc         pic 9(02).
           88 fs-parc-ok               value zeros.
           88 fs-parc-fim              value 10.

       77 fs-stat-compra       pic 9(02).
           88 fs-compra-ok             value zeros.
           88 fs-compra-fim            value 10.

       77 fs-stat-df           pic 9(02).
           88 fs-df-ok                 value zeros.
           88 fs-df-fim                value 10.

       77 fs-stat-merc         pic 9(02).
           88 fs-merc-ok               value zeros.

       77 fs-stat-dsf          pic 9(02).
           88 fs-dsf-ok                value zeros.
           88 fs-dsf-nao-existe        value 35.

       77 fs-stat-rel          pic 9(02).

       77 ws-data-hoje         pic 9(08).
       77 ws-mes-ambiente      pic x(06).
       77 ws-mes-apuracao      pic 9(06).
       77 ws-prazo-ambiente    pic x(03).
       77 ws-prazo-esperado    pic 9(03).
       77 ws-dias-entrega      pic s9(05).

       77 ws-ind               pic 9(03) comp.
       77 ws-qtd-fornec        pic 9(03) comp value zeros.
       78 ws-max-fornec        value 200.
       77 ws-parc-procura      pic 9(05).
       77 ws-achou-fornec      pic x.
           88 achou-fornec             value "S".

      * POR FORNECEDOR: HISTORICO (PRAZO) E O MES APURADO
       01 ws-tabela-fornec.
           02 ws-forn occurs 200 times.
               03 ws-forn-codigo       pic 9(05).
               03 ws-forn-nome         pic x(40).
               03 ws-forn-hist-qtd     pic 9(05).
               03 ws-forn-hist-dias    pic 9(07).
               03 ws-forn-mes-qtd      pic 9(04).
               03 ws-forn-mes-dias     pic 9(07).
               03 ws-forn-pedida       pic 9(07).
               03 ws-forn-recebida     pic 9(07).
               03 ws-forn-curtas       pic 9(04).
               03 ws-forn-atrasadas    pic 9(04).
               03 ws-forn-devolvida    pic 9(07).
               03 ws-forn-custo-ped    pic 9(09)v99.
               03 ws-forn-custo-tab    pic 9(09)v99.

      * MOTIVO DE DEVOLUCAO QUE CONTA COMO AVARIA OU VALIDADE
       77 ws-conta-motivo      pic 9(03).

       77 ws-prazo-mes         pic 9(03)v9.
       77 ws-atendimento       pic 9(03)v9.
       77 ws-perc-devolvido    pic 9(03)v9.
       77 ws-desvio-custo      pic s9(03)v9.

       01 ws-cabecalho.
           02 filler               pic x(40)
               value "COD   FORNECEDOR                RECB PRZ".
           02 filler               pic x(39)
               value ".M PRZ.H  ATEND CURT ATRS  DEVOL DESVIO".
           02 filler               pic x(21) value spaces.

       01 ws-linha.
           02 ws-lin-codigo        pic 9(05).
           02 filler               pic x(01) value spaces.
           02 ws-lin-nome          pic x(25).
           02 filler               pic x(01) value spaces.
           02 ws-lin-recebidos     pic zzz9.
           02 filler               pic x(01) value spaces.
           02 ws-lin-prazo-mes     pic zz9.9.
           02 filler               pic x(01) value spaces.
           02 ws-lin-prazo-hist    pic zz9.9.
           02 filler               pic x(02) value spaces.
           02 ws-lin-atendimento   pic zz9.9.
           02 filler               pic x(01) value spaces.
           02 ws-lin-curtas        pic zzz9.
           02 filler               pic x(01) value spaces.
           02 ws-lin-atrasadas     pic zzz9.
           02 filler               pic x(02) value spaces.
           02 ws-lin-devolvido     pic zz9.9.
           02 filler               pic x(01) value spaces.
           02 ws-lin-desvio        pic -zz9.9.
           02 filler               pic x(20) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "avalia_fornecedores".
           02 ws-spl-arquivo       pic x(30)
               value "AVALIA_FORNECEDORES.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM OBTEM-PARAMETROS.
           OPEN INPUT PARCEIRO-FILE.
           IF NOT FS-PARC-OK
               DISPLAY "NENHUM PARCEIRO CADASTRADO - NADA A APURAR"
               GOBACK
           END-IF
           PERFORM CARREGA-FORNECEDOR THRU CARREGA-FORNECEDOR-FIM
               UNTIL FS-PARC-FIM.
           CLOSE PARCEIRO-FILE.
           OPEN INPUT MERCADORIA-FILE.
           PERFORM ACUMULA-COMPRAS THRU ACUMULA-COMPRAS-FIM.
           PERFORM ACUMULA-DEVOLUCOES THRU ACUMULA-DEVOLUCOES-FIM.
           CLOSE MERCADORIA-FILE.
           OPEN I-O DESEMPENHO-FILE.
           IF FS-DSF-NAO-EXISTE
               OPEN OUTPUT DESEMPENHO-FILE
               CLOSE DESEMPENHO-FILE
               OPEN I-O DESEMPENHO-FILE
           END-IF
           OPEN OUTPUT RELATORIO-FILE.
           MOVE WS-CABECALHO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY WS-CABECALHO.
           PERFORM IMPRIME-FORNECEDORES THRU IMPRIME-FORNECEDORES-FIM.
           CLOSE DESEMPENHO-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           DISPLAY "MES APURADO..........: " WS-MES-APURACAO.
           DISPLAY "PRAZO ESPERADO (DIAS): " WS-PRAZO-ESPERADO.
           DISPLAY "FORNECEDORES.........: " WS-QTD-FORNEC.
           GOBACK.

      * -----------------------------------
      * LE O MES (MES_APURACAO) E O PRAZO ESPERADO DE ENTREGA
      * (PRAZO_ENTREGA_DIAS) DO AMBIENTE

       OBTEM-PARAMETROS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-MES-AMBIENTE FROM ENVIRONMENT "MES_APURACAO".
           IF WS-MES-AMBIENTE IS NUMERIC
               AND WS-MES-AMBIENTE NOT = SPACES
               MOVE WS-MES-AMBIENTE TO WS-MES-APURACAO
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-MES-APURACAO
           END-IF.
           ACCEPT WS-PRAZO-AMBIENTE
               FROM ENVIRONMENT "PRAZO_ENTREGA_DIAS".
           IF WS-PRAZO-AMBIENTE IS NUMERIC
               AND WS-PRAZO-AMBIENTE NOT = SPACES
               AND WS-PRAZO-AMBIENTE NOT = "000"
               MOVE WS-PRAZO-AMBIENTE TO WS-PRAZO-ESPERADO
           ELSE
               MOVE 7 TO WS-PRAZO-ESPERADO
           END-IF.

      * -----------------------------------
      * UMA LINHA ZERADA POR PARCEIRO VENDEDOR

       CARREGA-FORNECEDOR.
           READ PARCEIRO-FILE
           AT END
               MOVE 10 TO FS-STAT-PARC
               GO CARREGA-FORNECEDOR-FIM
           END-READ.
           IF NOT PAR-VENDEDOR
               GO CARREGA-FORNECEDOR-FIM
           END-IF
           IF WS-QTD-FORNEC NOT < WS-MAX-FORNEC
               DISPLAY "TABELA DE FORNECEDORES CHEIA - IGNORADO: "
                   PAR-CODIGO
               GO CARREGA-FORNECEDOR-FIM
           END-IF
           ADD 1 TO WS-QTD-FORNEC.
           MOVE WS-QTD-FORNEC TO WS-IND.
           INITIALIZE WS-FORN(WS-IND).
           MOVE PAR-CODIGO TO WS-FORN-CODIGO(WS-IND).
           MOVE PAR-NOME TO WS-FORN-NOME(WS-IND).
       CARREGA-FORNECEDOR-FIM.

      * -----------------------------------
      * PROCURA O FORNECEDOR NA TABELA

       LOCALIZA-FORNECEDOR.
           MOVE "N" TO WS-ACHOU-FORNEC.
           MOVE ZEROS TO WS-IND.

           LOCALIZA-FORNECEDOR-LOOP.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-FORNEC
               GO LOCALIZA-FORNECEDOR-FIM
           END-IF
           IF WS-FORN-CODIGO(WS-IND) EQUAL WS-PARC-PROCURA
               MOVE "S" TO WS-ACHOU-FORNEC
               GO LOCALIZA-FORNECEDOR-FIM
           END-IF
           GO LOCALIZA-FORNECEDOR-LOOP.
       LOCALIZA-FORNECEDOR-FIM.

      * -----------------------------------
      * PEDIDO RECEBIDO ATE O FIM DO MES ENTRA NO PRAZO HISTORICO; O
      * RECEBIDO NO MES ENTRA NO ATENDIMENTO, CURTAS E ATRASADAS; O
      * PEDIDO FEITO NO MES (MERCADORIA) ENTRA NO DESVIO DE CUSTO.
      * RASCUNHO DO MOTOR DE REPOSICAO NAO E PEDIDO - FICA DE FORA.

       ACUMULA-COMPRAS.
           OPEN INPUT COMPRA-FILE.
           IF NOT FS-COMPRA-OK
               GO ACUMULA-COMPRAS-FIM
           END-IF.

           ACUMULA-COMPRAS-LOOP.
           READ COMPRA-FILE
           AT END
               CLOSE COMPRA-FILE
               GO ACUMULA-COMPRAS-FIM
           END-READ.
           IF CP-SUGERIDO
               GO ACUMULA-COMPRAS-LOOP
           END-IF
           MOVE CP-PARCEIRO-COD TO WS-PARC-PROCURA.
           PERFORM LOCALIZA-FORNECEDOR THRU LOCALIZA-FORNECEDOR-FIM.
           IF NOT ACHOU-FORNEC
               GO ACUMULA-COMPRAS-LOOP
           END-IF
           IF CP-DATA-PEDIDO(1:6) EQUAL WS-MES-APURACAO
               AND CP-DE-MERCADORIA
               PERFORM DESVIO-CUSTO THRU DESVIO-CUSTO-FIM
           END-IF
           IF NOT CP-RECEBIDO
               OR CP-DATA-RECEBTO EQUAL ZEROS
               OR CP-DATA-PEDIDO EQUAL ZEROS
               OR CP-DATA-RECEBTO(1:6) > WS-MES-APURACAO
               GO ACUMULA-COMPRAS-LOOP
           END-IF
           COMPUTE WS-DIAS-ENTREGA =
               FUNCTION INTEGER-OF-DATE(CP-DATA-RECEBTO)
               - FUNCTION INTEGER-OF-DATE(CP-DATA-PEDIDO).
           IF WS-DIAS-ENTREGA < ZEROS
               MOVE ZEROS TO WS-DIAS-ENTREGA
           END-IF
           ADD 1 TO WS-FORN-HIST-QTD(WS-IND).
           ADD WS-DIAS-ENTREGA TO WS-FORN-HIST-DIAS(WS-IND).
           IF CP-DATA-RECEBTO(1:6) NOT EQUAL WS-MES-APURACAO
               GO ACUMULA-COMPRAS-LOOP
           END-IF
           ADD 1 TO WS-FORN-MES-QTD(WS-IND).
           ADD WS-DIAS-ENTREGA TO WS-FORN-MES-DIAS(WS-IND).
           ADD CP-QTD-PEDIDA TO WS-FORN-PEDIDA(WS-IND).
           ADD CP-QTD-RECEBIDA TO WS-FORN-RECEBIDA(WS-IND).
           IF CP-QTD-RECEBIDA < CP-QTD-PEDIDA
               ADD 1 TO WS-FORN-CURTAS(WS-IND)
           END-IF
           IF WS-DIAS-ENTREGA > WS-PRAZO-ESPERADO
               ADD 1 TO WS-FORN-ATRASADAS(WS-IND)
           END-IF
           GO ACUMULA-COMPRAS-LOOP.
       ACUMULA-COMPRAS-FIM.

      * -----------------------------------
      * CUSTO DO PEDIDO CONTRA O CUSTO DA TABELA IMPORTADA, PESADOS
      * PELA QUANTIDADE PEDIDA (ITEM SEM CUSTO DE TABELA FICA FORA)

       DESVIO-CUSTO.
           MOVE CP-MERCADORIA-COD TO FS-CODIGO.
           READ MERCADORIA-FILE
           INVALID KEY
               GO DESVIO-CUSTO-FIM
           END-READ.
           IF FS-CUSTO-UNIT EQUAL ZEROS
               GO DESVIO-CUSTO-FIM
           END-IF
           COMPUTE WS-FORN-CUSTO-PED(WS-IND) =
               WS-FORN-CUSTO-PED(WS-IND)
               + CP-CUSTO-UNIT * CP-QTD-PEDIDA.
           COMPUTE WS-FORN-CUSTO-TAB(WS-IND) =
               WS-FORN-CUSTO-TAB(WS-IND)
               + FS-CUSTO-UNIT * CP-QTD-PEDIDA.
       DESVIO-CUSTO-FIM.

      * -----------------------------------
      * DEVOLUCOES DO MES POR AVARIA OU VALIDADE (O MOTIVO E TEXTO
      * LIVRE - VALE A PALAVRA-CHAVE; ERRO DE PEDIDO NAO CONTA)

       ACUMULA-DEVOLUCOES.
           OPEN INPUT DEVOLUCAO-FILE.
           IF NOT FS-DF-OK
               GO ACUMULA-DEVOLUCOES-FIM
           END-IF.

           ACUMULA-DEVOLUCOES-LOOP.
           READ DEVOLUCAO-FILE
           AT END
               CLOSE DEVOLUCAO-FILE
               GO ACUMULA-DEVOLUCOES-FIM
           END-READ.
           IF DF-DATA(1:6) NOT EQUAL WS-MES-APURACAO
               GO ACUMULA-DEVOLUCOES-LOOP
           END-IF
           MOVE ZEROS TO WS-CONTA-MOTIVO.
           INSPECT DF-MOTIVO TALLYING WS-CONTA-MOTIVO
               FOR ALL "AVARI" ALL "DANIF" ALL "QUEBR"
                   ALL "VALIDADE" ALL "VENCID".
           IF WS-CONTA-MOTIVO EQUAL ZEROS
               GO ACUMULA-DEVOLUCOES-LOOP
           END-IF
           MOVE DF-PARCEIRO-COD TO WS-PARC-PROCURA.
           PERFORM LOCALIZA-FORNECEDOR THRU LOCALIZA-FORNECEDOR-FIM.
           IF ACHOU-FORNEC
               ADD DF-QTD TO WS-FORN-DEVOLVIDA(WS-IND)
           END-IF
           GO ACUMULA-DEVOLUCOES-LOOP.
       ACUMULA-DEVOLUCOES-FIM.

      * -----------------------------------
      * UMA LINHA POR FORNECEDOR COM MOVIMENTO, E O BOLETIM GRAVADO
      * EM DESEMPENHO_FORN.DAT

       IMPRIME-FORNECEDORES.
           MOVE ZEROS TO WS-IND.

           IMPRIME-FORNECEDORES-LOOP.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-FORNEC
               GO IMPRIME-FORNECEDORES-FIM
           END-IF
           IF WS-FORN-HIST-QTD(WS-IND) EQUAL ZEROS
               AND WS-FORN-CUSTO-TAB(WS-IND) EQUAL ZEROS
               AND WS-FORN-DEVOLVIDA(WS-IND) EQUAL ZEROS
               GO IMPRIME-FORNECEDORES-LOOP
           END-IF
           MOVE SPACES TO DSF-REC.
           MOVE WS-FORN-CODIGO(WS-IND) TO DSF-PARCEIRO-COD.
           MOVE WS-MES-APURACAO TO DSF-MES-APURACAO.
           MOVE ZEROS TO DSF-PRAZO-MEDIO WS-PRAZO-MES WS-ATENDIMENTO
               WS-PERC-DEVOLVIDO WS-DESVIO-CUSTO.
           IF WS-FORN-HIST-QTD(WS-IND) > ZEROS
               COMPUTE DSF-PRAZO-MEDIO ROUNDED =
                   WS-FORN-HIST-DIAS(WS-IND) / WS-FORN-HIST-QTD(WS-IND)
           END-IF
           IF WS-FORN-MES-QTD(WS-IND) > ZEROS
               COMPUTE WS-PRAZO-MES ROUNDED =
                   WS-FORN-MES-DIAS(WS-IND) / WS-FORN-MES-QTD(WS-IND)
           END-IF
           IF WS-FORN-PEDIDA(WS-IND) > ZEROS
               COMPUTE WS-ATENDIMENTO ROUNDED =
                   WS-FORN-RECEBIDA(WS-IND) * 100
                   / WS-FORN-PEDIDA(WS-IND)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-ATENDIMENTO
               END-COMPUTE
           END-IF
           IF WS-FORN-RECEBIDA(WS-IND) > ZEROS
               COMPUTE WS-PERC-DEVOLVIDO ROUNDED =
                   WS-FORN-DEVOLVIDA(WS-IND) * 100
                   / WS-FORN-RECEBIDA(WS-IND)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-PERC-DEVOLVIDO
               END-COMPUTE
           END-IF
           IF WS-FORN-CUSTO-TAB(WS-IND) > ZEROS
               COMPUTE WS-DESVIO-CUSTO ROUNDED =
                   (WS-FORN-CUSTO-PED(WS-IND)
                   - WS-FORN-CUSTO-TAB(WS-IND)) * 100
                   / WS-FORN-CUSTO-TAB(WS-IND)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-DESVIO-CUSTO
               END-COMPUTE
           END-IF
           MOVE WS-FORN-HIST-QTD(WS-IND) TO DSF-QTD-HISTORICO.
           MOVE WS-FORN-MES-QTD(WS-IND) TO DSF-QTD-RECEBIDOS.
           MOVE WS-ATENDIMENTO TO DSF-ATENDIMENTO.
           MOVE WS-FORN-CURTAS(WS-IND) TO DSF-QTD-CURTAS.
           MOVE WS-FORN-ATRASADAS(WS-IND) TO DSF-QTD-ATRASADAS.
           MOVE WS-PERC-DEVOLVIDO TO DSF-PERC-DEVOLVIDO.
           MOVE WS-DESVIO-CUSTO TO DSF-DESVIO-CUSTO.
           WRITE DSF-REC
           INVALID KEY
               REWRITE DSF-REC
           END-WRITE.
           MOVE SPACES TO WS-LINHA.
           MOVE WS-FORN-CODIGO(WS-IND) TO WS-LIN-CODIGO.
           MOVE WS-FORN-NOME(WS-IND) TO WS-LIN-NOME.
           MOVE WS-FORN-MES-QTD(WS-IND) TO WS-LIN-RECEBIDOS.
           MOVE WS-PRAZO-MES TO WS-LIN-PRAZO-MES.
           MOVE DSF-PRAZO-MEDIO TO WS-LIN-PRAZO-HIST.
           MOVE WS-ATENDIMENTO TO WS-LIN-ATENDIMENTO.
           MOVE WS-FORN-CURTAS(WS-IND) TO WS-LIN-CURTAS.
           MOVE WS-FORN-ATRASADAS(WS-IND) TO WS-LIN-ATRASADAS.
           MOVE WS-PERC-DEVOLVIDO TO WS-LIN-DEVOLVIDO.
           MOVE WS-DESVIO-CUSTO TO WS-LIN-DESVIO.
           MOVE WS-LINHA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY WS-LINHA.
           GO IMPRIME-FORNECEDORES-LOOP.
       IMPRIME-FORNECEDORES-FIM.
