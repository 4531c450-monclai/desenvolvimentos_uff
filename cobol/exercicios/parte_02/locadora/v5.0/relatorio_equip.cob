       identification division.
       program-id. relatorio_equip.

      *=================================================================
      * RELATORIO DE UTILIZACAO E RECEITA DOS EQUIPAMENTOS DE
      * REPRODUCAO (RELATORIO_EQUIP.DAT), IRMAO DO RELATORIO DE
      * UTILIZACAO DO ACERVO. UMA LINHA POR APARELHO DE
      * EQUIPAMENTO.DAT COM AS LOCACOES DA JANELA RECENTE
      * (LOCACAO_EQUIP.DAT, PELA DATA DE SAIDA): QUANTAS VEZES SAIU,
      * QUANTOS DIAS DA JANELA PASSOU NA RUA, O PERCENTUAL DE USO
      * (DIAS NA RUA / DIAS DA JANELA) E A RECEITA ABERTA EM DIARIAS,
      * MULTAS DE ATRASO E REPOSICAO DE ACESSORIOS. NO FIM, O MESMO
      * ACUMULO POR TIPO DE APARELHO. APARELHO BAIXADO SEM LOCACAO NA
      * JANELA NAO SAI.
      *
      * A JANELA (DIAS) VEM DA VARIAVEL DE AMBIENTE EQUIP_DIAS; SEM
      * ELA, 90.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select equipamento-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-eqp
           record key is eqp-key.

       select loc-equip-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-leq
           record key is leq-key
           alternate record key is leq-eqp-codigo with duplicates.

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

       fd equipamento-file value of file-id is "EQUIPAMENTO.dat".
       copy equipamento.

       fd loc-equip-file value of file-id is "LOCACAO_EQUIP.dat".
       copy loc_equip.

       fd relatorio-file value of file-id is "RELATORIO_EQUIP.dat".
       01 relatorio-linha             pic x(120).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-eqp          pic 9(02).
           88 fs-eqp-ok                value zeros.
           88 fs-eqp-nao-existe        value 35.
           88 fs-eqp-fim               value 10.

       77 fs-stat-leq          pic 9(02).
           88 fs-leq-ok                value zeros.
           88 fs-leq-nao-existe        value 35.
           88 fs-leq-fim               value 10.

       77 fs-stat-rel          pic 9(02).

       77 ws-data-hoje         pic 9(08).
       77 ws-hoje-int          pic 9(09).
       77 ws-corte-int         pic 9(09).
       77 ws-saida-int         pic 9(09).
       77 ws-fim-int           pic 9(09).
       77 ws-janela-ambiente   pic x(03).
       77 ws-janela-dias       pic 9(03).
       77 ws-dias-fora         pic s9(05).

       77 ws-ind               pic 9(01) comp.
       77 ws-qtd-aparelhos     pic 9(05) value zeros.

      * ACUMULO DO APARELHO CORRENTE
       77 ws-eqp-locacoes      pic 9(05).
       77 ws-eqp-dias          pic 9(05).
       77 ws-eqp-diarias       pic 9(07)v99.
       77 ws-eqp-multas        pic 9(07)v99.
       77 ws-eqp-reposicao     pic 9(07)v99.
       77 ws-pct-uso           pic 9(03).

      * ACUMULO POR TIPO: 1 = DVD, 2 = CONSOLE, 3 = OUTRO
       01 ws-tabela-tipos.
           02 ws-tipo occurs 3 times.
               03 ws-tip-aparelhos     pic 9(05).
               03 ws-tip-locacoes      pic 9(05).
               03 ws-tip-dias          pic 9(07).
               03 ws-tip-diarias       pic 9(07)v99.
               03 ws-tip-multas        pic 9(07)v99.
               03 ws-tip-reposicao     pic 9(07)v99.

       01 ws-nomes-tipo-valores.
           02 filler               pic x(10) value "DVD".
           02 filler               pic x(10) value "CONSOLE".
           02 filler               pic x(10) value "OUTRO".
       01 ws-nomes-tipo redefines ws-nomes-tipo-valores.
           02 ws-nome-tipo         pic x(10) occurs 3 times.

       01 ws-titulo.
           02 filler               pic x(40)
               value "UTILIZACAO E RECEITA DE EQUIPAMENTOS - ".
           02 filler               pic x(08) value "JANELA ".
           02 ws-tit-janela        pic zz9.
           02 filler               pic x(14) value " DIAS ATE ".
           02 ws-tit-data          pic 9(08).
           02 filler               pic x(47) value spaces.

       01 ws-cabecalho.
           02 filler               pic x(48)
               value "ETIQUETA      T MODELO                         S".
           02 filler               pic x(38)
               value "   LOC  DIAS  USO   DIARIAS   MULTAS  ".
           02 filler               pic x(34)
               value "REPOSICAO      TOTAL".

       01 ws-linha.
           02 ws-lin-codigo        pic x(13).
           02 filler               pic x(01) value spaces.
           02 ws-lin-tipo          pic x(01).
           02 filler               pic x(01) value spaces.
           02 ws-lin-modelo        pic x(30).
           02 filler               pic x(01) value spaces.
           02 ws-lin-status        pic x(01).
           02 filler               pic x(01) value spaces.
           02 ws-lin-locacoes      pic zzzz9.
           02 filler               pic x(01) value spaces.
           02 ws-lin-dias          pic zzzz9.
           02 filler               pic x(01) value spaces.
           02 ws-lin-pct-uso       pic zz9.
           02 filler               pic x(01) value "%".
           02 filler               pic x(01) value spaces.
           02 ws-lin-diarias       pic zzzzz9.99.
           02 filler               pic x(01) value spaces.
           02 ws-lin-multas        pic zzzz9.99.
           02 filler               pic x(01) value spaces.
           02 ws-lin-reposicao     pic zzzzzz9.99.
           02 filler               pic x(01) value spaces.
           02 ws-lin-total         pic zzzzzz9.99.
           02 filler               pic x(14) value spaces.

       01 ws-desc-tipo.
           02 ws-dt-qtd            pic zzzz9.
           02 filler               pic x(12) value " APARELHO(S)".

       01 ws-linha-secao.
           02 ws-sec-texto         pic x(40).
           02 filler               pic x(80) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_equip".
           02 ws-spl-arquivo       pic x(30)
               value "RELATORIO_EQUIP.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM OBTEM-JANELA.
           MOVE ZEROS TO WS-QTD-APARELHOS.
           INITIALIZE WS-TABELA-TIPOS.
           OPEN INPUT EQUIPAMENTO-FILE.
           IF FS-EQP-NAO-EXISTE
               DISPLAY "NENHUM EQUIPAMENTO CADASTRADO - NADA A APURAR"
               GOBACK
           END-IF
           OPEN INPUT LOC-EQUIP-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE WS-JANELA-DIAS TO WS-TIT-JANELA.
           MOVE WS-DATA-HOJE TO WS-TIT-DATA.
           MOVE WS-TITULO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE WS-CABECALHO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           PERFORM APURA-EQUIPAMENTO THRU APURA-EQUIPAMENTO-FIM
               UNTIL FS-EQP-FIM.
           PERFORM IMPRIME-TIPOS THRU IMPRIME-TIPOS-FIM.
           DISPLAY "JANELA APURADA (DIAS)..: " WS-JANELA-DIAS.
           DISPLAY "APARELHOS LISTADOS.....: " WS-QTD-APARELHOS.
           CLOSE EQUIPAMENTO-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           IF NOT FS-LEQ-NAO-EXISTE
               CLOSE LOC-EQUIP-FILE
           END-IF
           GOBACK.

      * -----------------------------------
      * LE A JANELA DA VARIAVEL DE AMBIENTE EQUIP_DIAS; SEM ELA, 90

       OBTEM-JANELA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-HOJE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           ACCEPT WS-JANELA-AMBIENTE
               FROM ENVIRONMENT "EQUIP_DIAS".
           IF WS-JANELA-AMBIENTE IS NUMERIC
               AND WS-JANELA-AMBIENTE NOT = SPACES
               AND WS-JANELA-AMBIENTE NOT = "000"
               MOVE WS-JANELA-AMBIENTE TO WS-JANELA-DIAS
           ELSE
               MOVE 90 TO WS-JANELA-DIAS
           END-IF.
           COMPUTE WS-CORTE-INT = WS-HOJE-INT - WS-JANELA-DIAS.

      * -----------------------------------
      * UM APARELHO POR VEZ: SOMA AS LOCACOES DELE NA JANELA E
      * IMPRIME A LINHA

       APURA-EQUIPAMENTO.
           READ EQUIPAMENTO-FILE
           AT END
               MOVE 10 TO FS-STAT-EQP
               GO APURA-EQUIPAMENTO-FIM
           END-READ.
           MOVE ZEROS TO WS-EQP-LOCACOES WS-EQP-DIAS WS-EQP-DIARIAS
               WS-EQP-MULTAS WS-EQP-REPOSICAO.
           PERFORM SOMA-LOCACOES THRU SOMA-LOCACOES-FIM.
           IF EQP-BAIXADO AND WS-EQP-LOCACOES EQUAL ZEROS
               GO APURA-EQUIPAMENTO-FIM
           END-IF
           IF WS-EQP-DIAS > WS-JANELA-DIAS
               MOVE WS-JANELA-DIAS TO WS-EQP-DIAS
           END-IF
           COMPUTE WS-PCT-USO ROUNDED =
               WS-EQP-DIAS * 100 / WS-JANELA-DIAS.
           EVALUATE TRUE
               WHEN EQP-TIPO-PLAYER
                   MOVE 1 TO WS-IND
               WHEN EQP-TIPO-CONSOLE
                   MOVE 2 TO WS-IND
               WHEN OTHER
                   MOVE 3 TO WS-IND
           END-EVALUATE
           ADD 1 TO WS-TIP-APARELHOS(WS-IND).
           ADD WS-EQP-LOCACOES TO WS-TIP-LOCACOES(WS-IND).
           ADD WS-EQP-DIAS TO WS-TIP-DIAS(WS-IND).
           ADD WS-EQP-DIARIAS TO WS-TIP-DIARIAS(WS-IND).
           ADD WS-EQP-MULTAS TO WS-TIP-MULTAS(WS-IND).
           ADD WS-EQP-REPOSICAO TO WS-TIP-REPOSICAO(WS-IND).
           ADD 1 TO WS-QTD-APARELHOS.
           MOVE SPACES TO WS-LINHA.
           MOVE EQP-CODIGO TO WS-LIN-CODIGO.
           MOVE EQP-TIPO TO WS-LIN-TIPO.
           MOVE EQP-MODELO TO WS-LIN-MODELO.
           MOVE EQP-STATUS TO WS-LIN-STATUS.
           MOVE WS-EQP-LOCACOES TO WS-LIN-LOCACOES.
           MOVE WS-EQP-DIAS TO WS-LIN-DIAS.
           MOVE WS-PCT-USO TO WS-LIN-PCT-USO.
           MOVE WS-EQP-DIARIAS TO WS-LIN-DIARIAS.
           MOVE WS-EQP-MULTAS TO WS-LIN-MULTAS.
           MOVE WS-EQP-REPOSICAO TO WS-LIN-REPOSICAO.
           COMPUTE WS-LIN-TOTAL = WS-EQP-DIARIAS + WS-EQP-MULTAS
               + WS-EQP-REPOSICAO.
           MOVE WS-LINHA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
       APURA-EQUIPAMENTO-FIM.

      * -----------------------------------
      * LOCACOES DO APARELHO CORRENTE PELA CHAVE ALTERNATIVA DA
      * ETIQUETA. ENTRA NA JANELA A QUE SAIU DEPOIS DO CORTE; OS DIAS
      * NA RUA VAO DA SAIDA ATE A DEVOLUCAO (OU HOJE, SE AINDA ESTA
      * FORA), CONTANDO PELO MENOS UM

       SOMA-LOCACOES.
           IF FS-LEQ-NAO-EXISTE
               GO SOMA-LOCACOES-FIM
           END-IF
           MOVE EQP-CODIGO TO LEQ-EQP-CODIGO.
           START LOC-EQUIP-FILE KEY IS NOT LESS THAN LEQ-EQP-CODIGO
           INVALID KEY
               GO SOMA-LOCACOES-FIM
           END-START.

           SOMA-LOCACOES-LOOP.
           READ LOC-EQUIP-FILE NEXT RECORD
           AT END
               GO SOMA-LOCACOES-FIM
           END-READ.
           IF LEQ-EQP-CODIGO NOT EQUAL EQP-CODIGO
               GO SOMA-LOCACOES-FIM
           END-IF
           IF LEQ-DATA-SAIDA EQUAL ZEROS
               GO SOMA-LOCACOES-LOOP
           END-IF
           COMPUTE WS-SAIDA-INT =
               FUNCTION INTEGER-OF-DATE(LEQ-DATA-SAIDA).
           IF WS-SAIDA-INT < WS-CORTE-INT
               GO SOMA-LOCACOES-LOOP
           END-IF
           IF LEQ-DEVOLVIDO AND LEQ-DATA-DEVOLUCAO > ZEROS
               COMPUTE WS-FIM-INT =
                   FUNCTION INTEGER-OF-DATE(LEQ-DATA-DEVOLUCAO)
           ELSE
               MOVE WS-HOJE-INT TO WS-FIM-INT
           END-IF
           COMPUTE WS-DIAS-FORA = WS-FIM-INT - WS-SAIDA-INT.
           IF WS-DIAS-FORA < 1
               MOVE 1 TO WS-DIAS-FORA
           END-IF
           ADD 1 TO WS-EQP-LOCACOES.
           ADD WS-DIAS-FORA TO WS-EQP-DIAS.
           ADD LEQ-VALOR TO WS-EQP-DIARIAS.
           ADD LEQ-MULTA TO WS-EQP-MULTAS.
           ADD LEQ-VALOR-ACESSORIOS TO WS-EQP-REPOSICAO.
           GO SOMA-LOCACOES-LOOP.
       SOMA-LOCACOES-FIM.

      * -----------------------------------
      * O MESMO ACUMULO POR TIPO DE APARELHO; O USO DO TIPO E A MEDIA
      * DOS APARELHOS LISTADOS DELE

       IMPRIME-TIPOS.
           MOVE SPACES TO WS-LINHA-SECAO.
           WRITE RELATORIO-LINHA FROM WS-LINHA-SECAO.
           MOVE "UTILIZACAO E RECEITA POR TIPO" TO WS-SEC-TEXTO.
           WRITE RELATORIO-LINHA FROM WS-LINHA-SECAO.
           MOVE ZEROS TO WS-IND.

           IMPRIME-TIPOS-LOOP.
           ADD 1 TO WS-IND.
           IF WS-IND > 3
               GO IMPRIME-TIPOS-FIM
           END-IF
           IF WS-TIP-APARELHOS(WS-IND) EQUAL ZEROS
               GO IMPRIME-TIPOS-LOOP
           END-IF
           MOVE SPACES TO WS-LINHA.
           MOVE WS-NOME-TIPO(WS-IND) TO WS-LIN-CODIGO.
           MOVE WS-TIP-APARELHOS(WS-IND) TO WS-DT-QTD.
           MOVE WS-DESC-TIPO TO WS-LIN-MODELO.
           MOVE WS-TIP-LOCACOES(WS-IND) TO WS-LIN-LOCACOES.
           COMPUTE WS-PCT-USO ROUNDED =
               WS-TIP-DIAS(WS-IND) * 100
               / (WS-JANELA-DIAS * WS-TIP-APARELHOS(WS-IND)).
           MOVE WS-TIP-DIAS(WS-IND) TO WS-LIN-DIAS.
           MOVE WS-PCT-USO TO WS-LIN-PCT-USO.
           MOVE WS-TIP-DIARIAS(WS-IND) TO WS-LIN-DIARIAS.
           MOVE WS-TIP-MULTAS(WS-IND) TO WS-LIN-MULTAS.
           MOVE WS-TIP-REPOSICAO(WS-IND) TO WS-LIN-REPOSICAO.
           COMPUTE WS-LIN-TOTAL = WS-TIP-DIARIAS(WS-IND)
               + WS-TIP-MULTAS(WS-IND) + WS-TIP-REPOSICAO(WS-IND).
           MOVE WS-LINHA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           GO IMPRIME-TIPOS-LOOP.
       IMPRIME-TIPOS-FIM.
