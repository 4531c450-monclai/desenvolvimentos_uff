       identification division.
       program-id. relatorio_excecoes.

      *=================================================================
      * PLACAR MENSAL DE EXCECOES POR OPERADOR (PREVENCAO DE PERDAS).
      * O RELATORIO_DESCONTOS SO OLHA OS AJUSTES DE PRECO; OS OUTROS
      * SINAIS DE ALERTA ESTAO ESPALHADOS E AQUI SAO CONTADOS CONTRA O
      * OPERADOR QUE OS GEROU:
      *  1 ESTORNO DE ALUGUEL   - ALUGUEL ESTORNADO (AL-OPERADOR-ID)
      *  2 ESTORNO DE VENDA     - LANCAMENTO DE ESTORNO (VD-OPERADOR-ID)
      *  3 SEGUNDA VIA          - RECIBO COM SEGUNDA VIA NO MES
      *                           (REC-OPERADOR-ID, QUEM EMITIU)
      *  4 DIFERENCA DE GAVETA  - SESSAO DE CAIXA FECHADA COM O
      *                           DECLARADO DIFERENTE DO APURADO
      *  5 AJUSTE DE ESTOQUE    - AJUSTE APROVADO (AJ-PROPONENTE)
      *  6 MULTA PERDOADA       - PERDAO DE MULTA NA DEVOLUCAO
      *                           (CAMPANHA_MOV.DAT; O OPERADOR E O DA
      *                           SESSAO DE CAIXA DA DEVOLUCAO)
      * O VOLUME DO OPERADOR E O NUMERO DE ALUGUEIS, DEVOLUCOES E
      * VENDAS QUE ELE FEZ NO MES; A TAXA E O TOTAL DE EXCECOES POR
      * 100 MOVIMENTOS, COMPARADA COM A TAXA MEDIA DA FILIAL DO
      * OPERADOR (FUN-FILIAL). QUEM PASSA DE FATOR_EXCECAO (PERCENTUAL
      * DA MEDIA, PADRAO 200) COM PELO MENOS DUAS EXCECOES ENTRA NO
      * RANKING DE DESTOANTES. NO FIM, O DETALHE DE CADA EXCECAO, POR
      * OPERADOR, PARA O DONO VER O PADRAO ANTES DE VIRAR CASO DE
      * FURTO. MOVIMENTO SEM OPERADOR (ROTINAS AUTOMATICAS) NAO CONTA.
      *
      * O MES APURADO (AAAAMM) VEM DA VARIAVEL DE AMBIENTE
      * MES_APURACAO; SEM ELA, O MES CORRENTE.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select aluguel-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-alug
           record key is al-key
           alternate record key is al-cliente-id with duplicates
           alternate record key is al-data-aluguel with duplicates
           alternate record key is al-data-devolucao with duplicates.

       select venda-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-venda
           record key is vd-key
           alternate record key is vd-data-venda with duplicates.

       select recibo-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-rec
           record key is rec-key.

       select sessao-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-ses
           record key is ses-key.

       select ajuste-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-aj
           record key is aj-key.

       select mov-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-mov.

       select funcionario-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-func
           record key is fun-key.

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

       fd aluguel-file value of file-id is "ALUGUEL.dat".
       copy aluguel.

       fd venda-file value of file-id is "VENDA.dat".
       copy venda.

       fd recibo-file value of file-id is "RECIBO.dat".
       copy recibo.

       fd sessao-file value of file-id is "CAIXA_SESSAO.dat".
       copy caixa_sessao.

       fd ajuste-file value of file-id is "AJUSTE_ESTOQUE.dat".
       copy ajuste_estoque.

      * LINHA DO LOG DE PERDOES (DIGITOS PUROS, VER PERDAO-CAMPANHA)
       fd mov-file value of file-id is "CAMPANHA_MOV.dat".
       01 mov-linha.
           02 mov-data             pic 9(08).
           02 filler               pic x(01).
           02 mov-hora             pic 9(08).
           02 filler               pic x(01).
           02 mov-campanha         pic 9(03).
           02 filler               pic x(01).
           02 mov-origem           pic x(01).
               88 mov-devolucao            value "D".
           02 filler               pic x(01).
           02 mov-documento        pic 9(11).
           02 filler               pic x(01).
           02 mov-cliente          pic 9(05).
           02 filler               pic x(01).
           02 mov-filial           pic 9(02).
           02 filler               pic x(01).
           02 mov-recuperado       pic 9(05)v99.
           02 filler               pic x(01).
           02 mov-perdoado         pic 9(05)v99.
           02 filler               pic x(20).

       fd funcionario-file value of file-id is "FUNCIONARIO.dat".
       copy funcionario.

       fd relatorio-file value of file-id is "RELATORIO_EXCECOES.dat".
       01 relatorio-linha             pic x(100).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-alug         pic 9(02).
           88 fs-alug-ok               value zeros.
           88 fs-alug-fim              value 10.
       77 fs-stat-venda        pic 9(02).
           88 fs-venda-ok              value zeros.
           88 fs-venda-fim             value 10.
       77 fs-stat-rec          pic 9(02).
           88 fs-rec-ok                value zeros.
           88 fs-rec-fim               value 10.
       77 fs-stat-ses          pic 9(02).
           88 fs-ses-ok                value zeros.
           88 fs-ses-fim               value 10.
       77 fs-stat-aj           pic 9(02).
           88 fs-aj-ok                 value zeros.
           88 fs-aj-fim                value 10.
       77 fs-stat-mov          pic 9(02).
           88 fs-mov-ok                value zeros.
           88 fs-mov-fim               value 10.
       77 fs-stat-func         pic 9(02).
           88 fs-func-ok               value zeros.
       77 fs-stat-rel          pic 9(02).

       77 ws-abriu-alug        pic x(01).
           88 abriu-alug               value "S".
       77 ws-abriu-ses         pic x(01).
           88 abriu-ses                value "S".
       77 ws-abriu-func        pic x(01).
           88 abriu-func               value "S".

       77 ws-data-hoje         pic 9(08).
       77 ws-mes-ambiente      pic x(06).
       77 ws-mes-apuracao      pic 9(06).
       77 ws-inicio-mes        pic 9(08).
       77 ws-fim-mes           pic 9(08).
       77 ws-fator-ambiente    pic x(03).
       77 ws-fator             pic 9(03).
       78 ws-min-excecoes      value 2.

      * EXCECAO OU MOVIMENTO A LANCAR
       77 ws-ex-oper           pic 9(03).
       77 ws-ex-tipo           pic 9(01).
       77 ws-ex-data           pic 9(08).
       77 ws-ex-doc            pic 9(11).
       77 ws-ex-valor          pic 9(07)v99.
       77 ws-sessao-busca      pic 9(05).
       77 ws-diferenca         pic s9(07)v99.

       01 ws-nomes-tipo.
           02 filler pic x(20) value "ESTORNO DE ALUGUEL".
           02 filler pic x(20) value "ESTORNO DE VENDA".
           02 filler pic x(20) value "SEGUNDA VIA RECIBO".
           02 filler pic x(20) value "DIFERENCA DE GAVETA".
           02 filler pic x(20) value "AJUSTE DE ESTOQUE".
           02 filler pic x(20) value "MULTA PERDOADA".
       01 ws-nomes-tipo-red redefines ws-nomes-tipo.
           02 ws-nome-tipo occurs 6 times pic x(20).

      * POR OPERADOR, NA POSICAO DO PROPRIO NUMERO (FUN-ID)
       01 ws-tab-oper.
           02 ws-op occurs 999 times.
               03 ws-op-volume         pic 9(07).
               03 ws-op-exc            pic 9(05) occurs 6 times.
               03 ws-op-total          pic 9(05).
               03 ws-op-filial         pic 9(02).
               03 ws-op-taxa           pic 9(03)v99.
               03 ws-op-indice         pic 9(03)v99.

      * POR FILIAL, NA POSICAO FILIAL + 1 (FILIAL 00 = SEM CADASTRO)
       01 ws-tab-fil.
           02 ws-fl occurs 100 times.
               03 ws-fl-volume         pic 9(09).
               03 ws-fl-total          pic 9(07).
               03 ws-fl-taxa           pic 9(03)v99.

      * DETALHE DE CADA EXCECAO, NA ORDEM EM QUE FOI ACHADA
       78 ws-max-detalhes      value 5000.
       77 ws-qtd-det           pic 9(05) comp value zeros.
       77 ws-det-perdidos      pic 9(05) value zeros.
       01 ws-tab-det.
           02 ws-dt occurs 5000 times.
               03 ws-dt-oper           pic 9(03).
               03 ws-dt-tipo           pic 9(01).
               03 ws-dt-data           pic 9(08).
               03 ws-dt-doc            pic 9(11).
               03 ws-dt-valor          pic 9(07)v99.

      * DESTOANTES, DO MAIOR INDICE PARA O MENOR
       77 ws-qtd-rank          pic 9(03) comp value zeros.
       01 ws-tab-rank.
           02 ws-rk-oper occurs 999 times pic 9(03).

       77 ws-ix                pic 9(05) comp.
       77 ws-jx                pic 9(05) comp.
       77 ws-fx                pic 9(03) comp.
       77 ws-tx                pic 9(01) comp.
       77 ws-troca             pic 9(03).
       77 ws-taxa-calc         pic 9(07)v99.
       77 ws-sem-operador      pic 9(05) value zeros.
       77 ws-tot-excecoes      pic 9(07) value zeros.
       77 ws-nome-oper         pic x(15).

       01 ws-linha-secao.
           02 ws-sec-texto         pic x(60).
           02 filler               pic x(40) value spaces.

       01 ws-linha-titulo.
           02 filler               pic x(50) value
               "OPE NOME            FL  MOVTOS EALUG EVEND 2VIAS ".
           02 filler               pic x(50) value
               "GAVET AJEST PERDA TOTAL   TAXA  MEDIA INDICE".

       01 ws-linha-placar.
           02 ws-lpl-oper          pic 9(03).
           02 filler               pic x(01) value spaces.
           02 ws-lpl-nome          pic x(15).
           02 filler               pic x(01) value spaces.
           02 ws-lpl-filial        pic 9(02).
           02 filler               pic x(01) value spaces.
           02 ws-lpl-volume        pic zzzzzz9.
           02 ws-lpl-grupo occurs 6 times.
               03 filler               pic x(01).
               03 ws-lpl-exc           pic zzzz9.
           02 filler               pic x(01) value spaces.
           02 ws-lpl-total         pic zzzz9.
           02 filler               pic x(01) value spaces.
           02 ws-lpl-taxa          pic zz9.99.
           02 filler               pic x(01) value spaces.
           02 ws-lpl-media         pic zz9.99.
           02 filler               pic x(01) value spaces.
           02 ws-lpl-indice        pic zz9.99.
           02 filler               pic x(01) value spaces.
           02 ws-lpl-alerta        pic x(01).
           02 filler               pic x(04) value spaces.

       01 ws-linha-rank.
           02 ws-lrk-posicao       pic zz9.
           02 filler               pic x(02) value ". ".
           02 ws-lrk-oper          pic 9(03).
           02 filler               pic x(01) value spaces.
           02 ws-lrk-nome          pic x(15).
           02 filler               pic x(05) value " FIL ".
           02 ws-lrk-filial        pic 9(02).
           02 filler               pic x(09) value " EXCECOES".
           02 ws-lrk-total         pic zzzz9.
           02 filler               pic x(06) value " TAXA ".
           02 ws-lrk-taxa          pic zz9.99.
           02 filler               pic x(07) value " MEDIA ".
           02 ws-lrk-media         pic zz9.99.
           02 filler               pic x(08) value " INDICE ".
           02 ws-lrk-indice        pic zz9.99.
           02 filler               pic x(16) value spaces.

       01 ws-linha-detalhe.
           02 filler               pic x(02) value spaces.
           02 ws-ldt-oper          pic 9(03).
           02 filler               pic x(02) value spaces.
           02 ws-ldt-tipo          pic x(20).
           02 filler               pic x(02) value spaces.
           02 ws-ldt-data          pic 9(08).
           02 filler               pic x(06) value "  DOC ".
           02 ws-ldt-doc           pic z(10)9.
           02 filler               pic x(08) value "  VALOR ".
           02 ws-ldt-valor         pic zzzzzz9.99.
           02 filler               pic x(28) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_excecoes".
           02 ws-spl-arquivo       pic x(30)
               value "RELATORIO_EXCECOES.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM OBTEM-PARAMETROS.
           MOVE ZEROS TO WS-TAB-OPER WS-TAB-FIL.
           MOVE "N" TO WS-ABRIU-ALUG WS-ABRIU-SES WS-ABRIU-FUNC.
           OPEN INPUT ALUGUEL-FILE.
           IF FS-ALUG-OK
               MOVE "S" TO WS-ABRIU-ALUG
           END-IF
           OPEN INPUT SESSAO-FILE.
           IF FS-SES-OK
               MOVE "S" TO WS-ABRIU-SES
           END-IF
           OPEN INPUT FUNCIONARIO-FILE.
           IF FS-FUNC-OK
               MOVE "S" TO WS-ABRIU-FUNC
           END-IF
           OPEN OUTPUT RELATORIO-FILE.

           PERFORM COLHE-ALUGUEIS THRU COLHE-ALUGUEIS-FIM.
           PERFORM COLHE-DEVOLUCOES THRU COLHE-DEVOLUCOES-FIM.
           PERFORM COLHE-VENDAS THRU COLHE-VENDAS-FIM.
           PERFORM COLHE-RECIBOS THRU COLHE-RECIBOS-FIM.
           PERFORM COLHE-GAVETAS THRU COLHE-GAVETAS-FIM.
           PERFORM COLHE-AJUSTES THRU COLHE-AJUSTES-FIM.
           PERFORM COLHE-PERDOES THRU COLHE-PERDOES-FIM.

           PERFORM APURA-FILIAIS THRU APURA-FILIAIS-FIM.
           PERFORM IMPRIME-PLACAR THRU IMPRIME-PLACAR-FIM.
           PERFORM CLASSIFICA-DESTOANTES THRU CLASSIFICA-DESTOANTES-FIM.
           PERFORM IMPRIME-RANKING THRU IMPRIME-RANKING-FIM.
           PERFORM IMPRIME-DETALHE THRU IMPRIME-DETALHE-FIM.

           DISPLAY "MES APURADO............: " WS-MES-APURACAO.
           DISPLAY "EXCECOES NO MES........: " WS-TOT-EXCECOES.
           DISPLAY "OPERADORES DESTOANTES..: " WS-QTD-RANK.
           DISPLAY "SEM OPERADOR (IGNORADAS): " WS-SEM-OPERADOR.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           IF ABRIU-ALUG
               CLOSE ALUGUEL-FILE
           END-IF
           IF ABRIU-SES
               CLOSE SESSAO-FILE
           END-IF
           IF ABRIU-FUNC
               CLOSE FUNCIONARIO-FILE
           END-IF
           GOBACK.

      * -----------------------------------
      * MES (AAAAMM) DE MES_APURACAO OU O CORRENTE, E O FATOR DE
      * DESTAQUE (PERCENTUAL DA MEDIA DA FILIAL) DE FATOR_EXCECAO

       OBTEM-PARAMETROS.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-MES-AMBIENTE FROM ENVIRONMENT "MES_APURACAO".
           IF WS-MES-AMBIENTE IS NUMERIC
               AND WS-MES-AMBIENTE NOT = SPACES
               MOVE WS-MES-AMBIENTE TO WS-MES-APURACAO
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-MES-APURACAO
           END-IF.
           COMPUTE WS-INICIO-MES = WS-MES-APURACAO * 100 + 1.
           COMPUTE WS-FIM-MES = WS-MES-APURACAO * 100 + 31.
           MOVE 200 TO WS-FATOR.
           ACCEPT WS-FATOR-AMBIENTE FROM ENVIRONMENT "FATOR_EXCECAO".
           IF WS-FATOR-AMBIENTE IS NUMERIC
               AND WS-FATOR-AMBIENTE NOT = SPACES
               MOVE WS-FATOR-AMBIENTE TO WS-FATOR
           END-IF.

      * -----------------------------------
      * ALUGUEIS DO MES (CHAVE AL-DATA-ALUGUEL): CADA UM E MOVIMENTO
      * DO OPERADOR QUE FECHOU; O ESTORNADO TAMBEM E EXCECAO DELE

       COLHE-ALUGUEIS.
           IF NOT ABRIU-ALUG
               GO COLHE-ALUGUEIS-FIM
           END-IF
           MOVE WS-INICIO-MES TO AL-DATA-ALUGUEL.
           START ALUGUEL-FILE KEY IS NOT LESS THAN AL-DATA-ALUGUEL
           INVALID KEY
               GO COLHE-ALUGUEIS-FIM
           END-START.

           COLHE-ALUGUEIS-LOOP.
           READ ALUGUEL-FILE NEXT RECORD
           AT END
               GO COLHE-ALUGUEIS-FIM
           END-READ.
           IF AL-DATA-ALUGUEL > WS-FIM-MES
               GO COLHE-ALUGUEIS-FIM
           END-IF
           MOVE ZEROS TO WS-EX-OPER.
           IF AL-OPERADOR-ID NUMERIC
               MOVE AL-OPERADOR-ID TO WS-EX-OPER
           END-IF
           PERFORM SOMA-VOLUME.
           IF AL-ESTORNADO
               MOVE 1 TO WS-EX-TIPO
               MOVE AL-DATA-ALUGUEL TO WS-EX-DATA
               MOVE AL-ID TO WS-EX-DOC
               MOVE AL-VALOR TO WS-EX-VALOR
               PERFORM REGISTRA-EXCECAO THRU REGISTRA-EXCECAO-FIM
           END-IF
           GO COLHE-ALUGUEIS-LOOP.
       COLHE-ALUGUEIS-FIM.

      * -----------------------------------
      * DEVOLUCOES DO MES (CHAVE AL-DATA-DEVOLUCAO): MOVIMENTO DO
      * OPERADOR DA SESSAO DE CAIXA EM QUE O DISCO VOLTOU

       COLHE-DEVOLUCOES.
           IF NOT ABRIU-ALUG
               GO COLHE-DEVOLUCOES-FIM
           END-IF
           MOVE WS-INICIO-MES TO AL-DATA-DEVOLUCAO.
           START ALUGUEL-FILE KEY IS NOT LESS THAN AL-DATA-DEVOLUCAO
           INVALID KEY
               GO COLHE-DEVOLUCOES-FIM
           END-START.

           COLHE-DEVOLUCOES-LOOP.
           READ ALUGUEL-FILE NEXT RECORD
           AT END
               GO COLHE-DEVOLUCOES-FIM
           END-READ.
           IF AL-DATA-DEVOLUCAO > WS-FIM-MES
               GO COLHE-DEVOLUCOES-FIM
           END-IF
           IF NOT AL-DEVOLVIDO
               GO COLHE-DEVOLUCOES-LOOP
           END-IF
           MOVE ZEROS TO WS-SESSAO-BUSCA.
           IF AL-SESSAO-DEV NUMERIC
               MOVE AL-SESSAO-DEV TO WS-SESSAO-BUSCA
           END-IF
           PERFORM OPERADOR-DA-SESSAO THRU OPERADOR-DA-SESSAO-FIM.
           PERFORM SOMA-VOLUME.
           GO COLHE-DEVOLUCOES-LOOP.
       COLHE-DEVOLUCOES-FIM.

      * -----------------------------------
      * VENDAS DO MES (CHAVE VD-DATA-VENDA): A VENDA E MOVIMENTO; O
      * LANCAMENTO DE ESTORNO E EXCECAO DE QUEM ESTORNOU

       COLHE-VENDAS.
           OPEN INPUT VENDA-FILE.
           IF NOT FS-VENDA-OK
               GO COLHE-VENDAS-FIM
           END-IF
           MOVE WS-INICIO-MES TO VD-DATA-VENDA.
           START VENDA-FILE KEY IS NOT LESS THAN VD-DATA-VENDA
           INVALID KEY
               CLOSE VENDA-FILE
               GO COLHE-VENDAS-FIM
           END-START.

           COLHE-VENDAS-LOOP.
           READ VENDA-FILE NEXT RECORD
           AT END
               CLOSE VENDA-FILE
               GO COLHE-VENDAS-FIM
           END-READ.
           IF VD-DATA-VENDA > WS-FIM-MES
               CLOSE VENDA-FILE
               GO COLHE-VENDAS-FIM
           END-IF
           MOVE ZEROS TO WS-EX-OPER.
           IF VD-OPERADOR-ID NUMERIC
               MOVE VD-OPERADOR-ID TO WS-EX-OPER
           END-IF
           IF NOT VD-ESTORNO
               PERFORM SOMA-VOLUME
               GO COLHE-VENDAS-LOOP
           END-IF
           MOVE 2 TO WS-EX-TIPO.
           MOVE VD-DATA-VENDA TO WS-EX-DATA.
           MOVE VD-REF-ID TO WS-EX-DOC.
           MOVE VD-VALOR-TOTAL TO WS-EX-VALOR.
           PERFORM REGISTRA-EXCECAO THRU REGISTRA-EXCECAO-FIM.
           GO COLHE-VENDAS-LOOP.
       COLHE-VENDAS-FIM.

      * -----------------------------------
      * RECIBOS CUJA ULTIMA SEGUNDA VIA SAIU NO MES

       COLHE-RECIBOS.
           OPEN INPUT RECIBO-FILE.
           IF NOT FS-REC-OK
               GO COLHE-RECIBOS-FIM
           END-IF.

           COLHE-RECIBOS-LOOP.
           READ RECIBO-FILE NEXT RECORD
           AT END
               CLOSE RECIBO-FILE
               GO COLHE-RECIBOS-FIM
           END-READ.
           IF REC-QTD-VIAS NOT NUMERIC
               OR REC-DATA-ULT-VIA NOT NUMERIC
               GO COLHE-RECIBOS-LOOP
           END-IF
           IF REC-QTD-VIAS EQUAL ZEROS
               OR REC-DATA-ULT-VIA < WS-INICIO-MES
               OR REC-DATA-ULT-VIA > WS-FIM-MES
               GO COLHE-RECIBOS-LOOP
           END-IF
           MOVE REC-OPERADOR-ID TO WS-EX-OPER.
           MOVE 3 TO WS-EX-TIPO.
           MOVE REC-DATA-ULT-VIA TO WS-EX-DATA.
           MOVE REC-NUMERO TO WS-EX-DOC.
           MOVE REC-VALOR TO WS-EX-VALOR.
           PERFORM REGISTRA-EXCECAO THRU REGISTRA-EXCECAO-FIM.
           GO COLHE-RECIBOS-LOOP.
       COLHE-RECIBOS-FIM.

      * -----------------------------------
      * SESSOES DE CAIXA FECHADAS NO MES COM A CONTAGEM DIFERENTE DO
      * APURADO; O VALOR E A DIFERENCA, PARA MAIS OU PARA MENOS

       COLHE-GAVETAS.
           IF NOT ABRIU-SES
               GO COLHE-GAVETAS-FIM
           END-IF
           MOVE ZEROS TO SES-ID.
           START SESSAO-FILE KEY IS NOT LESS THAN SES-KEY
           INVALID KEY
               GO COLHE-GAVETAS-FIM
           END-START.

           COLHE-GAVETAS-LOOP.
           READ SESSAO-FILE NEXT RECORD
           AT END
               GO COLHE-GAVETAS-FIM
           END-READ.
           IF NOT SES-FECHADA
               OR SES-DATA-FECH < WS-INICIO-MES
               OR SES-DATA-FECH > WS-FIM-MES
               OR SES-VALOR-DECLARADO = SES-VALOR-APURADO
               GO COLHE-GAVETAS-LOOP
           END-IF
           COMPUTE WS-DIFERENCA =
               SES-VALOR-DECLARADO - SES-VALOR-APURADO.
           IF WS-DIFERENCA < ZEROS
               COMPUTE WS-DIFERENCA = WS-DIFERENCA * -1
           END-IF
           MOVE SES-OPERADOR-ID TO WS-EX-OPER.
           MOVE 4 TO WS-EX-TIPO.
           MOVE SES-DATA-FECH TO WS-EX-DATA.
           MOVE SES-ID TO WS-EX-DOC.
           MOVE WS-DIFERENCA TO WS-EX-VALOR.
           PERFORM REGISTRA-EXCECAO THRU REGISTRA-EXCECAO-FIM.
           GO COLHE-GAVETAS-LOOP.
       COLHE-GAVETAS-FIM.

      * -----------------------------------
      * AJUSTES DE ESTOQUE APROVADOS NO MES, CONTRA QUEM PROPOS

       COLHE-AJUSTES.
           OPEN INPUT AJUSTE-FILE.
           IF NOT FS-AJ-OK
               GO COLHE-AJUSTES-FIM
           END-IF.

           COLHE-AJUSTES-LOOP.
           READ AJUSTE-FILE NEXT RECORD
           AT END
               CLOSE AJUSTE-FILE
               GO COLHE-AJUSTES-FIM
           END-READ.
           IF NOT AJ-APROVADO
               OR AJ-DATA-APROVACAO < WS-INICIO-MES
               OR AJ-DATA-APROVACAO > WS-FIM-MES
               GO COLHE-AJUSTES-LOOP
           END-IF
           MOVE AJ-PROPONENTE TO WS-EX-OPER.
           MOVE 5 TO WS-EX-TIPO.
           MOVE AJ-DATA-APROVACAO TO WS-EX-DATA.
           MOVE AJ-ID TO WS-EX-DOC.
           MOVE AJ-VALOR TO WS-EX-VALOR.
           PERFORM REGISTRA-EXCECAO THRU REGISTRA-EXCECAO-FIM.
           GO COLHE-AJUSTES-LOOP.
       COLHE-AJUSTES-FIM.

      * -----------------------------------
      * MULTAS PERDOADAS NA DEVOLUCAO (CAMPANHA_MOV.DAT, ORIGEM "D"),
      * CONTRA O OPERADOR DA SESSAO DE CAIXA DA DEVOLUCAO

       COLHE-PERDOES.
           OPEN INPUT MOV-FILE.
           IF NOT FS-MOV-OK
               GO COLHE-PERDOES-FIM
           END-IF.

           COLHE-PERDOES-LOOP.
           READ MOV-FILE
           AT END
               CLOSE MOV-FILE
               GO COLHE-PERDOES-FIM
           END-READ.
           IF NOT MOV-DEVOLUCAO
               OR MOV-DATA < WS-INICIO-MES
               OR MOV-DATA > WS-FIM-MES
               GO COLHE-PERDOES-LOOP
           END-IF
           MOVE ZEROS TO WS-SESSAO-BUSCA.
           IF ABRIU-ALUG
               MOVE MOV-DOCUMENTO TO AL-ID
               READ ALUGUEL-FILE
               NOT INVALID KEY
                   IF AL-SESSAO-DEV NUMERIC
                       MOVE AL-SESSAO-DEV TO WS-SESSAO-BUSCA
                   END-IF
               END-READ
           END-IF
           PERFORM OPERADOR-DA-SESSAO THRU OPERADOR-DA-SESSAO-FIM.
           MOVE 6 TO WS-EX-TIPO.
           MOVE MOV-DATA TO WS-EX-DATA.
           MOVE MOV-DOCUMENTO TO WS-EX-DOC.
           MOVE MOV-PERDOADO TO WS-EX-VALOR.
           PERFORM REGISTRA-EXCECAO THRU REGISTRA-EXCECAO-FIM.
           GO COLHE-PERDOES-LOOP.
       COLHE-PERDOES-FIM.

      * -----------------------------------
      * OPERADOR DA SESSAO DE CAIXA EM WS-SESSAO-BUSCA (ZERO SE NAO
      * HA SESSAO)

       OPERADOR-DA-SESSAO.
           MOVE ZEROS TO WS-EX-OPER.
           IF WS-SESSAO-BUSCA EQUAL ZEROS OR NOT ABRIU-SES
               GO OPERADOR-DA-SESSAO-FIM
           END-IF
           MOVE WS-SESSAO-BUSCA TO SES-ID.
           READ SESSAO-FILE
           NOT INVALID KEY
               MOVE SES-OPERADOR-ID TO WS-EX-OPER
           END-READ.
       OPERADOR-DA-SESSAO-FIM.

      * -----------------------------------
      * UM MOVIMENTO NO VOLUME DO OPERADOR

       SOMA-VOLUME.
           IF WS-EX-OPER > ZEROS
               ADD 1 TO WS-OP-VOLUME(WS-EX-OPER)
           END-IF.

      * -----------------------------------
      * UMA EXCECAO NO PLACAR DO OPERADOR E NO DETALHE

       REGISTRA-EXCECAO.
           IF WS-EX-OPER EQUAL ZEROS
               ADD 1 TO WS-SEM-OPERADOR
               GO REGISTRA-EXCECAO-FIM
           END-IF
           ADD 1 TO WS-OP-EXC(WS-EX-OPER WS-EX-TIPO).
           ADD 1 TO WS-OP-TOTAL(WS-EX-OPER).
           ADD 1 TO WS-TOT-EXCECOES.
           IF WS-QTD-DET NOT < WS-MAX-DETALHES
               ADD 1 TO WS-DET-PERDIDOS
               GO REGISTRA-EXCECAO-FIM
           END-IF
           ADD 1 TO WS-QTD-DET.
           MOVE WS-EX-OPER TO WS-DT-OPER(WS-QTD-DET).
           MOVE WS-EX-TIPO TO WS-DT-TIPO(WS-QTD-DET).
           MOVE WS-EX-DATA TO WS-DT-DATA(WS-QTD-DET).
           MOVE WS-EX-DOC TO WS-DT-DOC(WS-QTD-DET).
           MOVE WS-EX-VALOR TO WS-DT-VALOR(WS-QTD-DET).
       REGISTRA-EXCECAO-FIM.

      * -----------------------------------
      * FILIAL DE CADA OPERADOR (CADASTRO DE FUNCIONARIOS), SOMA DA
      * FILIAL, TAXA DA FILIAL E TAXA E INDICE DE CADA OPERADOR. TAXA
      * E INDICE PARAM EM 999,99

       APURA-FILIAIS.
           MOVE ZEROS TO WS-IX.

           APURA-FILIAIS-OPER.
           ADD 1 TO WS-IX.
           IF WS-IX > 999
               MOVE ZEROS TO WS-FX
               GO APURA-FILIAIS-TAXA
           END-IF
           IF WS-OP-VOLUME(WS-IX) EQUAL ZEROS
               AND WS-OP-TOTAL(WS-IX) EQUAL ZEROS
               GO APURA-FILIAIS-OPER
           END-IF
           IF ABRIU-FUNC
               MOVE WS-IX TO FUN-ID
               READ FUNCIONARIO-FILE
               NOT INVALID KEY
                   IF FUN-FILIAL NUMERIC
                       MOVE FUN-FILIAL TO WS-OP-FILIAL(WS-IX)
                   END-IF
               END-READ
           END-IF
           COMPUTE WS-FX = WS-OP-FILIAL(WS-IX) + 1.
           ADD WS-OP-VOLUME(WS-IX) TO WS-FL-VOLUME(WS-FX).
           ADD WS-OP-TOTAL(WS-IX) TO WS-FL-TOTAL(WS-FX).
           GO APURA-FILIAIS-OPER.

           APURA-FILIAIS-TAXA.
           ADD 1 TO WS-FX.
           IF WS-FX > 100
               MOVE ZEROS TO WS-IX
               GO APURA-FILIAIS-INDICE
           END-IF
           IF WS-FL-VOLUME(WS-FX) > ZEROS
               COMPUTE WS-TAXA-CALC ROUNDED =
                   WS-FL-TOTAL(WS-FX) * 100 / WS-FL-VOLUME(WS-FX)
               IF WS-TAXA-CALC > 999.99
                   MOVE 999.99 TO WS-TAXA-CALC
               END-IF
               MOVE WS-TAXA-CALC TO WS-FL-TAXA(WS-FX)
           END-IF
           GO APURA-FILIAIS-TAXA.

           APURA-FILIAIS-INDICE.
           ADD 1 TO WS-IX.
           IF WS-IX > 999
               GO APURA-FILIAIS-FIM
           END-IF
           IF WS-OP-TOTAL(WS-IX) EQUAL ZEROS
               GO APURA-FILIAIS-INDICE
           END-IF
           IF WS-OP-VOLUME(WS-IX) EQUAL ZEROS
               MOVE 999.99 TO WS-TAXA-CALC
           ELSE
               COMPUTE WS-TAXA-CALC ROUNDED =
                   WS-OP-TOTAL(WS-IX) * 100 / WS-OP-VOLUME(WS-IX)
               IF WS-TAXA-CALC > 999.99
                   MOVE 999.99 TO WS-TAXA-CALC
               END-IF
           END-IF
           MOVE WS-TAXA-CALC TO WS-OP-TAXA(WS-IX).
           COMPUTE WS-FX = WS-OP-FILIAL(WS-IX) + 1.
           IF WS-FL-TAXA(WS-FX) EQUAL ZEROS
               MOVE 999.99 TO WS-TAXA-CALC
           ELSE
               COMPUTE WS-TAXA-CALC ROUNDED =
                   WS-OP-TAXA(WS-IX) / WS-FL-TAXA(WS-FX)
               IF WS-TAXA-CALC > 999.99
                   MOVE 999.99 TO WS-TAXA-CALC
               END-IF
           END-IF
           MOVE WS-TAXA-CALC TO WS-OP-INDICE(WS-IX).
           GO APURA-FILIAIS-INDICE.
       APURA-FILIAIS-FIM.

      * -----------------------------------
      * O PLACAR: FILIAL A FILIAL, CADA OPERADOR COM MOVIMENTO OU
      * EXCECAO, COM "*" NOS DESTOANTES

       IMPRIME-PLACAR.
           MOVE SPACES TO WS-LINHA-SECAO.
           STRING "PLACAR DE EXCECOES POR OPERADOR - MES "
               WS-MES-APURACAO DELIMITED BY SIZE INTO WS-SEC-TEXTO.
           PERFORM GRAVA-SECAO.
           WRITE RELATORIO-LINHA FROM WS-LINHA-TITULO.
           DISPLAY WS-LINHA-TITULO.
           MOVE ZEROS TO WS-FX.

           IMPRIME-PLACAR-FILIAL.
           ADD 1 TO WS-FX.
           IF WS-FX > 100
               GO IMPRIME-PLACAR-FIM
           END-IF
           IF WS-FL-VOLUME(WS-FX) EQUAL ZEROS
               AND WS-FL-TOTAL(WS-FX) EQUAL ZEROS
               GO IMPRIME-PLACAR-FILIAL
           END-IF
           MOVE ZEROS TO WS-IX.

           IMPRIME-PLACAR-OPER.
           ADD 1 TO WS-IX.
           IF WS-IX > 999
               GO IMPRIME-PLACAR-FILIAL
           END-IF
           IF WS-OP-VOLUME(WS-IX) EQUAL ZEROS
               AND WS-OP-TOTAL(WS-IX) EQUAL ZEROS
               GO IMPRIME-PLACAR-OPER
           END-IF
           IF WS-OP-FILIAL(WS-IX) + 1 NOT = WS-FX
               GO IMPRIME-PLACAR-OPER
           END-IF
           MOVE SPACES TO WS-LINHA-PLACAR.
           MOVE WS-IX TO WS-LPL-OPER.
           PERFORM BUSCA-NOME-OPER.
           MOVE WS-NOME-OPER TO WS-LPL-NOME.
           MOVE WS-OP-FILIAL(WS-IX) TO WS-LPL-FILIAL.
           MOVE WS-OP-VOLUME(WS-IX) TO WS-LPL-VOLUME.
           MOVE ZEROS TO WS-TX.
           PERFORM MONTA-GRUPO 6 TIMES.
           MOVE WS-OP-TOTAL(WS-IX) TO WS-LPL-TOTAL.
           MOVE WS-OP-TAXA(WS-IX) TO WS-LPL-TAXA.
           MOVE WS-FL-TAXA(WS-FX) TO WS-LPL-MEDIA.
           MOVE WS-OP-INDICE(WS-IX) TO WS-LPL-INDICE.
           PERFORM VERIFICA-DESTOANTE.
           WRITE RELATORIO-LINHA FROM WS-LINHA-PLACAR.
           DISPLAY WS-LINHA-PLACAR.
           GO IMPRIME-PLACAR-OPER.
       IMPRIME-PLACAR-FIM.

      * -----------------------------------

       MONTA-GRUPO.
           ADD 1 TO WS-TX.
           MOVE WS-OP-EXC(WS-IX WS-TX) TO WS-LPL-EXC(WS-TX).

      * -----------------------------------
      * DESTOANTE: PELO MENOS WS-MIN-EXCECOES EXCECOES E INDICE NO
      * FATOR OU ACIMA; ENTRA NA TABELA DO RANKING

       VERIFICA-DESTOANTE.
           IF WS-OP-TOTAL(WS-IX) < WS-MIN-EXCECOES
               OR WS-OP-INDICE(WS-IX) * 100 < WS-FATOR
               GO VERIFICA-DESTOANTE-FIM
           END-IF
           MOVE "*" TO WS-LPL-ALERTA.
           ADD 1 TO WS-QTD-RANK.
           MOVE WS-IX TO WS-RK-OPER(WS-QTD-RANK).
       VERIFICA-DESTOANTE-FIM.

      * -----------------------------------
      * ORDENA OS DESTOANTES PELO INDICE, DO MAIOR PARA O MENOR
      * (TROCA SIMPLES - A LISTA E CURTA)

       CLASSIFICA-DESTOANTES.
           MOVE ZEROS TO WS-IX.

           CLASSIFICA-DESTOANTES-I.
           ADD 1 TO WS-IX.
           IF WS-IX NOT < WS-QTD-RANK
               GO CLASSIFICA-DESTOANTES-FIM
           END-IF
           MOVE WS-IX TO WS-JX.

           CLASSIFICA-DESTOANTES-J.
           ADD 1 TO WS-JX.
           IF WS-JX > WS-QTD-RANK
               GO CLASSIFICA-DESTOANTES-I
           END-IF
           IF WS-OP-INDICE(WS-RK-OPER(WS-JX)) >
               WS-OP-INDICE(WS-RK-OPER(WS-IX))
               MOVE WS-RK-OPER(WS-IX) TO WS-TROCA
               MOVE WS-RK-OPER(WS-JX) TO WS-RK-OPER(WS-IX)
               MOVE WS-TROCA TO WS-RK-OPER(WS-JX)
           END-IF
           GO CLASSIFICA-DESTOANTES-J.
       CLASSIFICA-DESTOANTES-FIM.

      * -----------------------------------

       IMPRIME-RANKING.
           MOVE SPACES TO WS-LINHA-SECAO.
           PERFORM GRAVA-SECAO.
           MOVE SPACES TO WS-LINHA-SECAO.
           STRING "OPERADORES DESTOANTES DA MEDIA DA FILIAL (INDICE "
               ">= " WS-FATOR "%)" DELIMITED BY SIZE INTO WS-SEC-TEXTO.
           PERFORM GRAVA-SECAO.
           IF WS-QTD-RANK EQUAL ZEROS
               MOVE "  NENHUM OPERADOR DESTOANTE NO MES" TO WS-SEC-TEXTO
               PERFORM GRAVA-SECAO
               GO IMPRIME-RANKING-FIM
           END-IF
           MOVE ZEROS TO WS-JX.

           IMPRIME-RANKING-LOOP.
           ADD 1 TO WS-JX.
           IF WS-JX > WS-QTD-RANK
               GO IMPRIME-RANKING-FIM
           END-IF
           MOVE WS-RK-OPER(WS-JX) TO WS-IX.
           MOVE WS-JX TO WS-LRK-POSICAO.
           MOVE WS-IX TO WS-LRK-OPER.
           PERFORM BUSCA-NOME-OPER.
           MOVE WS-NOME-OPER TO WS-LRK-NOME.
           MOVE WS-OP-FILIAL(WS-IX) TO WS-LRK-FILIAL.
           MOVE WS-OP-TOTAL(WS-IX) TO WS-LRK-TOTAL.
           MOVE WS-OP-TAXA(WS-IX) TO WS-LRK-TAXA.
           COMPUTE WS-FX = WS-OP-FILIAL(WS-IX) + 1.
           MOVE WS-FL-TAXA(WS-FX) TO WS-LRK-MEDIA.
           MOVE WS-OP-INDICE(WS-IX) TO WS-LRK-INDICE.
           WRITE RELATORIO-LINHA FROM WS-LINHA-RANK.
           DISPLAY WS-LINHA-RANK.
           GO IMPRIME-RANKING-LOOP.
       IMPRIME-RANKING-FIM.

      * -----------------------------------
      * O DETALHE DE CADA CONTAGEM, OPERADOR A OPERADOR

       IMPRIME-DETALHE.
           MOVE SPACES TO WS-LINHA-SECAO.
           PERFORM GRAVA-SECAO.
           MOVE "DETALHE DAS EXCECOES POR OPERADOR" TO WS-SEC-TEXTO.
           PERFORM GRAVA-SECAO.
           IF WS-DET-PERDIDOS > ZEROS
               MOVE SPACES TO WS-LINHA-SECAO
               STRING "  (MAIS DE 5000 EXCECOES - " WS-DET-PERDIDOS
                   " FORA DO DETALHE)" DELIMITED BY SIZE
                   INTO WS-SEC-TEXTO
               PERFORM GRAVA-SECAO
           END-IF
           MOVE ZEROS TO WS-IX.

           IMPRIME-DETALHE-OPER.
           ADD 1 TO WS-IX.
           IF WS-IX > 999
               GO IMPRIME-DETALHE-FIM
           END-IF
           IF WS-OP-TOTAL(WS-IX) EQUAL ZEROS
               GO IMPRIME-DETALHE-OPER
           END-IF
           MOVE ZEROS TO WS-JX.

           IMPRIME-DETALHE-LINHA.
           ADD 1 TO WS-JX.
           IF WS-JX > WS-QTD-DET
               GO IMPRIME-DETALHE-OPER
           END-IF
           IF WS-DT-OPER(WS-JX) NOT = WS-IX
               GO IMPRIME-DETALHE-LINHA
           END-IF
           MOVE WS-DT-OPER(WS-JX) TO WS-LDT-OPER.
           MOVE WS-NOME-TIPO(WS-DT-TIPO(WS-JX)) TO WS-LDT-TIPO.
           MOVE WS-DT-DATA(WS-JX) TO WS-LDT-DATA.
           MOVE WS-DT-DOC(WS-JX) TO WS-LDT-DOC.
           MOVE WS-DT-VALOR(WS-JX) TO WS-LDT-VALOR.
           WRITE RELATORIO-LINHA FROM WS-LINHA-DETALHE.
           DISPLAY WS-LINHA-DETALHE.
           GO IMPRIME-DETALHE-LINHA.
       IMPRIME-DETALHE-FIM.

      * -----------------------------------
      * NOME DO OPERADOR WS-IX NO CADASTRO DE FUNCIONARIOS

       BUSCA-NOME-OPER.
           MOVE "NAO CADASTRADO" TO WS-NOME-OPER.
           IF ABRIU-FUNC
               MOVE WS-IX TO FUN-ID
               READ FUNCIONARIO-FILE
               NOT INVALID KEY
                   MOVE FUN-NOME TO WS-NOME-OPER
               END-READ
           END-IF.

      * -----------------------------------

       GRAVA-SECAO.
           WRITE RELATORIO-LINHA FROM WS-LINHA-SECAO.
           DISPLAY WS-SEC-TEXTO.
