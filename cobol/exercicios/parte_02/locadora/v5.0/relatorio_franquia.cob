       identification division.
       program-id. relatorio_franquia.

      *=================================================================
      * APURACAO MENSAL DOS ALUGUEIS DE FUNCIONARIO. PARA CADA
      * FUNCIONARIO ATIVO LIGADO A UMA CONTA DE CLIENTE
      * (FUN-CLIENTE-ID), SOMA OS ALUGUEIS LANCADOS EM FOLHA (FORMA
      * "L") NO MES: QUANTOS DISCOS LEVOU, QUANTOS FORAM DENTRO DA
      * FRANQUIA DO PERFIL, O VALOR DOS QUE PASSARAM DELA (JA COM O
      * DESCONTO DE FUNCIONARIO) E AS MULTAS DAS DEVOLUCOES DO MES.
      * O TOTAL E O QUE O DEPARTAMENTO PESSOAL DESCONTA DO SALARIO.
      * ALUGUEL ESTORNADO NAO ENTRA.
      *
      * O MES (AAAAMM) VEM DA VARIAVEL DE AMBIENTE MES_APURACAO; SEM
      * ELA, O MES CORRENTE.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select funcionario-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is fun-key.

       select perfil-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-perfil
           record key is prf-key.

       select aluguel-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-alug
           record key is al-key
           alternate record key is al-cliente-id with duplicates
           alternate record key is al-data-aluguel with duplicates
           alternate record key is al-data-devolucao with duplicates.

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

       fd funcionario-file value of file-id is "FUNCIONARIO.dat".
       copy funcionario.

       fd perfil-file value of file-id is "PERFIL.dat".
       copy perfil.

       fd aluguel-file value of file-id is "ALUGUEL.dat".
       copy aluguel.

       fd relatorio-file value of file-id is "RELATORIO_FRANQUIA.dat".
       01 relatorio-linha             pic x(100).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
       77 fs-stat-perfil       pic 9(02).
           88 fs-perfil-ok             value zeros.
       77 fs-stat-alug         pic 9(02).
           88 fs-alug-ok               value zeros.
       77 fs-stat-rel          pic 9(02).

       77 ws-data-hoje         pic 9(08).
       77 ws-mes-ambiente      pic x(06).
       77 ws-mes-apuracao      pic 9(06).

       77 ws-franquia-mes      pic 9(02).
       77 ws-qtd-discos        pic 9(05).
       77 ws-qtd-franquia      pic 9(05).
       77 ws-valor-alugueis    pic 9(07)v99.
       77 ws-valor-multas      pic 9(07)v99.
       77 ws-valor-folha       pic 9(07)v99.

       77 ws-tot-funcionarios  pic 9(05) value zeros.
       77 ws-tot-discos        pic 9(07) value zeros.
       77 ws-tot-franquia      pic 9(07) value zeros.
       77 ws-tot-folha         pic 9(09)v99 value zeros.

       01 ws-titulo.
           02 filler               pic x(42) value
               "ALUGUEIS DE FUNCIONARIO EM FOLHA - MES ".
           02 ws-tit-mes           pic 9(06).
           02 filler               pic x(52) value spaces.

       01 ws-cabecalho.
           02 filler               pic x(50) value
               "MAT NOME                      CONTA FRQ DISC NA FR".
           02 filler               pic x(50) value
               "    ALUGUEIS      MULTAS   DESCONTAR".

       01 ws-linha.
           02 ws-lin-matricula     pic 9(03).
           02 filler               pic x(01) value spaces.
           02 ws-lin-nome          pic x(25).
           02 filler               pic x(01) value spaces.
           02 ws-lin-conta         pic 9(05).
           02 filler               pic x(01) value spaces.
           02 ws-lin-franquia      pic z9.
           02 filler               pic x(02) value spaces.
           02 ws-lin-discos        pic zzz9.
           02 filler               pic x(01) value spaces.
           02 ws-lin-na-franquia   pic zzzz9.
           02 filler               pic x(01) value spaces.
           02 ws-lin-alugueis      pic z,zzz,zz9.99.
           02 ws-lin-multas        pic z,zzz,zz9.99.
           02 ws-lin-folha         pic z,zzz,zz9.99.
           02 filler               pic x(12) value spaces.

       01 ws-linha-total.
           02 filler               pic x(24) value
               "TOTAL A DESCONTAR......:".
           02 ws-tot-lin-folha     pic zzz,zzz,zz9.99.
           02 filler               pic x(62) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_franquia".
           02 ws-spl-arquivo       pic x(30)
               value "RELATORIO_FRANQUIA.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM OBTEM-MES.
           OPEN INPUT FUNCIONARIO-FILE.
           IF NOT FS-OK
               DISPLAY "CADASTRO DE FUNCIONARIOS NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ALUGUEL-FILE.
           IF NOT FS-ALUG-OK
               DISPLAY "ARQUIVO DE ALUGUEIS NAO ENCONTRADO"
               CLOSE FUNCIONARIO-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT PERFIL-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE WS-MES-APURACAO TO WS-TIT-MES.
           MOVE WS-TITULO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE WS-CABECALHO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.

           PERFORM APURA-FUNCIONARIOS THRU APURA-FUNCIONARIOS-FIM.

           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE WS-TOT-FOLHA TO WS-TOT-LIN-FOLHA.
           MOVE WS-LINHA-TOTAL TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.

           DISPLAY "MES APURADO............: " WS-MES-APURACAO.
           DISPLAY "FUNCIONARIOS COM CONTA.: " WS-TOT-FUNCIONARIOS.
           DISPLAY "DISCOS LEVADOS.........: " WS-TOT-DISCOS.
           DISPLAY "DENTRO DA FRANQUIA.....: " WS-TOT-FRANQUIA.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           CLOSE FUNCIONARIO-FILE ALUGUEL-FILE.
           IF FS-PERFIL-OK
               CLOSE PERFIL-FILE
           END-IF
           GOBACK.

      * -----------------------------------
      * LE O MES (AAAAMM) DE MES_APURACAO; SEM ELA, O MES CORRENTE

       OBTEM-MES.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-MES-AMBIENTE FROM ENVIRONMENT "MES_APURACAO".
           IF WS-MES-AMBIENTE IS NUMERIC
               AND WS-MES-AMBIENTE NOT = SPACES
               MOVE WS-MES-AMBIENTE TO WS-MES-APURACAO
           ELSE
               MOVE WS-DATA-HOJE(1:6) TO WS-MES-APURACAO
           END-IF.

      * -----------------------------------
      * UMA LINHA POR FUNCIONARIO ATIVO COM CONTA DE CLIENTE LIGADA

       APURA-FUNCIONARIOS.
           MOVE ZEROS TO FUN-KEY.
           START FUNCIONARIO-FILE KEY IS NOT LESS THAN FUN-KEY
           INVALID KEY
               GO APURA-FUNCIONARIOS-FIM
           END-START.

           APURA-FUNCIONARIOS-LOOP.
           READ FUNCIONARIO-FILE NEXT RECORD
           AT END
               GO APURA-FUNCIONARIOS-FIM
           END-READ.
           IF FUN-ATIVO-NAO
               OR FUN-CLIENTE-ID NOT NUMERIC
               OR FUN-CLIENTE-ID EQUAL ZEROS
               GO APURA-FUNCIONARIOS-LOOP
           END-IF
           PERFORM LE-FRANQUIA.
           PERFORM SOMA-ALUGUEIS THRU SOMA-ALUGUEIS-FIM.
           COMPUTE WS-VALOR-FOLHA = WS-VALOR-ALUGUEIS + WS-VALOR-MULTAS.
           ADD 1 TO WS-TOT-FUNCIONARIOS.
           ADD WS-QTD-DISCOS TO WS-TOT-DISCOS.
           ADD WS-QTD-FRANQUIA TO WS-TOT-FRANQUIA.
           ADD WS-VALOR-FOLHA TO WS-TOT-FOLHA.
           MOVE SPACES TO WS-LINHA.
           MOVE FUN-ID TO WS-LIN-MATRICULA.
           MOVE FUN-NOME TO WS-LIN-NOME.
           MOVE FUN-CLIENTE-ID TO WS-LIN-CONTA.
           MOVE WS-FRANQUIA-MES TO WS-LIN-FRANQUIA.
           MOVE WS-QTD-DISCOS TO WS-LIN-DISCOS.
           MOVE WS-QTD-FRANQUIA TO WS-LIN-NA-FRANQUIA.
           MOVE WS-VALOR-ALUGUEIS TO WS-LIN-ALUGUEIS.
           MOVE WS-VALOR-MULTAS TO WS-LIN-MULTAS.
           MOVE WS-VALOR-FOLHA TO WS-LIN-FOLHA.
           MOVE WS-LINHA TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           GO APURA-FUNCIONARIOS-LOOP.
       APURA-FUNCIONARIOS-FIM.

      * -----------------------------------
      * FRANQUIA MENSAL DO PERFIL DO FUNCIONARIO, SO PARA A LINHA

       LE-FRANQUIA.
           MOVE ZEROS TO WS-FRANQUIA-MES.
           IF FS-PERFIL-OK
               MOVE FUN-PERFIL TO PRF-CODIGO
               READ PERFIL-FILE
               NOT INVALID KEY
                   IF PRF-FRANQUIA-MES IS NUMERIC
                       MOVE PRF-FRANQUIA-MES TO WS-FRANQUIA-MES
                   END-IF
               END-READ
           END-IF.

      * -----------------------------------
      * ALUGUEIS EM FOLHA DA CONTA: OS FECHADOS NO MES E AS MULTAS DOS
      * DEVOLVIDOS NO MES

       SOMA-ALUGUEIS.
           MOVE ZEROS TO WS-QTD-DISCOS WS-QTD-FRANQUIA
               WS-VALOR-ALUGUEIS WS-VALOR-MULTAS.
           MOVE FUN-CLIENTE-ID TO AL-CLIENTE-ID.
           START ALUGUEL-FILE KEY IS EQUAL AL-CLIENTE-ID
           INVALID KEY
               GO SOMA-ALUGUEIS-FIM
           END-START.

           SOMA-ALUGUEIS-LOOP.
           READ ALUGUEL-FILE NEXT RECORD
           AT END
               GO SOMA-ALUGUEIS-FIM
           END-READ.
           IF AL-CLIENTE-ID NOT EQUAL FUN-CLIENTE-ID
               GO SOMA-ALUGUEIS-FIM
           END-IF
           IF NOT AL-FOLHA OR AL-ESTORNADO
               GO SOMA-ALUGUEIS-LOOP
           END-IF
           IF AL-DATA-ALUGUEL(1:6) EQUAL WS-MES-APURACAO
               ADD 1 TO WS-QTD-DISCOS
               IF AL-VALOR EQUAL ZEROS
                   ADD 1 TO WS-QTD-FRANQUIA
               END-IF
               ADD AL-VALOR TO WS-VALOR-ALUGUEIS
           END-IF
           IF AL-DEVOLVIDO
               AND AL-DATA-DEVOLUCAO(1:6) EQUAL WS-MES-APURACAO
               ADD AL-MULTA TO WS-VALOR-MULTAS
           END-IF
           GO SOMA-ALUGUEIS-LOOP.
       SOMA-ALUGUEIS-FIM.

      * -----------------------------------

       IMPRIME-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY RELATORIO-LINHA.
