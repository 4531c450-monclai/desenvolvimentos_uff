       identification division.
       program-id. relatorio_senhas.

      *=================================================================
      * CONTAS DE OPERADOR COM SENHA VENCIDA OU NUNCA TROCADA. PARA
      * CADA FUNCIONARIO ATIVO, CONFERE SENHA.DAT CONTRA A VALIDADE DO
      * PERFIL DELE E LISTA:
      *   NUNCA TROCADA - SEM REGISTRO EM SENHA.DAT (SENHA DE ANTES
      *                   DO CONTROLE, NUNCA MEXIDA);
      *   PROVISORIA    - CONTA CRIADA OU SENHA REDEFINIDA NO
      *                   CADASTRO E AINDA NAO TROCADA PELO OPERADOR;
      *   VENCIDA       - PASSOU DA VALIDADE DO PERFIL DESDE A ULTIMA
      *                   TROCA.
      * CONTA BLOQUEADA POR TENTATIVAS SAI COM A MARCA AO LADO.
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

       select senha-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-senha
           record key is snh-key.

       select perfil-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-perfil
           record key is prf-key.

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

       fd senha-file value of file-id is "SENHA.dat".
       copy senha.

       fd perfil-file value of file-id is "PERFIL.dat".
       copy perfil.

       fd relatorio-file value of file-id is "RELATORIO_SENHAS.dat".
       01 relatorio-linha             pic x(100).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
       77 fs-stat-senha        pic 9(02).
           88 fs-senha-ok              value zeros.
       77 fs-stat-perfil       pic 9(02).
           88 fs-perfil-ok             value zeros.
       77 fs-stat-rel          pic 9(02).

       77 ws-data-hoje         pic 9(08).
       77 ws-validade          pic 9(03).
       77 ws-dias-senha        pic s9(07).
       77 ws-situacao          pic x(13).

       77 ws-tot-ativos        pic 9(05) value zeros.
       77 ws-tot-nunca         pic 9(05) value zeros.
       77 ws-tot-provisoria    pic 9(05) value zeros.
       77 ws-tot-vencida       pic 9(05) value zeros.

       01 ws-titulo.
           02 filler               pic x(46) value
               "CONTAS COM SENHA VENCIDA OU NUNCA TROCADA EM ".
           02 ws-tit-data          pic 9(08).
           02 filler               pic x(46) value spaces.

       01 ws-cabecalho.
           02 filler               pic x(51) value
               "MAT NOME                           PRF FL ULT.TROCA".
           02 filler               pic x(49) value
               "  DIAS VALID SITUACAO      BLOQ".

       01 ws-linha.
           02 ws-lin-matricula     pic 9(03).
           02 filler               pic x(01) value spaces.
           02 ws-lin-nome          pic x(30).
           02 filler               pic x(01) value spaces.
           02 ws-lin-perfil        pic x(01).
           02 filler               pic x(03) value spaces.
           02 ws-lin-filial        pic 9(02).
           02 filler               pic x(01) value spaces.
           02 ws-lin-data-troca    pic 9(08).
           02 filler               pic x(01) value spaces.
           02 ws-lin-dias          pic zzzzz9.
           02 filler               pic x(01) value spaces.
           02 ws-lin-validade      pic zzzz9.
           02 filler               pic x(01) value spaces.
           02 ws-lin-situacao      pic x(13).
           02 filler               pic x(01) value spaces.
           02 ws-lin-bloqueio      pic x(04).
           02 filler               pic x(18) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_senhas".
           02 ws-spl-arquivo       pic x(30)
               value "RELATORIO_SENHAS.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT FUNCIONARIO-FILE.
           IF NOT FS-OK
               DISPLAY "CADASTRO DE FUNCIONARIOS NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT SENHA-FILE.
           OPEN INPUT PERFIL-FILE.
           OPEN OUTPUT RELATORIO-FILE.
           MOVE WS-DATA-HOJE TO WS-TIT-DATA.
           MOVE WS-TITULO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           MOVE WS-CABECALHO TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.

           PERFORM CONFERE-CONTAS THRU CONFERE-CONTAS-FIM.

           DISPLAY "FUNCIONARIOS ATIVOS....: " WS-TOT-ATIVOS.
           DISPLAY "SENHA NUNCA TROCADA....: " WS-TOT-NUNCA.
           DISPLAY "SENHA PROVISORIA.......: " WS-TOT-PROVISORIA.
           DISPLAY "SENHA VENCIDA..........: " WS-TOT-VENCIDA.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           CLOSE FUNCIONARIO-FILE.
           IF FS-SENHA-OK
               CLOSE SENHA-FILE
           END-IF
           IF FS-PERFIL-OK
               CLOSE PERFIL-FILE
           END-IF
           GOBACK.

      * -----------------------------------
      * PERCORRE OS FUNCIONARIOS ATIVOS E IMPRIME OS QUE TEM SENHA
      * PARA TROCAR

       CONFERE-CONTAS.
           MOVE ZEROS TO FUN-KEY.
           START FUNCIONARIO-FILE KEY IS NOT LESS THAN FUN-KEY
           INVALID KEY
               GO CONFERE-CONTAS-FIM
           END-START.

           CONFERE-CONTAS-LOOP.
           READ FUNCIONARIO-FILE NEXT RECORD
           AT END
               GO CONFERE-CONTAS-FIM
           END-READ.
           IF FUN-ATIVO-NAO
               GO CONFERE-CONTAS-LOOP
           END-IF
           ADD 1 TO WS-TOT-ATIVOS.
           PERFORM LE-VALIDADE.
           PERFORM CLASSIFICA-SENHA THRU CLASSIFICA-SENHA-FIM.
           IF WS-SITUACAO EQUAL SPACES
               GO CONFERE-CONTAS-LOOP
           END-IF
           MOVE SPACES TO WS-LINHA.
           MOVE FUN-ID TO WS-LIN-MATRICULA.
           MOVE FUN-NOME TO WS-LIN-NOME.
           MOVE FUN-PERFIL TO WS-LIN-PERFIL.
           MOVE FUN-FILIAL TO WS-LIN-FILIAL.
           MOVE SNH-DATA-TROCA TO WS-LIN-DATA-TROCA.
           MOVE WS-DIAS-SENHA TO WS-LIN-DIAS.
           MOVE WS-VALIDADE TO WS-LIN-VALIDADE.
           MOVE WS-SITUACAO TO WS-LIN-SITUACAO.
           IF FUN-TRAVADO
               MOVE "BLOQ" TO WS-LIN-BLOQUEIO
           END-IF
           MOVE WS-LINHA TO RELATORIO-LINHA.
           PERFORM IMPRIME-LINHA.
           GO CONFERE-CONTAS-LOOP.
       CONFERE-CONTAS-FIM.

      * -----------------------------------
      * VALIDADE DA SENHA NO PERFIL DO FUNCIONARIO (ZERO = NAO EXPIRA)

       LE-VALIDADE.
           MOVE ZEROS TO WS-VALIDADE.
           IF FS-PERFIL-OK
               MOVE FUN-PERFIL TO PRF-CODIGO
               READ PERFIL-FILE
               NOT INVALID KEY
                   IF PRF-VALIDADE-SENHA IS NUMERIC
                       MOVE PRF-VALIDADE-SENHA TO WS-VALIDADE
                   END-IF
               END-READ
           END-IF.

      * -----------------------------------
      * SITUACAO DA SENHA; EM BRANCO QUANDO ESTA EM DIA

       CLASSIFICA-SENHA.
           MOVE SPACES TO WS-SITUACAO.
           MOVE ZEROS TO WS-DIAS-SENHA.
           MOVE ZEROS TO SNH-DATA-TROCA.
           IF NOT FS-SENHA-OK
               MOVE "NUNCA TROCADA" TO WS-SITUACAO
               ADD 1 TO WS-TOT-NUNCA
               GO CLASSIFICA-SENHA-FIM
           END-IF
           MOVE FUN-ID TO SNH-FUN-ID.
           READ SENHA-FILE
           INVALID KEY
               MOVE ZEROS TO SNH-DATA-TROCA
               MOVE "NUNCA TROCADA" TO WS-SITUACAO
               ADD 1 TO WS-TOT-NUNCA
               GO CLASSIFICA-SENHA-FIM
           END-READ.
           IF SNH-DATA-TROCA NOT EQUAL ZEROS
               COMPUTE WS-DIAS-SENHA =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE(SNH-DATA-TROCA)
           END-IF
           IF SNH-TROCA-OBRIGATORIA
               MOVE "PROVISORIA" TO WS-SITUACAO
               ADD 1 TO WS-TOT-PROVISORIA
               GO CLASSIFICA-SENHA-FIM
           END-IF
           IF WS-VALIDADE > ZEROS
               AND WS-DIAS-SENHA > WS-VALIDADE
               MOVE "VENCIDA" TO WS-SITUACAO
               ADD 1 TO WS-TOT-VENCIDA
           END-IF.
       CLASSIFICA-SENHA-FIM.

      * -----------------------------------

       IMPRIME-LINHA.
           WRITE RELATORIO-LINHA.
           DISPLAY RELATORIO-LINHA.
