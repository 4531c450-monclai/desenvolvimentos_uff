      * PRIVACIDADE NAO PRECISA MAIS DESVIAR DOS CAIXAS. ESPELHA O
      * PADRAO DE INCLUI/CONSULTA/ALTERA/EXCLUI DOS OUTROS CADASTROS;
      * A SENHA E GRAVADA SO COMO HASH, COMO NO CADASTRO DE CLIENTES.
      * A CONTA DE CLIENTE INFORMADA E A QUE O FUNCIONARIO USA PARA
      * ALUGAR, COM A FRANQUIA E O DESCONTO DO PERFIL DELE.
      * CONTA NOVA OU SENHA REDEFINIDA AQUI FICA COM TROCA OBRIGATORIA
      * NO PROXIMO LOGIN (SENHA.DAT); A SENHA REDEFINIDA VAI PARA O
      * HISTORICO DE SENHAS QUE NAO PODEM VOLTAR.
      *=================================================================
       environment division.
      *=================================================================
           file status is fs-stat-filial
           record key is fil-key.

       select cliente-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-cliente
           record key is cli-key.

       select senha-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-senha
           record key is snh-key.

      *=================================================================
       data division.
      *=================================================================
       fd filial-file value of file-id is "FILIAL.dat".
       copy filial.

       fd cliente-file value of file-id is "FUNC.dat".
       copy cliente replacing ==FILE1-REC== by ==CLI-REC==
                              ==FS-KEY== by ==CLI-KEY==
                              ==FS-ID== by ==CLI-ID==
                              ==FS-NOME== by ==CLI-NOME==
                              ==FS-SENHA== by ==CLI-SENHA==.

       fd senha-file value of file-id is "SENHA.dat".
       copy senha.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------
       77 ws-filial-valida     pic x.
           88 filial-valida            value "S".

       77 fs-stat-cliente      pic 9(02).
           88 fs-cliente-ok            value zeros.

       77 ws-conta-valida      pic x.
           88 conta-valida             value "S".

       77 fs-stat-senha        pic 9(02).
           88 fs-senha-ok              value zeros.
           88 fs-senha-nao-existe      value 35.
       77 ws-data-hoje         pic 9(08).
       77 ws-ix                pic 9(02).

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).
       77 ws-aud-chave         pic 9(11).
               10 COLUMN PLUS 2 PIC X(01) USING FUN-PERFIL.
               10 LINE 18 COLUMN 10 VALUE "ADMISSAO (AAAAMMDD):".
               10 COLUMN PLUS 2 PIC 9(08) USING FUN-DATA-ADMISSAO.
               10 LINE 19 COLUMN 10 VALUE "CONTA CLIENTE (0=NAO):".
               10 COLUMN PLUS 2 PIC 9(05) USING FUN-CLIENTE-ID.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
       IF FS-FILIAL-OK
           CLOSE FILIAL-FILE
       END-IF.
       IF FS-CLIENTE-OK
           CLOSE CLIENTE-FILE
       END-IF.
       IF FS-SENHA-OK
           CLOSE SENHA-FILE
       END-IF.
       GOBACK.

      * -----------------------------------
           MOVE ZEROS TO FUN-TENTATIVAS.
           MOVE SPACES TO FUN-BLOQUEADO.
           MOVE ZEROS TO FUN-DATA-ADMISSAO.
           MOVE ZEROS TO FUN-CLIENTE-ID.

           INCLUI-LOOP.
           ACCEPT SS-TELA-REGISTRO.
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           PERFORM VALIDA-CONTA THRU VALIDA-CONTA-FIM.
           IF NOT CONTA-VALIDA
               MOVE "CONTA DE CLIENTE NAO CADASTRADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           PERFORM HASH-SENHA THRU HASH-SENHA-FIM.
           MOVE "S" TO FUN-ATIVO.
           IF FUN-DATA-ADMISSAO EQUAL ZEROS
           MOVE "REGISTRO JA CADASTRADO" TO WS-MSGERRO
           PERFORM MOSTRA-ERRO
           NOT INVALID KEY
           MOVE SPACES TO WS-SENHA-ANTIGA
           PERFORM MARCA-TROCA-SENHA THRU MARCA-TROCA-SENHA-FIM
           MOVE "CADASTRO_OPERADOR" TO WS-AUD-PROGRAMA
           MOVE "INCLUSAO" TO WS-AUD-OPERACAO
           MOVE FUN-ID TO WS-AUD-CHAVE
               PERFORM MOSTRA-ERRO
               GO ALTERA-LOOP
           END-IF
           PERFORM VALIDA-CONTA THRU VALIDA-CONTA-FIM.
           IF NOT CONTA-VALIDA
               MOVE "CONTA DE CLIENTE NAO CADASTRADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ALTERA-LOOP
           END-IF
           IF FUN-SENHA EQUAL SPACES
               MOVE WS-SENHA-ANTIGA TO FUN-SENHA
               MOVE SPACES TO WS-SENHA-ANTIGA
           ELSE
               PERFORM HASH-SENHA THRU HASH-SENHA-FIM
           END-IF
           MOVE "ERRO AO GRAVAR" TO WS-MSGERRO
           PERFORM MOSTRA-ERRO
           NOT INVALID KEY
           IF WS-SENHA-ANTIGA NOT EQUAL SPACES
               PERFORM MARCA-TROCA-SENHA THRU MARCA-TROCA-SENHA-FIM
           END-IF
           MOVE "CADASTRO_OPERADOR" TO WS-AUD-PROGRAMA
           MOVE "ALTERACAO" TO WS-AUD-OPERACAO
           MOVE FUN-ID TO WS-AUD-CHAVE
           END-READ.
       VALIDA-FILIAL-FIM.

      * -----------------------------------
      * CONFERE SE A CONTA DE CLIENTE LIGADA AO FUNCIONARIO EXISTE.
      * ZERO E FUNCIONARIO SEM CONTA PARA ALUGAR.

       VALIDA-CONTA.
           MOVE "S" TO WS-CONTA-VALIDA.
           IF FUN-CLIENTE-ID EQUAL ZEROS OR NOT FS-CLIENTE-OK
               GO VALIDA-CONTA-FIM
           END-IF
           MOVE FUN-CLIENTE-ID TO CLI-ID.
           READ CLIENTE-FILE
           INVALID KEY
               MOVE "N" TO WS-CONTA-VALIDA
           END-READ.
       VALIDA-CONTA-FIM.

      * -----------------------------------
      * CONFERE OS DIGITOS VERIFICADORES DO CPF PELA MESMA SUBROTINA
      * USADA NO CADASTRO DE CLIENTES
           CALL "VALIDA-CPF" USING FUN-CPF, WS-CPF-VALIDO.
       VALIDA-CPF-FIM.

      * -----------------------------------
      * SENHA DADA PELO CADASTRO (CONTA NOVA OU REDEFINICAO) E
      * PROVISORIA: MARCA A TROCA OBRIGATORIA NO PROXIMO LOGIN. NA
      * REDEFINICAO, A SENHA QUE SAIU (WS-SENHA-ANTIGA) ENTRA NO
      * HISTORICO, COMO NA TROCA FEITA PELO PROPRIO OPERADOR.

       MARCA-TROCA-SENHA.
           IF NOT FS-SENHA-OK
               GO MARCA-TROCA-SENHA-FIM
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE FUN-ID TO SNH-FUN-ID.
           READ SENHA-FILE
           INVALID KEY
               MOVE SPACES TO SNH-REC
               MOVE FUN-ID TO SNH-FUN-ID
               MOVE ZEROS TO SNH-QTD-HIST
               MOVE 99 TO FS-STAT-SENHA
           END-READ.
           IF WS-SENHA-ANTIGA NOT EQUAL SPACES
               PERFORM EMPURRA-HISTORICO THRU EMPURRA-HISTORICO-FIM
           END-IF
           MOVE WS-DATA-HOJE TO SNH-DATA-TROCA.
           MOVE "S" TO SNH-TROCA.
           IF FS-STAT-SENHA EQUAL 99
               MOVE ZEROS TO FS-STAT-SENHA
               WRITE SNH-REC
               INVALID KEY
                   CONTINUE
               END-WRITE
           ELSE
               REWRITE SNH-REC
               INVALID KEY
                   CONTINUE
               END-REWRITE
           END-IF.
       MARCA-TROCA-SENHA-FIM.

      * -----------------------------------
      * A SENHA QUE SAI ENTRA NA PRIMEIRA POSICAO DO HISTORICO E AS
      * DEMAIS DESCEM UMA; A MAIS ANTIGA DAS NOVE CAI FORA

       EMPURRA-HISTORICO.
           MOVE 9 TO WS-IX.

           EMPURRA-HISTORICO-LOOP.
           IF WS-IX < 2
               GO EMPURRA-HISTORICO-TOPO
           END-IF
           MOVE SNH-HASH-ANTERIOR(WS-IX - 1)
               TO SNH-HASH-ANTERIOR(WS-IX).
           SUBTRACT 1 FROM WS-IX.
           GO EMPURRA-HISTORICO-LOOP.

           EMPURRA-HISTORICO-TOPO.
           MOVE WS-SENHA-ANTIGA TO SNH-HASH-ANTERIOR(1).
           IF SNH-QTD-HIST < 9
               ADD 1 TO SNH-QTD-HIST
           END-IF.
       EMPURRA-HISTORICO-FIM.

      * -----------------------------------
      * SUBSTITUI A SENHA DIGITADA PELO SEU HASH ANTES DE GRAVAR

               INVALID KEY
               MOVE "REGISTRO NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               NOT INVALID KEY
      * REGISTRO ANTERIOR A CONTA DE CLIENTE TRAZ ESPACOS NO CAMPO
               IF FUN-CLIENTE-ID NOT NUMERIC
                   MOVE ZEROS TO FUN-CLIENTE-ID
               END-IF
               END-READ
               ELSE
                   MOVE 99 to FS-STAT
               OPEN I-O FUNCIONARIO-FILE
           END-IF.
           OPEN INPUT FILIAL-FILE.
           OPEN INPUT CLIENTE-FILE.
           OPEN I-O SENHA-FILE
           IF FS-SENHA-NAO-EXISTE THEN
               OPEN OUTPUT SENHA-FILE
               CLOSE SENHA-FILE
               OPEN I-O SENHA-FILE
           END-IF.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
