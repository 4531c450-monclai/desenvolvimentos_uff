           RECORD KEY IS OP-CHAVE
           FILE STATUS IS FS-STAT-OPSESSAO.

       SELECT SENHA-FILE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SNH-KEY
           FILE STATUS IS FS-STAT-SENHA.

       SELECT PERFIL-FILE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PRF-KEY
           FILE STATUS IS FS-STAT-PERFIL.


      *================================================================= 
       DATA DIVISION.
       FD OPSESSAO-FILE VALUE OF FILE-ID IS "OPSESSAO.dat".
       COPY opsessao.

      * DATA DA ULTIMA TROCA, TROCA OBRIGATORIA E HISTORICO DE HASHES
       FD SENHA-FILE VALUE OF FILE-ID IS "SENHA.dat".
       COPY senha.

      * VALIDADE DA SENHA E TAMANHO DO HISTORICO SAO DO PERFIL
       FD PERFIL-FILE VALUE OF FILE-ID IS "PERFIL.dat".
       COPY perfil.

      *----------------------------------------------------------------- 
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       77 WS-LOG-PROGRAMA   PIC X(20).
       77 WS-LOG-OPERACAO   PIC X(20).

       77 FS-STAT-SENHA     PIC 9(02).
           88 FS-SENHA-OK              VALUE ZEROS.
           88 FS-SENHA-NAO-EXISTE      VALUE 35.
       77 FS-STAT-PERFIL    PIC 9(02).
           88 FS-PERFIL-OK             VALUE ZEROS.

      * REGRAS DA SENHA NOVA: TAMANHO MINIMO, COM LETRA E DIGITO, E
      * DIFERENTE DA ATUAL E DAS ULTIMAS WS-HIST-MAX
       77 WS-SENHA-MIN      PIC 9(02) VALUE 6.
       77 WS-HIST-MAX       PIC 9(01).
       77 WS-VALIDADE       PIC 9(03).
       77 WS-SENHA-VENCIDA  PIC X(01).
           88 SENHA-VENCIDA            VALUE "S".
       77 WS-SNH-NOVO       PIC X(01).
           88 SNH-SEM-REGISTRO         VALUE "S".
       77 WS-SENHA-REGRA    PIC X(01).
           88 SENHA-NA-REGRA           VALUE "S".
       77 WS-DATA-HOJE      PIC 9(08).
       77 WS-DIAS-SENHA     PIC S9(07).
       77 WS-IX             PIC 9(02).
       77 WS-TAM-SENHA      PIC 9(02).
       77 WS-QTD-LETRAS     PIC 9(02).
       77 WS-QTD-DIGITOS    PIC 9(02).
       77 WS-SENHA-NOVA     PIC X(40).
       77 WS-SENHA-CONFIRMA PIC X(40).
       77 WS-HASH-NOVA      PIC X(40).
       77 WS-MSG-SENHA      PIC X(60).

       01 WS-USER.
           02 WS-ID        PIC 9(03).
           02 WS-SENHA     PIC X(40).
           02 LINE 09 COL PLUS 1 PIC X(40) TO WS-SENHA.
           02 LINE 11 COL 15 VALUE "===========================".

      * TROCA OBRIGATORIA: SENHA VENCIDA, PROVISORIA OU NUNCA TROCADA
       01 TELA-TROCA.
           02 BLANK SCREEN.
           02 LINE 07 COL 15 VALUE "===========================".
           02 LINE 08 COL 15 VALUE "SENHA VENCIDA OU PROVISORIA".
           02 LINE 09 COL 15 VALUE "NOVA SENHA: ".
           02 LINE 09 COL PLUS 1 PIC X(40) TO WS-SENHA-NOVA.
           02 LINE 10 COL 15 VALUE "CONFIRME: ".
           02 LINE 10 COL PLUS 1 PIC X(40) TO WS-SENHA-CONFIRMA.
           02 LINE 11 COL 15 VALUE "(EM BRANCO DESISTE)".
           02 LINE 12 COL 15 PIC X(60) FROM WS-MSG-SENHA.
           02 LINE 13 COL 15 VALUE "===========================".

      *=================================================================
       PROCEDURE DIVISION USING LK-MODO-ADMIN.
      *=================================================================
       END-READ.

       CLOSE FILE-INPUT AUDIT-FILE.
       IF FS-SENHA-OK
           CLOSE SENHA-FILE
       END-IF.
       IF FS-PERFIL-OK
           CLOSE PERFIL-FILE
       END-IF.

       IF WS-VERIFIC IS EQUAL 1
           CALL "tela_inicial_locadora" USING LK-MODO-ADMIN
               IF WS-RESULTADO = "DESATIVADO"
                   DISPLAY "USUARIO DESATIVADO"
               ELSE
                   IF WS-RESULTADO = "TROCA PENDENTE"
                       DISPLAY "SENHA NAO TROCADA - ACESSO NEGADO"
                   ELSE
                       DISPLAY "USUARIO NAO CADASTRADO"
                   END-IF
               END-IF
           END-IF
       END-IF.
               PERFORM REGISTRA-AUDITORIA THRU REGISTRA-AUDITORIA-FIM
           ELSE
               IF FUN-SENHA = WS-SENHA-HASH
                   PERFORM CONFERE-VALIDADE THRU CONFERE-VALIDADE-FIM
                   IF SENHA-VENCIDA
                       PERFORM TROCA-SENHA THRU TROCA-SENHA-FIM
                   END-IF
                   IF SENHA-VENCIDA
                       MOVE "TROCA PENDENTE" TO WS-RESULTADO
                       PERFORM REGISTRA-AUDITORIA
                           THRU REGISTRA-AUDITORIA-FIM
                   ELSE
                       PERFORM LOGIN-OK THRU LOGIN-OK-FIM
                   END-IF
               ELSE
                   PERFORM LOGIN-FALHOU THRU LOGIN-FALHOU-FIM
               END-IF
           PERFORM GRAVA-OPSESSAO THRU GRAVA-OPSESSAO-FIM.
       LOGIN-OK-FIM.

      * -----------------------------------
      * SENHA CONFERIU: VE SE ELA AINDA VALE. VENCE QUANDO A CONTA FOI
      * CRIADA OU A SENHA REDEFINIDA PELO GERENTE (TROCA OBRIGATORIA),
      * QUANDO NUNCA FOI TROCADA (SEM REGISTRO EM SENHA.DAT) OU QUANDO
      * PASSOU DA VALIDADE DO PERFIL DESDE A ULTIMA TROCA.

       CONFERE-VALIDADE.
           MOVE "N" TO WS-SENHA-VENCIDA.
           MOVE "N" TO WS-SNH-NOVO.
           MOVE ZEROS TO WS-VALIDADE.
           MOVE 3 TO WS-HIST-MAX.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           IF FS-PERFIL-OK
               MOVE FUN-PERFIL TO PRF-CODIGO
               READ PERFIL-FILE
               NOT INVALID KEY
                   IF PRF-VALIDADE-SENHA IS NUMERIC
                       MOVE PRF-VALIDADE-SENHA TO WS-VALIDADE
                   END-IF
                   IF PRF-HIST-SENHA IS NUMERIC
                       MOVE PRF-HIST-SENHA TO WS-HIST-MAX
                   END-IF
               END-READ
           END-IF.
           IF NOT FS-SENHA-OK
               GO CONFERE-VALIDADE-FIM
           END-IF.
           MOVE FUN-ID TO SNH-FUN-ID.
           READ SENHA-FILE
           INVALID KEY
               MOVE SPACES TO SNH-REC
               MOVE FUN-ID TO SNH-FUN-ID
               MOVE ZEROS TO SNH-DATA-TROCA SNH-QTD-HIST
               MOVE "S" TO WS-SNH-NOVO
               MOVE "S" TO WS-SENHA-VENCIDA
               GO CONFERE-VALIDADE-FIM
           END-READ.
           IF SNH-TROCA-OBRIGATORIA
               OR SNH-DATA-TROCA EQUAL ZEROS
               MOVE "S" TO WS-SENHA-VENCIDA
               GO CONFERE-VALIDADE-FIM
           END-IF.
           IF WS-VALIDADE EQUAL ZEROS
               GO CONFERE-VALIDADE-FIM
           END-IF.
           COMPUTE WS-DIAS-SENHA =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               - FUNCTION INTEGER-OF-DATE(SNH-DATA-TROCA).
           IF WS-DIAS-SENHA > WS-VALIDADE
               MOVE "S" TO WS-SENHA-VENCIDA
           END-IF.
       CONFERE-VALIDADE-FIM.

      * -----------------------------------
      * PEDE A SENHA NOVA ATE ELA PASSAR NAS REGRAS OU O OPERADOR
      * DESISTIR (SENHA EM BRANCO). A SENHA QUE SAI VAI PARA O
      * HISTORICO, E A CONTA SO ENTRA DEPOIS DA TROCA GRAVADA.

       TROCA-SENHA.
           MOVE SPACES TO WS-MSG-SENHA.

           TROCA-SENHA-LOOP.
           MOVE SPACES TO WS-SENHA-NOVA WS-SENHA-CONFIRMA.
           DISPLAY TELA-TROCA.
           ACCEPT TELA-TROCA.
           IF WS-SENHA-NOVA EQUAL SPACES
               GO TROCA-SENHA-FIM
           END-IF.
           IF WS-SENHA-NOVA NOT EQUAL WS-SENHA-CONFIRMA
               MOVE "A CONFIRMACAO NAO CONFERE" TO WS-MSG-SENHA
               GO TROCA-SENHA-LOOP
           END-IF.
           PERFORM CONFERE-REGRAS THRU CONFERE-REGRAS-FIM.
           IF NOT SENHA-NA-REGRA
               MOVE "MINIMO DE 6 CARACTERES, COM LETRAS E NUMEROS"
                   TO WS-MSG-SENHA
               GO TROCA-SENHA-LOOP
           END-IF.
           CALL "HASH-SENHA" USING WS-SENHA-NOVA, WS-HASH-NOVA.
           IF WS-HASH-NOVA EQUAL FUN-SENHA
               MOVE "A SENHA NOVA TEM QUE SER DIFERENTE DA ATUAL"
                   TO WS-MSG-SENHA
               GO TROCA-SENHA-LOOP
           END-IF.
           PERFORM CONFERE-HISTORICO THRU CONFERE-HISTORICO-FIM.
           IF NOT SENHA-NA-REGRA
               MOVE "SENHA USADA RECENTEMENTE - ESCOLHA OUTRA"
                   TO WS-MSG-SENHA
               GO TROCA-SENHA-LOOP
           END-IF.
           PERFORM EMPURRA-HISTORICO THRU EMPURRA-HISTORICO-FIM.
           MOVE WS-HASH-NOVA TO FUN-SENHA.
           REWRITE FUN-REC
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR FUN-REC"
                   GO TROCA-SENHA-FIM
           END-REWRITE.
           MOVE WS-DATA-HOJE TO SNH-DATA-TROCA.
           MOVE "N" TO SNH-TROCA.
           IF SNH-SEM-REGISTRO
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
           MOVE "N" TO WS-SENHA-VENCIDA.
           MOVE "SENHA TROCADA" TO WS-RESULTADO.
           PERFORM REGISTRA-AUDITORIA THRU REGISTRA-AUDITORIA-FIM.
       TROCA-SENHA-FIM.

      * -----------------------------------
      * REGRAS MINIMAS: WS-SENHA-MIN CARACTERES ATE O ULTIMO NAO
      * BRANCO, PELO MENOS UMA LETRA E UM DIGITO

       CONFERE-REGRAS.
           MOVE "N" TO WS-SENHA-REGRA.
           MOVE ZEROS TO WS-TAM-SENHA WS-QTD-LETRAS WS-QTD-DIGITOS.
           MOVE 1 TO WS-IX.

           CONFERE-REGRAS-LOOP.
           IF WS-IX > 40
               GO CONFERE-REGRAS-AVALIA
           END-IF.
           IF WS-SENHA-NOVA(WS-IX:1) NOT EQUAL SPACE
               MOVE WS-IX TO WS-TAM-SENHA
               IF WS-SENHA-NOVA(WS-IX:1) IS NUMERIC
                   ADD 1 TO WS-QTD-DIGITOS
               END-IF
               IF WS-SENHA-NOVA(WS-IX:1) IS ALPHABETIC
                   ADD 1 TO WS-QTD-LETRAS
               END-IF
           END-IF.
           ADD 1 TO WS-IX.
           GO CONFERE-REGRAS-LOOP.

           CONFERE-REGRAS-AVALIA.
           IF WS-TAM-SENHA NOT < WS-SENHA-MIN
               AND WS-QTD-LETRAS > ZEROS
               AND WS-QTD-DIGITOS > ZEROS
               MOVE "S" TO WS-SENHA-REGRA
           END-IF.
       CONFERE-REGRAS-FIM.

      * -----------------------------------
      * A SENHA NOVA NAO PODE SER NENHUMA DAS ULTIMAS WS-HIST-MAX

       CONFERE-HISTORICO.
           MOVE "S" TO WS-SENHA-REGRA.
           MOVE 1 TO WS-IX.

           CONFERE-HISTORICO-LOOP.
           IF WS-IX > WS-HIST-MAX OR WS-IX > SNH-QTD-HIST
               GO CONFERE-HISTORICO-FIM
           END-IF.
           IF SNH-HASH-ANTERIOR(WS-IX) EQUAL WS-HASH-NOVA
               MOVE "N" TO WS-SENHA-REGRA
               GO CONFERE-HISTORICO-FIM
           END-IF.
           ADD 1 TO WS-IX.
           GO CONFERE-HISTORICO-LOOP.
       CONFERE-HISTORICO-FIM.

      * -----------------------------------
      * A SENHA QUE SAI ENTRA NA PRIMEIRA POSICAO DO HISTORICO E AS
      * DEMAIS DESCEM UMA; A MAIS ANTIGA DAS NOVE CAI FORA

       EMPURRA-HISTORICO.
           MOVE 9 TO WS-IX.

           EMPURRA-HISTORICO-LOOP.
           IF WS-IX < 2
               GO EMPURRA-HISTORICO-TOPO
           END-IF.
           MOVE SNH-HASH-ANTERIOR(WS-IX - 1)
               TO SNH-HASH-ANTERIOR(WS-IX).
           SUBTRACT 1 FROM WS-IX.
           GO EMPURRA-HISTORICO-LOOP.

           EMPURRA-HISTORICO-TOPO.
           MOVE FUN-SENHA TO SNH-HASH-ANTERIOR(1).
           IF SNH-QTD-HIST < 9
               ADD 1 TO SNH-QTD-HIST
           END-IF.
       EMPURRA-HISTORICO-FIM.

      * -----------------------------------
      * REGISTRA QUEM ACABOU DE ENTRAR NA SESSAO DO OPERADOR
      * (OPSESSAO.DAT, REGISTRO UNICO), PARA CONEXAO E OS BALCOES
       REGISTRA-AUDITORIA-FIM.

      * -----------------------------------
      * ABRE FUNCIONARIO.DAT E SENHA.DAT PARA LEITURA/ATUALIZACAO E O
      * LOG DE AUDITORIA EM MODO ANEXACAO, CRIANDO CADA UM NA PRIMEIRA
      * EXECUCAO. PERFIL.DAT SO PARA LEITURA.

       ABRIR-ARQUIVOS.
           OPEN I-O FILE-INPUT.
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           OPEN I-O SENHA-FILE.
           IF FS-SENHA-NAO-EXISTE
               OPEN OUTPUT SENHA-FILE
               CLOSE SENHA-FILE
               OPEN I-O SENHA-FILE
           END-IF.
           OPEN INPUT PERFIL-FILE.
           IF FS-STAT-AUDIT NOT = ZEROS AND FS-STAT-AUDIT NOT = 35
               MOVE "TELA_LOGIN" TO WS-LOG-PROGRAMA
               MOVE "ABERTURA AUDIT-FILE" TO WS-LOG-OPERACAO
