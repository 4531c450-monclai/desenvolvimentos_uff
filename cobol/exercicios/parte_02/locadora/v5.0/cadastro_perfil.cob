               10 LINE 12 COLUMN 10 VALUE "MODULOS (S/N, POSICOES 1 A"
                   & " 30 = CODIGOS DO CONEXAO):".
               10 LINE 13 COLUMN 10 PIC X(30) USING prf-modulos.
               10 LINE 15 COLUMN 10
                   VALUE "FRANQUIA DE ALUGUEIS GRATIS NO MES:".
               10 COLUMN PLUS 2 PIC 9(02) USING prf-franquia-mes.
               10 LINE 16 COLUMN 10
                   VALUE "DESCONTO DE FUNCIONARIO (%):".
               10 COLUMN PLUS 2 PIC 9(02) USING prf-desconto-func.
               10 LINE 17 COLUMN 10
                   VALUE "VALIDADE DA SENHA EM DIAS (0=NAO EXPIRA):".
               10 COLUMN PLUS 2 PIC 9(03) USING prf-validade-senha.
               10 LINE 18 COLUMN 10
                   VALUE "SENHAS ANTERIORES QUE NAO PODEM VOLTAR:".
               10 COLUMN PLUS 2 PIC 9(01) USING prf-hist-senha.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO PRF-REC.
           MOVE ZEROS TO PRF-FRANQUIA-MES PRF-DESCONTO-FUNC.
           MOVE ZEROS TO PRF-VALIDADE-SENHA.
           MOVE 3 TO PRF-HIST-SENHA.

           INCLUI-LOOP.
           ACCEPT SS-TELA-REGISTRO.
               INVALID KEY
               MOVE "REGISTRO NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               NOT INVALID KEY
      * PERFIL ANTERIOR A FRANQUIA OU A VALIDADE DE SENHA TRAZ ESPACOS
      * NOS CAMPOS NOVOS
               IF PRF-FRANQUIA-MES NOT NUMERIC
                   MOVE ZEROS TO PRF-FRANQUIA-MES
               END-IF
               IF PRF-DESCONTO-FUNC NOT NUMERIC
                   MOVE ZEROS TO PRF-DESCONTO-FUNC
               END-IF
               IF PRF-VALIDADE-SENHA NOT NUMERIC
                   MOVE ZEROS TO PRF-VALIDADE-SENHA
               END-IF
               IF PRF-HIST-SENHA NOT NUMERIC
                   MOVE 3 TO PRF-HIST-SENHA
               END-IF
               END-READ
               ELSE
                   MOVE 99 to FS-STAT
