           88 E-CHEQUES            VALUE "Q" "q".
           88 E-MODULOS            VALUE "Z" "z".
           88 E-PREPARA-TREINO     VALUE "W" "w".
           88 E-PONTO              VALUE "H" "h".
           88 E-ESCALA             VALUE "K" "k".
           88 E-DESPESAS           VALUE "J" "j".
           88 E-RECLAMACOES        VALUE "Y" "y".
           88 E-SAIR               VALUE "0".
       77 WS-DUMMY         PIC X(01).
       77 WS-COD-MODULO    PIC 9(02).
           02 LINE 10 COL 15 VALUE "[3] DEVOLVER FILME".
           02 LINE 11 COL 15 VALUE "[0] SAIR".
           02 LINE 12 COL 15 VALUE "[A] ABERTURA DO DIA".
           02 LINE 13 COL 15 VALUE "[Y] RECLAMACOES (SAC)".
           02 LINE 08 COL 45 VALUE "[G] GAVETA DE CAIXA".
           02 LINE 09 COL 45 VALUE "[U] CAIXA UNICO".
           02 LINE 10 COL 45 VALUE "[D] DISPONIBILIDADE".
           02 LINE 11 COL 45 VALUE "[M] CHAMADOS DE MANUTENCAO".
           02 LINE 12 COL 45 VALUE "[R] SEGUNDA VIA DE RECIBO".
           02 LINE 13 COL 45 VALUE "[E] EXTRATO DE PONTOS".
           02 LINE 14 COL 45 VALUE "[H] RELOGIO DE PONTO".
           02 LINE 14 COL 15 VALUE "OPCAO: ".
           02 LINE 14 COL PLUS 1 PIC X TO WS-OPCAO.
           02 LINE 15 COL 15 VALUE "==================================".

       01 MENU-ACAO-ADMIN.
           02 BLANK SCREEN.
           02 LINE 04 COL 15 VALUE "[Y] RECLAMACOES (SAC)".
           02 LINE 05 COL 15 VALUE "[K] ESCALA DE TURNOS".
           02 LINE 05 COL 45 VALUE "[J] DESPESAS OPERACIONAIS".
           02 LINE 06 COL 15 VALUE "[Z] OUTROS MODULOS".
           02 LINE 06 COL 45 VALUE "[H] RELOGIO DE PONTO".
           02 LINE 07 COL 15 VALUE "==================================".
           02 LINE 08 COL 15 VALUE "[1] CADASTRAR NOVO CLIENTE".
           02 LINE 09 COL 15 VALUE "[2] ALUGAR FILME".
                   WHEN LK-ADMIN AND E-PREPARA-TREINO
                       CALL "prepara_treino"
                       ACCEPT WS-DUMMY
                   WHEN E-PONTO
                       CALL "relogio_ponto"
                   WHEN LK-ADMIN AND E-ESCALA
                       CALL "cadastro_escala"
                   WHEN LK-ADMIN AND E-DESPESAS
                       CALL "cadastro_despesa"
                   WHEN E-RECLAMACOES
                       CALL "cadastro_reclamacao"
                   WHEN E-SAIR
                       CONTINUE
                   WHEN OTHER
