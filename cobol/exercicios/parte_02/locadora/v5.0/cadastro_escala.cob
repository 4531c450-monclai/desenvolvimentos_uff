       identification division.
       program-id. cadastro_escala.

      *=================================================================
      * MANUTENCAO DA ESCALA SEMANAL DE TURNOS (ESCALA.DAT). O GERENTE
      * LANCA, POR FILIAL, O TURNO DE CADA FUNCIONARIO EM CADA DIA DA
      * SEMANA (1=DOMINGO A 7=SABADO), COM ENTRADA E SAIDA EM HHMM.
      * A OPCAO 5 IMPRIME A GRADE DA SEMANA DA FILIAL
      * (ESCALA_FILIAL.DAT), QUE SUBSTITUI A FOLHA DA PAREDE. A
      * FILIAL PRECISA EXISTIR EM FILIAL.DAT E O FUNCIONARIO ESTAR
      * ATIVO EM FUNCIONARIO.DAT.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select escala-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is esc-key.

       select filial-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-fil
           record key is fil-key.

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

       fd escala-file value of file-id is "ESCALA.dat".
       copy escala.

       fd filial-file value of file-id is "FILIAL.dat".
       copy filial.

       fd funcionario-file value of file-id is "FUNCIONARIO.dat".
       copy funcionario.

       fd relatorio-file value of file-id is "ESCALA_FILIAL.dat".
       01 relatorio-linha             pic x(100).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       01 ws-modulo.
           02 filler           pic x(11)   value "escala-".
           02 ws-op            pic x(20)   value spaces.

       77 ws-opcao             pic x.
           88 e-incluir                value is "1".
           88 e-consultar              value is "2".
           88 e-alterar                value is "3".
           88 e-excluir                value is "4".
           88 e-imprimir               value is "5".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
           88 fs-cancela               value 99.
           88 fs-nao-existe            value 35.
           88 fs-fim                   value 10.

       77 fs-stat-fil          pic 9(02).
           88 fs-fil-ok                value zeros.

       77 fs-stat-func         pic 9(02).
           88 fs-func-ok               value zeros.

       77 fs-stat-rel          pic 9(02).

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).
       77 ws-aud-chave         pic 9(11).

       77 ws-erro              pic x.
           88 e-sim                    values are "S" "s".

       77 ws-numl              pic 999.
       77 ws-numc              pic 999.
       77 cor-fundo            pic 9       value 4.
       77 cor-frente           pic 9       value 6.

       77 ws-status            pic x(30).
       77 ws-msgerro           pic x(80).

      * CONFERENCIA DO HORARIO DIGITADO (HHMM)
       01 ws-hora-confere      pic 9(04).
       01 ws-hora-confere-red redefines ws-hora-confere.
           02 ws-hc-hh             pic 9(02).
           02 ws-hc-mm             pic 9(02).
       77 ws-horario-valido    pic x(01).
           88 horario-valido           value "S".

      * IMPRESSAO DA GRADE: UMA LINHA POR FUNCIONARIO, UMA COLUNA POR
      * DIA DA SEMANA
       77 ws-filial-impressao  pic 9(02).
       77 ws-fun-corrente      pic 9(03).
       77 ws-qtd-linhas        pic 9(05) value zeros.

       01 ws-cabecalho.
           02 filler               pic x(25) value "FUNC NOME".
           02 filler               pic x(10) value "DOM".
           02 filler               pic x(10) value "SEG".
           02 filler               pic x(10) value "TER".
           02 filler               pic x(10) value "QUA".
           02 filler               pic x(10) value "QUI".
           02 filler               pic x(10) value "SEX".
           02 filler               pic x(10) value "SAB".
           02 filler               pic x(05) value spaces.

       01 ws-linha.
           02 ws-lin-fun           pic 9(03).
           02 filler               pic x(02) value spaces.
           02 ws-lin-nome          pic x(20).
           02 ws-lin-dias.
               03 ws-lin-dia occurs 7 times.
                   04 ws-lin-entrada   pic 9(04).
                   04 ws-lin-traco     pic x(01).
                   04 ws-lin-saida     pic 9(04).
                   04 filler           pic x(01).
           02 filler               pic x(05) value spaces.
       01 ws-linha-red redefines ws-linha.
           02 filler               pic x(25).
           02 ws-lin-dia-txt occurs 7 times pic x(10).
           02 filler               pic x(05).

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "cadastro_escala".
           02 ws-spl-arquivo       pic x(30)
               value "ESCALA_FILIAL.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *-----------------------------------------------------------------
       screen section.
      *-----------------------------------------------------------------

       01 SS-CLS.
           05 SS-FILLER.
               10 BLANK SCREEN.
               10 LINE 01 COLUMN 01 ERASE EOL
               BACKGROUND-COLOR COR-FUNDO.
               10 LINE WS-NUML COLUMN 01 ERASE EOL
               BACKGROUND-COLOR COR-FUNDO.
           05 SS-CABECALHO.
               10 LINE 01 COLUMN 02 PIC X(31) FROM WS-MODULO
               HIGHLIGHT FOREGROUND-COLOR COR-FRENTE
               BACKGROUND-COLOR COR-FUNDO.
           05 SS-STATUS.
               10 LINE WS-NUML COLUMN 2 ERASE EOL PIC X(30)
               FROM WS-STATUS HIGHLIGHT
               FOREGROUND-COLOR COR-FRENTE
               BACKGROUND-COLOR COR-FUNDO.

       01 SS-MENU FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "1 - INCLUIR TURNO".
           05 LINE 08 COLUMN 15 VALUE "2 - CONSULTAR".
           05 LINE 09 COLUMN 15 VALUE "3 - ALTERAR".
           05 LINE 10 COLUMN 15 VALUE "4 - EXCLUIR".
           05 LINE 11 COLUMN 15 VALUE "5 - IMPRIMIR ESCALA DA FILIAL".
           05 LINE 12 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 14 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 14 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-ESCALA.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 10 VALUE "FILIAL..............:".
               10 COLUMN PLUS 2 PIC 9(02) USING ESC-FILIAL.
               10 LINE 10 COLUMN 10 VALUE "FUNCIONARIO (ID)....:".
               10 COLUMN PLUS 2 PIC 9(03) USING ESC-FUN-ID.
               10 LINE 11 COLUMN 10 VALUE "DIA DA SEMANA.......:".
               10 COLUMN PLUS 2 PIC 9(01) USING ESC-DIA-SEMANA.
               10 COLUMN PLUS 2 VALUE "(1=DOM 2=SEG ... 7=SAB)".
           05 SS-DADOS.
               10 LINE 12 COLUMN 10 VALUE "ENTRADA (HHMM)......:".
               10 COLUMN PLUS 2 PIC 9(04) USING ESC-HORA-ENTRADA.
               10 LINE 13 COLUMN 10 VALUE "SAIDA (HHMM)........:".
               10 COLUMN PLUS 2 PIC 9(04) USING ESC-HORA-SAIDA.

       01 SS-TELA-IMPRESSAO FOREGROUND-COLOR 2.
           05 LINE 09 COLUMN 10 VALUE "FILIAL..............:".
           05 COLUMN PLUS 2 PIC 9(02) USING WS-FILIAL-IMPRESSAO.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
               10 COLUMN PLUS 2 TO WS-ERRO.

       copy screenio.

      *=================================================================
       procedure division.
      *=================================================================

       INICIO.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.
           SET ENVIRONMENT 'COB_SCREEN_ESC' TO 'Y'.
           SET ENVIRONMENT 'ESCDELAY' TO '25'.
           ACCEPT WS-NUML FROM LINES
           ACCEPT WS-NUMC FROM COLUMNS
           PERFORM ABRIR-ARQUIVOS
           PERFORM UNTIL E-ENCERRAR
               MOVE "ESCALA DE TURNOS" TO WS-OP
               MOVE "ESCOLHA A OPCAO" TO WS-STATUS
               MOVE SPACES TO WS-OPCAO
               DISPLAY SS-CLS
               ACCEPT SS-MENU
               EVALUATE TRUE
                   WHEN E-INCLUIR
                       PERFORM INCLUI THRU INCLUI-FIM
                   WHEN E-CONSULTAR
                       PERFORM CONSULTA THRU CONSULTA-FIM
                   WHEN E-ALTERAR
                       PERFORM ALTERA THRU ALTERA-FIM
                   WHEN E-EXCLUIR
                       PERFORM EXCLUI THRU EXCLUI-FIM
                   WHEN E-IMPRIMIR
                       PERFORM IMPRIME THRU IMPRIME-FIM
               END-EVALUATE
           END-PERFORM.

       FINALIZA.

       CLOSE ESCALA-FILE FILIAL-FILE FUNCIONARIO-FILE.
       GOBACK.

      * -----------------------------------

       INCLUI.
           MOVE "INCLUSAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.

           INCLUI-LOOP.
           MOVE SPACES TO ESC-REC.
           MOVE ZEROS TO ESC-FILIAL ESC-FUN-ID ESC-DIA-SEMANA
               ESC-HORA-ENTRADA ESC-HORA-SAIDA.
           DISPLAY SS-TELA-ESCALA.
           ACCEPT SS-TELA-ESCALA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INCLUI-FIM
           END-IF
           IF ESC-FILIAL EQUAL ZEROS OR ESC-FUN-ID EQUAL ZEROS
               MOVE "FAVOR INFORMAR FILIAL E FUNCIONARIO"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           IF ESC-DIA-SEMANA < 1 OR ESC-DIA-SEMANA > 7
               MOVE "DIA DA SEMANA DEVE SER DE 1 (DOM) A 7 (SAB)"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           PERFORM CONFERE-TURNO THRU CONFERE-TURNO-FIM.
           IF NOT HORARIO-VALIDO
               GO INCLUI-LOOP
           END-IF
           MOVE ESC-FILIAL TO FIL-CODIGO.
           READ FILIAL-FILE
           INVALID KEY
               MOVE "FILIAL NAO CADASTRADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-READ.
           MOVE ESC-FUN-ID TO FUN-ID.
           READ FUNCIONARIO-FILE
           INVALID KEY
               MOVE "FUNCIONARIO NAO CADASTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-READ.
           IF FUN-ATIVO-NAO
               MOVE "FUNCIONARIO DESATIVADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INCLUI-LOOP
           END-IF
           WRITE ESC-REC
           INVALID KEY
               MOVE "TURNO JA LANCADO - USE ALTERAR" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           NOT INVALID KEY
               MOVE "CADASTRO_ESCALA" TO WS-AUD-PROGRAMA
               MOVE "INCLUSAO" TO WS-AUD-OPERACAO
               MOVE ESC-FUN-ID TO WS-AUD-CHAVE
               CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
                   WS-AUD-OPERACAO WS-AUD-CHAVE
               MOVE "TURNO INCLUIDO" TO WS-STATUS
               DISPLAY SS-STATUS
           END-WRITE.
           GO INCLUI-LOOP.
       INCLUI-FIM.

      * -----------------------------------

       CONSULTA.
           MOVE "CONSULTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.

           CONSULTA-LOOP.
           MOVE SPACES TO ESC-REC.
           MOVE ZEROS TO ESC-FILIAL ESC-FUN-ID ESC-DIA-SEMANA.
           DISPLAY SS-TELA-ESCALA.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONSULTA-FIM
           END-IF
           READ ESCALA-FILE
           INVALID KEY
               MOVE "TURNO NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONSULTA-LOOP
           END-READ.
           DISPLAY SS-DADOS.
           MOVE "PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO CONSULTA-LOOP.
       CONSULTA-FIM.

      * -----------------------------------

       ALTERA.
           MOVE "ALTERACAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.

           ALTERA-LOOP.
           MOVE SPACES TO ESC-REC.
           MOVE ZEROS TO ESC-FILIAL ESC-FUN-ID ESC-DIA-SEMANA.
           DISPLAY SS-TELA-ESCALA.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO ALTERA-FIM
           END-IF
           READ ESCALA-FILE
           INVALID KEY
               MOVE "TURNO NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO ALTERA-LOOP
           END-READ.
           DISPLAY SS-DADOS.
           ACCEPT SS-DADOS.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO ALTERA-FIM
           END-IF
           PERFORM CONFERE-TURNO THRU CONFERE-TURNO-FIM.
           IF NOT HORARIO-VALIDO
               GO ALTERA-LOOP
           END-IF
           REWRITE ESC-REC.
           MOVE "CADASTRO_ESCALA" TO WS-AUD-PROGRAMA.
           MOVE "ALTERACAO" TO WS-AUD-OPERACAO.
           MOVE ESC-FUN-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE "TURNO ALTERADO" TO WS-STATUS.
           DISPLAY SS-STATUS.
           GO ALTERA-LOOP.
       ALTERA-FIM.

      * -----------------------------------
      * TIRA O TURNO DA ESCALA (FOLGA FIXA OU FUNCIONARIO QUE SAIU)

       EXCLUI.
           MOVE "EXCLUSAO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.

           EXCLUI-LOOP.
           MOVE SPACES TO ESC-REC.
           MOVE ZEROS TO ESC-FILIAL ESC-FUN-ID ESC-DIA-SEMANA.
           DISPLAY SS-TELA-ESCALA.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO EXCLUI-FIM
           END-IF
           READ ESCALA-FILE
           INVALID KEY
               MOVE "TURNO NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO EXCLUI-LOOP
           END-READ.
           DISPLAY SS-DADOS.
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A EXCLUSAO DO TURNO (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO EXCLUI-LOOP
           END-IF
           DELETE ESCALA-FILE
           INVALID KEY
               MOVE "ERRO AO EXCLUIR TURNO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
           NOT INVALID KEY
               MOVE "CADASTRO_ESCALA" TO WS-AUD-PROGRAMA
               MOVE "EXCLUSAO" TO WS-AUD-OPERACAO
               MOVE ESC-FUN-ID TO WS-AUD-CHAVE
               CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
                   WS-AUD-OPERACAO WS-AUD-CHAVE
               MOVE "TURNO EXCLUIDO" TO WS-STATUS
               DISPLAY SS-STATUS
           END-DELETE.
           GO EXCLUI-LOOP.
       EXCLUI-FIM.

      * -----------------------------------
      * ENTRADA E SAIDA EM HHMM VALIDOS E DIFERENTES (SAIDA MENOR QUE
      * A ENTRADA E TURNO QUE VIRA A MEIA-NOITE)

       CONFERE-TURNO.
           MOVE "N" TO WS-HORARIO-VALIDO.
           MOVE ESC-HORA-ENTRADA TO WS-HORA-CONFERE.
           IF WS-HC-HH > 23 OR WS-HC-MM > 59
               MOVE "HORA DE ENTRADA INVALIDA (HHMM)" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONFERE-TURNO-FIM
           END-IF
           MOVE ESC-HORA-SAIDA TO WS-HORA-CONFERE.
           IF WS-HC-HH > 23 OR WS-HC-MM > 59
               MOVE "HORA DE SAIDA INVALIDA (HHMM)" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONFERE-TURNO-FIM
           END-IF
           IF ESC-HORA-ENTRADA EQUAL ESC-HORA-SAIDA
               MOVE "ENTRADA E SAIDA IGUAIS" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONFERE-TURNO-FIM
           END-IF
           MOVE "S" TO WS-HORARIO-VALIDO.
       CONFERE-TURNO-FIM.

      * -----------------------------------
      * GRADE DA SEMANA DA FILIAL EM ESCALA_FILIAL.DAT: AS LINHAS DE
      * CADA FUNCIONARIO VEM JUNTAS NA CHAVE, UMA POR DIA

       IMPRIME.
           MOVE "IMPRESSAO DA ESCALA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE ZEROS TO WS-FILIAL-IMPRESSAO.
           DISPLAY SS-TELA-IMPRESSAO.
           ACCEPT SS-TELA-IMPRESSAO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO IMPRIME-FIM
           END-IF
           OPEN OUTPUT RELATORIO-FILE.
           MOVE SPACES TO RELATORIO-LINHA.
           MOVE "ESCALA SEMANAL DA FILIAL" TO RELATORIO-LINHA.
           MOVE WS-FILIAL-IMPRESSAO TO RELATORIO-LINHA(26:2).
           MOVE WS-FILIAL-IMPRESSAO TO FIL-CODIGO.
           READ FILIAL-FILE
           NOT INVALID KEY
               MOVE FIL-NOME TO RELATORIO-LINHA(30:40)
           END-READ.
           WRITE RELATORIO-LINHA.
           MOVE WS-CABECALHO TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE ZEROS TO WS-QTD-LINHAS.
           MOVE ZEROS TO WS-FUN-CORRENTE.
           MOVE WS-FILIAL-IMPRESSAO TO ESC-FILIAL.
           MOVE ZEROS TO ESC-FUN-ID ESC-DIA-SEMANA.
           MOVE ZEROS TO FS-STAT.
           START ESCALA-FILE KEY IS NOT LESS THAN ESC-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT
           END-START.

           IMPRIME-LOOP.
           IF FS-FIM
               MOVE ZEROS TO FS-STAT
               PERFORM GRAVA-LINHA-ESCALA
               CLOSE RELATORIO-FILE
               MOVE WS-FILIAL-IMPRESSAO TO WS-SPL-FILIAL
               CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
                   WS-SPL-ARQUIVO WS-SPL-FILIAL
               MOVE "ESCALA GRAVADA EM ESCALA_FILIAL.DAT - ENTER"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO IMPRIME-FIM
           END-IF
           READ ESCALA-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT
               GO IMPRIME-LOOP
           END-READ.
           IF ESC-FILIAL NOT EQUAL WS-FILIAL-IMPRESSAO
               MOVE 10 TO FS-STAT
               GO IMPRIME-LOOP
           END-IF
           IF ESC-FUN-ID NOT EQUAL WS-FUN-CORRENTE
               PERFORM GRAVA-LINHA-ESCALA
               MOVE ESC-FUN-ID TO WS-FUN-CORRENTE
               MOVE SPACES TO WS-LINHA
               MOVE ESC-FUN-ID TO WS-LIN-FUN
               MOVE ESC-FUN-ID TO FUN-ID
               READ FUNCIONARIO-FILE
               INVALID KEY
                   MOVE SPACES TO FUN-NOME
               END-READ
               MOVE FUN-NOME TO WS-LIN-NOME
           END-IF
           IF ESC-DIA-SEMANA > 0 AND ESC-DIA-SEMANA < 8
               MOVE ESC-HORA-ENTRADA
                   TO WS-LIN-ENTRADA(ESC-DIA-SEMANA)
               MOVE "-" TO WS-LIN-TRACO(ESC-DIA-SEMANA)
               MOVE ESC-HORA-SAIDA TO WS-LIN-SAIDA(ESC-DIA-SEMANA)
           END-IF
           GO IMPRIME-LOOP.
       IMPRIME-FIM.

      * -----------------------------------
      * GRAVA A LINHA DO FUNCIONARIO CORRENTE (SE HOUVER); DIA SEM
      * TURNO SAI COMO FOLGA

       GRAVA-LINHA-ESCALA.
           IF WS-FUN-CORRENTE EQUAL ZEROS
               GO GRAVA-LINHA-ESCALA-FIM
           END-IF
           MOVE 1 TO ESC-DIA-SEMANA.

           GRAVA-LINHA-ESCALA-DIA.
           IF WS-LIN-DIA-TXT(ESC-DIA-SEMANA) EQUAL SPACES
               MOVE "FOLGA" TO WS-LIN-DIA-TXT(ESC-DIA-SEMANA)
           END-IF
           ADD 1 TO ESC-DIA-SEMANA.
           IF ESC-DIA-SEMANA < 8
               GO GRAVA-LINHA-ESCALA-DIA
           END-IF
           MOVE WS-LINHA TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           ADD 1 TO WS-QTD-LINHAS.
       GRAVA-LINHA-ESCALA-FIM.

      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAIDA

       ABRIR-ARQUIVOS.
           OPEN I-O ESCALA-FILE
           IF FS-NAO-EXISTE THEN
               OPEN OUTPUT ESCALA-FILE
               CLOSE ESCALA-FILE
               OPEN I-O ESCALA-FILE
           END-IF.
           OPEN INPUT FILIAL-FILE.
           OPEN INPUT FUNCIONARIO-FILE.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS

       MOSTRA-ERRO.
           DISPLAY SS-ERRO
           ACCEPT SS-ERRO
           DISPLAY SS-STATUS.
