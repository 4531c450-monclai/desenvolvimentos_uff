      * PREVISTA MAIS PROXIMA (ALUGUEL.DAT), E QUANTAS RESERVAS
      * PENDENTES EXISTEM NA FILA (RESERVA.DAT) - E DEPOIS FOLHEIA OS
      * OUTROS TITULOS DA MESMA CATEGORIA COM OS MESMOS NUMEROS.
      * A BUSCA POR PESSOA (ATOR OU DIRETOR, PELA FICHA TECNICA EM
      * FICHA_FILME.DAT) LISTA TODOS OS TITULOS EM QUE ELA APARECE,
      * UM POR LINHA, COM OS MESMOS NUMEROS DO PAINEL. O PAINEL
      * MOSTRA TAMBEM A MEDIA DAS NOTAS DOS CLIENTES (AVALIACAO.DAT)
      * E QUANTOS VOTOS ELA TEM.
      *=================================================================
       environment division.
      *=================================================================
           file status is fs-stat-copia
           record key is copia-key.

       select ficha-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-fic
           record key is fic-key.

       select avaliacao-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-avl
           record key is avl-key.

      *=================================================================
       data division.
      *=================================================================
       fd copia-file value of file-id is "COPIA.dat".
       copy copia.

       fd ficha-file value of file-id is "FICHA_FILME.dat".
       copy ficha_filme.

       fd avaliacao-file value of file-id is "AVALIACAO.dat".
       copy avaliacao.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 ws-opcao             pic x.
           88 e-consultar              value is "1".
           88 e-pessoa                 value is "2".
           88 e-encerrar               value is "X" "x".

       77 fs-stat-filme        pic 9(02).
       77 ws-qtd-dvd           pic 9(05).
       77 ws-qtd-vhs           pic 9(05).

      * TITULO EM BOX (BOX_TITULO.DAT): SO CONTA COMO DISPONIVEL O
      * JOGO COM TODOS OS DISCOS NO ESTOJO (CONFERE-BOX)
       77 ws-qtd-disp          pic 9(05).
       77 ws-titulo-box        pic x(01).
           88 titulo-em-box            value "S".
       77 ws-qtd-box-ok        pic 9(05).
       77 ws-bx-operacao       pic x(01).
       77 ws-bx-copia          pic x(13).
       77 ws-bx-filme          pic 9(11).
       77 ws-bx-disco          pic x(13).
       77 ws-bx-resultado      pic x(01).
       77 ws-bx-faltam         pic 9(02).

       77 fs-stat-fic          pic 9(02).
           88 fs-fic-nao-existe        value 35.
           88 fs-fic-fim               value 10.
       77 ws-campo-busca       pic x(40).
       77 ws-ind-ator          pic 9(01).
       77 ws-lin-tela          pic 999.
       77 ws-qtd-listados      pic 9(05).

      * MEDIA DAS NOTAS DE 1 A 5 DOS CLIENTES PARA O TITULO
       77 fs-stat-avl          pic 9(02).
           88 fs-avl-nao-existe        value 35.
       77 ws-qtd-votos         pic 9(05).
       77 ws-soma-notas        pic 9(07).
       77 ws-media-nota        pic 9v9.

       77 ws-numl              pic 999.
       77 ws-numc              pic 999.
       77 cor-fundo            pic 9       value 4.

       01 SS-MENU FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "1 - CONSULTAR DISPONIBILIDADE".
           05 LINE 08 COLUMN 15 VALUE "2 - BUSCAR POR ATOR/DIRETOR".
           05 LINE 09 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 11 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 11 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-BUSCA.
           05 LINE 08 COLUMN 10 VALUE "BUSCAR NO NOME DO TITULO:".
           05 COLUMN PLUS 2 PIC X(40) USING WS-TEXTO-BUSCA.

       01 SS-TELA-PESSOA.
           05 LINE 08 COLUMN 10 VALUE "ATOR OU DIRETOR:".
           05 COLUMN PLUS 2 PIC X(40) USING WS-TEXTO-BUSCA.

       01 SS-CABECALHO-LISTA.
           05 LINE 10 COLUMN 02 VALUE "TITULO".
           05 COLUMN 44 VALUE "ANO".
           05 COLUMN 50 VALUE "DISP.".
           05 COLUMN 56 VALUE "FORA".
           05 COLUMN 62 VALUE "PROX.DEVOL".
           05 COLUMN 74 VALUE "RESERV".

       01 SS-LINHA-LISTA.
           05 LINE WS-LIN-TELA COLUMN 02 PIC X(40) FROM FLM-NOME-FILME.
           05 COLUMN 44 PIC 9(04) FROM FIC-ANO.
           05 COLUMN 50 PIC ZZZZ9 FROM WS-QTD-DISP.
           05 COLUMN 56 PIC ZZZZ9 FROM WS-QTD-FORA.
           05 COLUMN 62 PIC 9(08) FROM WS-PROXIMA-PREVISTA.
           05 COLUMN 74 PIC ZZZZ9 FROM WS-QTD-RESERVAS.

       01 SS-TELA-PAINEL.
           05 LINE 10 COLUMN 10 VALUE "TITULO:".
           05 COLUMN PLUS 2 PIC X(40) FROM FLM-NOME-FILME.
           05 LINE 11 COLUMN 10 VALUE "CATEGORIA:".
           05 COLUMN PLUS 2 PIC X(40) FROM FLM-CATEGORIA.
           05 LINE 12 COLUMN 10 VALUE "COPIAS DISPONIVEIS:".
           05 COLUMN PLUS 2 PIC ZZZZ9 FROM WS-QTD-DISP.
           05 LINE 13 COLUMN 10 VALUE "COPIAS FORA (ALUGADAS):".
           05 COLUMN PLUS 2 PIC ZZZZ9 FROM WS-QTD-FORA.
           05 LINE 14 COLUMN 10 VALUE "PROXIMA DEVOLUCAO PREVISTA:".
           05 COLUMN PLUS 2 PIC ZZZZ9 FROM WS-QTD-DVD.
           05 LINE 17 COLUMN 10 VALUE "DISPONIVEIS EM VHS:".
           05 COLUMN PLUS 2 PIC ZZZZ9 FROM WS-QTD-VHS.
           05 LINE 18 COLUMN 10 VALUE "AVALIACAO DOS CLIENTES (1-5):".
           05 COLUMN PLUS 2 PIC 9.9 FROM WS-MEDIA-NOTA.
           05 COLUMN PLUS 2 VALUE "VOTOS:".
           05 COLUMN PLUS 1 PIC ZZZZ9 FROM WS-QTD-VOTOS.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               EVALUATE TRUE
                   WHEN E-CONSULTAR
                       PERFORM PAINEL THRU PAINEL-FIM
                   WHEN E-PESSOA
                       PERFORM BUSCA-PESSOA THRU BUSCA-PESSOA-FIM
               END-EVALUATE
           END-PERFORM.

       IF NOT FS-COPIA-NAO-EXISTE
           CLOSE COPIA-FILE
       END-IF.
       IF NOT FS-FIC-NAO-EXISTE
           CLOSE FICHA-FILE
       END-IF.
       IF NOT FS-AVL-NAO-EXISTE
           CLOSE AVALIACAO-FILE
       END-IF.
       GOBACK.

      * -----------------------------------
               MOVE "S" TO WS-ACHOU-TEXTO
           END-IF.

      * -----------------------------------
      * LISTA, PELA FICHA TECNICA, TODOS OS TITULOS ATIVOS EM QUE O
      * ATOR OU DIRETOR APARECE, COM A DISPONIBILIDADE DE CADA UM;
      * QUANDO A TELA ENCHE, ESPERA ENTER PARA A PROXIMA PAGINA

       BUSCA-PESSOA.
           MOVE "BUSCA POR PESSOA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           IF FS-FIC-NAO-EXISTE
               MOVE "NENHUMA FICHA TECNICA CADASTRADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO BUSCA-PESSOA-FIM
           END-IF
           MOVE SPACES TO WS-TEXTO-BUSCA.
           ACCEPT SS-TELA-PESSOA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               OR WS-TEXTO-BUSCA EQUAL SPACES
               GO BUSCA-PESSOA-FIM
           END-IF
           PERFORM CALCULA-TAMANHO-BUSCA.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           DISPLAY SS-CABECALHO-LISTA.
           MOVE 11 TO WS-LIN-TELA.
           MOVE ZEROS TO FIC-KEY.
           MOVE ZEROS TO FS-STAT-FIC.
           START FICHA-FILE KEY IS NOT LESS THAN FIC-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-FIC
           END-START.

           BUSCA-PESSOA-LOOP.
           IF FS-FIC-FIM
               MOVE ZEROS TO FS-STAT-FIC
               IF WS-QTD-LISTADOS EQUAL ZEROS
                   MOVE "NENHUM TITULO COM ESSA PESSOA" TO WS-MSGERRO
               ELSE
                   MOVE "FIM DA LISTA - PRESSIONE ENTER" TO WS-MSGERRO
               END-IF
               PERFORM MOSTRA-ERRO
               GO BUSCA-PESSOA-FIM
           END-IF
           READ FICHA-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-FIC
               GO BUSCA-PESSOA-LOOP
           END-READ.
           PERFORM TESTA-PESSOA THRU TESTA-PESSOA-FIM.
           IF NOT ACHOU-TEXTO
               GO BUSCA-PESSOA-LOOP
           END-IF
           MOVE FIC-FILME-ID TO FLM-ID.
           READ FILME-FILE
           INVALID KEY
               MOVE ZEROS TO FS-STAT-FILME
               GO BUSCA-PESSOA-LOOP
           END-READ.
           IF FLM-ATIVO-NAO
               GO BUSCA-PESSOA-LOOP
           END-IF
           IF WS-LIN-TELA > WS-NUML - 2
               MOVE "ENTER PARA MAIS - ESC PARA SAIR" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               IF COB-CRT-STATUS = COB-SCR-ESC
                   MOVE ZEROS TO FS-STAT-FIC
                   GO BUSCA-PESSOA-FIM
               END-IF
               DISPLAY SS-CLS
               DISPLAY SS-CABECALHO-LISTA
               MOVE 11 TO WS-LIN-TELA
           END-IF
           PERFORM CONTA-MOVIMENTO THRU CONTA-MOVIMENTO-FIM.
           DISPLAY SS-LINHA-LISTA.
           ADD 1 TO WS-LIN-TELA.
           ADD 1 TO WS-QTD-LISTADOS.
           GO BUSCA-PESSOA-LOOP.
       BUSCA-PESSOA-FIM.

      * -----------------------------------
      * A FICHA CORRENTE TEM O TEXTO BUSCADO NO DIRETOR OU EM ALGUM
      * NOME DO ELENCO?

       TESTA-PESSOA.
           MOVE FIC-DIRETOR TO WS-CAMPO-BUSCA.
           PERFORM TESTA-CAMPO THRU TESTA-CAMPO-FIM.
           IF ACHOU-TEXTO
               GO TESTA-PESSOA-FIM
           END-IF
           MOVE 1 TO WS-IND-ATOR.

           TESTA-PESSOA-ELENCO.
           IF WS-IND-ATOR > 4
               GO TESTA-PESSOA-FIM
           END-IF
           MOVE FIC-ATOR(WS-IND-ATOR) TO WS-CAMPO-BUSCA.
           PERFORM TESTA-CAMPO THRU TESTA-CAMPO-FIM.
           IF ACHOU-TEXTO
               GO TESTA-PESSOA-FIM
           END-IF
           ADD 1 TO WS-IND-ATOR.
           GO TESTA-PESSOA-ELENCO.
       TESTA-PESSOA-FIM.

      * -----------------------------------
      * TESTA SE WS-CAMPO-BUSCA CONTEM O TEXTO BUSCADO (COMO O
      * TESTA-NOME, SOBRE UM NOME DA FICHA)

       TESTA-CAMPO.
           MOVE "N" TO WS-ACHOU-TEXTO.
           IF WS-TAM-BUSCA EQUAL ZEROS
               GO TESTA-CAMPO-FIM
           END-IF
           COMPUTE WS-LIMITE-BUSCA = 41 - WS-TAM-BUSCA.
           IF WS-LIMITE-BUSCA < 1
               GO TESTA-CAMPO-FIM
           END-IF
           PERFORM TESTA-CAMPO-LOOP VARYING WS-POS-BUSCA
               FROM 1 BY 1
               UNTIL WS-POS-BUSCA > WS-LIMITE-BUSCA
                   OR ACHOU-TEXTO.
       TESTA-CAMPO-FIM.

       TESTA-CAMPO-LOOP.
           IF WS-CAMPO-BUSCA(WS-POS-BUSCA:WS-TAM-BUSCA)
               EQUAL WS-TEXTO-BUSCA(1:WS-TAM-BUSCA)
               MOVE "S" TO WS-ACHOU-TEXTO
           END-IF.

      * -----------------------------------
      * FOLHEIA OS DEMAIS TITULOS ATIVOS DA CATEGORIA DO PAINEL


       MOSTRA-PAINEL.
           PERFORM CONTA-MOVIMENTO THRU CONTA-MOVIMENTO-FIM.
           PERFORM MEDIA-AVALIACAO THRU MEDIA-AVALIACAO-FIM.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-PAINEL.

      * PAINEL PARA DE CONTAR VHS E DVD COMO UM POOL SO

       CONTA-FORMATOS.
           MOVE ZEROS TO WS-QTD-DVD WS-QTD-VHS WS-QTD-BOX-OK.
           MOVE FLM-QTD-DISPONIVEL TO WS-QTD-DISP.
           MOVE "N" TO WS-TITULO-BOX.
           IF FS-COPIA-NAO-EXISTE
               GO CONTA-FORMATOS-FIM
           END-IF
           CONTA-FORMATOS-LOOP.
           IF FS-COPIA-FIM
               MOVE ZEROS TO FS-STAT-COPIA
               IF TITULO-EM-BOX
                   MOVE WS-QTD-BOX-OK TO WS-QTD-DISP
               END-IF
               GO CONTA-FORMATOS-FIM
           END-IF
           READ COPIA-FILE NEXT RECORD
           IF COPIA-FILME-ID NOT EQUAL FLM-ID
               GO CONTA-FORMATOS-LOOP
           END-IF
           MOVE "C" TO WS-BX-OPERACAO.
           MOVE COPIA-BARCODE TO WS-BX-COPIA.
           MOVE COPIA-FILME-ID TO WS-BX-FILME.
           MOVE SPACES TO WS-BX-DISCO.
           CALL "CONFERE-BOX" USING WS-BX-OPERACAO WS-BX-COPIA
               WS-BX-FILME WS-BX-DISCO WS-BX-RESULTADO WS-BX-FALTAM.
           IF WS-BX-RESULTADO NOT EQUAL "N"
               MOVE "S" TO WS-TITULO-BOX
           END-IF
           IF WS-BX-RESULTADO EQUAL "I"
               GO CONTA-FORMATOS-LOOP
           END-IF
           ADD 1 TO WS-QTD-BOX-OK.
           EVALUATE TRUE
               WHEN FORMATO-DVD
                   ADD 1 TO WS-QTD-DVD
           END-IF.
       CONTA-RESERVA-FIM.

      * -----------------------------------
      * MEDIA E QUANTIDADE DE VOTOS DO TITULO CORRENTE - AS NOTAS DE
      * UM TITULO FICAM JUNTAS NO COMECO DA CHAVE DE AVALIACAO.DAT

       MEDIA-AVALIACAO.
           MOVE ZEROS TO WS-QTD-VOTOS WS-SOMA-NOTAS WS-MEDIA-NOTA.
           IF FS-AVL-NAO-EXISTE
               GO MEDIA-AVALIACAO-FIM
           END-IF
           MOVE FLM-ID TO AVL-FILME-ID.
           MOVE ZEROS TO AVL-CLIENTE-ID.
           START AVALIACAO-FILE KEY IS NOT LESS THAN AVL-KEY
           INVALID KEY
               MOVE ZEROS TO FS-STAT-AVL
               GO MEDIA-AVALIACAO-FIM
           END-START.

           MEDIA-AVALIACAO-LOOP.
           READ AVALIACAO-FILE NEXT RECORD
           AT END
               MOVE ZEROS TO FS-STAT-AVL
               GO MEDIA-AVALIACAO-CALCULA
           END-READ.
           IF AVL-FILME-ID NOT EQUAL FLM-ID
               GO MEDIA-AVALIACAO-CALCULA
           END-IF
           ADD 1 TO WS-QTD-VOTOS.
           ADD AVL-NOTA TO WS-SOMA-NOTAS.
           GO MEDIA-AVALIACAO-LOOP.

           MEDIA-AVALIACAO-CALCULA.
           IF WS-QTD-VOTOS > ZEROS
               COMPUTE WS-MEDIA-NOTA ROUNDED =
                   WS-SOMA-NOTAS / WS-QTD-VOTOS
           END-IF.
       MEDIA-AVALIACAO-FIM.

      * -----------------------------------
      * ABRE OS ARQUIVOS SOMENTE PARA LEITURA

           OPEN INPUT ALUGUEL-FILE.
           OPEN INPUT RESERVA-FILE.
           OPEN INPUT COPIA-FILE.
           OPEN INPUT FICHA-FILE.
           OPEN INPUT AVALIACAO-FILE.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
