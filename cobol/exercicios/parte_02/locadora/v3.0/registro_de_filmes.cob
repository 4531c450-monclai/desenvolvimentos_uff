           file status is fs-stat-filial
           record key is fil-key.

       select reposicao-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-rep
           record key is rep-key.

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
       fd filial-file value of file-id is "FILIAL.dat".
       copy filial.

       fd reposicao-file value of file-id is "REPOSICAO.dat".
       copy reposicao.

       fd ficha-file value of file-id is "FICHA_FILME.dat".
       copy ficha_filme.

       fd avaliacao-file value of file-id is "AVALIACAO.dat".
       copy avaliacao.

      *----------------------------------------------------------------- 
       working-storage section.
      *----------------------------------------------------------------- 
       77 fs-stat-filial       pic 9(02).
           88 fs-filial-ok             value zeros.

       77 fs-stat-rep          pic 9(02).
           88 fs-rep-ok                value zeros.
           88 fs-rep-nao-existe        value 35.

       77 fs-stat-fic          pic 9(02).
           88 fs-fic-ok                value zeros.
           88 fs-fic-nao-existe        value 35.
           88 fs-fic-fim               value 10.

       77 ws-tem-ficha         pic x.
           88 tem-ficha                value "S".
       77 ws-ind-ator          pic 9(01).

      * MEDIA DAS NOTAS DE 1 A 5 DOS CLIENTES (AVALIACAO.DAT)
       77 fs-stat-avl          pic 9(02).
           88 fs-avl-nao-existe        value 35.
       77 ws-qtd-votos         pic 9(05).
       77 ws-soma-notas        pic 9(07).
       77 ws-media-nota        pic 9v9.

      * VALOR DE REPOSICAO DO TITULO (REPOSICAO.DAT) - ZERO = VALE O
      * DA CATEGORIA OU O PADRAO DE TARIFA.DAT
       77 ws-valor-reposicao   pic 9(05)v99 value zeros.
      * PRECO DA COPIA USADA PARA O LOCATARIO (MESMA LINHA DE
      * REPOSICAO.DAT) - ZERO = TITULO NAO VENDIDO NO ALUGUEL
       77 ws-preco-seminovo    pic 9(05)v99 value zeros.

       77 ws-filial-valida     pic x.
           88 filial-valida            value "S".


       01 SS-MENU FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "1 - REGISTRAR FILME".
           05 LINE 08 COLUMN 15 VALUE "2 - CONSULTAR (ID OU PESSOA)".
           05 LINE 09 COLUMN 15 VALUE "3 - ALTERAR".
           05 LINE 10 COLUMN 15 VALUE "4 - EXCLUIR".
           05 LINE 11 COLUMN 15 VALUE "5 - LISTAR TODOS".
               10 COLUMN PLUS 2 PIC 99 USING fs-filial.
               10 LINE 17 COLUMN 10 VALUE "CLASSIF. ETARIA (0=LIVRE):".
               10 COLUMN PLUS 2 PIC 99 USING fs-classif-etaria.
               10 LINE 17 COLUMN 45 VALUE "LANCAMENTO:".
               10 COLUMN PLUS 2 PIC 9(08) USING fs-data-lancamento.
               10 LINE 18 COLUMN 10 VALUE "REPOSICAO (0=PADRAO):".
               10 COLUMN PLUS 2 PIC ZZZZ9.99 USING ws-valor-reposicao.
               10 LINE 18 COLUMN 45 VALUE "PRECO SEMINOVO:".
               10 COLUMN PLUS 2 PIC ZZZZ9.99 USING ws-preco-seminovo.

       01 SS-AVALIACAO.
           05 LINE 19 COLUMN 10 VALUE "AVALIACAO DOS CLIENTES (1-5):".
           05 COLUMN PLUS 2 PIC 9.9 FROM ws-media-nota.
           05 COLUMN PLUS 2 VALUE "VOTOS:".
           05 COLUMN PLUS 1 PIC ZZZZ9 FROM ws-qtd-votos.

       01 SS-DICA-CONSULTA.
           05 LINE 08 COLUMN 10
               VALUE "IDENTIFICACAO EM BRANCO = BUSCA POR ATOR/DIRETOR".

       01 SS-TELA-FICHA.
           05 LINE 08 COLUMN 10 VALUE "FICHA TECNICA:".
           05 COLUMN PLUS 2 PIC X(40) FROM fs-nome-filme.
           05 LINE 10 COLUMN 10 VALUE "ANO DE LANCAMENTO:".
           05 COLUMN PLUS 2 PIC 9(04) USING fic-ano.
           05 COLUMN PLUS 4 VALUE "DURACAO (MIN):".
           05 COLUMN PLUS 2 PIC ZZ9 USING fic-duracao.
           05 LINE 11 COLUMN 10 VALUE "DIRETOR:".
           05 COLUMN PLUS 2 PIC X(40) USING fic-diretor.
           05 LINE 12 COLUMN 10 VALUE "ELENCO:".
           05 COLUMN 20 PIC X(40) USING fic-ator-1.
           05 LINE 13 COLUMN 20 PIC X(40) USING fic-ator-2.
           05 LINE 14 COLUMN 20 PIC X(40) USING fic-ator-3.
           05 LINE 15 COLUMN 20 PIC X(40) USING fic-ator-4.
           05 LINE 16 COLUMN 10 VALUE "SINOPSE:".
           05 COLUMN 20 PIC X(60) USING fic-sinopse-1.
           05 LINE 17 COLUMN 20 PIC X(60) USING fic-sinopse-2.
           05 LINE 18 COLUMN 20 PIC X(60) USING fic-sinopse-3.

       01 SS-TELA-PESSOA.
           05 LINE 10 COLUMN 10 VALUE "ATOR OU DIRETOR:".
           05 COLUMN PLUS 2 PIC X(40) USING ws-texto-busca.

       01 SS-RESUMO-FICHA.
           05 LINE 20 COLUMN 10 VALUE "DIRETOR:".
           05 COLUMN PLUS 2 PIC X(40) FROM fic-diretor.
           05 COLUMN PLUS 2 VALUE "ANO:".
           05 COLUMN PLUS 1 PIC 9(04) FROM fic-ano.
           05 LINE 21 COLUMN 10 VALUE "ELENCO:".
           05 COLUMN PLUS 2 PIC X(40) FROM fic-ator-1.

       01 SS-TELA-LISTAGEM.
           05 LINE 10 COLUMN 10 VALUE "CATEGORIA (BRANCO = TODAS):".
           05 COLUMN PLUS 2 PIC X(40) USING ws-filtro-categoria.
    
       FINALIZA.
       
       CLOSE FILE1 CATEGORIA-FILE REPOSICAO-FILE FICHA-FILE.
       IF NOT FS-AVL-NAO-EXISTE
           CLOSE AVALIACAO-FILE
       END-IF.
       IF FS-FILIAL-OK
           CLOSE FILIAL-FILE
       END-IF.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO FILE1-REC.
           MOVE ZEROS TO WS-VALOR-REPOSICAO WS-PRECO-SEMINOVO.
           MOVE 1 TO FS-FILIAL.
           MOVE ZEROS TO FS-DATA-LANCAMENTO.

           INCLUI-LOOP.
           ACCEPT SS-TELA-REGISTRO.
           END-IF
           MOVE FS-QTD-TOTAL TO FS-QTD-DISPONIVEL.
           MOVE "S" TO FS-ATIVO.
      * SEM DATA INFORMADA, O TITULO LANCA NO DIA DO REGISTRO
           IF FS-DATA-LANCAMENTO EQUAL ZEROS
               ACCEPT FS-DATA-LANCAMENTO FROM DATE YYYYMMDD
           END-IF
           WRITE FILE1-REC
           INVALID KEY
               MOVE "REGISTRO JA REALIZADO" TO WS-MSGERRO
               MOVE "INCLUSAO" TO WS-AUD-OPERACAO
               CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
                   WS-AUD-OPERACAO FS-ID
               PERFORM GRAVA-REPOSICAO THRU GRAVA-REPOSICAO-FIM
               PERFORM EDITA-FICHA THRU EDITA-FICHA-FIM
           END-WRITE.
           GO INCLUI.
       INCLUI-FIM.
           DISPLAY SS-CLS.
           CONSULTA-LOOP.
           MOVE SPACES TO FILE1-REC.
           MOVE ZEROS TO WS-VALOR-REPOSICAO WS-PRECO-SEMINOVO.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-DICA-CONSULTA.
           ACCEPT SS-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONSULTA-FIM
           END-IF
      * SEM O FS-ID, O CLIENTE SO LEMBRA DE QUEM ESTA NO FILME
           IF FS-ID NOT NUMERIC OR FS-ID EQUAL ZEROS
               PERFORM PESQUISA-PESSOA THRU PESQUISA-PESSOA-FIM
               DISPLAY SS-CLS
               GO CONSULTA-LOOP
           END-IF
           READ FILE1
           INVALID KEY
               MOVE "REGISTRO NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONSULTA-LOOP
           END-READ.
           IF FS-DATA-LANCAMENTO NOT NUMERIC
               MOVE ZEROS TO FS-DATA-LANCAMENTO
           END-IF
           PERFORM LE-REPOSICAO THRU LE-REPOSICAO-FIM.
           DISPLAY SS-DADOS.
           PERFORM MEDIA-AVALIACAO THRU MEDIA-AVALIACAO-FIM.
           DISPLAY SS-AVALIACAO.
           MOVE "PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           PERFORM LE-FICHA THRU LE-FICHA-FIM.
           IF TEM-FICHA
               DISPLAY SS-CLS
               DISPLAY SS-TELA-FICHA
               MOVE "PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               DISPLAY SS-CLS
           END-IF
           GO CONSULTA-LOOP.
       CONSULTA-FIM.

           DISPLAY SS-CLS.
           ALTERA-LOOP.
           MOVE SPACES TO FILE1-REC.
           MOVE ZEROS TO WS-VALOR-REPOSICAO WS-PRECO-SEMINOVO.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-CLIENTE THRU LE-CLIENTE-FIM.
           IF FS-CANCELA
               GO TO ALTERA-FIM
           END-IF
           IF FS-OK
               PERFORM LE-REPOSICAO THRU LE-REPOSICAO-FIM
               ACCEPT SS-DADOS
               IF COB-CRT-STATUS = COB-SCR-ESC
               GO ALTERA-LOOP
           MOVE "ALTERACAO" TO WS-AUD-OPERACAO
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO FS-ID
           PERFORM GRAVA-REPOSICAO THRU GRAVA-REPOSICAO-FIM
           PERFORM EDITA-FICHA THRU EDITA-FICHA-FIM
           DISPLAY SS-CLS
           END-REWRITE.
           GO ALTERA-LOOP.
       ALTERA-FIM.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO FILE1-REC.
           MOVE ZEROS TO WS-VALOR-REPOSICAO WS-PRECO-SEMINOVO.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-CLIENTE THRU LE-CLIENTE-FIM.
           IF FS-CANCELA
           IF NOT FS-OK
               GO EXCLUI
           END-IF
           PERFORM LE-REPOSICAO THRU LE-REPOSICAO-FIM.
           DISPLAY SS-DADOS.
           IF FS-ATIVO-NAO
               MOVE "FILME JA ESTA DESATIVADO" TO WS-MSGERRO
               AND FS-CATEGORIA NOT EQUAL WS-FILTRO-CATEGORIA
               GO LISTA-TODOS-LOOP
           END-IF
           PERFORM LE-REPOSICAO THRU LE-REPOSICAO-FIM.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-DADOS.
           IF NOT ACHOU-TEXTO
               GO PESQUISA-LOOP
           END-IF
           PERFORM LE-REPOSICAO THRU LE-REPOSICAO-FIM.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-DADOS.
               MOVE "S" TO WS-ACHOU-TEXTO
           END-IF.

      * -----------------------------------
      * PROCURA POR PARTE DO NOME DE UM ATOR OU DIRETOR NAS FICHAS
      * TECNICAS E MOSTRA CADA TITULO ATIVO EM QUE A PESSOA APARECE,
      * COM AS COPIAS DISPONIVEIS NO MOMENTO

       PESQUISA-PESSOA.
           MOVE "BUSCA POR PESSOA" TO WS-OP.
           DISPLAY SS-CLS.
           MOVE SPACES TO WS-TEXTO-BUSCA.
           ACCEPT SS-TELA-PESSOA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               OR WS-TEXTO-BUSCA EQUAL SPACES
               GO PESQUISA-PESSOA-SAI
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TEXTO-BUSCA))
               TO WS-TEXTO-BUSCA.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-TEXTO-BUSCA))
               TO WS-TAM-BUSCA.
           MOVE ZEROS TO FIC-KEY.
           START FICHA-FILE KEY IS NOT LESS THAN FIC-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-FIC
           END-START.

           PESQUISA-PESSOA-LOOP.
           IF FS-FIC-FIM
               MOVE ZEROS TO FS-STAT-FIC
               MOVE "FIM DA PESQUISA - PRESSIONE ENTER" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO PESQUISA-PESSOA-SAI
           END-IF
           READ FICHA-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-FIC
               GO PESQUISA-PESSOA-LOOP
           END-READ.
           PERFORM TESTA-PESSOA THRU TESTA-PESSOA-FIM.
           IF NOT ACHOU-TEXTO
               GO PESQUISA-PESSOA-LOOP
           END-IF
           MOVE FIC-FILME-ID TO FS-ID.
           READ FILE1
           INVALID KEY
               MOVE ZEROS TO FS-STAT
               GO PESQUISA-PESSOA-LOOP
           END-READ.
           IF FS-ATIVO-NAO
               GO PESQUISA-PESSOA-LOOP
           END-IF
           PERFORM LE-REPOSICAO THRU LE-REPOSICAO-FIM.
           DISPLAY SS-CLS.
           DISPLAY SS-TELA-REGISTRO.
           DISPLAY SS-DADOS.
           DISPLAY SS-RESUMO-FICHA.
           MOVE "ENTER PARA PROXIMO - ESC PARA SAIR" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               MOVE ZEROS TO FS-STAT-FIC
               GO PESQUISA-PESSOA-SAI
           END-IF
           GO PESQUISA-PESSOA-LOOP.

           PESQUISA-PESSOA-SAI.
           MOVE "CONSULTA" TO WS-OP.
       PESQUISA-PESSOA-FIM.

      * -----------------------------------
      * A FICHA CORRENTE TEM O TEXTO BUSCADO NO DIRETOR OU EM ALGUM
      * NOME DO ELENCO?

       TESTA-PESSOA.
           MOVE FUNCTION UPPER-CASE(FIC-DIRETOR) TO WS-CAMPO-BUSCA.
           PERFORM CONTEM-TEXTO THRU CONTEM-TEXTO-FIM.
           IF ACHOU-TEXTO
               GO TESTA-PESSOA-FIM
           END-IF
           MOVE 1 TO WS-IND-ATOR.

           TESTA-PESSOA-ELENCO.
           IF WS-IND-ATOR > 4
               GO TESTA-PESSOA-FIM
           END-IF
           MOVE FUNCTION UPPER-CASE(FIC-ATOR(WS-IND-ATOR))
               TO WS-CAMPO-BUSCA.
           PERFORM CONTEM-TEXTO THRU CONTEM-TEXTO-FIM.
           IF ACHOU-TEXTO
               GO TESTA-PESSOA-FIM
           END-IF
           ADD 1 TO WS-IND-ATOR.
           GO TESTA-PESSOA-ELENCO.
       TESTA-PESSOA-FIM.

      * -----------------------------------
      * LE CLIENTE E MOSTRA MENSAGEM SE CHAVE NÃO EXISTE

               MOVE "REGISTRO NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               END-READ
      * TITULO GRAVADO ANTES DA DATA DE LANCAMENTO TRAZ ESPACOS
               IF FS-DATA-LANCAMENTO NOT NUMERIC
                   MOVE ZEROS TO FS-DATA-LANCAMENTO
               END-IF
               ELSE
                   MOVE 99 to FS-STAT
           END-IF.

       LE-CLIENTE-FIM.

      * -----------------------------------
      * VALOR DE REPOSICAO DO TITULO CORRENTE, GUARDADO FORA DO
      * CATALOGO (REPOSICAO.DAT) PARA O REGISTRO NAO MUDAR DE TAMANHO

       LE-REPOSICAO.
           MOVE ZEROS TO WS-VALOR-REPOSICAO WS-PRECO-SEMINOVO.
           MOVE FS-ID TO REP-FILME-ID.
           READ REPOSICAO-FILE
           INVALID KEY
               MOVE ZEROS TO FS-STAT-REP
           NOT INVALID KEY
               MOVE REP-VALOR TO WS-VALOR-REPOSICAO
               IF REP-PRECO-SEMINOVO IS NUMERIC
                   MOVE REP-PRECO-SEMINOVO TO WS-PRECO-SEMINOVO
               END-IF
           END-READ.
       LE-REPOSICAO-FIM.

      * -----------------------------------
      * GRAVA O VALOR DE REPOSICAO E O PRECO DE SEMINOVO INFORMADOS
      * NA TELA; OS DOIS EM ZERO APAGAM A LINHA E O TITULO VOLTA AO
      * VALOR DA CATEGORIA

       GRAVA-REPOSICAO.
           MOVE FS-ID TO REP-FILME-ID.
           READ REPOSICAO-FILE
           INVALID KEY
               MOVE ZEROS TO FS-STAT-REP
               IF WS-VALOR-REPOSICAO > ZEROS
                   OR WS-PRECO-SEMINOVO > ZEROS
                   MOVE SPACES TO REP-REC
                   MOVE FS-ID TO REP-FILME-ID
                   MOVE WS-VALOR-REPOSICAO TO REP-VALOR
                   MOVE WS-PRECO-SEMINOVO TO REP-PRECO-SEMINOVO
                   WRITE REP-REC
                   END-WRITE
               END-IF
           NOT INVALID KEY
               IF WS-VALOR-REPOSICAO > ZEROS
                   OR WS-PRECO-SEMINOVO > ZEROS
                   MOVE WS-VALOR-REPOSICAO TO REP-VALOR
                   MOVE WS-PRECO-SEMINOVO TO REP-PRECO-SEMINOVO
                   REWRITE REP-REC
                   END-REWRITE
               ELSE
                   DELETE REPOSICAO-FILE
                   END-DELETE
               END-IF
           END-READ.
       GRAVA-REPOSICAO-FIM.

      * -----------------------------------
      * FICHA TECNICA DO TITULO CORRENTE (FICHA_FILME.DAT); SEM
      * FICHA, DEVOLVE O REGISTRO EM BRANCO PARA A TELA

       LE-FICHA.
           MOVE "N" TO WS-TEM-FICHA.
           MOVE SPACES TO FIC-REC.
           MOVE ZEROS TO FIC-ANO FIC-DURACAO.
           MOVE FS-ID TO FIC-FILME-ID.
           READ FICHA-FILE
           INVALID KEY
               MOVE SPACES TO FIC-REC
               MOVE ZEROS TO FIC-ANO FIC-DURACAO
               MOVE FS-ID TO FIC-FILME-ID
               MOVE ZEROS TO FS-STAT-FIC
           NOT INVALID KEY
               MOVE "S" TO WS-TEM-FICHA
           END-READ.
       LE-FICHA-FIM.

      * -----------------------------------
      * MEDIA E QUANTIDADE DE VOTOS DO TITULO CORRENTE, DADOS PELOS
      * CLIENTES NA DEVOLUCAO (AVALIACAO.DAT, CHAVE TITULO + CLIENTE)

       MEDIA-AVALIACAO.
           MOVE ZEROS TO WS-QTD-VOTOS WS-SOMA-NOTAS WS-MEDIA-NOTA.
           IF FS-AVL-NAO-EXISTE
               GO MEDIA-AVALIACAO-FIM
           END-IF
           MOVE FS-ID TO AVL-FILME-ID.
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
           IF AVL-FILME-ID NOT EQUAL FS-ID
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
      * TELA DA FICHA TECNICA DEPOIS DA INCLUSAO/ALTERACAO DO TITULO;
      * ESC DEIXA A FICHA COMO ESTAVA

       EDITA-FICHA.
           PERFORM LE-FICHA THRU LE-FICHA-FIM.
           DISPLAY SS-CLS.
           ACCEPT SS-TELA-FICHA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO EDITA-FICHA-FIM
           END-IF
           IF TEM-FICHA
               REWRITE FIC-REC
               END-REWRITE
           ELSE
               WRITE FIC-REC
               END-WRITE
           END-IF.
       EDITA-FICHA-FIM.

      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAÍDA

                   WS-LOG-OPERACAO FS-STAT-CATEGORIA
           END-IF.
           OPEN INPUT FILIAL-FILE.
           OPEN I-O REPOSICAO-FILE
           IF FS-REP-NAO-EXISTE THEN
               OPEN OUTPUT REPOSICAO-FILE
               CLOSE REPOSICAO-FILE
               OPEN I-O REPOSICAO-FILE
           END-IF.
           OPEN I-O FICHA-FILE
           IF FS-FIC-NAO-EXISTE THEN
               OPEN OUTPUT FICHA-FILE
               CLOSE FICHA-FILE
               OPEN I-O FICHA-FILE
           END-IF.
           OPEN INPUT AVALIACAO-FILE.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
