      * (UM TITULO POR LINHA, LARGURA FIXA) E GRAVA CADA UM EM FILE1
      * COM AS MESMAS REGRAS DE CHAVE/VALIDACAO DE REGISTRO_DE_FILMES,
      * PARA NAO PRECISAR DIGITAR QUARENTA TELAS NUM DIA DE LANCAMENTO.
      * QUANDO A LINHA TRAZ A FICHA TECNICA (ANO, DURACAO, DIRETOR,
      * ELENCO, SINOPSE), ELA VAI PARA FICHA_FILME.DAT JUNTO COM O
      * TITULO; LINHA NO DESENHO ANTIGO, SEM ESSES CAMPOS, SO GRAVA O
      * TITULO.
      *=================================================================
       environment division.
      *=================================================================
           file status is fs-stat-categoria
           record key is cat-key.

       select ficha-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-fic
           record key is fic-key.

       select relatorio-file
           assign to disk
           organization is line sequential
           02 ent-formato          pic x(01).
      * "S" = TITULO ANUNCIADO "EM BREVE" (AINDA SEM COPIAS)
           02 ent-em-breve         pic x(01).
      * FICHA TECNICA DO TITULO (OPCIONAL NO FEED)
           02 ent-ano              pic x(04).
           02 ent-duracao          pic x(03).
           02 ent-diretor          pic x(40).
           02 ent-ator-1           pic x(40).
           02 ent-ator-2           pic x(40).
           02 ent-ator-3           pic x(40).
           02 ent-ator-4           pic x(40).
           02 ent-sinopse          pic x(180).
      * DATA DE LANCAMENTO NA LOJA (AAAAMMDD, OPCIONAL NO FEED)
           02 ent-data-lancamento  pic x(08).

       fd file1 value of file-id is "lista_de_filmes.dat".
       copy filme.
       fd categoria-file value of file-id is "CATEGORIA.dat".
       copy categoria.

       fd ficha-file value of file-id is "FICHA_FILME.dat".
       copy ficha_filme.

       fd relatorio-file value of file-id is "IMPORTA_FILMES.log".
       01 relatorio-linha           pic x(80).

           88 fs-categoria-ok          value zeros.
           88 fs-categoria-nao-existe  value 35.

       77 fs-stat-fic          pic 9(02).
           88 fs-fic-nao-existe        value 35.

       77 fs-stat-rel          pic 9(02).

       77 ws-log-programa      pic x(20).
       77 ws-total-lidos       pic 9(05) value zeros.
       77 ws-total-gravados    pic 9(05) value zeros.
       77 ws-total-rejeitados  pic 9(05) value zeros.
       77 ws-total-fichas      pic 9(05) value zeros.
       77 ws-linha-motivo      pic x(60).

       01 ws-linha.
           DISPLAY "TITULOS LIDOS......: " WS-TOTAL-LIDOS.
           DISPLAY "TITULOS IMPORTADOS.: " WS-TOTAL-GRAVADOS.
           DISPLAY "TITULOS REJEITADOS.: " WS-TOTAL-REJEITADOS.
           DISPLAY "FICHAS TECNICAS....: " WS-TOTAL-FICHAS.
           PERFORM FINALIZA.
           STOP RUN.

           MOVE ENT-TAXA-DIARIA  TO FS-TAXA-DIARIA.
           MOVE 1                TO FS-FILIAL.
           MOVE "S"              TO FS-ATIVO.
      * SEM A DATA NO FEED, LANCA NO DIA DA IMPORTACAO; TITULO "EM
      * BREVE" SO GANHA A DATA QUANDO AS PRIMEIRAS COPIAS CHEGAM
           MOVE ZEROS TO FS-DATA-LANCAMENTO.
           IF ENT-DATA-LANCAMENTO IS NUMERIC
               MOVE ENT-DATA-LANCAMENTO TO FS-DATA-LANCAMENTO
           ELSE
               IF NOT FS-LANCAMENTO-EM-BREVE
                   ACCEPT FS-DATA-LANCAMENTO FROM DATE YYYYMMDD
               END-IF
           END-IF
           WRITE FILE1-REC
           INVALID KEY
               MOVE "IDENTIFICACAO JA CADASTRADA" TO WS-LINHA-MOTIVO
               GO PROCESSA-LINHA-FIM
           END-WRITE.
           ADD 1 TO WS-TOTAL-GRAVADOS.
           PERFORM GRAVA-FICHA THRU GRAVA-FICHA-FIM.
       PROCESSA-LINHA-FIM.

      * -----------------------------------
      * FICHA TECNICA DO TITULO RECEM-IMPORTADO, SE O FEED TROUXE

       GRAVA-FICHA.
           IF ENT-DIRETOR EQUAL SPACES
               AND ENT-ATOR-1 EQUAL SPACES
               AND ENT-SINOPSE EQUAL SPACES
               AND ENT-ANO IS NOT NUMERIC
               GO GRAVA-FICHA-FIM
           END-IF
           MOVE SPACES TO FIC-REC.
           MOVE FS-ID TO FIC-FILME-ID.
           MOVE ZEROS TO FIC-ANO FIC-DURACAO.
           IF ENT-ANO IS NUMERIC
               MOVE ENT-ANO TO FIC-ANO
           END-IF
           IF ENT-DURACAO IS NUMERIC
               MOVE ENT-DURACAO TO FIC-DURACAO
           END-IF
           MOVE ENT-DIRETOR TO FIC-DIRETOR.
           MOVE ENT-ATOR-1 TO FIC-ATOR-1.
           MOVE ENT-ATOR-2 TO FIC-ATOR-2.
           MOVE ENT-ATOR-3 TO FIC-ATOR-3.
           MOVE ENT-ATOR-4 TO FIC-ATOR-4.
           MOVE ENT-SINOPSE TO FIC-SINOPSE.
           WRITE FIC-REC
           INVALID KEY
               REWRITE FIC-REC
               END-REWRITE
           END-WRITE.
           ADD 1 TO WS-TOTAL-FICHAS.
       GRAVA-FICHA-FIM.

      * -----------------------------------
      * GRAVA UMA LINHA NO LOG DE IMPORTACAO PARA UM TITULO REJEITADO

               CLOSE ENTRADA-FILE FILE1
               STOP RUN
           END-IF.
           OPEN I-O FICHA-FILE.
           IF FS-FIC-NAO-EXISTE
               OPEN OUTPUT FICHA-FILE
               CLOSE FICHA-FILE
               OPEN I-O FICHA-FILE
           END-IF.
           OPEN OUTPUT RELATORIO-FILE.
       ABRIR-ARQUIVOS-FIM.

       FINALIZA.
           CLOSE ENTRADA-FILE FILE1 CATEGORIA-FILE FICHA-FILE
               RELATORIO-FILE.
