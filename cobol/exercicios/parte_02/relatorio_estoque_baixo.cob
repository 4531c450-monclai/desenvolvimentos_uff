      * O LIMIAR E CONFIGURAVEL PELA VARIAVEL DE AMBIENTE
      * LIMIAR_ESTOQUE; SE NAO ESTIVER DEFINIDA (OU NAO FOR NUMERICA),
      * ASSUME O PADRAO DE WS-LIMIAR-DEFAULT.
      *
      * A MERCADORIA E CONFERIDA FILIAL POR FILIAL PELO SALDO DE
      * ESTOQUE_FILIAL.DAT (UM ALERTA POR ITEM E LOJA). ITEM SEM
      * NENHUMA LINHA DE FILIAL (OU SEM O ARQUIVO NO AR) CAI NO TOTAL
      * DA REDE EM FS-QTD-ESTOQUE, COMO ANTES.
      *=================================================================
       environment division.
      *=================================================================
           file status is fs-stat-merc
           record key is fs-key.

       select estoque-filial-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-ef
           record key is ef-key.

       select relatorio-file
           assign to disk
           organization is line sequential
       fd mercadoria-file value of file-id is "MERCADORIA.dat".
       copy mercadoria.

       fd estoque-filial-file value of file-id is "ESTOQUE_FILIAL.dat".
       copy estoque_filial.

       fd relatorio-file value of file-id is "ESTOQUE_BAIXO.dat".
       01 relatorio-linha             pic x(80).

           88 fs-merc-nao-existe       value 35.
           88 fs-merc-fim              value 10.

       77 fs-stat-ef           pic 9(02).
           88 fs-ef-ok                 value zeros.

       77 ws-linhas-filial     pic 9(03).

       01 ws-tipo-filial.
           02 filler               pic x(09) value "MERC FIL ".
           02 ws-tipo-fil-num      pic 9(02).

       77 fs-stat-rel          pic 9(02).
           88 fs-rel-ok                value zeros.

           02 filler               pic x(02) value spaces.
           02 ws-lin-limiar        pic zzzz9.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_estoque_baixo".
           02 ws-spl-arquivo       pic x(30)
               value "ESTOQUE_BAIXO.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           END-IF.

           OPEN INPUT MERCADORIA-FILE.
           OPEN INPUT ESTOQUE-FILIAL-FILE.
           IF NOT FS-MERC-NAO-EXISTE
               PERFORM PROCESSA-MERCADORIA THRU PROCESSA-MERCADORIA-FIM
                   UNTIL FS-MERC-FIM
               CLOSE MERCADORIA-FILE
           END-IF.
           IF FS-EF-OK
               CLOSE ESTOQUE-FILIAL-FILE
           END-IF.

           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           DISPLAY "LIMIAR DE REPOSICAO USADO...: " WS-LIMIAR-ESTOQUE.
           DISPLAY "TOTAL DE ALERTAS DE ESTOQUE.: " WS-TOTAL-ALERTAS.
           STOP RUN.

      * -----------------------------------
      * VERIFICA CADA MERCADORIA ATIVA CUJA QUANTIDADE EM ESTOQUE
      * ESTA ABAIXO DO LIMIAR DE REPOSICAO, EM CADA FILIAL QUE TEM
      * SALDO ABERTO DO ITEM

       PROCESSA-MERCADORIA.
           READ MERCADORIA-FILE
               MOVE 10 TO FS-STAT-MERC
               GO PROCESSA-MERCADORIA-FIM
           END-READ.
           IF NOT FS-ATIVO-SIM
               GO PROCESSA-MERCADORIA-FIM
           END-IF
           MOVE ZEROS TO WS-LINHAS-FILIAL.
           IF FS-EF-OK
               PERFORM PROCESSA-FILIAIS THRU PROCESSA-FILIAIS-FIM
           END-IF
           IF WS-LINHAS-FILIAL EQUAL ZEROS
               AND FS-QTD-ESTOQUE < WS-LIMIAR-ESTOQUE
               MOVE SPACES TO WS-LINHA
               MOVE "MERCADORIA"     TO WS-LIN-TIPO
               MOVE FS-DESCRICAO     TO WS-LIN-DESCRICAO
           END-IF.
       PROCESSA-MERCADORIA-FIM.

      * -----------------------------------
      * PERCORRE AS LINHAS DE ESTOQUE_FILIAL.DAT DO ITEM CORRENTE E
      * ALERTA CADA FILIAL ABAIXO DO LIMIAR

       PROCESSA-FILIAIS.
           MOVE FS-CODIGO TO EF-CODIGO.
           MOVE ZEROS TO EF-FILIAL.
           START ESTOQUE-FILIAL-FILE KEY IS NOT LESS THAN EF-KEY
           INVALID KEY
               GO PROCESSA-FILIAIS-FIM
           END-START.

           PROCESSA-FILIAIS-LOOP.
           READ ESTOQUE-FILIAL-FILE NEXT RECORD
           AT END
               GO PROCESSA-FILIAIS-FIM
           END-READ.
           IF EF-CODIGO NOT EQUAL FS-CODIGO
               GO PROCESSA-FILIAIS-FIM
           END-IF
           ADD 1 TO WS-LINHAS-FILIAL.
           IF EF-QTD-ESTOQUE < WS-LIMIAR-ESTOQUE
               MOVE SPACES TO WS-LINHA
               MOVE EF-FILIAL        TO WS-TIPO-FIL-NUM
               MOVE WS-TIPO-FILIAL   TO WS-LIN-TIPO
               MOVE FS-DESCRICAO     TO WS-LIN-DESCRICAO
               MOVE EF-QTD-ESTOQUE   TO WS-LIN-QTD
               PERFORM GRAVA-LINHA
           END-IF.
           GO PROCESSA-FILIAIS-LOOP.
       PROCESSA-FILIAIS-FIM.

      * -----------------------------------
      * MONTA E GRAVA UMA LINHA DO ALERTA DE REPOSICAO

