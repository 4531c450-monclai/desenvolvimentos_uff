       identification division.
       program-id. carga_estoque_filial.

      *=================================================================
      * CARGA INICIAL DO SALDO POR FILIAL (ESTOQUE_FILIAL.DAT). ATE
      * AQUI MERCADORIA.DAT SO TINHA O TOTAL DA REDE EM
      * FS-QTD-ESTOQUE; ESTE PASSO ABRE, PARA CADA ITEM QUE AINDA NAO
      * TEM NENHUMA LINHA DE FILIAL, A LINHA DA FILIAL 01 COM O TOTAL
      * INTEIRO. DAI EM DIANTE AS TRANSFERENCIAS (TRANSFERE_MERCADORIA)
      * E O AJUSTE DE INVENTARIO DE CADA LOJA ACERTAM A DIVISAO. PODE
      * RODAR DE NOVO SEM DOBRAR SALDO: ITEM JA CARREGADO E PULADO.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select mercadoria-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-mercadoria
           record key is fs-key.

       select estoque-filial-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-ef
           record key is ef-key.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd mercadoria-file value of file-id is "MERCADORIA.dat".
       copy mercadoria.

       fd estoque-filial-file value of file-id is "ESTOQUE_FILIAL.dat".
       copy estoque_filial.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-mercadoria   pic 9(02).
           88 fs-mercadoria-nao-existe value 35.

       77 fs-stat-ef           pic 9(02).
           88 fs-ef-nao-existe         value 35.

       77 ws-lidos             pic 9(07).
       77 ws-gravados          pic 9(07).
       77 ws-pulados           pic 9(07).

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           MOVE ZEROS TO WS-LIDOS WS-GRAVADOS WS-PULADOS.
           OPEN INPUT MERCADORIA-FILE.
           IF FS-MERCADORIA-NAO-EXISTE
               DISPLAY "MERCADORIA.DAT INEXISTENTE - PULADO"
               STOP RUN
           END-IF
           OPEN I-O ESTOQUE-FILIAL-FILE.
           IF FS-EF-NAO-EXISTE
               OPEN OUTPUT ESTOQUE-FILIAL-FILE
               CLOSE ESTOQUE-FILIAL-FILE
               OPEN I-O ESTOQUE-FILIAL-FILE
           END-IF.

           CARGA-LOOP.
           READ MERCADORIA-FILE NEXT RECORD
           AT END
               GO CARGA-FECHA
           END-READ.
           ADD 1 TO WS-LIDOS.

      * QUALQUER LINHA DO ITEM, EM QUALQUER FILIAL, JA CONTA COMO
      * CARREGADO
           MOVE FS-CODIGO TO EF-CODIGO.
           MOVE ZEROS TO EF-FILIAL.
           START ESTOQUE-FILIAL-FILE KEY IS NOT LESS THAN EF-KEY
           INVALID KEY
               GO CARGA-GRAVA
           END-START.
           READ ESTOQUE-FILIAL-FILE NEXT RECORD
           AT END
               GO CARGA-GRAVA
           END-READ.
           IF EF-CODIGO EQUAL FS-CODIGO
               ADD 1 TO WS-PULADOS
               GO CARGA-LOOP
           END-IF.

           CARGA-GRAVA.
           MOVE SPACES TO EF-REC.
           MOVE FS-CODIGO TO EF-CODIGO.
           MOVE 1 TO EF-FILIAL.
           MOVE FS-QTD-ESTOQUE TO EF-QTD-ESTOQUE.
           WRITE EF-REC
           INVALID KEY
               ADD 1 TO WS-PULADOS
           NOT INVALID KEY
               ADD 1 TO WS-GRAVADOS
           END-WRITE.
           GO CARGA-LOOP.

           CARGA-FECHA.
           CLOSE MERCADORIA-FILE.
           CLOSE ESTOQUE-FILIAL-FILE.
           DISPLAY "MERCADORIA LIDOS.: " WS-LIDOS
               "  GRAVADOS: " WS-GRAVADOS
               "  PULADOS: " WS-PULADOS.
           STOP RUN.
