       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTOQUE-FILIAL.

      *=================================================================
      * SUBROTINA CHAMAVEL DO SALDO DE MERCADORIA POR FILIAL
      * (ESTOQUE_FILIAL.DAT). QUEM MEXE NO ESTOQUE CONTINUA MEXENDO
      * NO TOTAL DA REDE (FS-QTD-ESTOQUE) E CHAMA ESTA ROTINA PARA A
      * FILIAL QUE VENDEU, RECEBEU OU DESPACHOU.
      *   "C" - CONSULTA O SALDO DE ES-CODIGO NA FILIAL ES-FILIAL
      *   "E" - ENTRADA: SOMA ES-QUANTIDADE AO SALDO (ABRE A LINHA SE
      *         A FILIAL AINDA NAO TINHA O ITEM)
      *   "S" - SAIDA: TIRA ES-QUANTIDADE DO SALDO
      * FILIAL ZERADA (REGISTRO ANTIGO, SEM FILIAL) VALE A FILIAL 01.
      * ES-SALDO VOLTA COM O SALDO DEPOIS DA OPERACAO. ES-RESULTADO:
      * "S" = FEITO, "N" = A FILIAL NAO TEM LINHA DO ITEM (CONSULTA,
      * SALDO ZERO), "I" = SAIDA MAIOR QUE O SALDO - BAIXA SO O QUE
      * HAVIA E O SALDO FICA ZERADO.
      *=================================================================
       ENVIRONMENT DIVISION.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT ESTOQUE-FILIAL-FILE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-EF
           RECORD KEY IS EF-KEY.

      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.

       FD ESTOQUE-FILIAL-FILE VALUE OF FILE-ID IS "ESTOQUE_FILIAL.dat".
       COPY estoque_filial.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

       77 WS-FS-EF             PIC 9(02).
           88 WS-EF-OK                 VALUE ZEROS.
           88 WS-EF-NAO-EXISTE         VALUE 35.

       77 WS-ACHOU-LINHA       PIC X(01).
           88 WS-TEM-LINHA             VALUE "S".

      *=================================================================
       LINKAGE SECTION.
      *=================================================================

       01 ES-OPERACAO          PIC X(01).
           88 ES-CONSULTA              VALUE "C".
           88 ES-ENTRADA               VALUE "E".
           88 ES-SAIDA                 VALUE "S".
       01 ES-CODIGO            PIC 9(05).
       01 ES-FILIAL            PIC 9(02).
       01 ES-QUANTIDADE        PIC 9(05).
       01 ES-SALDO             PIC 9(05).
       01 ES-RESULTADO         PIC X(01).

      *=================================================================
       PROCEDURE DIVISION USING ES-OPERACAO ES-CODIGO ES-FILIAL
           ES-QUANTIDADE ES-SALDO ES-RESULTADO.
      *=================================================================

       INICIO.
           MOVE "N" TO ES-RESULTADO.
           MOVE ZEROS TO ES-SALDO.
           IF ES-CONSULTA
               OPEN INPUT ESTOQUE-FILIAL-FILE
           ELSE
               OPEN I-O ESTOQUE-FILIAL-FILE
               IF WS-EF-NAO-EXISTE
                   OPEN OUTPUT ESTOQUE-FILIAL-FILE
                   CLOSE ESTOQUE-FILIAL-FILE
                   OPEN I-O ESTOQUE-FILIAL-FILE
               END-IF
           END-IF.
           IF NOT WS-EF-OK
               GO INICIO-FIM
           END-IF.

           MOVE SPACES TO EF-REC.
           MOVE ES-CODIGO TO EF-CODIGO.
           MOVE ES-FILIAL TO EF-FILIAL.
           IF EF-FILIAL EQUAL ZEROS
               MOVE 1 TO EF-FILIAL
           END-IF.
           MOVE "S" TO WS-ACHOU-LINHA.
           READ ESTOQUE-FILIAL-FILE
           INVALID KEY
               MOVE "N" TO WS-ACHOU-LINHA
               MOVE ZEROS TO EF-QTD-ESTOQUE
           END-READ.

           IF ES-CONSULTA
               IF WS-TEM-LINHA
                   MOVE EF-QTD-ESTOQUE TO ES-SALDO
                   MOVE "S" TO ES-RESULTADO
               END-IF
               CLOSE ESTOQUE-FILIAL-FILE
               GO INICIO-FIM
           END-IF.

           MOVE "S" TO ES-RESULTADO.
           IF ES-ENTRADA
               ADD ES-QUANTIDADE TO EF-QTD-ESTOQUE
           END-IF.
           IF ES-SAIDA
               IF ES-QUANTIDADE > EF-QTD-ESTOQUE
                   MOVE ZEROS TO EF-QTD-ESTOQUE
                   MOVE "I" TO ES-RESULTADO
               ELSE
                   SUBTRACT ES-QUANTIDADE FROM EF-QTD-ESTOQUE
               END-IF
           END-IF.
           IF WS-TEM-LINHA
               REWRITE EF-REC
           ELSE
               WRITE EF-REC
           END-IF.
           MOVE EF-QTD-ESTOQUE TO ES-SALDO.
           CLOSE ESTOQUE-FILIAL-FILE.
       INICIO-FIM.
           EXIT PROGRAM.
