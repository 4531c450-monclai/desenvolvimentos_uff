       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXA-ATIVO.

      *=================================================================
      * SUBROTINA CHAMAVEL QUE FECHA O BEM DE UMA COPIA NO REGISTRO DO
      * ACERVO (AQUISICAO.DAT) QUANDO A COPIA SAI DO ACERVO (BAIXA
      * PARA SEMINOVOS, AJUSTE DE ESTOQUE APROVADO). O QUE AINDA NAO
      * TINHA SIDO DEPRECIADO (CUSTO - DEPRECIACAO ACUMULADA) VIRA
      * PERDA: FICA NO PROPRIO BEM E EM UMA LINHA TIPO "P" DE
      * DEPRECIACAO.DAT NO MES DA BAIXA, PARA O DRE_MENSAL. COPIA SEM
      * CUSTO DE AQUISICAO REGISTRADO (CADASTRADA A MAO) OU JA
      * BAIXADA DEVOLVE BA-VALOR-PERDA ZERADO E NAO GRAVA NADA.
      *=================================================================
       ENVIRONMENT DIVISION.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT AQUISICAO-FILE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-AQ
           RECORD KEY IS AQ-KEY.

       SELECT DEPRECIACAO-FILE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-DEP
           RECORD KEY IS DEP-KEY.

      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.

       FD AQUISICAO-FILE VALUE OF FILE-ID IS "AQUISICAO.dat".
       COPY aquisicao.

       FD DEPRECIACAO-FILE VALUE OF FILE-ID IS "DEPRECIACAO.dat".
       COPY depreciacao.

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

       77 WS-FS-AQ             PIC 9(02).
           88 WS-AQ-OK                 VALUE ZEROS.
       77 WS-FS-DEP            PIC 9(02).
           88 WS-DEP-NAO-EXISTE        VALUE 35.

       77 WS-DATA-HOJE         PIC 9(08).

      *=================================================================
       LINKAGE SECTION.
      *=================================================================

       01 BA-BARCODE           PIC X(13).
       01 BA-FILIAL            PIC 9(02).
       01 BA-VALOR-PERDA       PIC 9(05)V99.

      *=================================================================
       PROCEDURE DIVISION USING BA-BARCODE BA-FILIAL BA-VALOR-PERDA.
      *=================================================================

       INICIO.
           MOVE ZEROS TO BA-VALOR-PERDA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           OPEN I-O AQUISICAO-FILE.
           IF NOT WS-AQ-OK
               GO INICIO-FIM
           END-IF.
           MOVE BA-BARCODE TO AQ-BARCODE.
           READ AQUISICAO-FILE
           INVALID KEY
               CLOSE AQUISICAO-FILE
               GO INICIO-FIM
           END-READ.
           IF AQ-BAIXADO
               CLOSE AQUISICAO-FILE
               GO INICIO-FIM
           END-IF
      * BEM GRAVADO ANTES DOS CAMPOS DE DEPRECIACAO TEM ESPACOS NELES
           IF AQ-DEPREC-ACUM NOT NUMERIC
               MOVE ZEROS TO AQ-DEPREC-ACUM
           END-IF
           IF AQ-MES-DEPREC NOT NUMERIC
               MOVE ZEROS TO AQ-MES-DEPREC
           END-IF
           IF AQ-CUSTO > AQ-DEPREC-ACUM
               COMPUTE BA-VALOR-PERDA = AQ-CUSTO - AQ-DEPREC-ACUM
           END-IF.
           MOVE "B" TO AQ-SITUACAO.
           MOVE WS-DATA-HOJE TO AQ-DATA-BAIXA.
           MOVE BA-VALOR-PERDA TO AQ-VALOR-PERDA.
           REWRITE AQ-REC.
           CLOSE AQUISICAO-FILE.

           IF BA-VALOR-PERDA EQUAL ZEROS
               GO INICIO-FIM
           END-IF
           OPEN I-O DEPRECIACAO-FILE.
           IF WS-DEP-NAO-EXISTE
               OPEN OUTPUT DEPRECIACAO-FILE
               CLOSE DEPRECIACAO-FILE
               OPEN I-O DEPRECIACAO-FILE
           END-IF.
           MOVE SPACES TO DEP-REC.
           MOVE WS-DATA-HOJE(1:6) TO DEP-MES.
           MOVE BA-BARCODE TO DEP-BARCODE.
           MOVE "P" TO DEP-TIPO.
           MOVE AQ-FILME-ID TO DEP-FILME-ID.
           MOVE BA-FILIAL TO DEP-FILIAL.
           MOVE BA-VALOR-PERDA TO DEP-VALOR.
           MOVE WS-DATA-HOJE TO DEP-DATA.
           WRITE DEP-REC
           INVALID KEY
               REWRITE DEP-REC
           END-WRITE.
           CLOSE DEPRECIACAO-FILE.
       INICIO-FIM.
           EXIT PROGRAM.
