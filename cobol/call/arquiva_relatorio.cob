       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQUIVA-RELATORIO.

      *=================================================================
      * SUBROTINA CHAMAVEL QUE GUARDA NO SPOOL UM RELATORIO RECEM
      * FECHADO PELO PROGRAMA CHAMADOR. O RELATORIO CONTINUA NO SEU
      * .DAT FIXO (QUE A PROXIMA RODADA REESCREVE); AQUI ELE E COPIADO
      * LINHA A LINHA PARA SPOOL_AAAAMMDD_NNNNNNNNN.DAT (DIA DE NEGOCIO
      * E NUMERO DO SPOOL) E REGISTRADO NO INDICE SPOOL.DAT COM O
      * PROGRAMA, A DATA E HORA DA RODADA, O DIA DE NEGOCIO, A FILIAL
      * E O OPERADOR, PARA QUE O RELATORIO DE QUALQUER DIA POSSA SER
      * REIMPRESSO TAL COMO SAIU.
      *=================================================================
       ENVIRONMENT DIVISION.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT DIA-FILE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-DIA
           RECORD KEY IS DIA-CHAVE.

       SELECT SPOOL-FILE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-SPL
           RECORD KEY IS SPL-KEY
           ALTERNATE RECORD KEY IS SPL-CHAVE-REL WITH DUPLICATES.

       SELECT ORIGEM-FILE
           ASSIGN TO WS-NOME-ORIGEM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-ORI.

       SELECT COPIA-FILE
           ASSIGN TO WS-NOME-COPIA
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-COP.

      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.

       FD DIA-FILE VALUE OF FILE-ID IS "DATA_NEGOCIO.dat".
       COPY dia_negocio.

       FD SPOOL-FILE VALUE OF FILE-ID IS "SPOOL.dat".
       COPY spool.

       FD ORIGEM-FILE.
       01 ORIGEM-LINHA         PIC X(250).

       FD COPIA-FILE.
       01 COPIA-LINHA          PIC X(250).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

       77 WS-FS-DIA            PIC 9(02).
           88 WS-DIA-OK                VALUE ZEROS.
       77 WS-FS-SPL            PIC 9(02).
           88 WS-SPL-OK                VALUE ZEROS.
           88 WS-SPL-NAO-EXISTE        VALUE 35.
       77 WS-FS-ORI            PIC 9(02).
           88 WS-ORI-OK                VALUE ZEROS.
           88 WS-ORI-FIM               VALUE 10.
       77 WS-FS-COP            PIC 9(02).
           88 WS-COP-OK                VALUE ZEROS.

       77 WS-NOME-ORIGEM       PIC X(30).
       77 WS-NOME-COPIA        PIC X(40).

       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-HORA-AGORA        PIC 9(08).
       77 WS-DATA-NEGOCIO      PIC 9(08).
       77 WS-USUARIO           PIC X(20).
       77 WS-NOVO-ID           PIC 9(09).
       77 WS-LINHAS            PIC 9(07).

      *=================================================================
       LINKAGE SECTION.
      *=================================================================

       01 ARQ-PROGRAMA         PIC X(30).
       01 ARQ-ARQUIVO          PIC X(30).
       01 ARQ-FILIAL           PIC 9(02).

      *=================================================================
       PROCEDURE DIVISION USING ARQ-PROGRAMA ARQ-ARQUIVO ARQ-FILIAL.
      *=================================================================

       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           ACCEPT WS-USUARIO FROM ENVIRONMENT "USERNAME".
           IF WS-USUARIO = SPACES
               ACCEPT WS-USUARIO FROM ENVIRONMENT "USER"
           END-IF.
           IF WS-USUARIO = SPACES
               MOVE "DESCONHECIDO" TO WS-USUARIO
           END-IF.
           PERFORM CARREGA-DIA-NEGOCIO.

           MOVE ARQ-ARQUIVO TO WS-NOME-ORIGEM.
           OPEN INPUT ORIGEM-FILE.
           IF NOT WS-ORI-OK
               DISPLAY "SPOOL: " WS-NOME-ORIGEM " NAO ENCONTRADO (FS "
                   WS-FS-ORI ") - NAO ARQUIVADO"
               GO INICIO-FIM
           END-IF.

           OPEN I-O SPOOL-FILE.
           IF WS-SPL-NAO-EXISTE
               OPEN OUTPUT SPOOL-FILE
               CLOSE SPOOL-FILE
               OPEN I-O SPOOL-FILE
           END-IF.
           IF NOT WS-SPL-OK
               DISPLAY "SPOOL.DAT INDISPONIVEL (FS " WS-FS-SPL ")"
               CLOSE ORIGEM-FILE
               GO INICIO-FIM
           END-IF.
           PERFORM PROXIMO-NUMERO THRU PROXIMO-NUMERO-FIM.

           MOVE SPACES TO WS-NOME-COPIA.
           STRING "SPOOL_" DELIMITED BY SIZE
               WS-DATA-NEGOCIO DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-NOVO-ID DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-NOME-COPIA.
           OPEN OUTPUT COPIA-FILE.
           IF NOT WS-COP-OK
               DISPLAY "SPOOL: NAO FOI POSSIVEL CRIAR " WS-NOME-COPIA
                   " (FS " WS-FS-COP ")"
               CLOSE ORIGEM-FILE SPOOL-FILE
               GO INICIO-FIM
           END-IF.
           MOVE ZEROS TO WS-LINHAS.
           PERFORM COPIA-LINHAS THRU COPIA-LINHAS-FIM
               UNTIL WS-ORI-FIM.
           CLOSE ORIGEM-FILE COPIA-FILE.

           MOVE SPACES TO SPL-REC.
           MOVE WS-NOVO-ID      TO SPL-ID.
           MOVE ARQ-PROGRAMA    TO SPL-PROGRAMA.
           MOVE WS-DATA-NEGOCIO TO SPL-DATA-NEGOCIO.
           MOVE WS-DATA-HOJE    TO SPL-DATA-EXEC.
           MOVE WS-HORA-AGORA   TO SPL-HORA-EXEC.
           MOVE ARQ-FILIAL      TO SPL-FILIAL.
           MOVE WS-USUARIO      TO SPL-OPERADOR.
           MOVE ARQ-ARQUIVO     TO SPL-ARQ-ORIGEM.
           MOVE WS-NOME-COPIA   TO SPL-ARQ-COPIA.
           MOVE WS-LINHAS       TO SPL-LINHAS.
           MOVE "A"             TO SPL-SITUACAO.
           MOVE ZEROS           TO SPL-DATA-EXPURGO.
           WRITE SPL-REC
           INVALID KEY
               DISPLAY "SPOOL: NUMERO " WS-NOVO-ID " JA REGISTRADO"
           END-WRITE.
           CLOSE SPOOL-FILE.
       INICIO-FIM.
           EXIT PROGRAM.

      * -----------------------------------
      * NUMERA A ENTRADA PELO REGISTRO DE CONTROLE (SPL-ID ZERO), QUE
      * NASCE NA PRIMEIRA CHAMADA

       PROXIMO-NUMERO.
           MOVE SPACES TO SPL-REC.
           MOVE ZEROS TO SPL-ID.
           READ SPOOL-FILE
           INVALID KEY
               MOVE SPACES TO SPL-REC
               MOVE ZEROS TO SPL-ID SPL-ULTIMO-ID
               ADD 1 TO SPL-ULTIMO-ID
               MOVE SPL-ULTIMO-ID TO WS-NOVO-ID
               WRITE SPL-REC
               GO PROXIMO-NUMERO-FIM
           END-READ.
           ADD 1 TO SPL-ULTIMO-ID.
           MOVE SPL-ULTIMO-ID TO WS-NOVO-ID.
           REWRITE SPL-REC.
       PROXIMO-NUMERO-FIM.

      * -----------------------------------
      * COPIA O RELATORIO LINHA A LINHA, SEM ALTERAR NADA

       COPIA-LINHAS.
           MOVE SPACES TO ORIGEM-LINHA.
           READ ORIGEM-FILE
           AT END
               MOVE 10 TO WS-FS-ORI
               GO COPIA-LINHAS-FIM
           END-READ.
           MOVE ORIGEM-LINHA TO COPIA-LINHA.
           WRITE COPIA-LINHA.
           ADD 1 TO WS-LINHAS.
       COPIA-LINHAS-FIM.

      * -----------------------------------
      * DIA DE NEGOCIO (DATA_NEGOCIO.DAT), COM O RELOGIO COMO RESERVA

       CARREGA-DIA-NEGOCIO.
           MOVE WS-DATA-HOJE TO WS-DATA-NEGOCIO.
           OPEN INPUT DIA-FILE.
           IF WS-DIA-OK
               MOVE 1 TO DIA-CHAVE
               READ DIA-FILE
               NOT INVALID KEY
                   IF DIA-DATA NUMERIC AND DIA-DATA > ZEROS
                       MOVE DIA-DATA TO WS-DATA-NEGOCIO
                   END-IF
               END-READ
               CLOSE DIA-FILE
           END-IF.
