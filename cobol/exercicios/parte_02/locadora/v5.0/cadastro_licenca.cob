      * E PRORROGACAO DENTRO DA VIGENCIA - AQUI SE REGISTRA O TITULO,
      * A DISTRIBUIDORA (PARCEIRO.DAT), O PERCENTUAL E O PERIODO. A
      * APURACAO MENSAL E FEITA PELO BATCH ACERTO_LICENCA.
      * ENCERRADA A VIGENCIA, A CHECAGEM NOTURNA (RECOLHE_LICENCAS)
      * JUNTA AS COPIAS DO TITULO PARA A DISTRIBUIDORA; A RETIRADA DE
      * CADA COPIA PELA DISTRIBUIDORA E CONFIRMADA AQUI (OPCAO 4),
      * LIBERANDO A VAGA DA PRATELEIRA. RENOVAR A VIGENCIA (ALTERAR
      * COM DATA FINAL FUTURA) TIRA A LICENCA DO RECOLHIMENTO.
      *=================================================================
       environment division.
      *=================================================================
           file status is fs-stat-parc
           record key is par-codigo.

       select copia-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-copia
           record key is copia-key.

      *=================================================================
       data division.
      *=================================================================
                               ==FS-ATIVO-SIM== by ==PAR-ATIVO-SIM==
                               ==FS-ATIVO-NAO== by ==PAR-ATIVO-NAO==.

       fd copia-file value of file-id is "COPIA.dat".
       copy copia.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------
           88 e-incluir                value is "1".
           88 e-consultar              value is "2".
           88 e-alterar                value is "3".
           88 e-retirada               value is "4".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).
       77 fs-stat-parc         pic 9(02).
           88 fs-parc-ok               value zeros.

       77 fs-stat-copia        pic 9(02).
           88 fs-copia-ok              value zeros.
           88 fs-copia-nao-existe      value 35.

       77 ws-data-hoje         pic 9(08).

       77 ws-av-operacao       pic x(01).
       77 ws-av-barcode        pic x(13).
       77 ws-av-filme-id       pic 9(11).
       77 ws-av-vaga           pic 9(05).
       77 ws-av-resultado      pic x(01).

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).
       77 ws-aud-chave         pic 9(11).
           05 LINE 07 COLUMN 15 VALUE "1 - INCLUIR LICENCA".
           05 LINE 08 COLUMN 15 VALUE "2 - CONSULTAR".
           05 LINE 09 COLUMN 15 VALUE "3 - ALTERAR".
           05 LINE 10 COLUMN 15 VALUE "4 - CONFIRMAR RETIRADA".
           05 LINE 11 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 13 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 13 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-LICENCA.
           05 SS-CHAVE FOREGROUND-COLOR 2.
               10 COLUMN PLUS 2 PIC 9(08) USING LIC-DATA-FIM.
               10 LINE 14 COLUMN 10 VALUE "ATIVA (S/N).........:".
               10 COLUMN PLUS 2 PIC X(01) USING LIC-ATIVO.
           05 SS-SITUACAO FOREGROUND-COLOR 2.
               10 LINE 15 COLUMN 10 VALUE "RECOLHIMENTO (R)....:".
               10 COLUMN PLUS 2 PIC X(01) FROM LIC-SITUACAO.

       01 SS-TELA-RETIRADA.
           05 SS-RET-CHAVE FOREGROUND-COLOR 2.
               10 LINE 09 COLUMN 10 VALUE "CODIGO DE BARRAS....:".
               10 COLUMN PLUS 2 PIC X(13) USING COPIA-BARCODE.
           05 SS-RET-DADOS.
               10 LINE 10 COLUMN 10 VALUE "TITULO..............:".
               10 COLUMN PLUS 2 PIC 9(11) FROM COPIA-FILME-ID.
               10 LINE 11 COLUMN 10 VALUE "NOME................:".
               10 COLUMN PLUS 2 PIC X(40) FROM FS-NOME-FILME.
               10 LINE 12 COLUMN 10 VALUE "VAGA NA PRATELEIRA..:".
               10 COLUMN PLUS 2 PIC 9(05) FROM COPIA-VAGA.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
                       PERFORM CONSULTA THRU CONSULTA-FIM
                   WHEN E-ALTERAR
                       PERFORM ALTERA THRU ALTERA-FIM
                   WHEN E-RETIRADA
                       PERFORM RETIRADA THRU RETIRADA-FIM
               END-EVALUATE
           END-PERFORM.

       FINALIZA.

       CLOSE LICENCA-FILE FILME-FILE PARCEIRO-FILE COPIA-FILE.
       GOBACK.

      * -----------------------------------
           IF FS-CANCELA
               GO ALTERA-LOOP
           END-IF
      * VIGENCIA RENOVADA PARA ALEM DE HOJE: O TITULO VOLTA A SER
      * ALUGAVEL E SAI DO RECOLHIMENTO
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           IF LIC-EM-RECOLHIMENTO AND LIC-DATA-FIM > WS-DATA-HOJE
               MOVE SPACES TO LIC-SITUACAO
           END-IF
           REWRITE LIC-REC.
           MOVE "CADASTRO_LICENCA" TO WS-AUD-PROGRAMA.
           MOVE "ALTERACAO" TO WS-AUD-OPERACAO.
           GO ALTERA-LOOP.
       ALTERA-FIM.

      * -----------------------------------
      * A DISTRIBUIDORA RETIROU A COPIA SEPARADA NO RECOLHIMENTO DA
      * LICENCA: A COPIA PASSA A "G" (ENTREGUE) E A VAGA DA
      * PRATELEIRA VOLTA AO ALOCADOR

       RETIRADA.
           MOVE "RETIRADA DISTRIBUIDORA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           IF NOT FS-COPIA-OK
               MOVE "NENHUMA COPIA CADASTRADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO RETIRADA-FIM
           END-IF.

           RETIRADA-LOOP.
           MOVE SPACES TO COPIA-REC.
           MOVE ZEROS TO COPIA-FILME-ID COPIA-VAGA.
           MOVE SPACES TO FS-NOME-FILME.
           DISPLAY SS-TELA-RETIRADA.
           ACCEPT SS-RET-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO RETIRADA-FIM
           END-IF
           READ COPIA-FILE
           INVALID KEY
               MOVE "COPIA NAO CADASTRADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO RETIRADA-LOOP
           END-READ.
           IF NOT COPIA-A-DEVOLVER
               MOVE "COPIA NAO ESTA SEPARADA PARA A DISTRIBUIDORA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO RETIRADA-LOOP
           END-IF
           MOVE COPIA-FILME-ID TO FS-ID.
           READ FILME-FILE
           INVALID KEY
               MOVE SPACES TO FS-NOME-FILME
           END-READ.
           IF COPIA-VAGA NOT NUMERIC
               MOVE ZEROS TO COPIA-VAGA
           END-IF
           DISPLAY SS-RET-DADOS.
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A RETIRADA (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO RETIRADA-LOOP
           END-IF
           IF COPIA-VAGA NOT EQUAL ZEROS
               MOVE "L" TO WS-AV-OPERACAO
               MOVE COPIA-BARCODE TO WS-AV-BARCODE
               MOVE COPIA-FILME-ID TO WS-AV-FILME-ID
               MOVE COPIA-VAGA TO WS-AV-VAGA
               CALL "ALOCA-VAGA" USING WS-AV-OPERACAO WS-AV-BARCODE
                   WS-AV-FILME-ID WS-AV-VAGA WS-AV-RESULTADO
               MOVE ZEROS TO COPIA-VAGA
           END-IF
           MOVE "G" TO COPIA-STATUS.
           REWRITE COPIA-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR A COPIA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO RETIRADA-LOOP
           END-REWRITE.
           MOVE "CADASTRO_LICENCA" TO WS-AUD-PROGRAMA.
           MOVE "RETIRADA" TO WS-AUD-OPERACAO.
           MOVE COPIA-FILME-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE "RETIRADA CONFIRMADA" TO WS-STATUS.
           DISPLAY SS-STATUS.
           GO RETIRADA-LOOP.
       RETIRADA-FIM.

      * -----------------------------------
      * ABRE ARQUIVOS PARA ENTRADA E SAIDA

           END-IF.
           OPEN INPUT FILME-FILE.
           OPEN INPUT PARCEIRO-FILE.
           OPEN I-O COPIA-FILE.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
