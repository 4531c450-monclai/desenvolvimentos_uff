      * FIXO / P PERCENTUAL, PADRAO V), CUPOM_VALOR (VVVVVCC, PADRAO
      * 0000500 = 5,00) E CUPOM_VALIDADE (AAAAMMDD, PADRAO HOJE + 90
      * DIAS).
      *
      * LOTE DIRIGIDO: COM CUPOM_SEGMENTO (C/F/R/P/N) O LOTE SAI PARA
      * A LISTA DE CAMPANHA DAQUELE SEGMENTO (SEGMENTO_X.DAT, GRAVADA
      * POR SEGMENTACAO_RFM SO COM QUEM AUTORIZOU MARKETING) - UM
      * CUPOM POR CLIENTE DA LISTA, COM O CLIENTE NA LINHA DO LOTE, E
      * CUPOM_QTD E IGNORADO.
      *=================================================================
       environment division.
      *=================================================================
           access mode is sequential
           file status is fs-stat-lista.

       select segmento-lista
           assign to ws-nome-extrato
           organization is line sequential
           access mode is sequential
           file status is fs-stat-seg.

      *=================================================================
       data division.
      *=================================================================
       fd lista-file value of file-id is "CUPONS_LOTE.dat".
       01 lista-linha                 pic x(60).

       fd segmento-lista.
       copy extrato_segmento.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-lista        pic 9(02).

       77 fs-stat-seg          pic 9(02).
           88 fs-seg-ok                value zeros.
           88 fs-seg-fim               value 10.

       77 ws-data-hoje         pic 9(08).
       77 ws-hoje-int          pic 9(09).
       77 ws-validade-int      pic 9(09).
       77 ws-codigo-novo       pic 9(10).
       77 ws-total-gerados     pic 9(05) value zeros.

       77 ws-segmento-amb      pic x(01).
           88 lote-dirigido            value "C" "F" "R" "P" "N".
       77 ws-cupom-cliente     pic 9(05) value zeros.
       77 ws-cupom-nome        pic x(35) value spaces.

       01 ws-nome-extrato.
           02 filler               pic x(09) value "SEGMENTO_".
           02 ws-ne-codigo         pic x(01).
           02 filler               pic x(04) value ".dat".

       01 ws-linha.
           02 ws-lin-codigo        pic 9(10).
           02 filler               pic x(02) value spaces.
           02 ws-lin-valor         pic zzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lin-validade      pic 9(08).
           02 filler               pic x(02) value spaces.
           02 ws-lin-cliente       pic x(05).
           02 filler               pic x(02) value spaces.
           02 ws-lin-nome          pic x(18).

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "gera_cupons".
           02 ws-spl-arquivo       pic x(30)
               value "CUPONS_LOTE.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
           PERFORM ACHA-PROXIMO-LOTE THRU ACHA-PROXIMO-LOTE-FIM.
           OPEN OUTPUT LISTA-FILE.
           MOVE ZEROS TO WS-SEQ.
           IF LOTE-DIRIGIDO
               PERFORM GERA-LOTE-DIRIGIDO THRU GERA-LOTE-DIRIGIDO-FIM
           ELSE
               PERFORM GERA-CUPOM THRU GERA-CUPOM-FIM
                   UNTIL WS-TOTAL-GERADOS NOT < WS-QTD-GERAR
           END-IF
           DISPLAY "LOTE GERADO..........: " WS-LOTE-NOVO.
           IF LOTE-DIRIGIDO
               DISPLAY "LISTA DO SEGMENTO....: " WS-NOME-EXTRATO
           END-IF
           DISPLAY "CUPONS GERADOS.......: " WS-TOTAL-GERADOS.
           DISPLAY "VALIDADE DO LOTE.....: " WS-VALIDADE-CUPOM.
           CLOSE CUPOM-FILE LISTA-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           GOBACK.

      * -----------------------------------
               COMPUTE WS-VALIDADE-CUPOM =
                   FUNCTION DATE-OF-INTEGER(WS-VALIDADE-INT)
           END-IF.
           ACCEPT WS-SEGMENTO-AMB FROM ENVIRONMENT "CUPOM_SEGMENTO".
           MOVE WS-SEGMENTO-AMB TO WS-NE-CODIGO.

      * -----------------------------------
      * O LOTE NOVO E O MAIOR LOTE JA GRAVADO MAIS UM
           MOVE CUP-TIPO TO WS-LIN-TIPO.
           MOVE CUP-VALOR TO WS-LIN-VALOR.
           MOVE CUP-VALIDADE TO WS-LIN-VALIDADE.
           IF WS-CUPOM-CLIENTE > ZEROS
               MOVE WS-CUPOM-CLIENTE TO WS-LIN-CLIENTE
               MOVE WS-CUPOM-NOME TO WS-LIN-NOME
           END-IF
           MOVE WS-LINHA TO LISTA-LINHA.
           WRITE LISTA-LINHA.
       GERA-CUPOM-FIM.

      * -----------------------------------
      * LOTE DIRIGIDO: UM CUPOM PARA CADA CLIENTE DA LISTA DE CAMPANHA
      * DO SEGMENTO

       GERA-LOTE-DIRIGIDO.
           OPEN INPUT SEGMENTO-LISTA.
           IF NOT FS-SEG-OK
               DISPLAY "LISTA DO SEGMENTO NAO ENCONTRADA: "
                   WS-NOME-EXTRATO
               GO GERA-LOTE-DIRIGIDO-FIM
           END-IF.

           GERA-LOTE-DIRIGIDO-LOOP.
           READ SEGMENTO-LISTA
           AT END
               CLOSE SEGMENTO-LISTA
               GO GERA-LOTE-DIRIGIDO-FIM
           END-READ.
           IF EXS-CLIENTE-ID NOT NUMERIC
               OR EXS-CLIENTE-ID EQUAL ZEROS
               GO GERA-LOTE-DIRIGIDO-LOOP
           END-IF
           MOVE EXS-CLIENTE-ID TO WS-CUPOM-CLIENTE.
           MOVE EXS-NOME TO WS-CUPOM-NOME.
           PERFORM GERA-CUPOM THRU GERA-CUPOM-FIM.
           GO GERA-LOTE-DIRIGIDO-LOOP.
       GERA-LOTE-DIRIGIDO-FIM.
