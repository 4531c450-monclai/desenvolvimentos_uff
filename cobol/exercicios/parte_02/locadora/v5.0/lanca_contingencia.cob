       identification division.
       program-id. lanca_contingencia.

      *=================================================================
      * LANCAMENTO DO MOVIMENTO DE CONTINGENCIA (CONTINGENCIA.DAT,
      * GRAVADO PELA TELA CONTINGENCIA_BALCAO) NOS MESTRES, COM OS
      * INDEXADOS DE VOLTA. RODA UMA VEZ POR CAIXA, COM O ARQUIVO DO
      * CAIXA COPIADO PARA O DIRETORIO DOS DADOS:
      *  - ALUGUEL: GRAVA ALUGUEL.DAT COM O RECIBO PROVISORIO COMO
      *    NUMERO DO ALUGUEL, BAIXA O DISPONIVEL DO TITULO E MARCA A
      *    COPIA ALUGADA, PELO MESMO JORNAL (JORNAL.DAT) DO BALCAO;
      *  - DEVOLUCAO: FECHA O ALUGUEL NA DATA DA CONTINGENCIA, APURA A
      *    MULTA PELA TARIFA DO DIA DO ALUGUEL (DIAS ABERTOS DE ATRASO
      *    E TAXA DE DANO) E, COMO NINGUEM COBROU NO BALCAO, DEIXA A
      *    MULTA NO CONTAS A RECEBER COM O CREDITO BLOQUEADO;
      *  - VENDA: GRAVA VENDA.DAT COM O RECIBO PROVISORIO COMO NUMERO
      *    DA VENDA E BAIXA O ESTOQUE DA REDE E O DA FILIAL.
      * O QUE NAO DA PARA LANCAR (CLIENTE DESCONHECIDO, COPIA JA
      * ALUGADA, ALUGUEL NAO ACHADO, ESTOQUE INSUFICIENTE...) VAI PARA
      * A LISTA DE EXCECOES LANCA_CONTINGENCIA.DAT, PARA O SUPERVISOR
      * RESOLVER NO BALCAO. O MOVIMENTO JA LANCADO E RECONHECIDO PELO
      * NUMERO, ENTAO RODAR DE NOVO NAO DUPLICA NADA.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select contingencia-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-ctg.

       select aluguel-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat
           record key is al-key
           alternate record key is al-cliente-id with duplicates
           alternate record key is al-data-aluguel with duplicates
           alternate record key is al-data-devolucao with duplicates.

       select cliente-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-cliente
           record key is cli-key.

       select filme-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-filme
           record key is flm-key.

       select copia-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-copia
           record key is copia-key.

       select jornal-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-jornal
           record key is jrn-key.

       select param-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-param
           record key is param-chave.

       select tarifa-cat-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-tca
           record key is tca-key.

       select calendario-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-cal
           record key is cal-key.

       select garantia-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-gar
           record key is gar-key.

       select receber-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-receber
           record key is cr-key.

       select taxa-fiscal-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-tf
           record key is tf-key.

       select venda-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-venda
           record key is vd-key
           alternate record key is vd-data-venda with duplicates.

       select mercadoria-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-mercadoria
           record key is fs-key.

       select kit-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-kit
           record key is kit-key.

       select relatorio-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-rel.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd contingencia-file value of file-id is "CONTINGENCIA.dat".
       copy contingencia.

       fd aluguel-file value of file-id is "ALUGUEL.dat".
       copy aluguel.

       fd cliente-file value of file-id is "FUNC.dat".
       copy cliente replacing ==FILE1-REC==     by ==CLI-REC==
                              leading ==FS==    by ==CLI==.

       fd filme-file value of file-id is "lista_de_filmes.dat".
       copy filme replacing ==FILE1-REC==       by ==FLM-REC==
                            leading ==FS==      by ==FLM==.

       fd copia-file value of file-id is "COPIA.dat".
       copy copia.

       fd jornal-file value of file-id is "JORNAL.dat".
       copy jornal.

       fd param-file value of file-id is "TARIFA.dat".
       copy param_locacao.

       fd tarifa-cat-file value of file-id is "TARIFA_CATEGORIA.dat".
       copy tarifa_cat.

       fd calendario-file value of file-id is "CALENDARIO.dat".
       copy calendario.

       fd garantia-file value of file-id is "GARANTIA.dat".
       copy garantia.

       fd receber-file value of file-id is "CONTAS_RECEBER.dat".
       copy receber.

       fd taxa-fiscal-file value of file-id is "TAXA_FISCAL.dat".
       copy taxa_fiscal.

       fd venda-file value of file-id is "VENDA.dat".
       copy venda.

       fd mercadoria-file value of file-id is "MERCADORIA.dat".
       copy mercadoria.

       fd kit-file value of file-id is "KIT.dat".
       copy kit.

       fd relatorio-file value of file-id is "LANCA_CONTINGENCIA.dat".
       01 relatorio-linha             pic x(80).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-ctg          pic 9(02).
           88 fs-ctg-ok                value zeros.

       77 fs-stat              pic 9(02).
           88 fs-ok                    value zeros.
       77 fs-stat-cliente      pic 9(02).
       77 fs-stat-filme        pic 9(02).
       77 fs-stat-copia        pic 9(02).
       77 fs-stat-jornal       pic 9(02).
           88 fs-jornal-nao-existe     value 35.
       77 fs-stat-param        pic 9(02).
       77 fs-stat-tca          pic 9(02).
       77 fs-stat-cal          pic 9(02).
           88 fs-cal-ok                value zeros.
       77 fs-stat-gar          pic 9(02).
           88 fs-gar-ok                value zeros.
       77 fs-stat-receber      pic 9(02).
           88 fs-receber-nao-existe    value 35.
       77 fs-stat-tf           pic 9(02).
           88 fs-tf-ok                 value zeros.
       77 fs-stat-venda        pic 9(02).
       77 fs-stat-mercadoria   pic 9(02).
       77 fs-stat-kit          pic 9(02).
           88 fs-kit-ok                value zeros.
       77 fs-stat-rel          pic 9(02).

      * TARIFA EM VIGOR NO DIA DO ALUGUEL (OBTEM-TARIFA)
       copy param_locacao replacing leading ==PARAM== by ==PAL==.
       77 ws-tarifa-data       pic 9(08).
       77 ws-tarifa-achou      pic x(01).
       77 ws-multa-dia         pic 9(03)v99.

       77 ws-aliquota-aluguel  pic 9(02)v99 value zeros.
       77 ws-aliquota-venda    pic 9(02)v99 value zeros.

      * MULTA POR DIAS ABERTOS DE ATRASO (DOMINGO E FECHAMENTO DO
      * CALENDARIO NAO CONTAM), COMO NA DEVOLUCAO DE BALCAO
       77 ws-int-prevista      pic 9(09).
       77 ws-int-devolucao     pic 9(09).
       77 ws-dia-teste-int     pic 9(09).
       77 ws-dia-teste-data    pic 9(08).
       77 ws-dia-semana        pic 9(01).
       77 ws-dia-fechado       pic x(01).
           88 dia-fechado              value "S".
       77 ws-dias-atraso       pic s9(05).

       77 ws-jornal-tipo       pic x(01).
       77 ws-kit               pic x(01).
           88 item-e-kit               value "S".

       77 ws-es-operacao       pic x(01).
       77 ws-es-codigo         pic 9(05).
       77 ws-es-filial         pic 9(02).
       77 ws-es-quantidade     pic 9(05).
       77 ws-es-saldo          pic 9(05).
       77 ws-es-resultado      pic x(01).

       77 ws-aud-programa      pic x(20) value "LANCA_CONTINGENCIA".
       77 ws-aud-operacao      pic x(10).

       77 ws-motivo            pic x(50).
       77 ws-data-hoje         pic 9(08).

       77 ws-tot-lidos         pic 9(05) value zeros.
       77 ws-tot-lancados      pic 9(05) value zeros.
       77 ws-tot-ja-lancados   pic 9(05) value zeros.
       77 ws-tot-excecoes      pic 9(05) value zeros.
       77 ws-tot-multas        pic 9(05) value zeros.

       01 ws-linha-cab.
           02 filler               pic x(34)
               value "LANCAMENTO DA CONTINGENCIA - DATA ".
           02 ws-cab-data          pic 9(08).
           02 filler               pic x(38) value spaces.

       01 ws-linha-titulo.
           02 filler               pic x(80) value
               "RECIBO       T  DATA      MOTIVO".

       01 ws-linha.
           02 ws-lin-numero        pic 9(11).
           02 filler               pic x(02) value spaces.
           02 ws-lin-tipo          pic x(01).
           02 filler               pic x(02) value spaces.
           02 ws-lin-data          pic 9(08).
           02 filler               pic x(02) value spaces.
           02 ws-lin-motivo        pic x(50).
           02 filler               pic x(04) value spaces.

       01 ws-linha-total.
           02 ws-tot-rotulo        pic x(30).
           02 ws-tot-valor         pic zzzz9.
           02 filler               pic x(45) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "lanca_contingencia".
           02 ws-spl-arquivo       pic x(30)
               value "LANCA_CONTINGENCIA.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT CONTINGENCIA-FILE.
           IF NOT FS-CTG-OK
               DISPLAY "SEM CONTINGENCIA.DAT - NADA A LANCAR"
               GOBACK
           END-IF
           PERFORM ABRIR-ARQUIVOS.
           IF NOT FS-OK
               DISPLAY "ALUGUEL.DAT AINDA FORA DO AR (FS " FS-STAT
                   ") - LANCAMENTO ADIADO"
               CLOSE CONTINGENCIA-FILE
               GOBACK
           END-IF
           MOVE WS-DATA-HOJE TO WS-CAB-DATA.
           WRITE RELATORIO-LINHA FROM WS-LINHA-CAB.
           WRITE RELATORIO-LINHA FROM WS-LINHA-TITULO.
           PERFORM LANCA-MOVIMENTO THRU LANCA-MOVIMENTO-FIM
               UNTIL FS-STAT-CTG = 10.
           PERFORM TOTALIZA.
           CLOSE CONTINGENCIA-FILE ALUGUEL-FILE CLIENTE-FILE
                 FILME-FILE COPIA-FILE JORNAL-FILE PARAM-FILE
                 TARIFA-CAT-FILE RECEBER-FILE VENDA-FILE
                 MERCADORIA-FILE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           IF FS-CAL-OK
               CLOSE CALENDARIO-FILE
           END-IF.
           IF FS-GAR-OK
               CLOSE GARANTIA-FILE
           END-IF.
           IF FS-KIT-OK
               CLOSE KIT-FILE
           END-IF.
           GOBACK.

      * -----------------------------------
      * UMA LINHA DA CONTINGENCIA POR VEZ, PELO TIPO

       LANCA-MOVIMENTO.
           READ CONTINGENCIA-FILE
           AT END
               MOVE 10 TO FS-STAT-CTG
               GO LANCA-MOVIMENTO-FIM
           END-READ.
           ADD 1 TO WS-TOT-LIDOS.
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE TRUE
               WHEN CTG-ALUGUEL
                   PERFORM LANCA-ALUGUEL THRU LANCA-ALUGUEL-FIM
               WHEN CTG-DEVOLUCAO
                   PERFORM LANCA-DEVOLUCAO THRU LANCA-DEVOLUCAO-FIM
               WHEN CTG-VENDA
                   PERFORM LANCA-VENDA THRU LANCA-VENDA-FIM
               WHEN OTHER
                   MOVE "TIPO DE MOVIMENTO INVALIDO" TO WS-MOTIVO
           END-EVALUATE
           IF WS-MOTIVO NOT EQUAL SPACES
               PERFORM GRAVA-EXCECAO
           END-IF.
       LANCA-MOVIMENTO-FIM.

      * -----------------------------------
      * ALUGUEL DA CONTINGENCIA: CONFERE CLIENTE, COPIA E TITULO E
      * GRAVA PELO JORNAL, COMO O FECHAMENTO DE BALCAO

       LANCA-ALUGUEL.
           MOVE CTG-NUMERO TO AL-ID.
           READ ALUGUEL-FILE
           NOT INVALID KEY
               IF AL-COPIA-BARCODE EQUAL CTG-BARCODE
                   AND AL-CLIENTE-ID EQUAL CTG-CLIENTE-ID
                   ADD 1 TO WS-TOT-JA-LANCADOS
               ELSE
                   MOVE "NUMERO PROVISORIO JA USADO POR OUTRO ALUGUEL"
                       TO WS-MOTIVO
               END-IF
               GO LANCA-ALUGUEL-FIM
           END-READ.
           MOVE CTG-CLIENTE-ID TO CLI-ID.
           READ CLIENTE-FILE
           INVALID KEY
               MOVE "CLIENTE NAO CADASTRADO" TO WS-MOTIVO
               GO LANCA-ALUGUEL-FIM
           END-READ.
           MOVE CTG-BARCODE TO COPIA-BARCODE.
           READ COPIA-FILE
           INVALID KEY
               MOVE "COPIA NAO CADASTRADA" TO WS-MOTIVO
               GO LANCA-ALUGUEL-FIM
           END-READ.
           IF COPIA-ALUGADA
               MOVE "COPIA JA ALUGADA" TO WS-MOTIVO
               GO LANCA-ALUGUEL-FIM
           END-IF
           IF NOT COPIA-DISPONIVEL
               MOVE "COPIA FORA DO ACERVO DE ALUGUEL" TO WS-MOTIVO
               GO LANCA-ALUGUEL-FIM
           END-IF
           IF COPIA-FILME-ID NOT EQUAL CTG-FILME-ID
               MOVE "FILME INFORMADO NAO CONFERE COM A COPIA"
                   TO WS-MOTIVO
               GO LANCA-ALUGUEL-FIM
           END-IF
           MOVE COPIA-FILME-ID TO FLM-ID.
           READ FILME-FILE
           INVALID KEY
               MOVE "FILME NAO CADASTRADO" TO WS-MOTIVO
               GO LANCA-ALUGUEL-FIM
           END-READ.
           MOVE SPACES TO AL-REC.
           MOVE CTG-NUMERO TO AL-ID.
           MOVE CTG-CLIENTE-ID TO AL-CLIENTE-ID.
           MOVE COPIA-FILME-ID TO AL-FILME-ID.
           MOVE CTG-DATA TO AL-DATA-ALUGUEL.
           MOVE CTG-DATA-PREVISTA TO AL-DATA-PREVISTA.
           MOVE ZEROS TO AL-MULTA.
           MOVE CTG-VALOR TO AL-VALOR.
           MOVE CTG-FORMA-PAGTO TO AL-FORMA-PAGTO.
           MOVE "A" TO AL-STATUS.
           MOVE ZEROS TO AL-DATA-DEVOLUCAO.
           MOVE CTG-BARCODE TO AL-COPIA-BARCODE.
           MOVE FLM-FILIAL TO AL-FILIAL.
           MOVE ZEROS TO AL-PROMO-ID AL-SESSAO-ID AL-SESSAO-DEV
               AL-TICKET AL-VALE-NUMERO AL-VALE-VALOR
               AL-VALOR-PRORROGA AL-DATA-PRORROGA AL-DEPENDENTE.
           COMPUTE AL-VALOR-IMPOSTO ROUNDED =
               AL-VALOR * WS-ALIQUOTA-ALUGUEL / 100.
           MOVE CTG-OPERADOR TO AL-OPERADOR-ID.
           MOVE "A" TO WS-JORNAL-TIPO.
           PERFORM ABRE-JORNAL.
           WRITE AL-REC
           INVALID KEY
               PERFORM FECHA-JORNAL
               MOVE "ERRO AO GRAVAR O ALUGUEL" TO WS-MOTIVO
               GO LANCA-ALUGUEL-FIM
           END-WRITE.
           IF FLM-QTD-DISPONIVEL > ZEROS
               SUBTRACT 1 FROM FLM-QTD-DISPONIVEL
           END-IF
           REWRITE FLM-REC.
           MOVE "A" TO COPIA-STATUS.
           REWRITE COPIA-REC.
           PERFORM FECHA-JORNAL.
           ADD 1 TO WS-TOT-LANCADOS.
           MOVE "INCLUSAO" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO AL-ID.
       LANCA-ALUGUEL-FIM.

      * -----------------------------------
      * DEVOLUCAO DA CONTINGENCIA: FECHA O ALUGUEL NA DATA EM QUE O
      * DISCO VOLTOU E LANCA A MULTA QUE O BALCAO NAO TEVE COMO COBRAR

       LANCA-DEVOLUCAO.
           MOVE CTG-ALUGUEL-ID TO AL-ID.
           READ ALUGUEL-FILE
           INVALID KEY
               MOVE "ALUGUEL NAO ENCONTRADO" TO WS-MOTIVO
               GO LANCA-DEVOLUCAO-FIM
           END-READ.
           IF AL-COPIA-BARCODE NOT EQUAL CTG-BARCODE
               MOVE "COPIA NAO CONFERE COM O ALUGUEL" TO WS-MOTIVO
               GO LANCA-DEVOLUCAO-FIM
           END-IF
           IF AL-DEVOLVIDO
               IF AL-DATA-DEVOLUCAO EQUAL CTG-DATA
                   ADD 1 TO WS-TOT-JA-LANCADOS
               ELSE
                   MOVE "ALUGUEL JA DEVOLVIDO EM OUTRA DATA"
                       TO WS-MOTIVO
               END-IF
               GO LANCA-DEVOLUCAO-FIM
           END-IF
           IF AL-ESTORNADO
               MOVE "ALUGUEL ESTORNADO" TO WS-MOTIVO
               GO LANCA-DEVOLUCAO-FIM
           END-IF
           IF AL-EXTRAVIADO
               MOVE "ALUGUEL DADO COMO EXTRAVIADO - DEVOLVER NO BALCAO"
                   TO WS-MOTIVO
               GO LANCA-DEVOLUCAO-FIM
           END-IF
           MOVE AL-FILME-ID TO FLM-ID.
           READ FILME-FILE
           INVALID KEY
               MOVE SPACES TO FLM-CATEGORIA
           END-READ.
           MOVE AL-DATA-ALUGUEL TO WS-TARIFA-DATA.
           PERFORM CARREGA-TARIFA-CAT THRU CARREGA-TARIFA-CAT-FIM.
           PERFORM CALCULA-MULTA THRU CALCULA-MULTA-FIM.
      * ALUGUEL COM GARANTIA NAO PAGA A TAXA DE DANO
           IF CTG-COM-DANO
               MOVE AL-ID TO GAR-ALUGUEL-ID
               IF FS-GAR-OK
                   READ GARANTIA-FILE
                   INVALID KEY
                       ADD PAL-TAXA-DANO TO AL-MULTA
                   NOT INVALID KEY
                       ADD PAL-TAXA-DANO TO GAR-DANO-EVITADO
                       REWRITE GAR-REC
                   END-READ
                   MOVE ZEROS TO FS-STAT-GAR
               ELSE
                   ADD PAL-TAXA-DANO TO AL-MULTA
               END-IF
           END-IF
           MOVE "D" TO AL-STATUS.
           MOVE CTG-DATA TO AL-DATA-DEVOLUCAO.
           MOVE ZEROS TO AL-SESSAO-DEV.
           MOVE "D" TO WS-JORNAL-TIPO.
           PERFORM ABRE-JORNAL.
           REWRITE AL-REC
           INVALID KEY
               PERFORM FECHA-JORNAL
               MOVE "ERRO AO GRAVAR A DEVOLUCAO" TO WS-MOTIVO
               GO LANCA-DEVOLUCAO-FIM
           END-REWRITE.
           MOVE AL-FILME-ID TO FLM-ID.
           READ FILME-FILE
           NOT INVALID KEY
               IF NOT CTG-COM-DANO
                   ADD 1 TO FLM-QTD-DISPONIVEL
               END-IF
               REWRITE FLM-REC
           END-READ.
           MOVE AL-COPIA-BARCODE TO COPIA-BARCODE.
           READ COPIA-FILE
           NOT INVALID KEY
               IF CTG-COM-DANO
                   MOVE "X" TO COPIA-STATUS
               ELSE
                   MOVE "D" TO COPIA-STATUS
               END-IF
               IF COPIA-QTD-ALUGUEIS NOT NUMERIC
                   MOVE ZEROS TO COPIA-QTD-ALUGUEIS
               END-IF
               ADD 1 TO COPIA-QTD-ALUGUEIS
               REWRITE COPIA-REC
           END-READ.
           PERFORM FECHA-JORNAL.
           ADD 1 TO WS-TOT-LANCADOS.
           MOVE "DEVOLUCAO" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO AL-ID.
           IF AL-MULTA > ZEROS
               PERFORM LANCA-RECEBER
           END-IF.
       LANCA-DEVOLUCAO-FIM.

      * -----------------------------------
      * VENDA DA CONTINGENCIA: CONFERE CLIENTE, MERCADORIA E ESTOQUE
      * E BAIXA O TOTAL DA REDE E O SALDO DA FILIAL

       LANCA-VENDA.
           MOVE CTG-NUMERO TO VD-ID.
           READ VENDA-FILE
           NOT INVALID KEY
               IF VD-MERCADORIA-COD EQUAL CTG-MERCADORIA
                   AND VD-CLIENTE-ID EQUAL CTG-CLIENTE-ID
                   ADD 1 TO WS-TOT-JA-LANCADOS
               ELSE
                   MOVE "NUMERO PROVISORIO JA USADO POR OUTRA VENDA"
                       TO WS-MOTIVO
               END-IF
               GO LANCA-VENDA-FIM
           END-READ.
           MOVE CTG-CLIENTE-ID TO CLI-ID.
           READ CLIENTE-FILE
           INVALID KEY
               MOVE "CLIENTE NAO CADASTRADO" TO WS-MOTIVO
               GO LANCA-VENDA-FIM
           END-READ.
           MOVE CTG-MERCADORIA TO FS-CODIGO.
           READ MERCADORIA-FILE
           INVALID KEY
               MOVE "MERCADORIA NAO CADASTRADA" TO WS-MOTIVO
               GO LANCA-VENDA-FIM
           END-READ.
           PERFORM IDENTIFICA-KIT THRU IDENTIFICA-KIT-FIM.
           IF ITEM-E-KIT
               MOVE "KIT DE VENDA - LANCAR PELO REGISTRO DE VENDAS"
                   TO WS-MOTIVO
               GO LANCA-VENDA-FIM
           END-IF
           MOVE "C" TO WS-ES-OPERACAO.
           MOVE CTG-MERCADORIA TO WS-ES-CODIGO.
           MOVE CTG-FILIAL TO WS-ES-FILIAL.
           MOVE ZEROS TO WS-ES-QUANTIDADE.
           CALL "ESTOQUE-FILIAL" USING WS-ES-OPERACAO WS-ES-CODIGO
               WS-ES-FILIAL WS-ES-QUANTIDADE WS-ES-SALDO
               WS-ES-RESULTADO.
           IF CTG-QUANTIDADE > FS-QTD-ESTOQUE
               OR CTG-QUANTIDADE > WS-ES-SALDO
               MOVE "ESTOQUE INSUFICIENTE NA FILIAL" TO WS-MOTIVO
               GO LANCA-VENDA-FIM
           END-IF
           MOVE SPACES TO VD-REC.
           MOVE CTG-NUMERO TO VD-ID.
           MOVE CTG-CLIENTE-ID TO VD-CLIENTE-ID.
           MOVE CTG-MERCADORIA TO VD-MERCADORIA-COD.
           MOVE CTG-QUANTIDADE TO VD-QUANTIDADE.
           COMPUTE VD-PRECO-UNIT ROUNDED = CTG-VALOR / CTG-QUANTIDADE.
           MOVE CTG-VALOR TO VD-VALOR-TOTAL.
           MOVE CTG-FORMA-PAGTO TO VD-FORMA-PAGTO.
           MOVE CTG-DATA TO VD-DATA-VENDA.
           MOVE CTG-FILIAL TO VD-FILIAL.
           MOVE ZEROS TO VD-PROMO-ID VD-SESSAO-ID VD-REF-ID VD-TICKET
               VD-VALE-NUMERO VD-VALE-VALOR.
           MOVE "N" TO VD-TIPO.
           COMPUTE VD-VALOR-IMPOSTO ROUNDED =
               VD-VALOR-TOTAL * WS-ALIQUOTA-VENDA / 100.
           MOVE CTG-OPERADOR TO VD-OPERADOR-ID.
           WRITE VD-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR A VENDA" TO WS-MOTIVO
               GO LANCA-VENDA-FIM
           END-WRITE.
           SUBTRACT CTG-QUANTIDADE FROM FS-QTD-ESTOQUE.
           REWRITE FILE1-REC.
           MOVE "S" TO WS-ES-OPERACAO.
           MOVE CTG-QUANTIDADE TO WS-ES-QUANTIDADE.
           CALL "ESTOQUE-FILIAL" USING WS-ES-OPERACAO WS-ES-CODIGO
               WS-ES-FILIAL WS-ES-QUANTIDADE WS-ES-SALDO
               WS-ES-RESULTADO.
           ADD 1 TO WS-TOT-LANCADOS.
           MOVE "VENDA" TO WS-AUD-OPERACAO.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO VD-ID.
      * O LOTE DO PERECIVEL NAO E BAIXADO AQUI - FICA NA LISTA PARA A
      * BAIXA MANUAL
           IF FS-ITEM-PERECIVEL
               MOVE "LANCADA - BAIXAR O LOTE DO PERECIVEL NA MAO"
                   TO WS-MOTIVO
           END-IF.
       LANCA-VENDA-FIM.

      * -----------------------------------
      * MARCA SE A MERCADORIA E UM KIT (TEM COMPONENTES EM KIT.DAT)

       IDENTIFICA-KIT.
           MOVE "N" TO WS-KIT.
           IF NOT FS-KIT-OK
               GO IDENTIFICA-KIT-FIM
           END-IF
           MOVE CTG-MERCADORIA TO KIT-CODIGO.
           MOVE ZEROS TO KIT-SEQ.
           START KIT-FILE KEY IS NOT LESS THAN KIT-KEY
           INVALID KEY
               MOVE ZEROS TO FS-STAT-KIT
               GO IDENTIFICA-KIT-FIM
           END-START.
           READ KIT-FILE NEXT RECORD
           AT END
               MOVE ZEROS TO FS-STAT-KIT
               GO IDENTIFICA-KIT-FIM
           END-READ.
           IF KIT-CODIGO EQUAL CTG-MERCADORIA
               MOVE "S" TO WS-KIT
           END-IF.
       IDENTIFICA-KIT-FIM.

      * -----------------------------------
      * TARIFA DO DIA DO ALUGUEL, COM A TAXA DE MULTA DA CATEGORIA
      * DO TITULO POR CIMA DA PADRAO

       CARREGA-TARIFA-CAT.
           MOVE PARAM-REC TO PAL-REC.
           CALL "OBTEM-TARIFA" USING WS-TARIFA-DATA PAL-REC
               WS-TARIFA-ACHOU.
           MOVE PAL-TAXA-MULTA-DIA TO WS-MULTA-DIA.
           MOVE FLM-CATEGORIA TO TCA-CATEGORIA.
           READ TARIFA-CAT-FILE
           INVALID KEY
               GO CARREGA-TARIFA-CAT-FIM
           END-READ.
           IF TCA-TAXA-MULTA-DIA > ZEROS
               MOVE TCA-TAXA-MULTA-DIA TO WS-MULTA-DIA
           END-IF.
       CARREGA-TARIFA-CAT-FIM.

      * -----------------------------------
      * MULTA PELOS DIAS ABERTOS ENTRE A PREVISAO E A DEVOLUCAO

       CALCULA-MULTA.
           COMPUTE WS-INT-PREVISTA =
               FUNCTION INTEGER-OF-DATE(AL-DATA-PREVISTA).
           COMPUTE WS-INT-DEVOLUCAO =
               FUNCTION INTEGER-OF-DATE(CTG-DATA).
           MOVE ZEROS TO WS-DIAS-ATRASO.
           MOVE WS-INT-PREVISTA TO WS-DIA-TESTE-INT.

           CALCULA-MULTA-CONTA.
           ADD 1 TO WS-DIA-TESTE-INT.
           IF WS-DIA-TESTE-INT NOT > WS-INT-DEVOLUCAO
               PERFORM TESTA-DIA-FECHADO THRU TESTA-DIA-FECHADO-FIM
               IF NOT DIA-FECHADO
                   ADD 1 TO WS-DIAS-ATRASO
               END-IF
               GO CALCULA-MULTA-CONTA
           END-IF
           CALL "CALCULA-MULTA" USING WS-DIAS-ATRASO
               WS-MULTA-DIA PAL-MULTA-MAXIMA AL-MULTA.
       CALCULA-MULTA-FIM.

      * -----------------------------------
      * DIA FECHADO = DOMINGO OU DATA DO CALENDARIO COMERCIAL

       TESTA-DIA-FECHADO.
           MOVE "N" TO WS-DIA-FECHADO.
           COMPUTE WS-DIA-SEMANA =
               FUNCTION MOD(WS-DIA-TESTE-INT 7).
           IF WS-DIA-SEMANA = ZEROS
               MOVE "S" TO WS-DIA-FECHADO
               GO TESTA-DIA-FECHADO-FIM
           END-IF
           IF NOT FS-CAL-OK
               GO TESTA-DIA-FECHADO-FIM
           END-IF
           COMPUTE WS-DIA-TESTE-DATA =
               FUNCTION DATE-OF-INTEGER(WS-DIA-TESTE-INT).
           MOVE WS-DIA-TESTE-DATA TO CAL-DATA.
           READ CALENDARIO-FILE
           INVALID KEY
               MOVE ZEROS TO FS-STAT-CAL
           NOT INVALID KEY
               MOVE "S" TO WS-DIA-FECHADO
           END-READ.
       TESTA-DIA-FECHADO-FIM.

      * -----------------------------------
      * MULTA NAO COBRADA NA CONTINGENCIA VAI PARA O CONTAS A RECEBER
      * (CHAVE = NUMERO DO ALUGUEL, COMO NO BALCAO) E BLOQUEIA O
      * CREDITO DO CLIENTE ATE A QUITACAO

       LANCA-RECEBER.
           MOVE SPACES TO CR-REC.
           MOVE AL-ID TO CR-ID.
           MOVE AL-CLIENTE-ID TO CR-CLIENTE-ID.
           MOVE AL-ID TO CR-ALUGUEL-ID.
           MOVE AL-MULTA TO CR-VALOR-ORIGINAL.
           MOVE AL-MULTA TO CR-SALDO.
           MOVE CTG-DATA TO CR-DATA-ORIGEM.
           MOVE "A" TO CR-STATUS.
           MOVE "M" TO CR-TIPO.
           MOVE ZEROS TO CR-DATA-BAIXA.
           WRITE CR-REC
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO WS-TOT-MULTAS
           END-WRITE.
           MOVE AL-CLIENTE-ID TO CLI-ID.
           READ CLIENTE-FILE
           NOT INVALID KEY
               MOVE "S" TO CLI-CREDITO-BLOQUEADO
               REWRITE CLI-REC
           END-READ.

      * -----------------------------------
      * GRAVA A INTENCAO DA TRANSACAO CORRENTE NO JORNAL (PENDENTE)

       ABRE-JORNAL.
           MOVE SPACES TO JRN-REC.
           MOVE AL-ID TO JRN-ALUGUEL-ID.
           MOVE WS-JORNAL-TIPO TO JRN-TIPO.
           MOVE AL-FILME-ID TO JRN-FILME-ID.
           MOVE AL-COPIA-BARCODE TO JRN-BARCODE.
           ACCEPT JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT JRN-HORA FROM TIME.
           MOVE "P" TO JRN-SITUACAO.
           REWRITE JRN-REC
           INVALID KEY
               WRITE JRN-REC
           END-REWRITE.

      * -----------------------------------
      * MARCA O JORNAL DA TRANSACAO CORRENTE COMO CONCLUIDO

       FECHA-JORNAL.
           MOVE AL-ID TO JRN-ALUGUEL-ID.
           MOVE WS-JORNAL-TIPO TO JRN-TIPO.
           READ JORNAL-FILE
           NOT INVALID KEY
               MOVE "C" TO JRN-SITUACAO
               REWRITE JRN-REC
           END-READ.

      * -----------------------------------
      * LINHA DA LISTA DE EXCECOES PARA O SUPERVISOR

       GRAVA-EXCECAO.
           ADD 1 TO WS-TOT-EXCECOES.
           MOVE CTG-NUMERO TO WS-LIN-NUMERO.
           MOVE CTG-TIPO TO WS-LIN-TIPO.
           MOVE CTG-DATA TO WS-LIN-DATA.
           MOVE WS-MOTIVO TO WS-LIN-MOTIVO.
           WRITE RELATORIO-LINHA FROM WS-LINHA.
           DISPLAY WS-LINHA.

      * -----------------------------------
      * TOTAIS DE CONTROLE NO FIM DA LISTA E NO CONSOLE

       TOTALIZA.
           MOVE SPACES TO RELATORIO-LINHA.
           WRITE RELATORIO-LINHA.
           MOVE "MOVIMENTOS LIDOS............:" TO WS-TOT-ROTULO.
           MOVE WS-TOT-LIDOS TO WS-TOT-VALOR.
           WRITE RELATORIO-LINHA FROM WS-LINHA-TOTAL.
           DISPLAY WS-LINHA-TOTAL.
           MOVE "LANCADOS NOS MESTRES........:" TO WS-TOT-ROTULO.
           MOVE WS-TOT-LANCADOS TO WS-TOT-VALOR.
           WRITE RELATORIO-LINHA FROM WS-LINHA-TOTAL.
           DISPLAY WS-LINHA-TOTAL.
           MOVE "JA LANCADOS ANTES............:" TO WS-TOT-ROTULO.
           MOVE WS-TOT-JA-LANCADOS TO WS-TOT-VALOR.
           WRITE RELATORIO-LINHA FROM WS-LINHA-TOTAL.
           DISPLAY WS-LINHA-TOTAL.
           MOVE "EXCECOES PARA O SUPERVISOR..:" TO WS-TOT-ROTULO.
           MOVE WS-TOT-EXCECOES TO WS-TOT-VALOR.
           WRITE RELATORIO-LINHA FROM WS-LINHA-TOTAL.
           DISPLAY WS-LINHA-TOTAL.
           MOVE "MULTAS NO CONTAS A RECEBER..:" TO WS-TOT-ROTULO.
           MOVE WS-TOT-MULTAS TO WS-TOT-VALOR.
           WRITE RELATORIO-LINHA FROM WS-LINHA-TOTAL.
           DISPLAY WS-LINHA-TOTAL.

      * -----------------------------------
      * ABRE OS MESTRES; ALUGUEL.DAT FORA DO AR ADIA O LANCAMENTO

       ABRIR-ARQUIVOS.
           OPEN I-O ALUGUEL-FILE.
           IF NOT FS-OK
               GO ABRIR-ARQUIVOS-FIM
           END-IF
           OPEN I-O CLIENTE-FILE FILME-FILE COPIA-FILE
               VENDA-FILE MERCADORIA-FILE.
           OPEN INPUT PARAM-FILE TARIFA-CAT-FILE CALENDARIO-FILE
               KIT-FILE.
           OPEN I-O GARANTIA-FILE.
           OPEN I-O JORNAL-FILE.
           IF FS-JORNAL-NAO-EXISTE
               OPEN OUTPUT JORNAL-FILE
               CLOSE JORNAL-FILE
               OPEN I-O JORNAL-FILE
           END-IF
           OPEN I-O RECEBER-FILE.
           IF FS-RECEBER-NAO-EXISTE
               OPEN OUTPUT RECEBER-FILE
               CLOSE RECEBER-FILE
               OPEN I-O RECEBER-FILE
           END-IF
           MOVE 1 TO PARAM-CHAVE.
           READ PARAM-FILE
           INVALID KEY
               MOVE ZEROS TO PARAM-TAXA-MULTA-DIA PARAM-MULTA-MAXIMA
                   PARAM-TAXA-DANO
           END-READ.
           OPEN INPUT TAXA-FISCAL-FILE.
           IF FS-TF-OK
               MOVE "A" TO TF-TIPO
               READ TAXA-FISCAL-FILE
               NOT INVALID KEY
                   MOVE TF-ALIQUOTA TO WS-ALIQUOTA-ALUGUEL
               END-READ
               MOVE "V" TO TF-TIPO
               READ TAXA-FISCAL-FILE
               NOT INVALID KEY
                   MOVE TF-ALIQUOTA TO WS-ALIQUOTA-VENDA
               END-READ
               CLOSE TAXA-FISCAL-FILE
           END-IF
           OPEN OUTPUT RELATORIO-FILE.
           MOVE ZEROS TO FS-STAT.
       ABRIR-ARQUIVOS-FIM.
