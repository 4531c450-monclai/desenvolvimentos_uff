       identification division.
       program-id. atualiza_layouts.

      *=================================================================
      * CONVERSAO DOS ARQUIVOS INDEXADOS QUE GANHARAM CAMPOS NO FIM
      * DO REGISTRO DEPOIS DO NUMERO DE CLIENTE DE CINCO DIGITOS:
      * ASSINATURA (TRANCAMENTO, ADESAO E CANCELAMENTO), CATALOGO
      * (DATA DE LANCAMENTO), MERCADORIA (RESERVA E RECOMPRA), TARIFA
      * (EXTRAVIO, REPOSICAO, VIDA UTIL), TARIFA POR CATEGORIA
      * (REPOSICAO E JANELA DE LANCAMENTO), CHECKPOINT DO CAIXA
      * (CONTROLE DE LOTE) E RECIBO (VIAS E ESTORNO). UM .DAT GRAVADO
      * PELO DESENHO ANTERIOR NAO ABRE NOS PROGRAMAS DE HOJE (STATUS
      * 39, TAMANHO DE REGISTRO DIFERENTE).
      *
      * MESMO MOLDE DE MIGRA_LAYOUTS: CADA ARQUIVO E LIDO PELO
      * DESENHO ANTERIOR (SO A CHAVE PRIMARIA, O RESTO COMO UM
      * BLOCO), O BLOCO VAI PARA O INICIO DO REGISTRO NOVO, OS CAMPOS
      * ACRESCENTADOS RECEBEM ZEROS (OU O PADRAO DA TARIFA, O MESMO
      * QUE O BALCAO GRAVA AO CRIAR TARIFA.DAT) E O RESULTADO SAI EM
      * *_NOVO.DAT. O OPERADOR CONFERE OS TOTAIS E RENOMEIA CADA
      * *_NOVO.DAT POR CIMA DO ANTIGO. ARQUIVO JA NO DESENHO ATUAL E
      * PULADO. O DIRETORIO TREINO/ NAO E CONVERTIDO - BASTA RODAR
      * PREPARA_TREINO DE NOVO DEPOIS DA TROCA.
      *
      * ARQUIVOS AINDA NO DESENHO DE CLIENTE 9(03) PASSAM ANTES POR
      * MIGRA_LAYOUTS E EXPANDE_CLIENTES, QUE JA GRAVAM NO DESENHO
      * ATUAL.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select assinatura-old-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-old
           record key is aso-key.

       select assinatura-novo-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-novo
           record key is asn-key.

       select filme-old-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-old
           record key is flo-key.

       select filme-novo-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-novo
           record key is fln-key.

       select mercadoria-old-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-old
           record key is mco-key.

       select mercadoria-novo-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-novo
           record key is mcn-key.

       select param-old-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-old
           record key is pro-chave.

       select param-novo-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-novo
           record key is prn-chave.

       select tarifa-cat-old-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-old
           record key is tco-key.

       select tarifa-cat-novo-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-novo
           record key is tcn-key.

       select ckpt-old-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-old
           record key is cko-chave.

       select ckpt-novo-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-novo
           record key is ckn-chave.

       select recibo-old-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-old
           record key is rco-key.

       select recibo-novo-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-novo
           record key is rcn-key.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

      * DESENHOS ANTERIORES: SO A CHAVE PRIMARIA E DECLARADA (ELA NAO
      * MUDOU DE POSICAO); O RESTO DO REGISTRO VIAJA COMO UM BLOCO.

       fd assinatura-old-file value of file-id is "ASSINATURA.dat".
       01 aso-rec.
           02 aso-key.
               03 aso-id          pic 9(11).
           02 aso-resto           pic x(34).

       fd assinatura-novo-file
           value of file-id is "ASSINATURA_NOVO.dat".
       copy assinatura replacing ==FILE1-REC==  by ==ASN-REC==
                                 leading ==FS== by ==ASN==.

       fd filme-old-file value of file-id is "lista_de_filmes.dat".
       01 flo-rec.
           02 flo-key.
               03 flo-id          pic 9(11).
           02 flo-resto           pic x(100).

       fd filme-novo-file
           value of file-id is "lista_de_filmes_NOVO.dat".
       copy filme replacing ==FILE1-REC==  by ==FLN-REC==
                            leading ==FS== by ==FLN==.

       fd mercadoria-old-file value of file-id is "MERCADORIA.dat".
       01 mco-rec.
           02 mco-key.
               03 mco-codigo      pic 9(05).
           02 mco-resto           pic x(90).

       fd mercadoria-novo-file
           value of file-id is "MERCADORIA_NOVO.dat".
       copy mercadoria replacing ==FILE1-REC==  by ==MCN-REC==
                                 leading ==FS== by ==MCN==.

       fd param-old-file value of file-id is "TARIFA.dat".
       01 pro-rec.
           02 pro-chave           pic 9(01).
           02 pro-resto           pic x(50).

       fd param-novo-file value of file-id is "TARIFA_NOVO.dat".
       copy param_locacao replacing leading ==PARAM== by ==PRN==.

       fd tarifa-cat-old-file
           value of file-id is "TARIFA_CATEGORIA.dat".
       01 tco-rec.
           02 tco-key.
               03 tco-categoria   pic x(40).
           02 tco-resto           pic x(23).

       fd tarifa-cat-novo-file
           value of file-id is "TARIFA_CATEGORIA_NOVO.dat".
       copy tarifa_cat replacing leading ==TCA== by ==TCN==.

       fd ckpt-old-file value of file-id is "CKPTCAIXA.dat".
       01 cko-rec.
           02 cko-chave           pic 9(01).
           02 cko-resto           pic x(154).

       fd ckpt-novo-file value of file-id is "CKPTCAIXA_NOVO.dat".
       copy ckpt_caixa replacing leading ==CKPT== by ==CKN==.

       fd recibo-old-file value of file-id is "RECIBO.dat".
       01 rco-rec.
           02 rco-key.
               03 rco-numero      pic 9(09).
           02 rco-resto           pic x(48).

       fd recibo-novo-file value of file-id is "RECIBO_NOVO.dat".
       copy recibo replacing leading ==REC== by ==RCN==.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-old          pic 9(02).
           88 fs-old-ok                value zeros.
           88 fs-old-nao-existe        value 35.
           88 fs-old-desenho-atual     value 39.

       77 fs-stat-novo         pic 9(02).

       77 ws-lidos             pic 9(07).
       77 ws-gravados          pic 9(07).

       77 ws-log-programa      pic x(20).
       77 ws-log-operacao      pic x(20).

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM ATUALIZA-ASSINATURA THRU ATUALIZA-ASSINATURA-FIM.
           PERFORM ATUALIZA-FILME THRU ATUALIZA-FILME-FIM.
           PERFORM ATUALIZA-MERCADORIA THRU ATUALIZA-MERCADORIA-FIM.
           PERFORM ATUALIZA-TARIFA THRU ATUALIZA-TARIFA-FIM.
           PERFORM ATUALIZA-TARIFA-CAT THRU ATUALIZA-TARIFA-CAT-FIM.
           PERFORM ATUALIZA-CKPT THRU ATUALIZA-CKPT-FIM.
           PERFORM ATUALIZA-RECIBO THRU ATUALIZA-RECIBO-FIM.
           STOP RUN.

      * -----------------------------------
      * ASSINATURA.DAT (45 BYTES) -> ASSINATURA_NOVO.DAT

       ATUALIZA-ASSINATURA.
           MOVE ZEROS TO WS-LIDOS WS-GRAVADOS.
           OPEN INPUT ASSINATURA-OLD-FILE.
           IF FS-OLD-NAO-EXISTE
               DISPLAY "ASSINATURA.DAT INEXISTENTE - PULADO"
               GO ATUALIZA-ASSINATURA-FIM
           END-IF
           IF FS-OLD-DESENHO-ATUAL
               DISPLAY "ASSINATURA.DAT JA NO DESENHO ATUAL - PULADO"
               GO ATUALIZA-ASSINATURA-FIM
           END-IF
           IF NOT FS-OLD-OK
               MOVE "ATUALIZA ASSINATURA" TO WS-LOG-OPERACAO
               PERFORM LOGA-ERRO
               GO ATUALIZA-ASSINATURA-RESUMO
           END-IF
           OPEN OUTPUT ASSINATURA-NOVO-FILE.

           ATUALIZA-ASSINATURA-LOOP.
           READ ASSINATURA-OLD-FILE NEXT RECORD
           AT END
               GO ATUALIZA-ASSINATURA-FECHA
           END-READ.
           ADD 1 TO WS-LIDOS.
           MOVE SPACES TO ASN-REC.
           MOVE ASO-REC TO ASN-REC(1:45).
           MOVE ZEROS TO ASN-DATA-TRANCAMENTO ASN-DATA-RETOMADA.
           MOVE ZEROS TO ASN-DATA-ADESAO ASN-DATA-CANCELAMENTO.
           MOVE ZEROS TO ASN-MOTIVO-CANCEL.
           WRITE ASN-REC
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO WS-GRAVADOS
           END-WRITE.
           GO ATUALIZA-ASSINATURA-LOOP.

           ATUALIZA-ASSINATURA-FECHA.
           CLOSE ASSINATURA-OLD-FILE.
           CLOSE ASSINATURA-NOVO-FILE.

           ATUALIZA-ASSINATURA-RESUMO.
           DISPLAY "ASSINATURA LIDOS.: " WS-LIDOS
               "  GRAVADOS: " WS-GRAVADOS.
       ATUALIZA-ASSINATURA-FIM.

      * -----------------------------------
      * LISTA_DE_FILMES.DAT (111 BYTES) -> LISTA_DE_FILMES_NOVO.DAT

       ATUALIZA-FILME.
           MOVE ZEROS TO WS-LIDOS WS-GRAVADOS.
           OPEN INPUT FILME-OLD-FILE.
           IF FS-OLD-NAO-EXISTE
               DISPLAY "LISTA_DE_FILMES.DAT INEXISTENTE - PULADO"
               GO ATUALIZA-FILME-FIM
           END-IF
           IF FS-OLD-DESENHO-ATUAL
               DISPLAY "LISTA_DE_FILMES.DAT JA NO DESENHO ATUAL - "
                   "PULADO"
               GO ATUALIZA-FILME-FIM
           END-IF
           IF NOT FS-OLD-OK
               MOVE "ATUALIZA FILME" TO WS-LOG-OPERACAO
               PERFORM LOGA-ERRO
               GO ATUALIZA-FILME-RESUMO
           END-IF
           OPEN OUTPUT FILME-NOVO-FILE.

           ATUALIZA-FILME-LOOP.
           READ FILME-OLD-FILE NEXT RECORD
           AT END
               GO ATUALIZA-FILME-FECHA
           END-READ.
           ADD 1 TO WS-LIDOS.
           MOVE SPACES TO FLN-REC.
           MOVE FLO-REC TO FLN-REC(1:111).
           MOVE ZEROS TO FLN-DATA-LANCAMENTO.
           WRITE FLN-REC
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO WS-GRAVADOS
           END-WRITE.
           GO ATUALIZA-FILME-LOOP.

           ATUALIZA-FILME-FECHA.
           CLOSE FILME-OLD-FILE.
           CLOSE FILME-NOVO-FILE.

           ATUALIZA-FILME-RESUMO.
           DISPLAY "FILMES LIDOS.....: " WS-LIDOS
               "  GRAVADOS: " WS-GRAVADOS.
       ATUALIZA-FILME-FIM.

      * -----------------------------------
      * MERCADORIA.DAT (95 BYTES) -> MERCADORIA_NOVO.DAT

       ATUALIZA-MERCADORIA.
           MOVE ZEROS TO WS-LIDOS WS-GRAVADOS.
           OPEN INPUT MERCADORIA-OLD-FILE.
           IF FS-OLD-NAO-EXISTE
               DISPLAY "MERCADORIA.DAT INEXISTENTE - PULADO"
               GO ATUALIZA-MERCADORIA-FIM
           END-IF
           IF FS-OLD-DESENHO-ATUAL
               DISPLAY "MERCADORIA.DAT JA NO DESENHO ATUAL - PULADO"
               GO ATUALIZA-MERCADORIA-FIM
           END-IF
           IF NOT FS-OLD-OK
               MOVE "ATUALIZA MERCADORIA" TO WS-LOG-OPERACAO
               PERFORM LOGA-ERRO
               GO ATUALIZA-MERCADORIA-RESUMO
           END-IF
           OPEN OUTPUT MERCADORIA-NOVO-FILE.

           ATUALIZA-MERCADORIA-LOOP.
           READ MERCADORIA-OLD-FILE NEXT RECORD
           AT END
               GO ATUALIZA-MERCADORIA-FECHA
           END-READ.
           ADD 1 TO WS-LIDOS.
           MOVE SPACES TO MCN-REC.
           MOVE MCO-REC TO MCN-REC(1:95).
           MOVE ZEROS TO MCN-QTD-RESERVADA.
           MOVE SPACES TO MCN-RECOMPRA.
           WRITE MCN-REC
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO WS-GRAVADOS
           END-WRITE.
           GO ATUALIZA-MERCADORIA-LOOP.

           ATUALIZA-MERCADORIA-FECHA.
           CLOSE MERCADORIA-OLD-FILE.
           CLOSE MERCADORIA-NOVO-FILE.

           ATUALIZA-MERCADORIA-RESUMO.
           DISPLAY "MERCADORIA LIDOS.: " WS-LIDOS
               "  GRAVADOS: " WS-GRAVADOS.
       ATUALIZA-MERCADORIA-FIM.

      * -----------------------------------
      * TARIFA.DAT (51 BYTES) -> TARIFA_NOVO.DAT
      * OS PARAMETROS NOVOS RECEBEM O MESMO PADRAO QUE O BALCAO GRAVA
      * AO CRIAR TARIFA.DAT - COM ZEROS, TODA LOCACAO EM ABERTO
      * VIRARIA EXTRAVIO NA PRIMEIRA NOITE.

       ATUALIZA-TARIFA.
           MOVE ZEROS TO WS-LIDOS WS-GRAVADOS.
           OPEN INPUT PARAM-OLD-FILE.
           IF FS-OLD-NAO-EXISTE
               DISPLAY "TARIFA.DAT INEXISTENTE - PULADO"
               GO ATUALIZA-TARIFA-FIM
           END-IF
           IF FS-OLD-DESENHO-ATUAL
               DISPLAY "TARIFA.DAT JA NO DESENHO ATUAL - PULADO"
               GO ATUALIZA-TARIFA-FIM
           END-IF
           IF NOT FS-OLD-OK
               MOVE "ATUALIZA TARIFA" TO WS-LOG-OPERACAO
               PERFORM LOGA-ERRO
               GO ATUALIZA-TARIFA-RESUMO
           END-IF
           OPEN OUTPUT PARAM-NOVO-FILE.

           ATUALIZA-TARIFA-LOOP.
           READ PARAM-OLD-FILE NEXT RECORD
           AT END
               GO ATUALIZA-TARIFA-FECHA
           END-READ.
           ADD 1 TO WS-LIDOS.
           MOVE SPACES TO PRN-REC.
           MOVE PRO-REC TO PRN-REC(1:51).
           MOVE 60 TO PRN-DIAS-EXTRAVIO.
           MOVE 80.00 TO PRN-VALOR-REPOSICAO.
           MOVE 24 TO PRN-VIDA-UTIL-DVD.
           MOVE 12 TO PRN-VIDA-UTIL-VHS.
           MOVE "N" TO PRN-REALOCA-DEV.
           WRITE PRN-REC
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO WS-GRAVADOS
           END-WRITE.
           GO ATUALIZA-TARIFA-LOOP.

           ATUALIZA-TARIFA-FECHA.
           CLOSE PARAM-OLD-FILE.
           CLOSE PARAM-NOVO-FILE.

           ATUALIZA-TARIFA-RESUMO.
           DISPLAY "TARIFA LIDOS.....: " WS-LIDOS
               "  GRAVADOS: " WS-GRAVADOS.
       ATUALIZA-TARIFA-FIM.

      * -----------------------------------
      * TARIFA_CATEGORIA.DAT (63 BYTES) -> TARIFA_CATEGORIA_NOVO.DAT
      * OS ULTIMOS 10 BYTES ANTIGOS ERAM FILLER E NAO SAO COPIADOS;
      * REPOSICAO E JANELA ZERADAS = SEGUE O PADRAO DE TARIFA.DAT.

       ATUALIZA-TARIFA-CAT.
           MOVE ZEROS TO WS-LIDOS WS-GRAVADOS.
           OPEN INPUT TARIFA-CAT-OLD-FILE.
           IF FS-OLD-NAO-EXISTE
               DISPLAY "TARIFA_CATEGORIA.DAT INEXISTENTE - PULADO"
               GO ATUALIZA-TARIFA-CAT-FIM
           END-IF
           IF FS-OLD-DESENHO-ATUAL
               DISPLAY "TARIFA_CATEGORIA.DAT JA NO DESENHO ATUAL - "
                   "PULADO"
               GO ATUALIZA-TARIFA-CAT-FIM
           END-IF
           IF NOT FS-OLD-OK
               MOVE "ATUALIZA TARIFA CAT" TO WS-LOG-OPERACAO
               PERFORM LOGA-ERRO
               GO ATUALIZA-TARIFA-CAT-RESUMO
           END-IF
           OPEN OUTPUT TARIFA-CAT-NOVO-FILE.

           ATUALIZA-TARIFA-CAT-LOOP.
           READ TARIFA-CAT-OLD-FILE NEXT RECORD
           AT END
               GO ATUALIZA-TARIFA-CAT-FECHA
           END-READ.
           ADD 1 TO WS-LIDOS.
           MOVE SPACES TO TCN-REC.
           MOVE TCO-REC(1:53) TO TCN-REC(1:53).
           MOVE ZEROS TO TCN-VALOR-REPOSICAO TCN-JANELA-DIAS.
           MOVE SPACES TO TCN-CATEGORIA-DESTINO.
           WRITE TCN-REC
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO WS-GRAVADOS
           END-WRITE.
           GO ATUALIZA-TARIFA-CAT-LOOP.

           ATUALIZA-TARIFA-CAT-FECHA.
           CLOSE TARIFA-CAT-OLD-FILE.
           CLOSE TARIFA-CAT-NOVO-FILE.

           ATUALIZA-TARIFA-CAT-RESUMO.
           DISPLAY "TARIFA CAT LIDOS.: " WS-LIDOS
               "  GRAVADOS: " WS-GRAVADOS.
       ATUALIZA-TARIFA-CAT-FIM.

      * -----------------------------------
      * CKPTCAIXA.DAT (155 BYTES) -> CKPTCAIXA_NOVO.DAT
      * CONTROLE EM BRANCO: O RELATORIO DO CAIXA RETOMA OS TOTAIS DO
      * CHECKPOINT E SO NAO CONFERE O LOTE ANTERIOR A TROCA.

       ATUALIZA-CKPT.
           MOVE ZEROS TO WS-LIDOS WS-GRAVADOS.
           OPEN INPUT CKPT-OLD-FILE.
           IF FS-OLD-NAO-EXISTE
               DISPLAY "CKPTCAIXA.DAT INEXISTENTE - PULADO"
               GO ATUALIZA-CKPT-FIM
           END-IF
           IF FS-OLD-DESENHO-ATUAL
               DISPLAY "CKPTCAIXA.DAT JA NO DESENHO ATUAL - PULADO"
               GO ATUALIZA-CKPT-FIM
           END-IF
           IF NOT FS-OLD-OK
               MOVE "ATUALIZA CKPTCAIXA" TO WS-LOG-OPERACAO
               PERFORM LOGA-ERRO
               GO ATUALIZA-CKPT-RESUMO
           END-IF
           OPEN OUTPUT CKPT-NOVO-FILE.

           ATUALIZA-CKPT-LOOP.
           READ CKPT-OLD-FILE NEXT RECORD
           AT END
               GO ATUALIZA-CKPT-FECHA
           END-READ.
           ADD 1 TO WS-LIDOS.
           MOVE SPACES TO CKN-REC.
           MOVE CKO-REC TO CKN-REC(1:155).
           MOVE SPACES TO CKN-CONTROLE.
           WRITE CKN-REC
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO WS-GRAVADOS
           END-WRITE.
           GO ATUALIZA-CKPT-LOOP.

           ATUALIZA-CKPT-FECHA.
           CLOSE CKPT-OLD-FILE.
           CLOSE CKPT-NOVO-FILE.

           ATUALIZA-CKPT-RESUMO.
           DISPLAY "CKPTCAIXA LIDOS..: " WS-LIDOS
               "  GRAVADOS: " WS-GRAVADOS.
       ATUALIZA-CKPT-FIM.

      * -----------------------------------
      * RECIBO.DAT (57 BYTES) -> RECIBO_NOVO.DAT
      * OS ULTIMOS 10 BYTES ANTIGOS ERAM FILLER E NAO SAO COPIADOS.

       ATUALIZA-RECIBO.
           MOVE ZEROS TO WS-LIDOS WS-GRAVADOS.
           OPEN INPUT RECIBO-OLD-FILE.
           IF FS-OLD-NAO-EXISTE
               DISPLAY "RECIBO.DAT INEXISTENTE - PULADO"
               GO ATUALIZA-RECIBO-FIM
           END-IF
           IF FS-OLD-DESENHO-ATUAL
               DISPLAY "RECIBO.DAT JA NO DESENHO ATUAL - PULADO"
               GO ATUALIZA-RECIBO-FIM
           END-IF
           IF NOT FS-OLD-OK
               MOVE "ATUALIZA RECIBO" TO WS-LOG-OPERACAO
               PERFORM LOGA-ERRO
               GO ATUALIZA-RECIBO-RESUMO
           END-IF
           OPEN OUTPUT RECIBO-NOVO-FILE.

           ATUALIZA-RECIBO-LOOP.
           READ RECIBO-OLD-FILE NEXT RECORD
           AT END
               GO ATUALIZA-RECIBO-FECHA
           END-READ.
           ADD 1 TO WS-LIDOS.
           MOVE SPACES TO RCN-REC.
           MOVE RCO-REC(1:47) TO RCN-REC(1:47).
           MOVE ZEROS TO RCN-QTD-VIAS RCN-DATA-ULT-VIA.
           MOVE ZEROS TO RCN-ESTORNO-NUMERO.
           MOVE SPACES TO RCN-SITUACAO.
           WRITE RCN-REC
           INVALID KEY
               CONTINUE
           NOT INVALID KEY
               ADD 1 TO WS-GRAVADOS
           END-WRITE.
           GO ATUALIZA-RECIBO-LOOP.

           ATUALIZA-RECIBO-FECHA.
           CLOSE RECIBO-OLD-FILE.
           CLOSE RECIBO-NOVO-FILE.

           ATUALIZA-RECIBO-RESUMO.
           DISPLAY "RECIBO LIDOS.....: " WS-LIDOS
               "  GRAVADOS: " WS-GRAVADOS.
       ATUALIZA-RECIBO-FIM.

       LOGA-ERRO.
           MOVE "ATUALIZA_LAYOUTS" TO WS-LOG-PROGRAMA.
           CALL "LOG-ERRO" USING WS-LOG-PROGRAMA WS-LOG-OPERACAO
               FS-STAT-OLD.
