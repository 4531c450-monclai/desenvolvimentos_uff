       identification division.
       program-id. importa_pre_cadastros.

      *=================================================================
      * IMPORTACAO DOS PRE-CADASTROS DE CLIENTE PREENCHIDOS NO SITE
      * (PRE_CADASTROS_SITE.DAT, UMA LINHA POR PEDIDO): NOME, CPF OU
      * CNPJ, NASCIMENTO, TELEFONE E ENDERECO. CADA PEDIDO PASSA PELAS
      * MESMAS CRITICAS DA INCLUSAO EM CADASTRO_CLIENTE (NOME,
      * TELEFONE, TIPO F/J, FILIAL ATIVA, DIGITOS DO DOCUMENTO PELA
      * VALIDA-CPF/VALIDA-CNPJ) E E RECUSADO SE O DOCUMENTO JA EXISTE
      * EM FUNC.DAT. O PEDIDO ACEITO FICA PENDENTE EM PRE_CADASTRO.DAT
      * ATE O CLIENTE APARECER NA LOJA, ONDE O BALCAO CONFIRMA PELO
      * CPF (CADASTRO_CLIENTE, OPCAO 7). O MESMO DOCUMENTO ENVIADO DE
      * NOVO ENQUANTO PENDENTE ATUALIZA OS DADOS E REABRE O PRAZO.
      * O RESULTADO DE CADA PEDIDO VAI PARA RESPOSTA_PRE_CADASTROS.DAT
      * (CAMPOS SEPARADOS POR PONTO-E-VIRGULA) PARA O SITE AVISAR O
      * CLIENTE.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select pedido-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-ped.

       select resposta-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-rsp.

       select pre-cadastro-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-pre
           record key is pre-key.

       select cliente-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-cli
           record key is cli-key.

       select filial-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-filial
           record key is fil-key.

       select dia-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-dia
           record key is dia-chave.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

      * PEDIDO DO SITE: PROTOCOLO, TIPO DE PESSOA (F/J), CPF OU CNPJ,
      * NOME, NASCIMENTO (AAAAMMDD), TELEFONE, ENDERECO E A FILIAL
      * ONDE O CLIENTE PRETENDE IR (ZERO = QUALQUER)
       fd pedido-file value of file-id is "PRE_CADASTROS_SITE.dat".
       01 ped-linha.
           02 ped-protocolo        pic x(12).
           02 ped-tipo-pessoa      pic x(01).
           02 ped-cpf              pic 9(14).
           02 ped-nome             pic x(40).
           02 ped-data-nasc        pic 9(08).
           02 ped-telefone         pic 9(11).
           02 ped-logradouro       pic x(40).
           02 ped-numero           pic x(08).
           02 ped-complemento      pic x(20).
           02 ped-bairro           pic x(20).
           02 ped-cidade           pic x(30).
           02 ped-cep              pic 9(08).
           02 ped-filial           pic 9(02).

       fd resposta-file
           value of file-id is "RESPOSTA_PRE_CADASTROS.dat".
       01 resposta-linha           pic x(100).

       fd pre-cadastro-file value of file-id is "PRE_CADASTRO.dat".
       copy pre_cadastro.

       fd cliente-file value of file-id is "FUNC.dat".
       copy cliente replacing ==FILE1-REC==     by ==CLI-REC==
                              ==FS-KEY==        by ==CLI-KEY==
                              ==FS-ID==         by ==CLI-ID==
                              ==FS-NOME==       by ==CLI-NOME==
                              ==FS-SENHA==      by ==CLI-SENHA==.

       fd filial-file value of file-id is "FILIAL.dat".
       copy filial.

       fd dia-file value of file-id is "DATA_NEGOCIO.dat".
       copy dia_negocio.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-ped          pic 9(02).
           88 fs-ped-ok                value zeros.

       77 fs-stat-rsp          pic 9(02).

       77 fs-stat-pre          pic 9(02).
           88 fs-pre-ok                value zeros.
           88 fs-pre-nao-existe        value 35.

       77 fs-stat-cli          pic 9(02).
           88 fs-cli-ok                value zeros.

       77 fs-stat-filial       pic 9(02).
           88 fs-filial-ok             value zeros.

       77 fs-stat-dia          pic 9(02).
           88 fs-dia-ok                value zeros.

       77 ws-data-hoje         pic 9(08).
       77 ws-cliente-aberto    pic x(01) value "N".
           88 cliente-aberto           value "S".
       77 ws-filial-aberta     pic x(01) value "N".
           88 filial-aberta            value "S".
       77 ws-achou             pic x(01).
           88 achou                    value "S".
       77 ws-pre-novo          pic x(01).
           88 pre-novo                 value "S".

       77 ws-cpf-valido        pic x.
           88 cpf-valido               value "S".
       77 ws-cpf-11            pic 9(11).
       77 ws-cpf-14            pic 9(14).

       77 ws-tot-lidos         pic 9(07) value zeros.
       77 ws-tot-aceitos       pic 9(07) value zeros.
       77 ws-tot-atualizados   pic 9(07) value zeros.
       77 ws-tot-recusados     pic 9(07) value zeros.

      * RESULTADO: "OK" = PENDENTE DE CONFIRMACAO NA LOJA, "AT" =
      * PEDIDO QUE JA ESTAVA PENDENTE, DADOS ATUALIZADOS, "RC" =
      * RECUSADO (MOTIVO NA MENSAGEM)
       01 ws-resposta.
           02 ws-rsp-protocolo     pic x(12).
           02 filler               pic x(01) value ";".
           02 ws-rsp-resultado     pic x(02).
           02 filler               pic x(01) value ";".
           02 ws-rsp-cpf           pic 9(14).
           02 filler               pic x(01) value ";".
           02 ws-rsp-mensagem      pic x(50).
           02 filler               pic x(19) value spaces.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM CARREGA-DIA-NEGOCIO THRU CARREGA-DIA-NEGOCIO-FIM.
           OPEN INPUT PEDIDO-FILE.
           IF NOT FS-PED-OK
               DISPLAY "NENHUM ARQUIVO DE PRE-CADASTROS PARA IMPORTAR"
               GOBACK
           END-IF
           OPEN I-O PRE-CADASTRO-FILE.
           IF FS-PRE-NAO-EXISTE
               OPEN OUTPUT PRE-CADASTRO-FILE
               CLOSE PRE-CADASTRO-FILE
               OPEN I-O PRE-CADASTRO-FILE
           END-IF
           OPEN INPUT CLIENTE-FILE.
           IF FS-CLI-OK
               MOVE "S" TO WS-CLIENTE-ABERTO
           END-IF
           OPEN INPUT FILIAL-FILE.
           IF FS-FILIAL-OK
               MOVE "S" TO WS-FILIAL-ABERTA
           END-IF
           OPEN OUTPUT RESPOSTA-FILE.

           PERFORM PROCESSA-PEDIDO THRU PROCESSA-PEDIDO-FIM.

           CLOSE PEDIDO-FILE RESPOSTA-FILE PRE-CADASTRO-FILE.
           IF CLIENTE-ABERTO
               CLOSE CLIENTE-FILE
           END-IF
           IF FILIAL-ABERTA
               CLOSE FILIAL-FILE
           END-IF
           DISPLAY "PRE-CADASTROS LIDOS.....: " WS-TOT-LIDOS.
           DISPLAY "PENDENTES NOVOS.........: " WS-TOT-ACEITOS.
           DISPLAY "PENDENTES ATUALIZADOS...: " WS-TOT-ATUALIZADOS.
           DISPLAY "RECUSADOS...............: " WS-TOT-RECUSADOS.
           GOBACK.

      * -----------------------------------
      * DATA DE NEGOCIO (DATA_NEGOCIO.DAT) COMO "HOJE"; SEM O CONTROLE
      * NO AR, VALE A DATA DO RELOGIO

       CARREGA-DIA-NEGOCIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT DIA-FILE.
           IF FS-DIA-OK
               MOVE 1 TO DIA-CHAVE
               READ DIA-FILE
               NOT INVALID KEY
                   IF DIA-DATA NUMERIC AND DIA-DATA > ZEROS
                       MOVE DIA-DATA TO WS-DATA-HOJE
                   END-IF
               END-READ
               CLOSE DIA-FILE
           END-IF.
       CARREGA-DIA-NEGOCIO-FIM.

      * -----------------------------------
      * UM PEDIDO POR VOLTA: CRITICA, PROCURA O DOCUMENTO NO CADASTRO
      * E GRAVA (OU ATUALIZA) O PRE-CADASTRO PENDENTE

       PROCESSA-PEDIDO.
           READ PEDIDO-FILE
           AT END
               GO PROCESSA-PEDIDO-FIM
           END-READ.
           ADD 1 TO WS-TOT-LIDOS.
           MOVE PED-PROTOCOLO TO WS-RSP-PROTOCOLO.
           MOVE SPACES TO WS-RSP-MENSAGEM.
           MOVE ZEROS TO WS-RSP-CPF.
           IF PED-CPF NUMERIC
               MOVE PED-CPF TO WS-RSP-CPF
           END-IF

           IF PED-NOME EQUAL SPACES
               MOVE "FAVOR INFORMAR O NOME" TO WS-RSP-MENSAGEM
               GO PROCESSA-PEDIDO-RECUSA
           END-IF
           IF PED-TELEFONE NOT NUMERIC OR PED-TELEFONE EQUAL ZEROS
               MOVE "FAVOR INFORMAR O TELEFONE" TO WS-RSP-MENSAGEM
               GO PROCESSA-PEDIDO-RECUSA
           END-IF
           IF NOT (PED-TIPO-PESSOA EQUAL "F"
               OR PED-TIPO-PESSOA EQUAL "J")
               MOVE "TIPO DEVE SER F (FISICA) OU J (JURIDICA)"
                   TO WS-RSP-MENSAGEM
               GO PROCESSA-PEDIDO-RECUSA
           END-IF
           IF PED-TIPO-PESSOA EQUAL "F"
               AND (PED-DATA-NASC NOT NUMERIC
               OR PED-DATA-NASC EQUAL ZEROS
               OR PED-DATA-NASC NOT < WS-DATA-HOJE)
               MOVE "DATA DE NASCIMENTO INVALIDA" TO WS-RSP-MENSAGEM
               GO PROCESSA-PEDIDO-RECUSA
           END-IF
           IF PED-LOGRADOURO EQUAL SPACES OR PED-CIDADE EQUAL SPACES
               MOVE "FAVOR INFORMAR LOGRADOURO E CIDADE"
                   TO WS-RSP-MENSAGEM
               GO PROCESSA-PEDIDO-RECUSA
           END-IF
           IF PED-CEP NOT NUMERIC
               MOVE "CEP INVALIDO" TO WS-RSP-MENSAGEM
               GO PROCESSA-PEDIDO-RECUSA
           END-IF
           PERFORM VALIDA-FILIAL THRU VALIDA-FILIAL-FIM.
           IF NOT ACHOU
               MOVE "FILIAL NAO CADASTRADA OU DESATIVADA"
                   TO WS-RSP-MENSAGEM
               GO PROCESSA-PEDIDO-RECUSA
           END-IF
           PERFORM VALIDA-DOCUMENTO THRU VALIDA-DOCUMENTO-FIM.
           IF NOT CPF-VALIDO
               MOVE "CPF/CNPJ INVALIDO" TO WS-RSP-MENSAGEM
               GO PROCESSA-PEDIDO-RECUSA
           END-IF
           PERFORM PROCURA-CLIENTE THRU PROCURA-CLIENTE-FIM.
           IF ACHOU
               MOVE "CPF/CNPJ JA CADASTRADO - PROCURE A LOJA"
                   TO WS-RSP-MENSAGEM
               GO PROCESSA-PEDIDO-RECUSA
           END-IF

           PERFORM GRAVA-PRE-CADASTRO THRU GRAVA-PRE-CADASTRO-FIM.
           PERFORM GRAVA-RESPOSTA.
           GO PROCESSA-PEDIDO.

           PROCESSA-PEDIDO-RECUSA.
           MOVE "RC" TO WS-RSP-RESULTADO.
           ADD 1 TO WS-TOT-RECUSADOS.
           PERFORM GRAVA-RESPOSTA.
           GO PROCESSA-PEDIDO.
       PROCESSA-PEDIDO-FIM.

      * -----------------------------------
      * FILIAL PEDIDA TEM QUE EXISTIR E ESTAR ATIVA; ZERO OU CADASTRO
      * DE FILIAIS FORA DO AR PASSAM, COMO NA TELA DE CLIENTES

       VALIDA-FILIAL.
           MOVE "S" TO WS-ACHOU.
           IF PED-FILIAL NOT NUMERIC
               MOVE "N" TO WS-ACHOU
               GO VALIDA-FILIAL-FIM
           END-IF
           IF PED-FILIAL EQUAL ZEROS OR NOT FILIAL-ABERTA
               GO VALIDA-FILIAL-FIM
           END-IF
           MOVE "N" TO WS-ACHOU.
           MOVE PED-FILIAL TO FIL-CODIGO.
           READ FILIAL-FILE
           NOT INVALID KEY
               IF NOT FIL-ATIVO-NAO
                   MOVE "S" TO WS-ACHOU
               END-IF
           END-READ.
       VALIDA-FILIAL-FIM.

      * -----------------------------------
      * DIGITOS VERIFICADORES: PESSOA FISICA PELA VALIDA-CPF, PESSOA
      * JURIDICA PELA VALIDA-CNPJ (MESMA CRITICA DA TELA DE CLIENTES)

       VALIDA-DOCUMENTO.
           MOVE "N" TO WS-CPF-VALIDO.
           IF PED-CPF NOT NUMERIC OR PED-CPF EQUAL ZEROS
               GO VALIDA-DOCUMENTO-FIM
           END-IF
           IF PED-TIPO-PESSOA EQUAL "J"
               MOVE PED-CPF TO WS-CPF-14
               CALL "VALIDA-CNPJ" USING WS-CPF-14, WS-CPF-VALIDO
           ELSE
               MOVE PED-CPF TO WS-CPF-11
               CALL "VALIDA-CPF" USING WS-CPF-11, WS-CPF-VALIDO
           END-IF.
       VALIDA-DOCUMENTO-FIM.

      * -----------------------------------
      * O DOCUMENTO JA PERTENCE A ALGUM CLIENTE DE FUNC.DAT?

       PROCURA-CLIENTE.
           MOVE "N" TO WS-ACHOU.
           IF NOT CLIENTE-ABERTO
               GO PROCURA-CLIENTE-FIM
           END-IF
           MOVE ZEROS TO CLI-ID.
           START CLIENTE-FILE KEY IS NOT LESS THAN CLI-KEY
           INVALID KEY
               GO PROCURA-CLIENTE-FIM
           END-START.

           PROCURA-CLIENTE-LOOP.
           READ CLIENTE-FILE NEXT RECORD
           AT END
               GO PROCURA-CLIENTE-FIM
           END-READ.
           IF FS-CPF NOT EQUAL PED-CPF
               GO PROCURA-CLIENTE-LOOP
           END-IF
           MOVE "S" TO WS-ACHOU.
       PROCURA-CLIENTE-FIM.

      * -----------------------------------
      * GRAVA O PEDIDO PENDENTE; SE O DOCUMENTO JA TINHA PEDIDO, OS
      * DADOS NOVOS SUBSTITUEM OS ANTIGOS E O PRAZO CONTA DE HOJE

       GRAVA-PRE-CADASTRO.
           MOVE "N" TO WS-PRE-NOVO.
           MOVE PED-CPF TO PRE-CPF.
           READ PRE-CADASTRO-FILE
           INVALID KEY
               MOVE "S" TO WS-PRE-NOVO
           END-READ.
           MOVE SPACES TO PRE-REC.
           MOVE PED-CPF TO PRE-CPF.
           MOVE PED-TIPO-PESSOA TO PRE-TIPO-PESSOA.
           MOVE PED-NOME TO PRE-NOME.
           MOVE ZEROS TO PRE-DATA-NASC.
           IF PED-DATA-NASC NUMERIC
               MOVE PED-DATA-NASC TO PRE-DATA-NASC
           END-IF
           MOVE PED-TELEFONE TO PRE-TELEFONE.
           MOVE PED-LOGRADOURO TO PRE-LOGRADOURO.
           MOVE PED-NUMERO TO PRE-NUMERO.
           MOVE PED-COMPLEMENTO TO PRE-COMPLEMENTO.
           MOVE PED-BAIRRO TO PRE-BAIRRO.
           MOVE PED-CIDADE TO PRE-CIDADE.
           MOVE PED-CEP TO PRE-CEP.
           MOVE PED-FILIAL TO PRE-FILIAL.
           MOVE PED-PROTOCOLO TO PRE-PROTOCOLO.
           MOVE WS-DATA-HOJE TO PRE-DATA-PEDIDO.
           MOVE "P" TO PRE-STATUS.
           MOVE ZEROS TO PRE-DATA-CONFIRMACAO PRE-CLIENTE-ID.
           IF PRE-NOVO
               WRITE PRE-REC
               INVALID KEY
                   MOVE "RC" TO WS-RSP-RESULTADO
                   MOVE "ERRO AO GRAVAR O PRE-CADASTRO"
                       TO WS-RSP-MENSAGEM
                   ADD 1 TO WS-TOT-RECUSADOS
                   GO GRAVA-PRE-CADASTRO-FIM
               END-WRITE
               MOVE "OK" TO WS-RSP-RESULTADO
               MOVE "PRE-CADASTRO RECEBIDO - CONFIRME NA LOJA"
                   TO WS-RSP-MENSAGEM
               ADD 1 TO WS-TOT-ACEITOS
           ELSE
               REWRITE PRE-REC
               INVALID KEY
                   MOVE "RC" TO WS-RSP-RESULTADO
                   MOVE "ERRO AO GRAVAR O PRE-CADASTRO"
                       TO WS-RSP-MENSAGEM
                   ADD 1 TO WS-TOT-RECUSADOS
                   GO GRAVA-PRE-CADASTRO-FIM
               END-REWRITE
               MOVE "AT" TO WS-RSP-RESULTADO
               MOVE "PRE-CADASTRO ATUALIZADO - CONFIRME NA LOJA"
                   TO WS-RSP-MENSAGEM
               ADD 1 TO WS-TOT-ATUALIZADOS
           END-IF.
       GRAVA-PRE-CADASTRO-FIM.

      * -----------------------------------
      * GRAVA A LINHA DE RESPOSTA DO PEDIDO CORRENTE

       GRAVA-RESPOSTA.
           MOVE WS-RESPOSTA TO RESPOSTA-LINHA.
           WRITE RESPOSTA-LINHA.
