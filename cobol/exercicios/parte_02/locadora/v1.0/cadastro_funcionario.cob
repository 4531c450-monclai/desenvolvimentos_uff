      *=================================================================
      * CADASTRO DE FUNCIONARIOS/CLIENTES (FUNC.DAT). ESPELHA O PADRAO
      * DE INCLUI/CONSULTA/ALTERA/EXCLUI JA USADO EM REGISTRO_DE_FILMES.
      * A OPCAO 7 CONFIRMA NO BALCAO O PRE-CADASTRO FEITO PELO SITE
      * (PRE_CADASTRO.DAT, IMPORTADO POR IMPORTA_PRE_CADASTROS): ACHA
      * PELO CPF, O ATENDENTE CONFERE O DOCUMENTO E O CLIENTE DIGITA A
      * SENHA; NASCEM O CLIENTE, O ENDERECO E O CARTAO DE SOCIO.
      * A OPCAO 8 MANTEM AS NOTAS DE ALERTA DO CLIENTE
      * (NOTA_CLIENTE.DAT) QUE OS BALCOES MOSTRAM AO IDENTIFICA-LO;
      * TODA INCLUSAO, ALTERACAO OU REMOCAO VAI PARA A AUDITORIA.
      * O CLIENTE NOVO (INCLUSAO OU PRE-CADASTRO) PODE TRAZER A
      * INDICACAO DE UM CLIENTE DA CASA, PELO CARTAO OU PELO NUMERO,
      * GRAVADA EM INDICACAO.DAT PARA O PREMIO DE PREMIA_INDICACOES.
      *=================================================================
       environment division.
      *=================================================================
       select file1
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat
           record key is fs-key.

           file status is fs-stat-dpd
           record key is dpd-key.

       select pre-cadastro-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-pre
           record key is pre-key.

       select cartao-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-car
           record key is car-key.

       select impressao-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-imp.

       select nota-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-nta
           record key is nta-key.

       select opsessao-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-opsessao
           record key is op-chave.

       select indicacao-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-ind
           record key is ind-key.

      *=================================================================
       data division.
      *=================================================================
       fd dependente-file value of file-id is "DEPENDENTE.dat".
       copy dependente.

       fd pre-cadastro-file value of file-id is "PRE_CADASTRO.dat".
       copy pre_cadastro.

       fd cartao-file value of file-id is "CARTAO.dat".
       copy cartao.

       fd impressao-file value of file-id is "CARTOES_IMPRESSAO.dat".
       01 impressao-linha             pic x(80).

       fd nota-file value of file-id is "NOTA_CLIENTE.dat".
       copy nota_cliente.

       fd opsessao-file value of file-id is "OPSESSAO.dat".
       copy opsessao.

       fd indicacao-file value of file-id is "INDICACAO.dat".
       copy indicacao.

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------
           88 e-excluir                value is "4".
           88 e-endereco               value is "5".
           88 e-dependentes            value is "6".
           88 e-pre-cadastro           value is "7".
           88 e-notas                  value is "8".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).
       77 ws-dependente-novo   pic x.
           88 dependente-novo          value "S".

       77 fs-stat-pre          pic 9(02).
           88 fs-pre-nao-existe        value 35.

       77 fs-stat-car          pic 9(02).
           88 fs-car-nao-existe        value 35.

       77 fs-stat-imp          pic 9(02).
           88 fs-imp-nao-existe        value 35.

       77 fs-stat-nta          pic 9(02).
           88 fs-nta-nao-existe        value 35.
           88 fs-nta-fim               value 10.

       77 fs-stat-opsessao     pic 9(02).
           88 fs-opsessao-ok           value zeros.

       77 fs-stat-ind          pic 9(02).
           88 fs-ind-nao-existe        value 35.

      * INDICACAO DO CLIENTE NOVO: QUEM INDICOU (CARTAO OU NUMERO) E
      * O QUE SE GUARDA DO CLIENTE NOVO ENQUANTO FILE1-REC SERVE PARA
      * LER QUEM INDICOU. TITULAR-* = CONTA DA QUAL CADA UM APARECE
      * COMO DEPENDENTE (ZERO = NENHUMA)
       77 ws-ind-cartao        pic x(13).
       77 ws-ind-id            pic 9(05).
       77 ws-novo-id           pic 9(05).
       77 ws-novo-nome         pic x(40).
       77 ws-novo-cpf          pic 9(14).
       77 ws-novo-nasc         pic 9(08).
       77 ws-titular-novo      pic 9(05).
       77 ws-titular-ind       pic 9(05).

       77 ws-operador-logado   pic 9(03) value zeros.
       77 ws-nota-nova         pic x.
           88 nota-nova                value "S".
       77 ws-nota-situacao-ant pic x(01).
       77 ws-proxima-nota      pic 9(03).
       77 ws-lin-tela          pic 9(02).

       01 ws-linha-nota.
           02 ws-lnt-seq           pic 9(03).
           02 filler               pic x(02) value spaces.
           02 ws-lnt-tipo          pic x(01).
           02 filler               pic x(02) value spaces.
           02 ws-lnt-situacao      pic x(01).
           02 filler               pic x(02) value spaces.
           02 ws-lnt-validade      pic 9(08).
           02 filler               pic x(02) value spaces.
           02 ws-lnt-texto         pic x(50).

       77 ws-cpf-repetido      pic x.
           88 cpf-repetido             value "S".
       77 ws-proximo-id        pic 9(05).
       77 ws-data-hoje         pic 9(08).

       01 ws-numero-cartao.
           02 filler               pic x(01) value "C".
           02 ws-nc-cliente        pic 9(05).
           02 ws-nc-seq            pic 9(03).
           02 filler               pic x(04) value "0000".

       01 ws-linha-cartao.
           02 ws-lin-numero        pic x(13).
           02 filler               pic x(02) value spaces.
           02 ws-lin-nome          pic x(40).
           02 filler               pic x(25) value spaces.

       77 ws-aud-programa      pic x(20).
       77 ws-aud-operacao      pic x(10).
       77 ws-aud-chave         pic 9(11).

       77 ws-filial-valida     pic x.
           88 filial-valida            value "S".

           05 LINE 10 COLUMN 15 VALUE "4 - EXCLUIR".
           05 LINE 11 COLUMN 15 VALUE "5 - ENDERECO DO CLIENTE".
           05 LINE 12 COLUMN 15 VALUE "6 - DEPENDENTES".
           05 LINE 13 COLUMN 15 VALUE "7 - CONFIRMAR PRE-CADASTRO".
           05 LINE 14 COLUMN 15 VALUE "8 - NOTAS DE ALERTA".
           05 LINE 15 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 17 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 17 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-REGISTRO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
           05 LINE 14 COLUMN 10 VALUE "ATIVO (S/N):".
           05 COLUMN PLUS 2 PIC X(01) USING DPD-ATIVO.

       01 SS-TELA-PRE.
           05 SS-PRE-CHAVE FOREGROUND-COLOR 2.
               10 LINE 07 COLUMN 10 VALUE "CPF/CNPJ:".
               10 COLUMN PLUS 2 PIC 9(14) USING PRE-CPF.
           05 SS-PRE-DADOS.
               10 LINE 08 COLUMN 10 VALUE "NOME:".
               10 COLUMN PLUS 2 PIC X(40) FROM PRE-NOME.
               10 LINE 09 COLUMN 10 VALUE "TIPO (F/J):".
               10 COLUMN PLUS 2 PIC X(01) FROM PRE-TIPO-PESSOA.
               10 LINE 10 COLUMN 10 VALUE "NASCIMENTO:".
               10 COLUMN PLUS 2 PIC 9(08) FROM PRE-DATA-NASC.
               10 LINE 11 COLUMN 10 VALUE "TELEFONE:".
               10 COLUMN PLUS 2 PIC 9(11) FROM PRE-TELEFONE.
               10 LINE 12 COLUMN 10 VALUE "ENDERECO:".
               10 COLUMN PLUS 2 PIC X(40) FROM PRE-LOGRADOURO.
               10 COLUMN PLUS 1 PIC X(08) FROM PRE-NUMERO.
               10 LINE 13 COLUMN 10 VALUE "BAIRRO:".
               10 COLUMN PLUS 2 PIC X(20) FROM PRE-BAIRRO.
               10 LINE 14 COLUMN 10 VALUE "CIDADE:".
               10 COLUMN PLUS 2 PIC X(30) FROM PRE-CIDADE.
               10 LINE 15 COLUMN 10 VALUE "CEP:".
               10 COLUMN PLUS 2 PIC 9(08) FROM PRE-CEP.
               10 LINE 16 COLUMN 10 VALUE "PEDIDO EM:".
               10 COLUMN PLUS 2 PIC 9(08) FROM PRE-DATA-PEDIDO.
           05 SS-PRE-SENHA.
               10 LINE 18 COLUMN 10 VALUE "SENHA DO CLIENTE:".
               10 COLUMN PLUS 2 PIC X(40) USING FS-SENHA.

       01 SS-TELA-NOTA.
           05 SS-NOTA-CHAVE FOREGROUND-COLOR 2.
               10 LINE 10 COLUMN 10 VALUE "NOTA (0=NOVA):".
               10 COLUMN PLUS 2 PIC 9(03) USING NTA-SEQ.
           05 SS-NOTA-DADOS.
               10 LINE 11 COLUMN 10
                   VALUE "TIPO (I=INFO/A=ATENCAO/B=BLOQUEIO):".
               10 COLUMN PLUS 2 PIC X(01) USING NTA-TIPO.
               10 LINE 12 COLUMN 10 VALUE "TEXTO:".
               10 COLUMN PLUS 2 PIC X(60) USING NTA-TEXTO.
               10 LINE 13 COLUMN 10
                   VALUE "VALE ATE (AAAAMMDD, 0=SEM PRAZO):".
               10 COLUMN PLUS 2 PIC 9(08) USING NTA-VALIDADE.
               10 LINE 14 COLUMN 10
                   VALUE "SITUACAO (A=ATIVA/R=REMOVIDA):".
               10 COLUMN PLUS 2 PIC X(01) USING NTA-SITUACAO.
               10 LINE 15 COLUMN 10 VALUE "AUTOR:".
               10 COLUMN PLUS 2 PIC 9(03) FROM NTA-AUTOR.
               10 COLUMN PLUS 2 VALUE "EM:".
               10 COLUMN PLUS 2 PIC 9(08) FROM NTA-DATA.

       01 SS-TELA-INDICACAO.
           05 LINE 21 COLUMN 10 VALUE "INDICADO POR - CARTAO:".
           05 COLUMN PLUS 2 PIC X(13) USING WS-IND-CARTAO.
           05 COLUMN PLUS 2 VALUE "OU CLIENTE:".
           05 COLUMN PLUS 2 PIC 9(05) USING WS-IND-ID.

       01 SS-ERRO.
           05 FILLER FOREGROUND-COLOR 4 BACKGROUND-COLOR 1 HIGHLIGHT.
               10 LINE WS-NUML COLUMN 2 PIC X(80) FROM WS-MSGERRO BELL.
                       PERFORM ENDERECO THRU ENDERECO-FIM
                   WHEN E-DEPENDENTES
                       PERFORM DEPENDENTES THRU DEPENDENTES-FIM
                   WHEN E-PRE-CADASTRO
                       PERFORM CONFIRMA-PRE THRU CONFIRMA-PRE-FIM
                   WHEN E-NOTAS
                       PERFORM NOTAS THRU NOTAS-FIM
               END-EVALUATE
           END-PERFORM.

       FINALIZA.

       CLOSE FILE1 ENDERECO-FILE DEPENDENTE-FILE PRE-CADASTRO-FILE
           CARTAO-FILE IMPRESSAO-FILE NOTA-FILE INDICACAO-FILE.
       IF FS-FILIAL-OK
           CLOSE FILIAL-FILE
       END-IF.
           IF E-SIM
               PERFORM ENDERECO-EDITA THRU ENDERECO-EDITA-FIM
           END-IF
           PERFORM INDICACAO THRU INDICACAO-FIM
           END-WRITE.
           GO INCLUI.
       INCLUI-FIM.
           GO DEPENDENTES-LOOP.
       DEPENDENTES-FIM.

      * -----------------------------------
      * CONFIRMACAO DO PRE-CADASTRO DO SITE NA PRIMEIRA VISITA: ACHA
      * O PEDIDO PELO CPF/CNPJ, O ATENDENTE CONFERE O DOCUMENTO FISICO
      * E O CLIENTE DIGITA A SENHA. GRAVA O CLIENTE (PROXIMO NUMERO
      * LIVRE), O ENDERECO E O CARTAO DE SOCIO, E MARCA O PEDIDO COMO
      * CONFIRMADO.

       CONFIRMA-PRE.
           MOVE "PRE-CADASTRO" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO PRE-REC.
           MOVE ZEROS TO PRE-CPF.
           ACCEPT SS-PRE-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONFIRMA-PRE-FIM
           END-IF
           READ PRE-CADASTRO-FILE
           INVALID KEY
               MOVE "PRE-CADASTRO NAO ENCONTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONFIRMA-PRE
           END-READ.
           DISPLAY SS-PRE-DADOS.
           IF NOT PRE-PENDENTE
               MOVE "PRE-CADASTRO JA CONFIRMADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONFIRMA-PRE
           END-IF
           PERFORM PROCURA-CPF THRU PROCURA-CPF-FIM.
           IF CPF-REPETIDO
               MOVE "CPF/CNPJ JA CADASTRADO EM OUTRO CLIENTE"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONFIRMA-PRE
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "DOCUMENTO CONFERIDO COM O ORIGINAL (S/N)?"
               TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO CONFIRMA-PRE
           END-IF.

           CONFIRMA-PRE-SENHA.
           MOVE SPACES TO FS-SENHA.
           ACCEPT SS-PRE-SENHA.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO CONFIRMA-PRE
           END-IF
           IF FS-SENHA EQUAL SPACES
               MOVE "FAVOR INFORMAR A SENHA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONFIRMA-PRE-SENHA
           END-IF
           PERFORM HASH-SENHA THRU HASH-SENHA-FIM.
           MOVE FS-SENHA TO WS-SENHA-ANTIGA.

           MOVE SPACES TO FILE1-REC.
           MOVE WS-PROXIMO-ID TO FS-ID.
           MOVE PRE-NOME TO FS-NOME.
           MOVE WS-SENHA-ANTIGA TO FS-SENHA.
           MOVE PRE-CPF TO FS-CPF.
           MOVE PRE-TIPO-PESSOA TO FS-TIPO-PESSOA.
           MOVE ZEROS TO FS-TENTATIVAS.
           MOVE PRE-TELEFONE TO FS-TELEFONE.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO FS-DATA-CADASTRO.
           MOVE PRE-FILIAL TO FS-FILIAL.
           IF FS-FILIAL EQUAL ZEROS
               MOVE 1 TO FS-FILIAL
           END-IF
           MOVE "N" TO FS-ADMIN.
           MOVE "S" TO FS-ATIVO.
           MOVE PRE-DATA-NASC TO FS-DATA-NASC.
           MOVE "A" TO FS-PERFIL.
           WRITE FILE1-REC
           INVALID KEY
               MOVE "ERRO AO GRAVAR O CLIENTE" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO CONFIRMA-PRE-FIM
           END-WRITE.

           MOVE SPACES TO END-REC.
           MOVE FS-ID TO END-CLIENTE-ID.
           MOVE PRE-LOGRADOURO TO END-LOGRADOURO.
           MOVE PRE-NUMERO TO END-NUMERO.
           MOVE PRE-COMPLEMENTO TO END-COMPLEMENTO.
           MOVE PRE-BAIRRO TO END-BAIRRO.
           MOVE PRE-CIDADE TO END-CIDADE.
           MOVE PRE-CEP TO END-CEP.
           MOVE "N" TO END-DEVOLVIDO.
           WRITE END-REC
           INVALID KEY
               REWRITE END-REC
           END-WRITE.

           PERFORM EMITE-CARTAO THRU EMITE-CARTAO-FIM.

           MOVE "C" TO PRE-STATUS.
           MOVE WS-DATA-HOJE TO PRE-DATA-CONFIRMACAO.
           MOVE FS-ID TO PRE-CLIENTE-ID.
           REWRITE PRE-REC.
           MOVE "CADASTRO_CLIENTE" TO WS-AUD-PROGRAMA.
           MOVE "PRE-CONF" TO WS-AUD-OPERACAO.
           MOVE FS-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE SPACES TO WS-MSGERRO.
           STRING "CLIENTE " FS-ID " CRIADO - CARTAO " CAR-NUMERO
               DELIMITED BY SIZE INTO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           PERFORM INDICACAO THRU INDICACAO-FIM.
       CONFIRMA-PRE-FIM.

      * -----------------------------------
      * INDICACAO DO CLIENTE RECEM-GRAVADO (FILE1-REC): QUEM INDICOU
      * VEM PELO CARTAO DE SOCIO OU PELO NUMERO, TEM QUE ESTAR ATIVO,
      * NAO PODE SER O PROPRIO CLIENTE (MESMO NUMERO OU MESMO
      * CPF/CNPJ) NEM DA MESMA FAMILIA - UM DEPENDENTE DO OUTRO OU OS
      * DOIS DEPENDENTES DO MESMO TITULAR. EM BRANCO = SEM INDICACAO.

       INDICACAO.
           MOVE FS-ID TO WS-NOVO-ID.
           MOVE FS-NOME TO WS-NOVO-NOME.
           MOVE FS-CPF TO WS-NOVO-CPF.
           MOVE FS-DATA-NASC TO WS-NOVO-NASC.
           MOVE SPACES TO WS-IND-CARTAO.
           MOVE ZEROS TO WS-IND-ID.

           INDICACAO-LOOP.
           ACCEPT SS-TELA-INDICACAO.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO INDICACAO-FIM
           END-IF
           IF WS-IND-CARTAO EQUAL SPACES AND WS-IND-ID EQUAL ZEROS
               GO INDICACAO-FIM
           END-IF
           IF WS-IND-CARTAO NOT EQUAL SPACES
               MOVE WS-IND-CARTAO TO CAR-NUMERO
               READ CARTAO-FILE
               INVALID KEY
                   MOVE "CARTAO NAO ENCONTRADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO INDICACAO-LOOP
               END-READ
               IF NOT CAR-ATIVO
                   MOVE "CARTAO CANCELADO" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO INDICACAO-LOOP
               END-IF
               MOVE CAR-CLIENTE-ID TO WS-IND-ID
           END-IF
           IF WS-IND-ID EQUAL WS-NOVO-ID
               MOVE "CLIENTE NAO PODE INDICAR A SI MESMO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INDICACAO-LOOP
           END-IF
           MOVE WS-IND-ID TO FS-ID.
           READ FILE1
           INVALID KEY
               MOVE "CLIENTE QUE INDICOU NAO CADASTRADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INDICACAO-LOOP
           END-READ.
           IF FS-ATIVO-NAO OR FS-FOI-ANONIMIZADO
               MOVE "CLIENTE QUE INDICOU ESTA DESATIVADO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INDICACAO-LOOP
           END-IF
           IF WS-NOVO-CPF NOT EQUAL ZEROS AND FS-CPF EQUAL WS-NOVO-CPF
               MOVE "MESMO CPF/CNPJ - CLIENTE NAO PODE INDICAR A SI "
                   & "MESMO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INDICACAO-LOOP
           END-IF
           PERFORM CONFERE-FAMILIA THRU CONFERE-FAMILIA-FIM.
           IF WS-TITULAR-NOVO EQUAL WS-IND-ID
               OR WS-TITULAR-IND EQUAL WS-NOVO-ID
               OR (WS-TITULAR-NOVO NOT EQUAL ZEROS
                   AND WS-TITULAR-NOVO EQUAL WS-TITULAR-IND)
               MOVE "INDICACAO DENTRO DA MESMA FAMILIA RECUSADA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INDICACAO-LOOP
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE SPACES TO WS-MSGERRO.
           STRING "INDICADO POR " FS-NOME " - CONFIRMA (S/N)?"
               DELIMITED BY SIZE INTO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO INDICACAO-LOOP
           END-IF
           MOVE SPACES TO IND-REC.
           MOVE WS-NOVO-ID TO IND-INDICADO-ID.
           MOVE WS-IND-ID TO IND-INDICADOR-ID.
           ACCEPT IND-DATA FROM DATE YYYYMMDD.
           MOVE WS-OPERADOR-LOGADO TO IND-OPERADOR.
           MOVE "P" TO IND-SITUACAO.
           MOVE ZEROS TO IND-DATA-CONVERSAO IND-PONTOS-INDICADOR
               IND-PONTOS-INDICADO.
           WRITE IND-REC
           INVALID KEY
               MOVE "CLIENTE JA TEM INDICACAO REGISTRADA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO INDICACAO-FIM
           END-WRITE.
           MOVE "CADASTRO_CLIENTE" TO WS-AUD-PROGRAMA.
           MOVE "INDICACAO" TO WS-AUD-OPERACAO.
           MOVE WS-NOVO-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE "INDICACAO GRAVADA - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       INDICACAO-FIM.

      * -----------------------------------
      * PROCURA EM DEPENDENTE.DAT (NOME E NASCIMENTO) DE QUAL CONTA O
      * CLIENTE NOVO E QUEM O INDICOU (FILE1-REC) SAO DEPENDENTES

       CONFERE-FAMILIA.
           MOVE ZEROS TO WS-TITULAR-NOVO WS-TITULAR-IND.
           MOVE ZEROS TO DPD-KEY.
           START DEPENDENTE-FILE KEY IS NOT LESS THAN DPD-KEY
           INVALID KEY
               GO CONFERE-FAMILIA-FIM
           END-START.

           CONFERE-FAMILIA-LOOP.
           READ DEPENDENTE-FILE NEXT RECORD
           AT END
               GO CONFERE-FAMILIA-FIM
           END-READ.
           IF DPD-NOME EQUAL WS-NOVO-NOME
               AND DPD-DATA-NASC EQUAL WS-NOVO-NASC
               MOVE DPD-CLIENTE-ID TO WS-TITULAR-NOVO
           END-IF
           IF DPD-NOME EQUAL FS-NOME
               AND DPD-DATA-NASC EQUAL FS-DATA-NASC
               MOVE DPD-CLIENTE-ID TO WS-TITULAR-IND
           END-IF
           GO CONFERE-FAMILIA-LOOP.
       CONFERE-FAMILIA-FIM.

      * -----------------------------------
      * NOTAS DE ALERTA DO CLIENTE (NOTA_CLIENTE.DAT). NOTA 0 ABRE UMA
      * NOVA COM O PROXIMO NUMERO; UMA EXISTENTE E ALTERADA OU
      * REMOVIDA (SITUACAO R - FICA GRAVADA, SO DEIXA DE APARECER NOS
      * BALCOES). O AUTOR E O OPERADOR LOGADO (OPSESSAO.DAT). A CHAVE
      * NA AUDITORIA E CLIENTE * 1000 + NUMERO DA NOTA.

       NOTAS.
           MOVE "NOTAS DE ALERTA" TO WS-OP.
           MOVE "ESC PARA ENCERRAR" TO WS-STATUS.
           DISPLAY SS-CLS.
           MOVE SPACES TO FILE1-REC.
           DISPLAY SS-TELA-REGISTRO.
           PERFORM LE-CLIENTE THRU LE-CLIENTE-FIM.
           IF FS-CANCELA
               GO NOTAS-FIM
           END-IF
           IF NOT FS-OK
               GO NOTAS
           END-IF
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.

           NOTAS-LOOP.
           DISPLAY SS-CLS.
           DISPLAY "CLIENTE" AT LINE 08 COLUMN 10.
           DISPLAY FS-ID AT LINE 08 COLUMN 18.
           DISPLAY FS-NOME AT LINE 08 COLUMN 25.
           PERFORM LISTA-NOTAS THRU LISTA-NOTAS-FIM.
           MOVE SPACES TO NTA-REC.
           MOVE FS-ID TO NTA-CLIENTE-ID.
           MOVE ZEROS TO NTA-SEQ NTA-AUTOR NTA-DATA NTA-VALIDADE.
           ACCEPT SS-NOTA-CHAVE.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO NOTAS-FIM
           END-IF
           MOVE FS-ID TO NTA-CLIENTE-ID.
           IF NTA-SEQ EQUAL ZEROS
               MOVE "S" TO WS-NOTA-NOVA
               MOVE WS-PROXIMA-NOTA TO NTA-SEQ
               MOVE "I" TO NTA-TIPO
               MOVE "A" TO NTA-SITUACAO
               MOVE WS-OPERADOR-LOGADO TO NTA-AUTOR
               MOVE WS-DATA-HOJE TO NTA-DATA
           ELSE
               MOVE "N" TO WS-NOTA-NOVA
               READ NOTA-FILE
               INVALID KEY
                   MOVE "NOTA NAO ENCONTRADA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO NOTAS-LOOP
               END-READ
           END-IF
           MOVE NTA-SITUACAO TO WS-NOTA-SITUACAO-ANT.
           DISPLAY SS-NOTA-CHAVE.

           NOTAS-EDITA.
           ACCEPT SS-NOTA-DADOS.
           IF COB-CRT-STATUS = COB-SCR-ESC
               GO NOTAS-LOOP
           END-IF
           IF NOT (NTA-INFORMACAO OR NTA-ATENCAO OR NTA-BLOQUEIO)
               MOVE "TIPO DEVE SER I, A OU B" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO NOTAS-EDITA
           END-IF
           IF NTA-TEXTO EQUAL SPACES
               MOVE "FAVOR INFORMAR O TEXTO DA NOTA" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO NOTAS-EDITA
           END-IF
           IF NOT (NTA-ATIVA OR NTA-REMOVIDA)
               MOVE "SITUACAO DEVE SER A OU R" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO NOTAS-EDITA
           END-IF
           IF NTA-ATIVA AND NTA-VALIDADE NOT EQUAL ZEROS
               AND NTA-VALIDADE < WS-DATA-HOJE
               MOVE "PRAZO DA NOTA JA VENCIDO" TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO NOTAS-EDITA
           END-IF
           MOVE "N" TO WS-ERRO.
           MOVE "CONFIRMA A NOTA (S/N)?" TO WS-MSGERRO.
           ACCEPT SS-ERRO.
           IF NOT E-SIM
               GO NOTAS-LOOP
           END-IF
           IF NOTA-NOVA
               WRITE NTA-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR A NOTA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO NOTAS-LOOP
               END-WRITE
               MOVE "NOTA-INCL" TO WS-AUD-OPERACAO
           ELSE
               REWRITE NTA-REC
               INVALID KEY
                   MOVE "ERRO AO GRAVAR A NOTA" TO WS-MSGERRO
                   PERFORM MOSTRA-ERRO
                   GO NOTAS-LOOP
               END-REWRITE
               IF NTA-REMOVIDA AND WS-NOTA-SITUACAO-ANT NOT EQUAL "R"
                   MOVE "NOTA-REMOV" TO WS-AUD-OPERACAO
               ELSE
                   MOVE "NOTA-ALTER" TO WS-AUD-OPERACAO
               END-IF
           END-IF
           MOVE "CADASTRO_CLIENTE" TO WS-AUD-PROGRAMA.
           COMPUTE WS-AUD-CHAVE = NTA-CLIENTE-ID * 1000 + NTA-SEQ.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE "NOTA GRAVADA - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
           GO NOTAS-LOOP.
       NOTAS-FIM.

      * -----------------------------------
      * MOSTRA AS NOTAS DO CLIENTE CORRENTE (AS QUE COUBEREM NA TELA)
      * E DEIXA EM WS-PROXIMA-NOTA O NUMERO DA PROXIMA

       LISTA-NOTAS.
           MOVE 1 TO WS-PROXIMA-NOTA.
           MOVE 17 TO WS-LIN-TELA.
           DISPLAY "SEQ  T  S  VALE ATE  TEXTO" AT LINE 17 COLUMN 10.
           MOVE FS-ID TO NTA-CLIENTE-ID.
           MOVE ZEROS TO NTA-SEQ.
           START NOTA-FILE KEY IS NOT LESS THAN NTA-KEY
           INVALID KEY
               GO LISTA-NOTAS-FIM
           END-START.

           LISTA-NOTAS-LOOP.
           READ NOTA-FILE NEXT RECORD
           AT END
               GO LISTA-NOTAS-FIM
           END-READ.
           IF NTA-CLIENTE-ID NOT EQUAL FS-ID
               GO LISTA-NOTAS-FIM
           END-IF
           COMPUTE WS-PROXIMA-NOTA = NTA-SEQ + 1.
           IF WS-LIN-TELA NOT < 22
               GO LISTA-NOTAS-LOOP
           END-IF
           ADD 1 TO WS-LIN-TELA.
           MOVE NTA-SEQ TO WS-LNT-SEQ.
           MOVE NTA-TIPO TO WS-LNT-TIPO.
           MOVE NTA-SITUACAO TO WS-LNT-SITUACAO.
           MOVE NTA-VALIDADE TO WS-LNT-VALIDADE.
           MOVE NTA-TEXTO TO WS-LNT-TEXTO.
           DISPLAY WS-LINHA-NOTA AT LINE WS-LIN-TELA COLUMN 10.
           GO LISTA-NOTAS-LOOP.
       LISTA-NOTAS-FIM.

      * -----------------------------------
      * NUMA VARREDURA DE FUNC.DAT: O DOCUMENTO DO PRE-CADASTRO JA
      * PERTENCE A ALGUEM? E QUAL O PROXIMO NUMERO DE CLIENTE LIVRE

       PROCURA-CPF.
           MOVE "N" TO WS-CPF-REPETIDO.
           MOVE 1 TO WS-PROXIMO-ID.
           MOVE ZEROS TO FS-ID.
           START FILE1 KEY IS NOT LESS THAN FS-KEY
           INVALID KEY
               GO PROCURA-CPF-FIM
           END-START.

           PROCURA-CPF-LOOP.
           READ FILE1 NEXT RECORD
           AT END
               GO PROCURA-CPF-FIM
           END-READ.
           COMPUTE WS-PROXIMO-ID = FS-ID + 1.
           IF FS-CPF EQUAL PRE-CPF
               MOVE "S" TO WS-CPF-REPETIDO
           END-IF
           GO PROCURA-CPF-LOOP.
       PROCURA-CPF-FIM.

      * -----------------------------------
      * PRIMEIRO CARTAO DE SOCIO DO CLIENTE RECEM-CRIADO (SEQUENCIA
      * 001), COM A LINHA NO LOTE DE IMPRESSAO DE CARTAO_CLIENTE

       EMITE-CARTAO.
           MOVE SPACES TO CAR-REC.
           MOVE FS-ID TO WS-NC-CLIENTE.
           MOVE 1 TO WS-NC-SEQ.
           MOVE WS-NUMERO-CARTAO TO CAR-NUMERO.
           MOVE FS-ID TO CAR-CLIENTE-ID.
           MOVE WS-NC-SEQ TO CAR-SEQ.
           MOVE WS-DATA-HOJE TO CAR-DATA-EMISSAO.
           MOVE "A" TO CAR-STATUS.
           WRITE CAR-REC
           INVALID KEY
               MOVE "CARTAO NAO EMITIDO - USE A SEGUNDA VIA"
                   TO WS-MSGERRO
               PERFORM MOSTRA-ERRO
               GO EMITE-CARTAO-FIM
           END-WRITE.
           MOVE SPACES TO WS-LINHA-CARTAO.
           MOVE CAR-NUMERO TO WS-LIN-NUMERO.
           MOVE FS-NOME TO WS-LIN-NOME.
           MOVE WS-LINHA-CARTAO TO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
       EMITE-CARTAO-FIM.

      * -----------------------------------
      * CONFERE SE A FILIAL DIGITADA EXISTE E ESTA ATIVA NO CADASTRO
      * MESTRE DE FILIAIS (FILIAL.DAT, MANTIDO POR CADASTRO_FILIAL).
               CLOSE DEPENDENTE-FILE
               OPEN I-O DEPENDENTE-FILE
           END-IF.
           OPEN I-O PRE-CADASTRO-FILE
           IF FS-PRE-NAO-EXISTE THEN
               OPEN OUTPUT PRE-CADASTRO-FILE
               CLOSE PRE-CADASTRO-FILE
               OPEN I-O PRE-CADASTRO-FILE
           END-IF.
           OPEN I-O CARTAO-FILE
           IF FS-CAR-NAO-EXISTE THEN
               OPEN OUTPUT CARTAO-FILE
               CLOSE CARTAO-FILE
               OPEN I-O CARTAO-FILE
           END-IF.
           OPEN EXTEND IMPRESSAO-FILE
           IF FS-IMP-NAO-EXISTE THEN
               OPEN OUTPUT IMPRESSAO-FILE
           END-IF.
           OPEN I-O NOTA-FILE
           IF FS-NTA-NAO-EXISTE THEN
               OPEN OUTPUT NOTA-FILE
               CLOSE NOTA-FILE
               OPEN I-O NOTA-FILE
           END-IF.
           OPEN I-O INDICACAO-FILE
           IF FS-IND-NAO-EXISTE THEN
               OPEN OUTPUT INDICACAO-FILE
               CLOSE INDICACAO-FILE
               OPEN I-O INDICACAO-FILE
           END-IF.
           OPEN INPUT OPSESSAO-FILE.
           IF FS-OPSESSAO-OK
               MOVE 1 TO OP-CHAVE
               READ OPSESSAO-FILE
               NOT INVALID KEY
                   MOVE OP-FUNC-ID TO WS-OPERADOR-LOGADO
               END-READ
               CLOSE OPSESSAO-FILE
           END-IF.

      * -----------------------------------
      * MOSTRA MENSAGEM, ESPERA ENTER, ATUALIZA BARRA STATUS
