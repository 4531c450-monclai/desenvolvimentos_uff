       identification division.
       program-id. acesso_dados_cliente.

      *=================================================================
      * RELATORIO DE ACESSO AOS DADOS DE UM CLIENTE, PARA ATENDER O
      * PEDIDO DO TITULAR PELA LEI DE PROTECAO DE DADOS: TUDO O QUE O
      * SISTEMA GUARDA DELE, ARQUIVO POR ARQUIVO - CADASTRO
      * (FUNC.DAT, SEM A SENHA, QUE SO EXISTE COMO HASH), ENDERECO
      * (ENDERECO.DAT), DEPENDENTES (DEPENDENTE.DAT), ALUGUEIS DO
      * ARQUIVO VIVO (ALUGUEL.DAT) E DE CADA ARQUIVO MORTO ANUAL
      * (ALUGUEL_ARQ_AAAA.DAT, NOS DOIS DESENHOS - VER
      * HISTORICO_CLIENTE), VENDAS (VENDA.DAT), CONTAS A RECEBER
      * (CONTAS_RECEBER.DAT), SALDO DE PONTOS (PONTOS.DAT) E O
      * HISTORICO DE CONSENTIMENTOS (CONSENTIMENTO.DAT). SAI NA TELA
      * E EM ACESSO_DADOS_CLIENTE.DAT, PARA ENTREGAR AO CLIENTE. A
      * EMISSAO FICA NA AUDITORIA (OPERACAO ACESSO-DAD).
      *
      * CLIENTE PELA VARIAVEL CLIENTE_ID; O PRIMEIRO ANO DE ARQUIVO
      * MORTO OLHADO POR ANO_INICIO (SEM ELA, 10 ANOS PARA TRAS).
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select cliente-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-cliente
           record key is cli-key.

       select endereco-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-end
           record key is end-key.

       select dependente-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-dpd
           record key is dpd-key.

       select aluguel-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-alug
           record key is al-key
           alternate record key is al-cliente-id with duplicates
           alternate record key is al-data-aluguel with duplicates
           alternate record key is al-data-devolucao with duplicates.

       select arquivo-file
           assign to ws-nome-arquivo
           organization is line sequential
           access is sequential
           file status is fs-stat-arq.

       select venda-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-venda
           record key is vd-key
           alternate record key is vd-data-venda with duplicates.

       select receber-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-receber
           record key is cr-key.

       select pontos-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-pts
           record key is pts-key.

       select consentimento-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-con
           record key is con-key.

       select saida-file
           assign to disk
           organization is line sequential
           access mode is sequential
           file status is fs-stat-sai.

      *=================================================================
       data division.
      *=================================================================
       file section.
      *-----------------------------------------------------------------

       fd cliente-file value of file-id is "FUNC.dat".
       copy cliente replacing ==FILE1-REC==     by ==CLI-REC==
                              leading ==FS==    by ==CLI==.

       fd endereco-file value of file-id is "ENDERECO.dat".
       copy endereco.

       fd dependente-file value of file-id is "DEPENDENTE.dat".
       copy dependente.

       fd aluguel-file value of file-id is "ALUGUEL.dat".
       copy aluguel.

       fd arquivo-file.
       01 arquivo-linha            pic x(152).

       fd venda-file value of file-id is "VENDA.dat".
       copy venda.

       fd receber-file value of file-id is "CONTAS_RECEBER.dat".
       copy receber.

       fd pontos-file value of file-id is "PONTOS.dat".
       copy pontos.

       fd consentimento-file value of file-id is "CONSENTIMENTO.dat".
       copy consentimento.

       fd saida-file value of file-id is "ACESSO_DADOS_CLIENTE.dat".
       01 saida-linha              pic x(100).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-cliente      pic 9(02).
           88 fs-cliente-ok            value zeros.

       77 fs-stat-end          pic 9(02).
           88 fs-end-ok                value zeros.

       77 fs-stat-dpd          pic 9(02).
           88 fs-dpd-ok                value zeros.

       77 fs-stat-alug         pic 9(02).
           88 fs-alug-ok               value zeros.
           88 fs-alug-fim              value 10.

       77 fs-stat-arq          pic 9(02).
           88 fs-arq-nao-existe        value 35.

       77 fs-stat-venda        pic 9(02).
           88 fs-venda-ok              value zeros.

       77 fs-stat-receber      pic 9(02).
           88 fs-receber-ok            value zeros.

       77 fs-stat-pts          pic 9(02).
           88 fs-pts-ok                value zeros.

       77 fs-stat-con          pic 9(02).
           88 fs-con-ok                value zeros.
           88 fs-con-fim               value 10.

       77 fs-stat-sai          pic 9(02).

       77 ws-data-hoje         pic 9(08).
       77 ws-ano-corrente      pic 9(04).
       77 ws-ano-inicio        pic 9(04).
       77 ws-ano-varredura     pic 9(04).
       77 ws-ano-ambiente      pic x(04).
       77 ws-cliente-ambiente  pic x(05).
       77 ws-cliente-id        pic 9(05).
       77 ws-dpd-seq           pic 9(01).
       77 ws-total-registros   pic 9(05) value zeros.

       77 ws-aud-programa      pic x(20) value "acesso_dados_cliente".
       77 ws-aud-operacao      pic x(10) value "ACESSO-DAD".
       77 ws-aud-chave         pic 9(11).

       01 ws-nome-arquivo.
           02 filler               pic x(12)  value "ALUGUEL_ARQ_".
           02 ws-na-ano            pic 9(04).
           02 filler               pic x(04)  value ".DAT".

       01 ws-saida                 pic x(100).

       01 ws-lin-titulo.
           02 filler               pic x(04) value "=== ".
           02 ws-tit-texto         pic x(60).

       01 ws-lin-campo.
           02 filler               pic x(02) value spaces.
           02 ws-cam-rotulo        pic x(20).
           02 filler               pic x(02) value ": ".
           02 ws-cam-valor         pic x(60).

       01 ws-lin-dependente.
           02 filler               pic x(02) value spaces.
           02 ws-ldp-seq           pic 9(01).
           02 filler               pic x(02) value spaces.
           02 ws-ldp-nome          pic x(40).
           02 filler               pic x(02) value spaces.
           02 ws-ldp-nasc          pic 9(08).
           02 filler               pic x(02) value spaces.
           02 ws-ldp-ativo         pic x(01).

       01 ws-lin-aluguel.
           02 filler               pic x(02) value spaces.
           02 ws-lal-data          pic 9(08).
           02 filler               pic x(02) value spaces.
           02 ws-lal-id            pic 9(11).
           02 filler               pic x(02) value spaces.
           02 ws-lal-filme         pic 9(11).
           02 filler               pic x(02) value spaces.
           02 ws-lal-valor         pic zzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lal-multa         pic zzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lal-devolucao     pic 9(08).
           02 filler               pic x(02) value spaces.
           02 ws-lal-status        pic x(01).
           02 filler               pic x(02) value spaces.
           02 ws-lal-origem        pic x(05).

       01 ws-lin-venda.
           02 filler               pic x(02) value spaces.
           02 ws-lvd-data          pic 9(08).
           02 filler               pic x(02) value spaces.
           02 ws-lvd-id            pic 9(11).
           02 filler               pic x(02) value spaces.
           02 ws-lvd-mercadoria    pic 9(05).
           02 filler               pic x(02) value spaces.
           02 ws-lvd-quantidade    pic zzzz9.
           02 filler               pic x(02) value spaces.
           02 ws-lvd-valor         pic zzzzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lvd-forma         pic x(01).
           02 filler               pic x(02) value spaces.
           02 ws-lvd-tipo          pic x(01).

       01 ws-lin-receber.
           02 filler               pic x(02) value spaces.
           02 ws-lcr-data          pic 9(08).
           02 filler               pic x(02) value spaces.
           02 ws-lcr-id            pic 9(11).
           02 filler               pic x(02) value spaces.
           02 ws-lcr-aluguel       pic 9(11).
           02 filler               pic x(02) value spaces.
           02 ws-lcr-original      pic zzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lcr-saldo         pic zzzz9.99.
           02 filler               pic x(02) value spaces.
           02 ws-lcr-status        pic x(01).
           02 filler               pic x(02) value spaces.
           02 ws-lcr-tipo          pic x(01).

       01 ws-lin-consentimento.
           02 filler               pic x(02) value spaces.
           02 ws-lcn-finalidade    pic x(01).
           02 filler               pic x(02) value spaces.
           02 ws-lcn-seq           pic 9(03).
           02 filler               pic x(02) value spaces.
           02 ws-lcn-situacao      pic x(01).
           02 filler               pic x(02) value spaces.
           02 ws-lcn-data          pic 9(08).
           02 filler               pic x(02) value spaces.
           02 ws-lcn-canal         pic x(01).

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "acesso_dados_cliente".
           02 ws-spl-arquivo       pic x(30)
               value "ACESSO_DADOS_CLIENTE.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE(1:4) TO WS-ANO-CORRENTE.
           ACCEPT WS-CLIENTE-AMBIENTE FROM ENVIRONMENT "CLIENTE_ID".
           IF WS-CLIENTE-AMBIENTE IS NOT NUMERIC
               OR WS-CLIENTE-AMBIENTE = SPACES
               DISPLAY "INFORME CLIENTE_ID NO AMBIENTE"
               STOP RUN
           END-IF
           MOVE WS-CLIENTE-AMBIENTE TO WS-CLIENTE-ID.
           ACCEPT WS-ANO-AMBIENTE FROM ENVIRONMENT "ANO_INICIO".
           IF WS-ANO-AMBIENTE IS NUMERIC
               AND WS-ANO-AMBIENTE NOT = SPACES
               MOVE WS-ANO-AMBIENTE TO WS-ANO-INICIO
           ELSE
               COMPUTE WS-ANO-INICIO = WS-ANO-CORRENTE - 10
           END-IF

           OPEN INPUT CLIENTE-FILE.
           IF NOT FS-CLIENTE-OK
               DISPLAY "ARQUIVO DE CLIENTES INDISPONIVEL"
               STOP RUN
           END-IF
           MOVE WS-CLIENTE-ID TO CLI-ID.
           READ CLIENTE-FILE
           INVALID KEY
               CLOSE CLIENTE-FILE
               DISPLAY "CLIENTE " WS-CLIENTE-ID " NAO CADASTRADO"
               STOP RUN
           END-READ.
           CLOSE CLIENTE-FILE.

           OPEN OUTPUT SAIDA-FILE.
           MOVE SPACES TO WS-SAIDA.
           STRING "DADOS GUARDADOS DO CLIENTE " WS-CLIENTE-ID
               " - EMITIDO EM " WS-DATA-HOJE
               DELIMITED BY SIZE INTO WS-SAIDA.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.

           PERFORM LISTA-CADASTRO THRU LISTA-CADASTRO-FIM.
           PERFORM LISTA-ENDERECO THRU LISTA-ENDERECO-FIM.
           PERFORM LISTA-DEPENDENTES THRU LISTA-DEPENDENTES-FIM.
           PERFORM LISTA-ALUGUEIS THRU LISTA-ALUGUEIS-FIM.
           PERFORM LISTA-VENDAS THRU LISTA-VENDAS-FIM.
           PERFORM LISTA-RECEBER THRU LISTA-RECEBER-FIM.
           PERFORM LISTA-PONTOS THRU LISTA-PONTOS-FIM.
           PERFORM LISTA-CONSENTIMENTOS THRU LISTA-CONSENTIMENTOS-FIM.

           CLOSE SAIDA-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           MOVE WS-CLIENTE-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           DISPLAY "LINHAS EMITIDAS: " WS-TOTAL-REGISTROS.
           STOP RUN.

      * -----------------------------------
      * CADASTRO PRINCIPAL (FUNC.DAT), JA LIDO NO INICIO. A SENHA NAO
      * SAI: O QUE ESTA GUARDADO E SO O HASH

       LISTA-CADASTRO.
           MOVE "CADASTRO (FUNC.DAT)" TO WS-TIT-TEXTO.
           MOVE WS-LIN-TITULO TO WS-SAIDA.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
           MOVE "NOME" TO WS-CAM-ROTULO.
           MOVE CLI-NOME TO WS-CAM-VALOR.
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM.
           MOVE "CPF/CNPJ" TO WS-CAM-ROTULO.
           MOVE CLI-CPF TO WS-CAM-VALOR.
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM.
           MOVE "TIPO DE PESSOA" TO WS-CAM-ROTULO.
           MOVE CLI-TIPO-PESSOA TO WS-CAM-VALOR.
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM.
           MOVE "TELEFONE" TO WS-CAM-ROTULO.
           MOVE CLI-TELEFONE TO WS-CAM-VALOR.
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM.
           MOVE "DATA DE NASCIMENTO" TO WS-CAM-ROTULO.
           MOVE CLI-DATA-NASC TO WS-CAM-VALOR.
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM.
           MOVE "DATA DO CADASTRO" TO WS-CAM-ROTULO.
           MOVE CLI-DATA-CADASTRO TO WS-CAM-VALOR.
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM.
           MOVE "FILIAL" TO WS-CAM-ROTULO.
           MOVE CLI-FILIAL TO WS-CAM-VALOR.
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM.
           MOVE "ATIVO" TO WS-CAM-ROTULO.
           MOVE CLI-ATIVO TO WS-CAM-VALOR.
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM.
           MOVE "CREDITO BLOQUEADO" TO WS-CAM-ROTULO.
           MOVE CLI-CREDITO-BLOQUEADO TO WS-CAM-VALOR.
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM.
           MOVE "ANONIMIZADO" TO WS-CAM-ROTULO.
           MOVE CLI-ANONIMIZADO TO WS-CAM-VALOR.
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM.
       LISTA-CADASTRO-FIM.

      * -----------------------------------
      * ENDERECO DE CORRESPONDENCIA (ENDERECO.DAT)

       LISTA-ENDERECO.
           MOVE "ENDERECO (ENDERECO.DAT)" TO WS-TIT-TEXTO.
           MOVE WS-LIN-TITULO TO WS-SAIDA.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
           OPEN INPUT ENDERECO-FILE.
           IF NOT FS-END-OK
               GO LISTA-ENDERECO-FIM
           END-IF
           MOVE WS-CLIENTE-ID TO END-CLIENTE-ID.
           READ ENDERECO-FILE
           INVALID KEY
               CLOSE ENDERECO-FILE
               GO LISTA-ENDERECO-FIM
           END-READ.
           MOVE "LOGRADOURO" TO WS-CAM-ROTULO.
           MOVE END-LOGRADOURO TO WS-CAM-VALOR.
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM.
           MOVE "NUMERO" TO WS-CAM-ROTULO.
           MOVE END-NUMERO TO WS-CAM-VALOR.
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM.
           MOVE "COMPLEMENTO" TO WS-CAM-ROTULO.
           MOVE END-COMPLEMENTO TO WS-CAM-VALOR.
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM.
           MOVE "BAIRRO" TO WS-CAM-ROTULO.
           MOVE END-BAIRRO TO WS-CAM-VALOR.
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM.
           MOVE "CIDADE" TO WS-CAM-ROTULO.
           MOVE END-CIDADE TO WS-CAM-VALOR.
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM.
           MOVE "CEP" TO WS-CAM-ROTULO.
           MOVE END-CEP TO WS-CAM-VALOR.
           PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM.
           CLOSE ENDERECO-FILE.
       LISTA-ENDERECO-FIM.

      * -----------------------------------
      * DEPENDENTES (DEPENDENTE.DAT), SEQUENCIAS 1 A 9

       LISTA-DEPENDENTES.
           MOVE "DEPENDENTES (DEPENDENTE.DAT)" TO WS-TIT-TEXTO.
           MOVE WS-LIN-TITULO TO WS-SAIDA.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
           OPEN INPUT DEPENDENTE-FILE.
           IF NOT FS-DPD-OK
               GO LISTA-DEPENDENTES-FIM
           END-IF
           MOVE ZEROS TO WS-DPD-SEQ.

           LISTA-DEPENDENTES-LOOP.
           IF WS-DPD-SEQ = 9
               CLOSE DEPENDENTE-FILE
               GO LISTA-DEPENDENTES-FIM
           END-IF
           ADD 1 TO WS-DPD-SEQ.
           MOVE WS-CLIENTE-ID TO DPD-CLIENTE-ID.
           MOVE WS-DPD-SEQ TO DPD-SEQ.
           READ DEPENDENTE-FILE
           INVALID KEY
               GO LISTA-DEPENDENTES-LOOP
           END-READ.
           MOVE DPD-SEQ TO WS-LDP-SEQ.
           MOVE DPD-NOME TO WS-LDP-NOME.
           MOVE DPD-DATA-NASC TO WS-LDP-NASC.
           MOVE DPD-ATIVO TO WS-LDP-ATIVO.
           MOVE WS-LIN-DEPENDENTE TO WS-SAIDA.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
           GO LISTA-DEPENDENTES-LOOP.
       LISTA-DEPENDENTES-FIM.

      * -----------------------------------
      * ALUGUEIS: PRIMEIRO O ARQUIVO VIVO PELA CHAVE DO CLIENTE,
      * DEPOIS CADA ARQUIVO MORTO ANUAL; ANO SEM ARQUIVO E SO PULADO

       LISTA-ALUGUEIS.
           MOVE "ALUGUEIS (ALUGUEL.DAT E ARQUIVOS MORTOS)"
               TO WS-TIT-TEXTO.
           MOVE WS-LIN-TITULO TO WS-SAIDA.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
           OPEN INPUT ALUGUEL-FILE.
           IF NOT FS-ALUG-OK
               GO LISTA-ALUGUEIS-ARQUIVO
           END-IF
           MOVE WS-CLIENTE-ID TO AL-CLIENTE-ID.
           START ALUGUEL-FILE KEY IS EQUAL TO AL-CLIENTE-ID
           INVALID KEY
               MOVE 10 TO FS-STAT-ALUG
           END-START.

           LISTA-ALUGUEIS-VIVO.
           IF FS-ALUG-FIM
               CLOSE ALUGUEL-FILE
               GO LISTA-ALUGUEIS-ARQUIVO
           END-IF
           READ ALUGUEL-FILE NEXT RECORD
           AT END
               CLOSE ALUGUEL-FILE
               GO LISTA-ALUGUEIS-ARQUIVO
           END-READ.
           IF AL-CLIENTE-ID NOT = WS-CLIENTE-ID
               CLOSE ALUGUEL-FILE
               GO LISTA-ALUGUEIS-ARQUIVO
           END-IF
           MOVE "ATUAL" TO WS-LAL-ORIGEM.
           PERFORM GRAVA-ALUGUEL THRU GRAVA-ALUGUEL-FIM.
           GO LISTA-ALUGUEIS-VIVO.

           LISTA-ALUGUEIS-ARQUIVO.
           MOVE WS-ANO-INICIO TO WS-ANO-VARREDURA.
           PERFORM LISTA-ARQUIVO THRU LISTA-ARQUIVO-FIM
               UNTIL WS-ANO-VARREDURA > WS-ANO-CORRENTE.
       LISTA-ALUGUEIS-FIM.

      * -----------------------------------
      * UM ARQUIVO MORTO ANUAL. RABO EM BRANCO = DESENHO ANTIGO DE 150
      * BYTES (CLIENTE 9(03)): REMONTA O REGISTRO COM "00" NA FRENTE
      * DO NUMERO DE CLIENTE

       LISTA-ARQUIVO.
           MOVE WS-ANO-VARREDURA TO WS-NA-ANO.
           OPEN INPUT ARQUIVO-FILE.
           IF FS-ARQ-NAO-EXISTE
               GO LISTA-ARQUIVO-PROXIMO
           END-IF.

           LISTA-ARQUIVO-LOOP.
           MOVE SPACES TO ARQUIVO-LINHA.
           READ ARQUIVO-FILE
           AT END
               CLOSE ARQUIVO-FILE
               GO LISTA-ARQUIVO-PROXIMO
           END-READ
           IF ARQUIVO-LINHA(151:2) = SPACES
               MOVE SPACES TO AL-REC
               MOVE ARQUIVO-LINHA(1:11) TO AL-REC(1:11)
               MOVE ZEROS TO AL-REC(12:2)
               MOVE ARQUIVO-LINHA(12:3) TO AL-REC(14:3)
               MOVE ARQUIVO-LINHA(15:136) TO AL-REC(17:136)
           ELSE
               MOVE ARQUIVO-LINHA TO AL-REC
           END-IF
           IF AL-CLIENTE-ID NOT = WS-CLIENTE-ID
               GO LISTA-ARQUIVO-LOOP
           END-IF
           MOVE WS-ANO-VARREDURA TO WS-LAL-ORIGEM.
           PERFORM GRAVA-ALUGUEL THRU GRAVA-ALUGUEL-FIM.
           GO LISTA-ARQUIVO-LOOP.

           LISTA-ARQUIVO-PROXIMO.
           ADD 1 TO WS-ANO-VARREDURA.
       LISTA-ARQUIVO-FIM.

      * -----------------------------------

       GRAVA-ALUGUEL.
           MOVE AL-DATA-ALUGUEL TO WS-LAL-DATA.
           MOVE AL-ID TO WS-LAL-ID.
           MOVE AL-FILME-ID TO WS-LAL-FILME.
           MOVE AL-VALOR TO WS-LAL-VALOR.
           MOVE AL-MULTA TO WS-LAL-MULTA.
           MOVE AL-DATA-DEVOLUCAO TO WS-LAL-DEVOLUCAO.
           MOVE AL-STATUS TO WS-LAL-STATUS.
           MOVE WS-LIN-ALUGUEL TO WS-SAIDA.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
       GRAVA-ALUGUEL-FIM.

      * -----------------------------------
      * VENDAS DE BALCAO (VENDA.DAT) - NAO HA CHAVE POR CLIENTE, O
      * ARQUIVO E VARRIDO INTEIRO

       LISTA-VENDAS.
           MOVE "VENDAS (VENDA.DAT)" TO WS-TIT-TEXTO.
           MOVE WS-LIN-TITULO TO WS-SAIDA.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
           OPEN INPUT VENDA-FILE.
           IF NOT FS-VENDA-OK
               GO LISTA-VENDAS-FIM
           END-IF.

           LISTA-VENDAS-LOOP.
           READ VENDA-FILE NEXT RECORD
           AT END
               CLOSE VENDA-FILE
               GO LISTA-VENDAS-FIM
           END-READ.
           IF VD-CLIENTE-ID NOT = WS-CLIENTE-ID
               GO LISTA-VENDAS-LOOP
           END-IF
           MOVE VD-DATA-VENDA TO WS-LVD-DATA.
           MOVE VD-ID TO WS-LVD-ID.
           MOVE VD-MERCADORIA-COD TO WS-LVD-MERCADORIA.
           MOVE VD-QUANTIDADE TO WS-LVD-QUANTIDADE.
           MOVE VD-VALOR-TOTAL TO WS-LVD-VALOR.
           MOVE VD-FORMA-PAGTO TO WS-LVD-FORMA.
           MOVE VD-TIPO TO WS-LVD-TIPO.
           MOVE WS-LIN-VENDA TO WS-SAIDA.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
           GO LISTA-VENDAS-LOOP.
       LISTA-VENDAS-FIM.

      * -----------------------------------
      * CONTAS A RECEBER (CONTAS_RECEBER.DAT), QUITADOS INCLUSIVE

       LISTA-RECEBER.
           MOVE "CONTAS A RECEBER (CONTAS_RECEBER.DAT)"
               TO WS-TIT-TEXTO.
           MOVE WS-LIN-TITULO TO WS-SAIDA.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
           OPEN INPUT RECEBER-FILE.
           IF NOT FS-RECEBER-OK
               GO LISTA-RECEBER-FIM
           END-IF.

           LISTA-RECEBER-LOOP.
           READ RECEBER-FILE NEXT RECORD
           AT END
               CLOSE RECEBER-FILE
               GO LISTA-RECEBER-FIM
           END-READ.
           IF CR-CLIENTE-ID NOT = WS-CLIENTE-ID
               GO LISTA-RECEBER-LOOP
           END-IF
           MOVE CR-DATA-ORIGEM TO WS-LCR-DATA.
           MOVE CR-ID TO WS-LCR-ID.
           MOVE CR-ALUGUEL-ID TO WS-LCR-ALUGUEL.
           MOVE CR-VALOR-ORIGINAL TO WS-LCR-ORIGINAL.
           MOVE CR-SALDO TO WS-LCR-SALDO.
           MOVE CR-STATUS TO WS-LCR-STATUS.
           MOVE CR-TIPO TO WS-LCR-TIPO.
           MOVE WS-LIN-RECEBER TO WS-SAIDA.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
           GO LISTA-RECEBER-LOOP.
       LISTA-RECEBER-FIM.

      * -----------------------------------
      * SALDO DE PONTOS DE FIDELIDADE (PONTOS.DAT)

       LISTA-PONTOS.
           MOVE "PONTOS DE FIDELIDADE (PONTOS.DAT)" TO WS-TIT-TEXTO.
           MOVE WS-LIN-TITULO TO WS-SAIDA.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
           OPEN INPUT PONTOS-FILE.
           IF NOT FS-PTS-OK
               GO LISTA-PONTOS-FIM
           END-IF
           MOVE WS-CLIENTE-ID TO PTS-CLIENTE-ID.
           READ PONTOS-FILE
           NOT INVALID KEY
               MOVE "SALDO" TO WS-CAM-ROTULO
               MOVE PTS-SALDO TO WS-CAM-VALOR
               PERFORM GRAVA-CAMPO THRU GRAVA-CAMPO-FIM
           END-READ.
           CLOSE PONTOS-FILE.
       LISTA-PONTOS-FIM.

      * -----------------------------------
      * HISTORICO DE CONSENTIMENTOS (CONSENTIMENTO.DAT), POR
      * FINALIDADE E SEQUENCIA

       LISTA-CONSENTIMENTOS.
           MOVE "CONSENTIMENTOS (CONSENTIMENTO.DAT)" TO WS-TIT-TEXTO.
           MOVE WS-LIN-TITULO TO WS-SAIDA.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
           OPEN INPUT CONSENTIMENTO-FILE.
           IF NOT FS-CON-OK
               GO LISTA-CONSENTIMENTOS-FIM
           END-IF
           MOVE LOW-VALUES TO CON-KEY.
           MOVE WS-CLIENTE-ID TO CON-CLIENTE-ID.
           START CONSENTIMENTO-FILE KEY IS NOT LESS THAN CON-KEY
           INVALID KEY
               MOVE 10 TO FS-STAT-CON
           END-START.

           LISTA-CONSENTIMENTOS-LOOP.
           IF FS-CON-FIM
               CLOSE CONSENTIMENTO-FILE
               GO LISTA-CONSENTIMENTOS-FIM
           END-IF
           READ CONSENTIMENTO-FILE NEXT RECORD
           AT END
               CLOSE CONSENTIMENTO-FILE
               GO LISTA-CONSENTIMENTOS-FIM
           END-READ.
           IF CON-CLIENTE-ID NOT = WS-CLIENTE-ID
               CLOSE CONSENTIMENTO-FILE
               GO LISTA-CONSENTIMENTOS-FIM
           END-IF
           MOVE CON-FINALIDADE TO WS-LCN-FINALIDADE.
           MOVE CON-SEQ TO WS-LCN-SEQ.
           MOVE CON-SITUACAO TO WS-LCN-SITUACAO.
           MOVE CON-DATA TO WS-LCN-DATA.
           MOVE CON-CANAL TO WS-LCN-CANAL.
           MOVE WS-LIN-CONSENTIMENTO TO WS-SAIDA.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
           GO LISTA-CONSENTIMENTOS-LOOP.
       LISTA-CONSENTIMENTOS-FIM.

      * -----------------------------------
      * LINHA "ROTULO: VALOR" DOS REGISTROS DE UMA LINHA SO

       GRAVA-CAMPO.
           MOVE WS-LIN-CAMPO TO WS-SAIDA.
           PERFORM GRAVA-LINHA THRU GRAVA-LINHA-FIM.
           MOVE SPACES TO WS-CAM-VALOR.
       GRAVA-CAMPO-FIM.

      * -----------------------------------
      * MOSTRA E GRAVA A LINHA MONTADA EM WS-SAIDA

       GRAVA-LINHA.
           DISPLAY WS-SAIDA.
           MOVE WS-SAIDA TO SAIDA-LINHA.
           WRITE SAIDA-LINHA.
           ADD 1 TO WS-TOTAL-REGISTROS.
           MOVE SPACES TO WS-SAIDA.
       GRAVA-LINHA-FIM.
