       identification division.
       program-id. audita_recibos.

      *=================================================================
      * AUDITORIA NOTURNA DOS RECIBOS NUMERADOS. A SUBROTINA
      * EMITE-RECIBO NUMERA OS RECIBOS PELO CONTROLE NUMRECIBO.DAT, MAS
      * NINGUEM CONFERIA A SEQUENCIA DEPOIS. ESTE PASSO DA CADEIA
      * NOTURNA PERCORRE RECIBO.DAT NA ORDEM DO NUMERO E, PARA O DIA DE
      * NEGOCIO, APONTA EM AUDITA_RECIBOS.DAT:
      *  - LACUNA: NUMERO QUE FALTA ENTRE DOIS RECIBOS (OU QUE O
      *    CONTROLE JA CONSUMIU E NUNCA VIROU RECIBO);
      *  - DUPLICADO: RECIBO COM MESMO TIPO, DOCUMENTO E VALOR DE OUTRO
      *    RECIBO DO DIA;
      *  - SEM ORIGEM: RECIBO CUJO DOCUMENTO NAO EXISTE - ALUGUEL OU
      *    TICKET DE CAIXA, ASSINATURA, DEVOLUCAO COM MULTA, LOCACAO DE
      *    EQUIPAMENTO, ACORDO DE PARCELAMENTO, VENDA, RESERVA COM
      *    SINAL OU LANCAMENTO DO CONTAS A RECEBER (RECEBIMENTO E
      *    ESTORNO DE RECEBIMENTO), CONFORME O TIPO;
      *  - SEM RECIBO: O CONTRARIO - ALUGUEL, TICKET SO DE
      *    EQUIPAMENTO, DEVOLUCAO COM MULTA OU VENDA DO DIA QUE NAO TEM
      *    RECIBO (A VENDA QUE QUITA RESERVA NAO CONTA: O DINHEIRO
      *    ENTROU PELOS RECIBOS DE SINAL);
      *  - REIMPRESSO: RECIBO COM MAIS DE UMA SEGUNDA VIA PELO
      *    REIMPRIME_RECIBO, A ULTIMA NO DIA.
      * AS CONTAGENS VAO PARA RESUMO_RECIBOS.DAT, QUE O RELATORIO
      * MATINAL SAUDE_OPERACIONAL MOSTRA. O PASSO SO APONTA - NAO PARA
      * A CADEIA. UMA DATA ANTERIOR E AUDITADA INFORMANDO-A (AAAAMMDD)
      * EM DATA_AUDITORIA.
      *=================================================================
       environment division.
      *=================================================================
       input-output section.
      *-----------------------------------------------------------------
       file-control.

       select dia-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-dia
           record key is dia-chave.

       select recibo-file
           assign to disk
           organization is indexed
           access mode is sequential
           file status is fs-stat-rec
           record key is rec-key.

       select controle-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-ctl
           record key is ctl-chave.

       select aluguel-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-aluguel
           record key is al-key
           alternate record key is al-cliente-id with duplicates
           alternate record key is al-data-aluguel with duplicates
           alternate record key is al-data-devolucao with duplicates.

       select venda-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-venda
           record key is vd-key
           alternate record key is vd-data-venda with duplicates.

       select assinatura-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-ass
           record key is fs-key.

       select loc-equip-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-leq
           record key is leq-key
           alternate record key is leq-eqp-codigo with duplicates.

       select parcela-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-pcl
           record key is pcl-key.

       select reserva-file
           assign to disk
           organization is indexed
           access mode is dynamic
           file status is fs-stat-rsn
           record key is rsn-key.

       select receber-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-cr
           record key is cr-key.

       select resumo-file
           assign to disk
           organization is indexed
           access mode is random
           file status is fs-stat-rrb
           record key is rrb-key.

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

       fd dia-file value of file-id is "DATA_NEGOCIO.dat".
       copy dia_negocio.

       fd recibo-file value of file-id is "RECIBO.dat".
       copy recibo.

       fd controle-file value of file-id is "NUMRECIBO.dat".
       01 ctl-rec.
           02 ctl-chave            pic 9(01).
           02 ctl-ultimo-numero    pic 9(09).

       fd aluguel-file value of file-id is "ALUGUEL.dat".
       copy aluguel.

       fd venda-file value of file-id is "VENDA.dat".
       copy venda.

       fd assinatura-file value of file-id is "ASSINATURA.dat".
       copy assinatura.

       fd loc-equip-file value of file-id is "LOCACAO_EQUIP.dat".
       copy loc_equip.

       fd parcela-file value of file-id is "PARCELAMENTO.dat".
       copy parcelamento.

       fd reserva-file value of file-id is "RESERVA_SINAL.dat".
       copy reserva_sinal.

       fd receber-file value of file-id is "CONTAS_RECEBER.dat".
       copy receber.

       fd resumo-file value of file-id is "RESUMO_RECIBOS.dat".
       copy resumo_recibo.

       fd relatorio-file value of file-id is "AUDITA_RECIBOS.dat".
       01 relatorio-linha             pic x(100).

      *-----------------------------------------------------------------
       working-storage section.
      *-----------------------------------------------------------------

       77 fs-stat-dia          pic 9(02).
           88 fs-dia-ok                value zeros.
       77 fs-stat-rec          pic 9(02).
           88 fs-rec-ok                value zeros.
           88 fs-rec-fim               value 10.
       77 fs-stat-ctl          pic 9(02).
           88 fs-ctl-ok                value zeros.
       77 fs-stat-aluguel      pic 9(02).
           88 fs-aluguel-ok            value zeros.
           88 fs-aluguel-fim           value 10.
       77 fs-stat-venda        pic 9(02).
           88 fs-venda-ok              value zeros.
           88 fs-venda-fim             value 10.
       77 fs-stat-ass          pic 9(02).
           88 fs-ass-ok                value zeros.
       77 fs-stat-leq          pic 9(02).
           88 fs-leq-ok                value zeros.
           88 fs-leq-fim               value 10.
       77 fs-stat-pcl          pic 9(02).
           88 fs-pcl-ok                value zeros.
       77 fs-stat-rsn          pic 9(02).
           88 fs-rsn-ok                value zeros.
       77 fs-stat-cr           pic 9(02).
           88 fs-cr-ok                 value zeros.
       77 fs-stat-rrb          pic 9(02).
           88 fs-rrb-ok                value zeros.
           88 fs-rrb-nao-existe        value 35.
       77 fs-stat-rel          pic 9(02).

      * ARQUIVOS DE ORIGEM QUE ABRIRAM (O QUE NAO EXISTE NAO E LIDO)
       77 ws-abriu-aluguel     pic x(01).
           88 abriu-aluguel            value "S".
       77 ws-abriu-venda       pic x(01).
           88 abriu-venda              value "S".
       77 ws-abriu-ass         pic x(01).
           88 abriu-ass                value "S".
       77 ws-abriu-leq         pic x(01).
           88 abriu-leq                value "S".
       77 ws-abriu-pcl         pic x(01).
           88 abriu-pcl                value "S".
       77 ws-abriu-rsn         pic x(01).
           88 abriu-rsn                value "S".
       77 ws-abriu-cr          pic x(01).
           88 abriu-cr                 value "S".

       77 ws-data-hoje         pic 9(08).
       77 ws-data-auditoria    pic 9(08).
       77 ws-data-ambiente     pic x(08).
       77 ws-hora-agora        pic 9(08).

      * RECIBO ANTERIOR NA ORDEM DO NUMERO, PARA ACHAR AS LACUNAS
       77 ws-anterior          pic 9(09).
       77 ws-data-anterior     pic 9(08).
       77 ws-lacuna-de         pic 9(09).
       77 ws-lacuna-ate        pic 9(09).
       77 ws-lacuna-qtd        pic 9(09).
       77 ws-lacuna-obs        pic x(30).

      * RECIBOS DO DIA, PARA OS DUPLICADOS E PARA O "SEM RECIBO"
       78 ws-max-recibos       value 5000.
       77 ws-qtd-tab           pic 9(05) comp value zeros.
       77 ws-ix                pic 9(05) comp.
       77 ws-tabela-cheia      pic x(01) value "N".
           88 tabela-cheia             value "S".
       01 ws-tabela-recibos.
           02 ws-tr occurs 5000 times.
               03 ws-tr-tipo           pic x(01).
               03 ws-tr-origem         pic 9(11).
               03 ws-tr-valor          pic 9(07)v99.
               03 ws-tr-numero         pic 9(09).

       77 ws-busca-tipo        pic x(01).
       77 ws-busca-origem      pic 9(11).
       77 ws-achou             pic x(01).
           88 achou                    value "S".

       77 ws-tot-recibos       pic 9(07) value zeros.
       77 ws-primeiro          pic 9(09) value zeros.
       77 ws-ultimo            pic 9(09) value zeros.
       77 ws-tot-lacunas       pic 9(07) value zeros.
       77 ws-tot-duplicados    pic 9(05) value zeros.
       77 ws-tot-sem-origem    pic 9(05) value zeros.
       77 ws-tot-sem-recibo    pic 9(05) value zeros.
       77 ws-tot-reimpressos   pic 9(05) value zeros.

       77 ws-ed-numero         pic z(08)9.
       77 ws-ed-numero-2       pic z(08)9.
       77 ws-ed-qtd            pic z(08)9.
       77 ws-ed-origem         pic z(10)9.
       77 ws-leq-ticket-ant    pic 9(11).
       77 ws-ed-cliente        pic zzzz9.
       77 ws-ed-valor          pic zzzzzz9.99.
       77 ws-ed-vias           pic z9.

       01 ws-linha-cab.
           02 filler               pic x(34)
               value "AUDITORIA DE RECIBOS - DATA ".
           02 ws-cab-data          pic 9(08).
           02 filler               pic x(58) value spaces.

       01 ws-linha-total.
           02 ws-lto-rotulo        pic x(40).
           02 ws-lto-valor         pic z(08)9.
           02 filler               pic x(51) value spaces.

       01 ws-linha-msg.
           02 ws-msg               pic x(100).

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "audita_recibos".
           02 ws-spl-arquivo       pic x(30)
               value "AUDITA_RECIBOS.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================

       INICIO.

           PERFORM CARREGA-DIA-NEGOCIO THRU CARREGA-DIA-NEGOCIO-FIM.
           MOVE WS-DATA-HOJE TO WS-DATA-AUDITORIA.
           ACCEPT WS-DATA-AMBIENTE FROM ENVIRONMENT "DATA_AUDITORIA".
           IF WS-DATA-AMBIENTE IS NUMERIC
               MOVE WS-DATA-AMBIENTE TO WS-DATA-AUDITORIA
           END-IF
           OPEN OUTPUT RELATORIO-FILE.
           MOVE WS-DATA-AUDITORIA TO WS-CAB-DATA.
           WRITE RELATORIO-LINHA FROM WS-LINHA-CAB.
           DISPLAY WS-LINHA-CAB.
           PERFORM ABRE-ORIGENS.
           PERFORM PERCORRE-RECIBOS THRU PERCORRE-RECIBOS-FIM.
           PERFORM CONFERE-ALUGUEIS THRU CONFERE-ALUGUEIS-FIM.
           PERFORM CONFERE-EQUIPAMENTOS THRU CONFERE-EQUIPAMENTOS-FIM.
           PERFORM CONFERE-MULTAS THRU CONFERE-MULTAS-FIM.
           PERFORM CONFERE-VENDAS THRU CONFERE-VENDAS-FIM.
           PERFORM FECHA-ORIGENS.
           PERFORM IMPRIME-TOTAIS.
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           PERFORM GRAVA-RESUMO THRU GRAVA-RESUMO-FIM.
           MOVE ZEROS TO RETURN-CODE.
           GOBACK.

      * -----------------------------------
      * ABRE OS ARQUIVOS ONDE NASCEM OS RECIBOS; O QUE NAO ABRIR FICA
      * DE FORA DA CONFERENCIA

       ABRE-ORIGENS.
           MOVE "N" TO WS-ABRIU-ALUGUEL WS-ABRIU-VENDA WS-ABRIU-ASS
               WS-ABRIU-LEQ WS-ABRIU-PCL WS-ABRIU-RSN WS-ABRIU-CR.
           OPEN INPUT ALUGUEL-FILE.
           IF FS-ALUGUEL-OK
               MOVE "S" TO WS-ABRIU-ALUGUEL
           END-IF
           OPEN INPUT VENDA-FILE.
           IF FS-VENDA-OK
               MOVE "S" TO WS-ABRIU-VENDA
           END-IF
           OPEN INPUT ASSINATURA-FILE.
           IF FS-ASS-OK
               MOVE "S" TO WS-ABRIU-ASS
           END-IF
           OPEN INPUT LOC-EQUIP-FILE.
           IF FS-LEQ-OK
               MOVE "S" TO WS-ABRIU-LEQ
           END-IF
           OPEN INPUT PARCELA-FILE.
           IF FS-PCL-OK
               MOVE "S" TO WS-ABRIU-PCL
           END-IF
           OPEN INPUT RESERVA-FILE.
           IF FS-RSN-OK
               MOVE "S" TO WS-ABRIU-RSN
           END-IF
           OPEN INPUT RECEBER-FILE.
           IF FS-CR-OK
               MOVE "S" TO WS-ABRIU-CR
           END-IF.

      * -----------------------------------

       FECHA-ORIGENS.
           IF ABRIU-ALUGUEL
               CLOSE ALUGUEL-FILE
           END-IF
           IF ABRIU-VENDA
               CLOSE VENDA-FILE
           END-IF
           IF ABRIU-ASS
               CLOSE ASSINATURA-FILE
           END-IF
           IF ABRIU-LEQ
               CLOSE LOC-EQUIP-FILE
           END-IF
           IF ABRIU-PCL
               CLOSE PARCELA-FILE
           END-IF
           IF ABRIU-RSN
               CLOSE RESERVA-FILE
           END-IF
           IF ABRIU-CR
               CLOSE RECEBER-FILE
           END-IF.

      * -----------------------------------
      * PERCORRE RECIBO.DAT INTEIRO NA ORDEM DO NUMERO: AS LACUNAS SAO
      * VISTAS NA PASSAGEM DE UM RECIBO PARA O SEGUINTE, E NO FIM
      * CONTRA O ULTIMO NUMERO QUE O CONTROLE ENTREGOU

       PERCORRE-RECIBOS.
           MOVE ZEROS TO WS-ANTERIOR WS-DATA-ANTERIOR.
           OPEN INPUT RECIBO-FILE.
           IF NOT FS-REC-OK
               MOVE "RECIBO.DAT INDISPONIVEL - NENHUM RECIBO AUDITADO"
                   TO WS-MSG
               PERFORM GRAVA-MENSAGEM
               GO PERCORRE-RECIBOS-FIM
           END-IF
           PERFORM LE-RECIBO THRU LE-RECIBO-FIM
               UNTIL FS-REC-FIM.
           CLOSE RECIBO-FILE.
           PERFORM CONFERE-CONTROLE THRU CONFERE-CONTROLE-FIM.
       PERCORRE-RECIBOS-FIM.

      * -----------------------------------
      * UM RECIBO: LACUNA ANTES DELE, SEGUNDAS VIAS E, SE FOR DO DIA,
      * DUPLICIDADE E ORIGEM

       LE-RECIBO.
           READ RECIBO-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-REC
               GO LE-RECIBO-FIM
           END-READ.
           IF REC-QTD-VIAS NOT NUMERIC
               MOVE ZEROS TO REC-QTD-VIAS
           END-IF
           IF REC-DATA-ULT-VIA NOT NUMERIC
               MOVE ZEROS TO REC-DATA-ULT-VIA
           END-IF
           IF REC-NUMERO > WS-ANTERIOR + 1
               AND (REC-DATA = WS-DATA-AUDITORIA
                   OR WS-DATA-ANTERIOR = WS-DATA-AUDITORIA)
               COMPUTE WS-LACUNA-DE = WS-ANTERIOR + 1
               COMPUTE WS-LACUNA-ATE = REC-NUMERO - 1
               MOVE SPACES TO WS-LACUNA-OBS
               PERFORM GRAVA-LACUNA
           END-IF
           MOVE REC-NUMERO TO WS-ANTERIOR.
           MOVE REC-DATA TO WS-DATA-ANTERIOR.
           IF REC-QTD-VIAS > 1
               AND REC-DATA-ULT-VIA = WS-DATA-AUDITORIA
               PERFORM GRAVA-REIMPRESSO
           END-IF
           IF REC-DATA NOT = WS-DATA-AUDITORIA
               GO LE-RECIBO-FIM
           END-IF
           ADD 1 TO WS-TOT-RECIBOS.
           IF WS-PRIMEIRO EQUAL ZEROS
               MOVE REC-NUMERO TO WS-PRIMEIRO
           END-IF
           MOVE REC-NUMERO TO WS-ULTIMO.
           PERFORM PROCURA-DUPLICADO THRU PROCURA-DUPLICADO-FIM.
           PERFORM GUARDA-RECIBO THRU GUARDA-RECIBO-FIM.
           PERFORM CONFERE-ORIGEM THRU CONFERE-ORIGEM-FIM.
       LE-RECIBO-FIM.

      * -----------------------------------
      * NUMEROS QUE O CONTROLE JA ENTREGOU DEPOIS DO ULTIMO RECIBO
      * GRAVADO (A GRAVACAO FALHOU DEPOIS DE O NUMERO SER TIRADO)

       CONFERE-CONTROLE.
           IF WS-DATA-ANTERIOR NOT = WS-DATA-AUDITORIA
               GO CONFERE-CONTROLE-FIM
           END-IF
           OPEN INPUT CONTROLE-FILE.
           IF NOT FS-CTL-OK
               GO CONFERE-CONTROLE-FIM
           END-IF
           MOVE 1 TO CTL-CHAVE.
           READ CONTROLE-FILE
           INVALID KEY
               MOVE ZEROS TO CTL-ULTIMO-NUMERO
           END-READ.
           CLOSE CONTROLE-FILE.
           IF CTL-ULTIMO-NUMERO > WS-ANTERIOR
               COMPUTE WS-LACUNA-DE = WS-ANTERIOR + 1
               MOVE CTL-ULTIMO-NUMERO TO WS-LACUNA-ATE
               MOVE " - NUMERADOS E NAO GRAVADOS" TO WS-LACUNA-OBS
               PERFORM GRAVA-LACUNA
           END-IF.
       CONFERE-CONTROLE-FIM.

      * -----------------------------------
      * MESMO TIPO, DOCUMENTO E VALOR DE UM RECIBO JA VISTO NO DIA

       PROCURA-DUPLICADO.
           MOVE ZEROS TO WS-IX.

           PROCURA-DUPLICADO-LOOP.
           ADD 1 TO WS-IX.
           IF WS-IX > WS-QTD-TAB
               GO PROCURA-DUPLICADO-FIM
           END-IF
           IF WS-TR-TIPO(WS-IX) NOT = REC-TIPO
               OR WS-TR-ORIGEM(WS-IX) NOT = REC-ORIGEM-ID
               OR WS-TR-VALOR(WS-IX) NOT = REC-VALOR
               GO PROCURA-DUPLICADO-LOOP
           END-IF
           ADD 1 TO WS-TOT-DUPLICADOS.
           MOVE REC-NUMERO TO WS-ED-NUMERO.
           MOVE WS-TR-NUMERO(WS-IX) TO WS-ED-NUMERO-2.
           MOVE REC-ORIGEM-ID TO WS-ED-ORIGEM.
           MOVE REC-VALOR TO WS-ED-VALOR.
           MOVE SPACES TO WS-MSG.
           STRING "DUPLICADO   RECIBO " WS-ED-NUMERO
               " REPETE O " WS-ED-NUMERO-2
               " TIPO " REC-TIPO " DOC " WS-ED-ORIGEM
               " VALOR " WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-MSG.
           PERFORM GRAVA-MENSAGEM.
       PROCURA-DUPLICADO-FIM.

      * -----------------------------------
      * GUARDA O RECIBO DO DIA NA TABELA

       GUARDA-RECIBO.
           IF WS-QTD-TAB NOT < WS-MAX-RECIBOS
               IF NOT TABELA-CHEIA
                   MOVE "S" TO WS-TABELA-CHEIA
                   MOVE "ACIMA DE 5000 RECIBOS - CONFERENCIA PARCIAL"
                       TO WS-MSG
                   PERFORM GRAVA-MENSAGEM
               END-IF
               GO GUARDA-RECIBO-FIM
           END-IF
           ADD 1 TO WS-QTD-TAB.
           MOVE REC-TIPO TO WS-TR-TIPO(WS-QTD-TAB).
           MOVE REC-ORIGEM-ID TO WS-TR-ORIGEM(WS-QTD-TAB).
           MOVE REC-VALOR TO WS-TR-VALOR(WS-QTD-TAB).
           MOVE REC-NUMERO TO WS-TR-NUMERO(WS-QTD-TAB).
       GUARDA-RECIBO-FIM.

      * -----------------------------------
      * O DOCUMENTO DO RECIBO TEM QUE EXISTIR, CONFORME O TIPO

       CONFERE-ORIGEM.
           MOVE "N" TO WS-ACHOU.
           EVALUATE TRUE
               WHEN REC-TIPO-ALUGUEL
                   PERFORM ORIGEM-ALUGUEL THRU ORIGEM-ALUGUEL-FIM
               WHEN REC-TIPO-MULTA
                   PERFORM ORIGEM-MULTA THRU ORIGEM-MULTA-FIM
               WHEN REC-TIPO-VENDA
                   PERFORM ORIGEM-VENDA THRU ORIGEM-VENDA-FIM
               WHEN REC-TIPO-SINAL
                   PERFORM ORIGEM-SINAL THRU ORIGEM-SINAL-FIM
               WHEN REC-TIPO-RECEBER
               WHEN REC-TIPO-ESTORNO
                   PERFORM ORIGEM-RECEBER THRU ORIGEM-RECEBER-FIM
           END-EVALUATE
           IF ACHOU
               GO CONFERE-ORIGEM-FIM
           END-IF
           ADD 1 TO WS-TOT-SEM-ORIGEM.
           MOVE REC-NUMERO TO WS-ED-NUMERO.
           MOVE REC-ORIGEM-ID TO WS-ED-ORIGEM.
           MOVE REC-CLIENTE-ID TO WS-ED-CLIENTE.
           MOVE REC-VALOR TO WS-ED-VALOR.
           MOVE SPACES TO WS-MSG.
           STRING "SEM ORIGEM  RECIBO " WS-ED-NUMERO
               " TIPO " REC-TIPO " DOC " WS-ED-ORIGEM
               " CLIENTE " WS-ED-CLIENTE " VALOR " WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-MSG.
           PERFORM GRAVA-MENSAGEM.
       CONFERE-ORIGEM-FIM.

      * -----------------------------------
      * TIPO A: O ALUGUEL (OU O PRIMEIRO DO CARRINHO, CUJO NUMERO E O
      * DO TICKET), O TICKET DO CARRINHO SO DE EQUIPAMENTO (NAO GRAVA
      * ALUGUEL, SO A LOCACAO DE EQUIPAMENTO), A VENDA QUE ABRIU UM
      * TICKET DO CAIXA UNICO SEM ALUGUEL, OU A ASSINATURA DO PRO-RATA

       ORIGEM-ALUGUEL.
           IF ABRIU-ALUGUEL
               MOVE REC-ORIGEM-ID TO AL-ID
               READ ALUGUEL-FILE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
                   GO ORIGEM-ALUGUEL-FIM
               END-READ
           END-IF
           IF ABRIU-LEQ
               MOVE REC-ORIGEM-ID TO LEQ-TICKET
               MOVE ZEROS TO LEQ-SEQ
               START LOC-EQUIP-FILE KEY IS NOT LESS THAN LEQ-KEY
               NOT INVALID KEY
                   READ LOC-EQUIP-FILE NEXT RECORD
                   NOT AT END
                       IF LEQ-TICKET = REC-ORIGEM-ID
                           MOVE "S" TO WS-ACHOU
                           GO ORIGEM-ALUGUEL-FIM
                       END-IF
                   END-READ
               END-START
           END-IF
           IF ABRIU-VENDA
               MOVE REC-ORIGEM-ID TO VD-ID
               READ VENDA-FILE
               NOT INVALID KEY
                   IF VD-TICKET = REC-ORIGEM-ID
                       MOVE "S" TO WS-ACHOU
                       GO ORIGEM-ALUGUEL-FIM
                   END-IF
               END-READ
           END-IF
           IF ABRIU-ASS
               MOVE REC-ORIGEM-ID TO FS-ID
               READ ASSINATURA-FILE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
               END-READ
           END-IF.
       ORIGEM-ALUGUEL-FIM.

      * -----------------------------------
      * TIPO M: DEVOLUCAO COM MULTA, DEVOLUCAO DE EQUIPAMENTO (PELO
      * TICKET DA LOCACAO) OU PARCELA DE ACORDO

       ORIGEM-MULTA.
           IF ABRIU-ALUGUEL
               MOVE REC-ORIGEM-ID TO AL-ID
               READ ALUGUEL-FILE
               NOT INVALID KEY
                   IF AL-MULTA > ZEROS
                       MOVE "S" TO WS-ACHOU
                       GO ORIGEM-MULTA-FIM
                   END-IF
               END-READ
           END-IF
           IF ABRIU-LEQ
               MOVE REC-ORIGEM-ID TO LEQ-TICKET
               MOVE ZEROS TO LEQ-SEQ
               START LOC-EQUIP-FILE KEY IS NOT LESS THAN LEQ-KEY
               NOT INVALID KEY
                   READ LOC-EQUIP-FILE NEXT RECORD
                   NOT AT END
                       IF LEQ-TICKET = REC-ORIGEM-ID
                           MOVE "S" TO WS-ACHOU
                           GO ORIGEM-MULTA-FIM
                       END-IF
                   END-READ
               END-START
           END-IF
           IF ABRIU-PCL AND REC-ORIGEM-ID NOT > 9999999
               MOVE REC-ORIGEM-ID TO PCL-ID
               READ PARCELA-FILE
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU
               END-READ
           END-IF.
       ORIGEM-MULTA-FIM.

      * -----------------------------------
      * TIPO V: A VENDA

       ORIGEM-VENDA.
           IF NOT ABRIU-VENDA
               GO ORIGEM-VENDA-FIM
           END-IF
           MOVE REC-ORIGEM-ID TO VD-ID.
           READ VENDA-FILE
           NOT INVALID KEY
               MOVE "S" TO WS-ACHOU
           END-READ.
       ORIGEM-VENDA-FIM.

      * -----------------------------------
      * TIPO S: A RESERVA DE MERCADORIA QUE RECEBEU O SINAL

       ORIGEM-SINAL.
           IF NOT ABRIU-RSN
               GO ORIGEM-SINAL-FIM
           END-IF
           MOVE REC-ORIGEM-ID TO RSN-ID.
           READ RESERVA-FILE
           NOT INVALID KEY
               MOVE "S" TO WS-ACHOU
           END-READ.
       ORIGEM-SINAL-FIM.

      * -----------------------------------
      * TIPOS R E E: O LANCAMENTO DO CONTAS A RECEBER

       ORIGEM-RECEBER.
           IF NOT ABRIU-CR
               GO ORIGEM-RECEBER-FIM
           END-IF
           MOVE REC-ORIGEM-ID TO CR-ID.
           READ RECEBER-FILE
           NOT INVALID KEY
               MOVE "S" TO WS-ACHOU
           END-READ.
       ORIGEM-RECEBER-FIM.

      * -----------------------------------
      * ALUGUEIS DO DIA (CHAVE ALTERNADA AL-DATA-ALUGUEL): CADA UM TEM
      * QUE TER RECIBO TIPO A PELO PROPRIO NUMERO OU PELO DO TICKET

       CONFERE-ALUGUEIS.
           IF NOT ABRIU-ALUGUEL
               GO CONFERE-ALUGUEIS-FIM
           END-IF
           MOVE ZEROS TO FS-STAT-ALUGUEL.
           MOVE WS-DATA-AUDITORIA TO AL-DATA-ALUGUEL.
           START ALUGUEL-FILE KEY IS EQUAL TO AL-DATA-ALUGUEL
           INVALID KEY
               GO CONFERE-ALUGUEIS-FIM
           END-START.
           PERFORM CONFERE-ALUGUEL THRU CONFERE-ALUGUEL-FIM
               UNTIL FS-ALUGUEL-FIM.
       CONFERE-ALUGUEIS-FIM.

      * -----------------------------------

       CONFERE-ALUGUEL.
           READ ALUGUEL-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-ALUGUEL
               GO CONFERE-ALUGUEL-FIM
           END-READ.
           IF AL-DATA-ALUGUEL NOT EQUAL WS-DATA-AUDITORIA
               MOVE 10 TO FS-STAT-ALUGUEL
               GO CONFERE-ALUGUEL-FIM
           END-IF
           MOVE "A" TO WS-BUSCA-TIPO.
           MOVE AL-ID TO WS-BUSCA-ORIGEM.
           PERFORM PROCURA-RECIBO THRU PROCURA-RECIBO-FIM.
           IF ACHOU
               GO CONFERE-ALUGUEL-FIM
           END-IF
           IF AL-TICKET NUMERIC AND AL-TICKET > ZEROS
               MOVE AL-TICKET TO WS-BUSCA-ORIGEM
               PERFORM PROCURA-RECIBO THRU PROCURA-RECIBO-FIM
               IF ACHOU
                   GO CONFERE-ALUGUEL-FIM
               END-IF
           END-IF
           ADD 1 TO WS-TOT-SEM-RECIBO.
           MOVE AL-ID TO WS-ED-ORIGEM.
           MOVE AL-CLIENTE-ID TO WS-ED-CLIENTE.
           MOVE AL-VALOR TO WS-ED-VALOR.
           MOVE SPACES TO WS-MSG.
           STRING "SEM RECIBO  ALUGUEL   " WS-ED-ORIGEM
               " CLIENTE " WS-ED-CLIENTE " VALOR " WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-MSG.
           PERFORM GRAVA-MENSAGEM.
       CONFERE-ALUGUEL-FIM.

      * -----------------------------------
      * TICKETS DO DIA SO DE EQUIPAMENTO: LOCACAO_EQUIP.DAT NAO TEM
      * CHAVE PELA DATA, ENTAO E LIDO INTEIRO E CADA TICKET COM SAIDA
      * NO DIA E VISTO UMA VEZ. O TICKET QUE TEM ALUGUEL DE FILME JA
      * FOI CONFERIDO ACIMA; O QUE NAO TEM PRECISA DE RECIBO TIPO A
      * PELO NUMERO DO TICKET

       CONFERE-EQUIPAMENTOS.
           IF NOT ABRIU-LEQ
               GO CONFERE-EQUIPAMENTOS-FIM
           END-IF
           MOVE ZEROS TO FS-STAT-LEQ WS-LEQ-TICKET-ANT.
           MOVE ZEROS TO LEQ-TICKET LEQ-SEQ.
           START LOC-EQUIP-FILE KEY IS NOT LESS THAN LEQ-KEY
           INVALID KEY
               GO CONFERE-EQUIPAMENTOS-FIM
           END-START.
           PERFORM CONFERE-EQUIPAMENTO THRU CONFERE-EQUIPAMENTO-FIM
               UNTIL FS-LEQ-FIM.
       CONFERE-EQUIPAMENTOS-FIM.

      * -----------------------------------

       CONFERE-EQUIPAMENTO.
           READ LOC-EQUIP-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-LEQ
               GO CONFERE-EQUIPAMENTO-FIM
           END-READ.
           IF LEQ-DATA-SAIDA NOT EQUAL WS-DATA-AUDITORIA
               OR LEQ-TICKET = WS-LEQ-TICKET-ANT
               GO CONFERE-EQUIPAMENTO-FIM
           END-IF
           MOVE LEQ-TICKET TO WS-LEQ-TICKET-ANT.
           IF ABRIU-ALUGUEL
               MOVE LEQ-TICKET TO AL-ID
               READ ALUGUEL-FILE
               NOT INVALID KEY
                   GO CONFERE-EQUIPAMENTO-FIM
               END-READ
           END-IF
           MOVE "A" TO WS-BUSCA-TIPO.
           MOVE LEQ-TICKET TO WS-BUSCA-ORIGEM.
           PERFORM PROCURA-RECIBO THRU PROCURA-RECIBO-FIM.
           IF ACHOU
               GO CONFERE-EQUIPAMENTO-FIM
           END-IF
           ADD 1 TO WS-TOT-SEM-RECIBO.
           MOVE LEQ-TICKET TO WS-ED-ORIGEM.
           MOVE LEQ-CLIENTE-ID TO WS-ED-CLIENTE.
           MOVE LEQ-VALOR TO WS-ED-VALOR.
           MOVE SPACES TO WS-MSG.
           STRING "SEM RECIBO  EQUIPAM.  " WS-ED-ORIGEM
               " CLIENTE " WS-ED-CLIENTE " VALOR " WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-MSG.
           PERFORM GRAVA-MENSAGEM.
       CONFERE-EQUIPAMENTO-FIM.

      * -----------------------------------
      * DEVOLUCOES DO DIA COM MULTA (CHAVE ALTERNADA
      * AL-DATA-DEVOLUCAO): CADA UMA TEM QUE TER RECIBO TIPO M

       CONFERE-MULTAS.
           IF NOT ABRIU-ALUGUEL
               GO CONFERE-MULTAS-FIM
           END-IF
           MOVE ZEROS TO FS-STAT-ALUGUEL.
           MOVE WS-DATA-AUDITORIA TO AL-DATA-DEVOLUCAO.
           START ALUGUEL-FILE KEY IS EQUAL TO AL-DATA-DEVOLUCAO
           INVALID KEY
               GO CONFERE-MULTAS-FIM
           END-START.
           PERFORM CONFERE-MULTA THRU CONFERE-MULTA-FIM
               UNTIL FS-ALUGUEL-FIM.
       CONFERE-MULTAS-FIM.

      * -----------------------------------

       CONFERE-MULTA.
           READ ALUGUEL-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-ALUGUEL
               GO CONFERE-MULTA-FIM
           END-READ.
           IF AL-DATA-DEVOLUCAO NOT EQUAL WS-DATA-AUDITORIA
               MOVE 10 TO FS-STAT-ALUGUEL
               GO CONFERE-MULTA-FIM
           END-IF
           IF NOT AL-DEVOLVIDO OR AL-MULTA NOT > ZEROS
               GO CONFERE-MULTA-FIM
           END-IF
           MOVE "M" TO WS-BUSCA-TIPO.
           MOVE AL-ID TO WS-BUSCA-ORIGEM.
           PERFORM PROCURA-RECIBO THRU PROCURA-RECIBO-FIM.
           IF ACHOU
               GO CONFERE-MULTA-FIM
           END-IF
           ADD 1 TO WS-TOT-SEM-RECIBO.
           MOVE AL-ID TO WS-ED-ORIGEM.
           MOVE AL-CLIENTE-ID TO WS-ED-CLIENTE.
           MOVE AL-MULTA TO WS-ED-VALOR.
           MOVE SPACES TO WS-MSG.
           STRING "SEM RECIBO  DEVOLUCAO " WS-ED-ORIGEM
               " CLIENTE " WS-ED-CLIENTE " MULTA " WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-MSG.
           PERFORM GRAVA-MENSAGEM.
       CONFERE-MULTA-FIM.

      * -----------------------------------
      * VENDAS DO DIA (CHAVE ALTERNADA VD-DATA-VENDA): RECIBO TIPO V
      * PELA VENDA OU TIPO A PELO TICKET DO CAIXA UNICO. ESTORNO,
      * VENDA QUE QUITA RESERVA E VENDA DE VALOR ZERO NAO TEM RECIBO

       CONFERE-VENDAS.
           IF NOT ABRIU-VENDA
               GO CONFERE-VENDAS-FIM
           END-IF
           MOVE ZEROS TO FS-STAT-VENDA.
           MOVE WS-DATA-AUDITORIA TO VD-DATA-VENDA.
           START VENDA-FILE KEY IS EQUAL TO VD-DATA-VENDA
           INVALID KEY
               GO CONFERE-VENDAS-FIM
           END-START.
           PERFORM CONFERE-VENDA THRU CONFERE-VENDA-FIM
               UNTIL FS-VENDA-FIM.
       CONFERE-VENDAS-FIM.

      * -----------------------------------

       CONFERE-VENDA.
           READ VENDA-FILE NEXT RECORD
           AT END
               MOVE 10 TO FS-STAT-VENDA
               GO CONFERE-VENDA-FIM
           END-READ.
           IF VD-DATA-VENDA NOT EQUAL WS-DATA-AUDITORIA
               MOVE 10 TO FS-STAT-VENDA
               GO CONFERE-VENDA-FIM
           END-IF
           IF VD-ESTORNO OR VD-RESERVA OR VD-VALOR-TOTAL EQUAL ZEROS
               GO CONFERE-VENDA-FIM
           END-IF
           MOVE "V" TO WS-BUSCA-TIPO.
           MOVE VD-ID TO WS-BUSCA-ORIGEM.
           PERFORM PROCURA-RECIBO THRU PROCURA-RECIBO-FIM.
           IF ACHOU
               GO CONFERE-VENDA-FIM
           END-IF
           IF VD-TICKET NUMERIC AND VD-TICKET > ZEROS
               MOVE "A" TO WS-BUSCA-TIPO
               MOVE VD-TICKET TO WS-BUSCA-ORIGEM
               PERFORM PROCURA-RECIBO THRU PROCURA-RECIBO-FIM
               IF ACHOU
                   GO CONFERE-VENDA-FIM
               END-IF
           END-IF
           ADD 1 TO WS-TOT-SEM-RECIBO.
           MOVE VD-ID TO WS-ED-ORIGEM.
           MOVE VD-CLIENTE-ID TO WS-ED-CLIENTE.
           MOVE VD-VALOR-TOTAL TO WS-ED-VALOR.
           MOVE SPACES TO WS-MSG.
           STRING "SEM RECIBO  VENDA     " WS-ED-ORIGEM
               " CLIENTE " WS-ED-CLIENTE " VALOR " WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-MSG.
           PERFORM GRAVA-MENSAGEM.
       CONFERE-VENDA-FIM.

      * -----------------------------------
      * PROCURA NA TABELA DO DIA UM RECIBO DO TIPO E DOCUMENTO

       PROCURA-RECIBO.
           MOVE "N" TO WS-ACHOU.
           MOVE ZEROS TO WS-IX.

           PROCURA-RECIBO-LOOP.
           ADD 1 TO WS-IX.
           IF WS-IX > WS-QTD-TAB
               GO PROCURA-RECIBO-FIM
           END-IF
           IF WS-TR-TIPO(WS-IX) = WS-BUSCA-TIPO
               AND WS-TR-ORIGEM(WS-IX) = WS-BUSCA-ORIGEM
               MOVE "S" TO WS-ACHOU
               GO PROCURA-RECIBO-FIM
           END-IF
           GO PROCURA-RECIBO-LOOP.
       PROCURA-RECIBO-FIM.

      * -----------------------------------
      * UMA FAIXA DE NUMEROS QUE FALTA

       GRAVA-LACUNA.
           COMPUTE WS-LACUNA-QTD = WS-LACUNA-ATE - WS-LACUNA-DE + 1.
           ADD WS-LACUNA-QTD TO WS-TOT-LACUNAS.
           MOVE WS-LACUNA-DE TO WS-ED-NUMERO.
           MOVE WS-LACUNA-ATE TO WS-ED-NUMERO-2.
           MOVE WS-LACUNA-QTD TO WS-ED-QTD.
           MOVE SPACES TO WS-MSG.
           STRING "LACUNA      RECIBOS " WS-ED-NUMERO
               " A " WS-ED-NUMERO-2 " (" WS-ED-QTD " NUMERO(S))"
               WS-LACUNA-OBS
               DELIMITED BY SIZE INTO WS-MSG.
           PERFORM GRAVA-MENSAGEM.

      * -----------------------------------
      * RECIBO QUE JA SAIU MAIS DE UMA VEZ EM SEGUNDA VIA

       GRAVA-REIMPRESSO.
           ADD 1 TO WS-TOT-REIMPRESSOS.
           MOVE REC-NUMERO TO WS-ED-NUMERO.
           MOVE REC-QTD-VIAS TO WS-ED-VIAS.
           MOVE REC-CLIENTE-ID TO WS-ED-CLIENTE.
           MOVE REC-VALOR TO WS-ED-VALOR.
           MOVE SPACES TO WS-MSG.
           STRING "REIMPRESSO  RECIBO " WS-ED-NUMERO
               " DE " REC-DATA " - " WS-ED-VIAS " SEGUNDAS VIAS"
               " CLIENTE " WS-ED-CLIENTE " VALOR " WS-ED-VALOR
               DELIMITED BY SIZE INTO WS-MSG.
           PERFORM GRAVA-MENSAGEM.

      * -----------------------------------
      * TOTAIS DA AUDITORIA NO FIM DO RELATORIO

       IMPRIME-TOTAIS.
           MOVE SPACES TO WS-MSG.
           PERFORM GRAVA-MENSAGEM.
           MOVE "RECIBOS EMITIDOS NO DIA" TO WS-LTO-ROTULO.
           MOVE WS-TOT-RECIBOS TO WS-LTO-VALOR.
           PERFORM GRAVA-TOTAL.
           MOVE "PRIMEIRO NUMERO DO DIA" TO WS-LTO-ROTULO.
           MOVE WS-PRIMEIRO TO WS-LTO-VALOR.
           PERFORM GRAVA-TOTAL.
           MOVE "ULTIMO NUMERO DO DIA" TO WS-LTO-ROTULO.
           MOVE WS-ULTIMO TO WS-LTO-VALOR.
           PERFORM GRAVA-TOTAL.
           MOVE "NUMEROS FALTANDO NA SEQUENCIA" TO WS-LTO-ROTULO.
           MOVE WS-TOT-LACUNAS TO WS-LTO-VALOR.
           PERFORM GRAVA-TOTAL.
           MOVE "RECIBOS DUPLICADOS" TO WS-LTO-ROTULO.
           MOVE WS-TOT-DUPLICADOS TO WS-LTO-VALOR.
           PERFORM GRAVA-TOTAL.
           MOVE "RECIBOS SEM ORIGEM" TO WS-LTO-ROTULO.
           MOVE WS-TOT-SEM-ORIGEM TO WS-LTO-VALOR.
           PERFORM GRAVA-TOTAL.
           MOVE "MOVIMENTOS SEM RECIBO" TO WS-LTO-ROTULO.
           MOVE WS-TOT-SEM-RECIBO TO WS-LTO-VALOR.
           PERFORM GRAVA-TOTAL.
           MOVE "RECIBOS COM MAIS DE UMA SEGUNDA VIA" TO WS-LTO-ROTULO.
           MOVE WS-TOT-REIMPRESSOS TO WS-LTO-VALOR.
           PERFORM GRAVA-TOTAL.

      * -----------------------------------
      * GRAVA (OU REGRAVA) O RESUMO DO DIA PARA O SAUDE_OPERACIONAL

       GRAVA-RESUMO.
           OPEN I-O RESUMO-FILE.
           IF FS-RRB-NAO-EXISTE
               OPEN OUTPUT RESUMO-FILE
               CLOSE RESUMO-FILE
               OPEN I-O RESUMO-FILE
           END-IF
           IF NOT FS-RRB-OK
               DISPLAY "RESUMO_RECIBOS.DAT INDISPONIVEL (FS "
                   FS-STAT-RRB ") - RESUMO NAO GRAVADO"
               GO GRAVA-RESUMO-FIM
           END-IF
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE SPACES TO RRB-REC.
           MOVE WS-DATA-AUDITORIA TO RRB-DATA.
           MOVE WS-TOT-RECIBOS TO RRB-QTD-RECIBOS.
           MOVE WS-PRIMEIRO TO RRB-PRIMEIRO.
           MOVE WS-ULTIMO TO RRB-ULTIMO.
           MOVE WS-TOT-LACUNAS TO RRB-QTD-LACUNAS.
           MOVE WS-TOT-DUPLICADOS TO RRB-QTD-DUPLICADOS.
           MOVE WS-TOT-SEM-ORIGEM TO RRB-QTD-SEM-ORIGEM.
           MOVE WS-TOT-SEM-RECIBO TO RRB-QTD-SEM-RECIBO.
           MOVE WS-TOT-REIMPRESSOS TO RRB-QTD-REIMPRESSOS.
           ACCEPT RRB-DATA-EXEC FROM DATE YYYYMMDD.
           MOVE WS-HORA-AGORA TO RRB-HORA-EXEC.
           WRITE RRB-REC
           INVALID KEY
               REWRITE RRB-REC
           END-WRITE.
           CLOSE RESUMO-FILE.
       GRAVA-RESUMO-FIM.

      * -----------------------------------

       GRAVA-TOTAL.
           WRITE RELATORIO-LINHA FROM WS-LINHA-TOTAL.
           DISPLAY WS-LINHA-TOTAL.

      * -----------------------------------

       GRAVA-MENSAGEM.
           WRITE RELATORIO-LINHA FROM WS-LINHA-MSG.
           DISPLAY WS-MSG.

      * -----------------------------------
      * CARREGA A DATA DE NEGOCIO (DATA_NEGOCIO.DAT) COM O RELOGIO
      * COMO RESERVA, NO MESMO MOLDE DOS OUTROS PASSOS DA CADEIA

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
