       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRA-BOLETO.

      *=================================================================
      * SUBROTINA CHAMAVEL DO BOLETO DE COBRANCA (BOLETO.DAT).
      * RB-OPERACAO "E": EMITE O BOLETO DA COBRANCA INFORMADA (TIPO
      * "F" FATURA PJ / "A" RENOVACAO DE ASSINATURA, ORIGEM E
      * REFERENCIA), TIRANDO O NOSSO NUMERO DO CONTROLE NUMBOLETO.DAT
      * (MESMO MOLDE DO NUMRECIBO.DAT), COM VENCIMENTO EM HOJE +
      * BOLETO_PRAZO_DIAS (PADRAO 10), E ANEXA A VIA IMPRIMIVEL COM A
      * LINHA DIGITAVEL EM BOLETO_IMPRESSAO.DAT. A COBRANCA QUE JA TEM
      * BOLETO VOLTA "J" COM O NOSSO NUMERO DELE, SEM EMITIR OUTRO.
      * RB-OPERACAO "B": A COBRANCA FOI QUITADA POR OUTRO MEIO - BOLETO
      * AINDA NAO REMETIDO E BAIXADO NA HORA; JA NO BANCO, FICA COM O
      * PEDIDO DE BAIXA PARA A PROXIMA REMESSA.
      * RB-RESULTADO: "S" = FEITO, "J" = JA EXISTIA / JA BAIXADO,
      * "N" = BOLETO NAO ENCONTRADO OU NAO GRAVADO.
      * DADOS DO BANCO PELAS VARIAVEIS BOLETO_BANCO, BOLETO_AGENCIA,
      * BOLETO_CONTA E BOLETO_CARTEIRA; JUROS DE MORA AO MES EM
      * BOLETO_JUROS_MES (PADRAO 1.00).
      *=================================================================
       ENVIRONMENT DIVISION.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT BOLETO-FILE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WS-FS-BOL
           RECORD KEY IS BOL-KEY
           ALTERNATE RECORD KEY IS BOL-ORIGEM.

       SELECT CONTROLE-FILE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-CTL
           RECORD KEY IS CTL-CHAVE.

       SELECT CLIENTE-FILE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-CLI
           RECORD KEY IS FS-KEY.

       SELECT FILIAL-FILE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-FIL
           RECORD KEY IS FIL-KEY.

       SELECT ENDERECO-FILE
           ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           FILE STATUS IS WS-FS-END
           RECORD KEY IS END-KEY.

       SELECT IMPRESSAO-FILE
           ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WS-FS-IMP.

      *=================================================================
       DATA DIVISION.
      *=================================================================
       FILE SECTION.

       FD BOLETO-FILE VALUE OF FILE-ID IS "BOLETO.dat".
       COPY boleto.

       FD CONTROLE-FILE VALUE OF FILE-ID IS "NUMBOLETO.dat".
       01 CTL-REC.
           02 CTL-CHAVE            PIC 9(01).
           02 CTL-ULTIMO-NUMERO    PIC 9(11).

       FD CLIENTE-FILE VALUE OF FILE-ID IS "FUNC.dat".
       COPY cliente.

       FD FILIAL-FILE VALUE OF FILE-ID IS "FILIAL.dat".
       COPY filial.

       FD ENDERECO-FILE VALUE OF FILE-ID IS "ENDERECO.dat".
       COPY endereco.

       FD IMPRESSAO-FILE VALUE OF FILE-ID IS "BOLETO_IMPRESSAO.dat".
       01 IMPRESSAO-LINHA      PIC X(80).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------

       77 WS-FS-BOL            PIC 9(02).
           88 WS-BOL-NAO-EXISTE        VALUE 35.

       77 WS-FS-CTL            PIC 9(02).
           88 WS-CTL-NAO-EXISTE        VALUE 35.

       77 WS-FS-CLI            PIC 9(02).
           88 WS-CLI-OK                VALUE ZEROS.

       77 WS-FS-FIL            PIC 9(02).
           88 WS-FIL-OK                VALUE ZEROS.

       77 WS-FS-END            PIC 9(02).
           88 WS-END-OK                VALUE ZEROS.

       77 WS-FS-IMP            PIC 9(02).
           88 WS-IMP-NAO-EXISTE        VALUE 35.

       77 WS-DATA-HOJE         PIC 9(08).
       77 WS-DATA-INT          PIC 9(09) COMP.
       77 WS-AMBIENTE          PIC X(08).
       77 WS-PRAZO-DIAS        PIC 9(03).
       77 WS-JUROS-MES         PIC 9(02)V99.
       77 WS-JUROS-DIA         PIC 9(05)V99.

      * DADOS DO BANCO CEDENTE
       77 WS-BANCO             PIC 9(03).
       77 WS-AGENCIA           PIC 9(04).
       77 WS-CONTA             PIC 9(07).
       77 WS-CARTEIRA          PIC 9(02).

      * CODIGO DE BARRAS (44 POSICOES, PADRAO FEBRABAN) E CAMPO LIVRE
       01 WS-BARRAS.
           02 WS-BAR-BANCO         PIC 9(03).
           02 WS-BAR-MOEDA         PIC 9(01) VALUE 9.
           02 WS-BAR-DV            PIC 9(01).
           02 WS-BAR-FATOR         PIC 9(04).
           02 WS-BAR-VALOR         PIC 9(08)V99.
           02 WS-BAR-LIVRE.
               03 WS-LIV-AGENCIA       PIC 9(04).
               03 WS-LIV-CARTEIRA      PIC 9(02).
               03 WS-LIV-NOSSO         PIC 9(11).
               03 WS-LIV-CONTA         PIC 9(07).
               03 FILLER               PIC 9(01) VALUE ZERO.
       77 WS-FATOR             PIC 9(05).

      * AREA DO CALCULO DE DIGITO: OS DIGITOS ALINHADOS A ESQUERDA E
      * QUANTOS SAO; O PESO CORRE DA DIREITA PARA A ESQUERDA
       77 WS-CALC-AREA         PIC X(43).
       77 WS-CALC-TAM          PIC 9(02) COMP.
       77 WS-CALC-POS          PIC 9(02) COMP.
       77 WS-CALC-PESO         PIC 9(02) COMP.
       77 WS-CALC-DIGITO       PIC 9(01).
       77 WS-CALC-PRODUTO      PIC 9(03) COMP.
       77 WS-CALC-SOMA         PIC 9(05) COMP.
       77 WS-CALC-RESTO        PIC 9(02) COMP.
       77 WS-CALC-DV           PIC 9(02) COMP.

      * LINHA DIGITAVEL MONTADA EM 5 CAMPOS
       01 WS-LINHA-DIGITAVEL.
           02 WS-LD-C1A            PIC X(05).
           02 FILLER               PIC X(01) VALUE ".".
           02 WS-LD-C1B            PIC X(04).
           02 WS-LD-C1DV           PIC 9(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WS-LD-C2A            PIC X(05).
           02 FILLER               PIC X(01) VALUE ".".
           02 WS-LD-C2B            PIC X(05).
           02 WS-LD-C2DV           PIC 9(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WS-LD-C3A            PIC X(05).
           02 FILLER               PIC X(01) VALUE ".".
           02 WS-LD-C3B            PIC X(05).
           02 WS-LD-C3DV           PIC 9(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WS-LD-C4             PIC 9(01).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WS-LD-C5             PIC X(14).
       01 WS-CAMPO1.
           02 WS-C1-BANCO          PIC 9(03).
           02 WS-C1-MOEDA          PIC 9(01).
           02 WS-C1-LIVRE          PIC X(05).

       01 WS-LINHA-CEDENTE.
           02 FILLER               PIC X(08) VALUE "CEDENTE ".
           02 WS-IMP-CEDENTE       PIC X(30).
           02 FILLER               PIC X(06) VALUE " CNPJ ".
           02 WS-IMP-CNPJ          PIC 9(14).
           02 FILLER               PIC X(22) VALUE SPACES.

       01 WS-LINHA-BANCO.
           02 FILLER               PIC X(06) VALUE "BANCO ".
           02 WS-IMP-BANCO         PIC 9(03).
           02 FILLER               PIC X(09) VALUE "  AGENCIA".
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WS-IMP-AGENCIA       PIC 9(04).
           02 FILLER               PIC X(08) VALUE "  CONTA ".
           02 WS-IMP-CONTA         PIC 9(07).
           02 FILLER               PIC X(11) VALUE "  CARTEIRA ".
           02 WS-IMP-CARTEIRA      PIC 9(02).
           02 FILLER               PIC X(29) VALUE SPACES.

       01 WS-LINHA-TITULO.
           02 FILLER               PIC X(13) VALUE "NOSSO NUMERO ".
           02 WS-IMP-NOSSO         PIC 9(11).
           02 FILLER               PIC X(01) VALUE "-".
           02 WS-IMP-DV            PIC 9(01).
           02 FILLER               PIC X(13) VALUE "  VENCIMENTO ".
           02 WS-IMP-VENCIMENTO    PIC 9(08).
           02 FILLER               PIC X(11) VALUE "  VALOR R$ ".
           02 WS-IMP-VALOR         PIC ZZZZZZ9.99.
           02 FILLER               PIC X(12) VALUE SPACES.

       01 WS-LINHA-SACADO.
           02 FILLER               PIC X(07) VALUE "SACADO ".
           02 WS-IMP-SACADO        PIC X(40).
           02 FILLER               PIC X(10) VALUE " CPF/CNPJ ".
           02 WS-IMP-DOC           PIC 9(14).
           02 FILLER               PIC X(09) VALUE SPACES.

       01 WS-LINHA-ENDERECO.
           02 FILLER               PIC X(09) VALUE "ENDERECO ".
           02 WS-IMP-LOGRADOURO    PIC X(30).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WS-IMP-CIDADE        PIC X(20).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WS-IMP-CEP           PIC 9(08).
           02 FILLER               PIC X(11) VALUE SPACES.

       01 WS-LINHA-REFERENCIA.
           02 FILLER               PIC X(13) VALUE "REFERENTE A: ".
           02 WS-IMP-ORIGEM-TEXTO  PIC X(16).
           02 WS-IMP-ORIGEM        PIC 9(11).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 WS-IMP-REF-TEXTO     PIC X(12).
           02 WS-IMP-REFERENCIA    PIC 9(08).
           02 FILLER               PIC X(19) VALUE SPACES.

       01 WS-LINHA-JUROS.
           02 FILLER               PIC X(37)
               VALUE "APOS O VENCIMENTO COBRAR MORA DE R$ ".
           02 WS-IMP-JUROS         PIC ZZZZ9.99.
           02 FILLER               PIC X(08) VALUE " POR DIA".
           02 FILLER               PIC X(27) VALUE SPACES.

      *=================================================================
       LINKAGE SECTION.
      *=================================================================

       01 RB-OPERACAO          PIC X(01).
           88 RB-EMITE                 VALUE "E".
           88 RB-BAIXA                 VALUE "B".
       01 RB-TIPO              PIC X(01).
       01 RB-ORIGEM-ID         PIC 9(11).
       01 RB-REFERENCIA        PIC 9(08).
       01 RB-CLIENTE-ID        PIC 9(05).
       01 RB-VALOR             PIC 9(07)V99.
       01 RB-NOSSO-NUMERO      PIC 9(11).
       01 RB-RESULTADO         PIC X(01).

      *=================================================================
       PROCEDURE DIVISION USING RB-OPERACAO RB-TIPO RB-ORIGEM-ID
           RB-REFERENCIA RB-CLIENTE-ID RB-VALOR RB-NOSSO-NUMERO
           RB-RESULTADO.
      *=================================================================

       INICIO.
           MOVE "N" TO RB-RESULTADO.
           MOVE ZEROS TO RB-NOSSO-NUMERO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O BOLETO-FILE.
           IF WS-BOL-NAO-EXISTE
               OPEN OUTPUT BOLETO-FILE
               CLOSE BOLETO-FILE
               OPEN I-O BOLETO-FILE
           END-IF.
           MOVE RB-TIPO TO BOL-TIPO.
           MOVE RB-ORIGEM-ID TO BOL-ORIGEM-ID.
           MOVE RB-REFERENCIA TO BOL-REFERENCIA.
           READ BOLETO-FILE KEY IS BOL-ORIGEM
           INVALID KEY
               IF RB-EMITE
                   PERFORM EMITE-NOVO THRU EMITE-NOVO-FIM
               END-IF
               CLOSE BOLETO-FILE
               GO INICIO-FIM
           END-READ.
           MOVE BOL-NOSSO-NUMERO TO RB-NOSSO-NUMERO.
           IF RB-EMITE
               MOVE "J" TO RB-RESULTADO
           ELSE
               PERFORM PEDE-BAIXA THRU PEDE-BAIXA-FIM
           END-IF.
           CLOSE BOLETO-FILE.
       INICIO-FIM.
           EXIT PROGRAM.

      * -----------------------------------
      * COBRANCA QUITADA FORA DO BOLETO: O QUE AINDA NAO FOI AO BANCO
      * MORRE AQUI; O QUE ESTA NO BANCO SAI NA REMESSA COMO BAIXA

       PEDE-BAIXA.
           MOVE "J" TO RB-RESULTADO.
           IF BOL-A-REGISTRAR OR BOL-REJEITADO
               MOVE "B" TO BOL-SITUACAO
               MOVE "S" TO RB-RESULTADO
           END-IF
           IF BOL-NO-BANCO AND BOL-INSTRUCAO EQUAL SPACE
               MOVE "B" TO BOL-INSTRUCAO
               MOVE "S" TO RB-RESULTADO
           END-IF
           IF RB-RESULTADO EQUAL "S"
               REWRITE BOL-REC
               INVALID KEY
                   MOVE "N" TO RB-RESULTADO
               END-REWRITE
           END-IF.
       PEDE-BAIXA-FIM.

      * -----------------------------------
      * NOSSO NUMERO NOVO, VENCIMENTO, GRAVACAO E VIA IMPRIMIVEL

       EMITE-NOVO.
           PERFORM OBTEM-PARAMETROS.
           OPEN I-O CONTROLE-FILE.
           IF WS-CTL-NAO-EXISTE
               OPEN OUTPUT CONTROLE-FILE
               CLOSE CONTROLE-FILE
               OPEN I-O CONTROLE-FILE
           END-IF.
           MOVE 1 TO CTL-CHAVE.
           READ CONTROLE-FILE
           INVALID KEY
               MOVE 1 TO CTL-CHAVE
               MOVE ZEROS TO CTL-ULTIMO-NUMERO
               WRITE CTL-REC
           END-READ.
           ADD 1 TO CTL-ULTIMO-NUMERO.
           REWRITE CTL-REC.
           CLOSE CONTROLE-FILE.

           OPEN INPUT CLIENTE-FILE.
           MOVE SPACES TO FS-NOME.
           MOVE ZEROS TO FS-CPF FS-FILIAL.
           MOVE RB-CLIENTE-ID TO FS-ID.
           READ CLIENTE-FILE
           INVALID KEY
               MOVE SPACES TO FS-NOME
               MOVE ZEROS TO FS-CPF FS-FILIAL
           END-READ.
           IF WS-CLI-OK
               CLOSE CLIENTE-FILE
           END-IF
           IF FS-FILIAL NOT NUMERIC OR FS-FILIAL EQUAL ZEROS
               MOVE 1 TO FS-FILIAL
           END-IF

           MOVE SPACES TO BOL-REC.
           MOVE CTL-ULTIMO-NUMERO TO BOL-NOSSO-NUMERO.
           MOVE RB-TIPO TO BOL-TIPO.
           MOVE RB-ORIGEM-ID TO BOL-ORIGEM-ID.
           MOVE RB-REFERENCIA TO BOL-REFERENCIA.
           MOVE RB-CLIENTE-ID TO BOL-CLIENTE-ID.
           MOVE FS-FILIAL TO BOL-FILIAL.
           MOVE RB-VALOR TO BOL-VALOR.
           MOVE WS-DATA-HOJE TO BOL-DATA-EMISSAO.
           COMPUTE WS-DATA-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE) + WS-PRAZO-DIAS.
           COMPUTE BOL-VENCIMENTO =
               FUNCTION DATE-OF-INTEGER(WS-DATA-INT).
           MOVE "E" TO BOL-SITUACAO.
           MOVE SPACE TO BOL-INSTRUCAO.
           MOVE ZEROS TO BOL-DATA-PAGAMENTO BOL-VALOR-PAGO
               BOL-JUROS BOL-TARIFA.
           PERFORM MONTA-BARRAS THRU MONTA-BARRAS-FIM.
           WRITE BOL-REC
           INVALID KEY
               GO EMITE-NOVO-FIM
           END-WRITE.
           MOVE BOL-NOSSO-NUMERO TO RB-NOSSO-NUMERO.
           MOVE "S" TO RB-RESULTADO.
           PERFORM IMPRIME-BOLETO THRU IMPRIME-BOLETO-FIM.
       EMITE-NOVO-FIM.

      * -----------------------------------
      * PARAMETROS DO BANCO E DA COBRANCA PELO AMBIENTE

       OBTEM-PARAMETROS.
           MOVE ZEROS TO WS-BANCO WS-AGENCIA WS-CONTA WS-CARTEIRA.
           MOVE SPACES TO WS-AMBIENTE.
           ACCEPT WS-AMBIENTE FROM ENVIRONMENT "BOLETO_BANCO".
           IF WS-AMBIENTE(1:3) IS NUMERIC
               MOVE WS-AMBIENTE(1:3) TO WS-BANCO
           END-IF
           MOVE SPACES TO WS-AMBIENTE.
           ACCEPT WS-AMBIENTE FROM ENVIRONMENT "BOLETO_AGENCIA".
           IF WS-AMBIENTE(1:4) IS NUMERIC
               MOVE WS-AMBIENTE(1:4) TO WS-AGENCIA
           END-IF
           MOVE SPACES TO WS-AMBIENTE.
           ACCEPT WS-AMBIENTE FROM ENVIRONMENT "BOLETO_CONTA".
           IF WS-AMBIENTE(1:7) IS NUMERIC
               MOVE WS-AMBIENTE(1:7) TO WS-CONTA
           END-IF
           MOVE SPACES TO WS-AMBIENTE.
           ACCEPT WS-AMBIENTE FROM ENVIRONMENT "BOLETO_CARTEIRA".
           IF WS-AMBIENTE(1:2) IS NUMERIC
               MOVE WS-AMBIENTE(1:2) TO WS-CARTEIRA
           END-IF
           MOVE 10 TO WS-PRAZO-DIAS.
           MOVE SPACES TO WS-AMBIENTE.
           ACCEPT WS-AMBIENTE FROM ENVIRONMENT "BOLETO_PRAZO_DIAS".
           IF WS-AMBIENTE(1:3) IS NUMERIC
               MOVE WS-AMBIENTE(1:3) TO WS-PRAZO-DIAS
           END-IF
           MOVE 1.00 TO WS-JUROS-MES.
           MOVE SPACES TO WS-AMBIENTE.
           ACCEPT WS-AMBIENTE FROM ENVIRONMENT "BOLETO_JUROS_MES".
           IF WS-AMBIENTE(1:4) IS NUMERIC
               MOVE WS-AMBIENTE(1:4) TO WS-JUROS-MES
           END-IF.

      * -----------------------------------
      * DV DO NOSSO NUMERO (MODULO 11), CODIGO DE BARRAS E LINHA
      * DIGITAVEL. O FATOR DE VENCIMENTO CONTA DIAS DESDE 07/10/1997
      * E, PASSADO DE 9999, RECOMECA EM 1000 (22/02/2025)

       MONTA-BARRAS.
           MOVE BOL-NOSSO-NUMERO TO WS-CALC-AREA.
           MOVE 11 TO WS-CALC-TAM.
           PERFORM CALCULA-MODULO-11 THRU CALCULA-MODULO-11-FIM.
           IF WS-CALC-DV > 9
               MOVE ZEROS TO BOL-DV
           ELSE
               MOVE WS-CALC-DV TO BOL-DV
           END-IF

           MOVE WS-BANCO TO WS-BAR-BANCO.
           COMPUTE WS-FATOR =
               FUNCTION INTEGER-OF-DATE(BOL-VENCIMENTO)
               - FUNCTION INTEGER-OF-DATE(19971007).
           IF WS-FATOR > 9999
               SUBTRACT 9000 FROM WS-FATOR
           END-IF
           MOVE WS-FATOR TO WS-BAR-FATOR.
           MOVE BOL-VALOR TO WS-BAR-VALOR.
           MOVE WS-AGENCIA TO WS-LIV-AGENCIA.
           MOVE WS-CARTEIRA TO WS-LIV-CARTEIRA.
           MOVE BOL-NOSSO-NUMERO TO WS-LIV-NOSSO.
           MOVE WS-CONTA TO WS-LIV-CONTA.
           MOVE WS-BARRAS(1:4) TO WS-CALC-AREA.
           MOVE WS-BARRAS(6:39) TO WS-CALC-AREA(5:39).
           MOVE 43 TO WS-CALC-TAM.
           PERFORM CALCULA-MODULO-11 THRU CALCULA-MODULO-11-FIM.
           IF WS-CALC-DV EQUAL ZEROS OR WS-CALC-DV > 9
               MOVE 1 TO WS-BAR-DV
           ELSE
               MOVE WS-CALC-DV TO WS-BAR-DV
           END-IF

           MOVE WS-BANCO TO WS-C1-BANCO.
           MOVE 9 TO WS-C1-MOEDA.
           MOVE WS-BAR-LIVRE(1:5) TO WS-C1-LIVRE.
           MOVE WS-CAMPO1 TO WS-CALC-AREA.
           MOVE 9 TO WS-CALC-TAM.
           PERFORM CALCULA-MODULO-10 THRU CALCULA-MODULO-10-FIM.
           MOVE WS-CAMPO1(1:5) TO WS-LD-C1A.
           MOVE WS-CAMPO1(6:4) TO WS-LD-C1B.
           MOVE WS-CALC-DV TO WS-LD-C1DV.
           MOVE WS-BAR-LIVRE(6:10) TO WS-CALC-AREA.
           MOVE 10 TO WS-CALC-TAM.
           PERFORM CALCULA-MODULO-10 THRU CALCULA-MODULO-10-FIM.
           MOVE WS-BAR-LIVRE(6:5) TO WS-LD-C2A.
           MOVE WS-BAR-LIVRE(11:5) TO WS-LD-C2B.
           MOVE WS-CALC-DV TO WS-LD-C2DV.
           MOVE WS-BAR-LIVRE(16:10) TO WS-CALC-AREA.
           MOVE 10 TO WS-CALC-TAM.
           PERFORM CALCULA-MODULO-10 THRU CALCULA-MODULO-10-FIM.
           MOVE WS-BAR-LIVRE(16:5) TO WS-LD-C3A.
           MOVE WS-BAR-LIVRE(21:5) TO WS-LD-C3B.
           MOVE WS-CALC-DV TO WS-LD-C3DV.
           MOVE WS-BAR-DV TO WS-LD-C4.
           MOVE WS-BARRAS(6:14) TO WS-LD-C5.
       MONTA-BARRAS-FIM.

      * -----------------------------------
      * MODULO 10: PESOS 2,1,2,1... DA DIREITA; PRODUTO DE DOIS
      * DIGITOS SOMA OS DIGITOS; DV = 10 - RESTO (10 VIRA 0)

       CALCULA-MODULO-10.
           MOVE ZEROS TO WS-CALC-SOMA.
           MOVE WS-CALC-TAM TO WS-CALC-POS.
           MOVE 2 TO WS-CALC-PESO.

           CALCULA-MODULO-10-LOOP.
           IF WS-CALC-POS EQUAL ZEROS
               GO CALCULA-MODULO-10-DV
           END-IF
           MOVE WS-CALC-AREA(WS-CALC-POS:1) TO WS-CALC-DIGITO.
           COMPUTE WS-CALC-PRODUTO = WS-CALC-DIGITO * WS-CALC-PESO.
           IF WS-CALC-PRODUTO > 9
               SUBTRACT 9 FROM WS-CALC-PRODUTO
           END-IF
           ADD WS-CALC-PRODUTO TO WS-CALC-SOMA.
           IF WS-CALC-PESO EQUAL 2
               MOVE 1 TO WS-CALC-PESO
           ELSE
               MOVE 2 TO WS-CALC-PESO
           END-IF
           SUBTRACT 1 FROM WS-CALC-POS.
           GO CALCULA-MODULO-10-LOOP.

           CALCULA-MODULO-10-DV.
           DIVIDE WS-CALC-SOMA BY 10 GIVING WS-CALC-PRODUTO
               REMAINDER WS-CALC-RESTO.
           IF WS-CALC-RESTO EQUAL ZEROS
               MOVE ZEROS TO WS-CALC-DV
           ELSE
               COMPUTE WS-CALC-DV = 10 - WS-CALC-RESTO
           END-IF.
       CALCULA-MODULO-10-FIM.

      * -----------------------------------
      * MODULO 11: PESOS 2 A 9 DA DIREITA; DEVOLVE 11 - RESTO EM
      * WS-CALC-DV (0 A 11) E CADA CHAMADOR APLICA A SUA REGRA

       CALCULA-MODULO-11.
           MOVE ZEROS TO WS-CALC-SOMA.
           MOVE WS-CALC-TAM TO WS-CALC-POS.
           MOVE 2 TO WS-CALC-PESO.

           CALCULA-MODULO-11-LOOP.
           IF WS-CALC-POS EQUAL ZEROS
               GO CALCULA-MODULO-11-DV
           END-IF
           MOVE WS-CALC-AREA(WS-CALC-POS:1) TO WS-CALC-DIGITO.
           COMPUTE WS-CALC-PRODUTO = WS-CALC-DIGITO * WS-CALC-PESO.
           ADD WS-CALC-PRODUTO TO WS-CALC-SOMA.
           IF WS-CALC-PESO EQUAL 9
               MOVE 2 TO WS-CALC-PESO
           ELSE
               ADD 1 TO WS-CALC-PESO
           END-IF
           SUBTRACT 1 FROM WS-CALC-POS.
           GO CALCULA-MODULO-11-LOOP.

           CALCULA-MODULO-11-DV.
           DIVIDE WS-CALC-SOMA BY 11 GIVING WS-CALC-PRODUTO
               REMAINDER WS-CALC-RESTO.
           COMPUTE WS-CALC-DV = 11 - WS-CALC-RESTO.
       CALCULA-MODULO-11-FIM.

      * -----------------------------------
      * ANEXA A VIA DO BOLETO EM BOLETO_IMPRESSAO.DAT

       IMPRIME-BOLETO.
           OPEN EXTEND IMPRESSAO-FILE.
           IF WS-IMP-NAO-EXISTE
               OPEN OUTPUT IMPRESSAO-FILE
           END-IF.
           MOVE ALL "=" TO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           MOVE "VIDEO LOCADORA & LOJA - BOLETO DE COBRANCA"
               TO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           MOVE SPACES TO WS-IMP-CEDENTE.
           MOVE ZEROS TO WS-IMP-CNPJ.
           OPEN INPUT FILIAL-FILE.
           IF WS-FIL-OK
               MOVE BOL-FILIAL TO FIL-CODIGO
               READ FILIAL-FILE
               NOT INVALID KEY
                   MOVE FIL-NOME TO WS-IMP-CEDENTE
                   MOVE FIL-CNPJ TO WS-IMP-CNPJ
               END-READ
               CLOSE FILIAL-FILE
           END-IF
           MOVE WS-LINHA-CEDENTE TO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           MOVE WS-BANCO TO WS-IMP-BANCO.
           MOVE WS-AGENCIA TO WS-IMP-AGENCIA.
           MOVE WS-CONTA TO WS-IMP-CONTA.
           MOVE WS-CARTEIRA TO WS-IMP-CARTEIRA.
           MOVE WS-LINHA-BANCO TO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           MOVE BOL-NOSSO-NUMERO TO WS-IMP-NOSSO.
           MOVE BOL-DV TO WS-IMP-DV.
           MOVE BOL-VENCIMENTO TO WS-IMP-VENCIMENTO.
           MOVE BOL-VALOR TO WS-IMP-VALOR.
           MOVE WS-LINHA-TITULO TO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           MOVE FS-NOME TO WS-IMP-SACADO.
           MOVE FS-CPF TO WS-IMP-DOC.
           MOVE WS-LINHA-SACADO TO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           PERFORM IMPRIME-ENDERECO THRU IMPRIME-ENDERECO-FIM.
           MOVE BOL-ORIGEM-ID TO WS-IMP-ORIGEM.
           MOVE BOL-REFERENCIA TO WS-IMP-REFERENCIA.
           IF BOL-DE-FATURA
               MOVE "FATURA PJ" TO WS-IMP-ORIGEM-TEXTO
               MOVE "COMPETENCIA" TO WS-IMP-REF-TEXTO
           ELSE
               MOVE "ASSINATURA" TO WS-IMP-ORIGEM-TEXTO
               MOVE "RENOVACAO" TO WS-IMP-REF-TEXTO
           END-IF
           MOVE WS-LINHA-REFERENCIA TO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           COMPUTE WS-JUROS-DIA ROUNDED =
               BOL-VALOR * WS-JUROS-MES / 100 / 30.
           MOVE WS-JUROS-DIA TO WS-IMP-JUROS.
           MOVE WS-LINHA-JUROS TO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           MOVE SPACES TO IMPRESSAO-LINHA.
           MOVE "LINHA DIGITAVEL: " TO IMPRESSAO-LINHA.
           MOVE WS-LINHA-DIGITAVEL TO IMPRESSAO-LINHA(18:).
           WRITE IMPRESSAO-LINHA.
           MOVE SPACES TO IMPRESSAO-LINHA.
           MOVE "CODIGO DE BARRAS: " TO IMPRESSAO-LINHA.
           MOVE WS-BARRAS TO IMPRESSAO-LINHA(19:).
           WRITE IMPRESSAO-LINHA.
           MOVE ALL "=" TO IMPRESSAO-LINHA.
           WRITE IMPRESSAO-LINHA.
           CLOSE IMPRESSAO-FILE.
       IMPRIME-BOLETO-FIM.

      * -----------------------------------
      * ENDERECO DO SACADO, QUANDO O CLIENTE TEM ENDERECO.DAT

       IMPRIME-ENDERECO.
           OPEN INPUT ENDERECO-FILE.
           IF NOT WS-END-OK
               GO IMPRIME-ENDERECO-FIM
           END-IF
           MOVE BOL-CLIENTE-ID TO END-CLIENTE-ID.
           READ ENDERECO-FILE
           NOT INVALID KEY
               MOVE END-LOGRADOURO TO WS-IMP-LOGRADOURO
               MOVE END-CIDADE TO WS-IMP-CIDADE
               MOVE END-CEP TO WS-IMP-CEP
               MOVE WS-LINHA-ENDERECO TO IMPRESSAO-LINHA
               WRITE IMPRESSAO-LINHA
           END-READ.
           CLOSE ENDERECO-FILE.
       IMPRIME-ENDERECO-FIM.
