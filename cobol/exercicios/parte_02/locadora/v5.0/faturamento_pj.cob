      * O MES A FATURAR VEM DA VARIAVEL DE AMBIENTE ANOMES (AAAAMM);
      * EM BRANCO, FATURA O MES ANTERIOR. FATURA JA EMITIDA PARA O
      * CLIENTE/MES NAO E EMITIDA DE NOVO.
      * CADA FATURA EMITIDA GANHA UM BOLETO (SUBROTINA REGISTRA-BOLETO,
      * VIA EM BOLETO_IMPRESSAO.DAT) QUE O PASSO NOTURNO
      * COBRANCA_BANCARIA REMETE AO BANCO E BAIXA PELO RETORNO; A
      * FATURA RECEBIDA AQUI PEDE A BAIXA DO BOLETO.
      *=================================================================
       environment division.
      *=================================================================
       77 ws-aud-operacao      pic x(10).
       77 ws-aud-chave         pic 9(11).

      * PARAMETROS DA SUBROTINA REGISTRA-BOLETO
       77 ws-bol-operacao      pic x(01).
       77 ws-bol-tipo          pic x(01) value "F".
       77 ws-bol-origem        pic 9(11).
       77 ws-bol-referencia    pic 9(08).
       77 ws-bol-nosso-numero  pic 9(11).
       77 ws-bol-resultado     pic x(01).

       77 ws-erro              pic x.
           88 e-sim                    values are "S" "s".

           MOVE FAT-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE "E" TO WS-BOL-OPERACAO.
           PERFORM CHAMA-BOLETO.
           GO EMITE-FATURAS-LOOP.
       EMITE-FATURAS-FIM.

           MOVE FAT-ID TO WS-AUD-CHAVE.
           CALL "AUDITA-REGISTRO" USING WS-AUD-PROGRAMA
               WS-AUD-OPERACAO WS-AUD-CHAVE.
           MOVE "B" TO WS-BOL-OPERACAO.
           PERFORM CHAMA-BOLETO.
           MOVE "FATURA QUITADA - PRESSIONE ENTER" TO WS-MSGERRO.
           PERFORM MOSTRA-ERRO.
       RECEBE-FATURA-FIM.

      * -----------------------------------
      * BOLETO DA FATURA CORRENTE: EMITE ("E") OU PEDE A BAIXA ("B")

       CHAMA-BOLETO.
           MOVE FAT-ID TO WS-BOL-ORIGEM.
           MOVE FAT-ANOMES TO WS-BOL-REFERENCIA.
           CALL "REGISTRA-BOLETO" USING WS-BOL-OPERACAO WS-BOL-TIPO
               WS-BOL-ORIGEM WS-BOL-REFERENCIA FAT-CLIENTE-ID
               FAT-VALOR WS-BOL-NOSSO-NUMERO WS-BOL-RESULTADO.

      * -----------------------------------

       CONSULTA.
