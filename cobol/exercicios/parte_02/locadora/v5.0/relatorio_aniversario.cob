      * PASSADA UNICA EM ALUGUEL.DAT, ANOTA A DATA DO ULTIMO ALUGUEL
      * DE CADA UM - ANIVERSARIANTE SUMIDO HA MESES E EXATAMENTE
      * QUEM A CAMPANHA QUER TRAZER DE VOLTA. A COLUNA FINAL MARCA
      * QUEM JA RECEBEU O BENEFICIO DO ANO (ANIVERSARIO.DAT). SO
      * ENTRA QUEM AUTORIZOU CONTATO DE MARKETING (CONSENTIMENTO.DAT,
      * PELA SUBROTINA CONFERE-CONSENTIMENTO).
      *
      * O MES (AAAAMM) VEM DA VARIAVEL DE AMBIENTE MES_APURACAO; SEM
      * ELA, O MES CORRENTE.
               03 ws-aniv-ult-aluguel  pic 9(08).

       77 ws-total-listados    pic 9(03) value zeros.
       77 ws-total-sem-consent pic 9(05) value zeros.

       77 ws-con-finalidade    pic x(01) value "M".
       77 ws-con-resultado     pic x(01).
           88 con-autorizado           value "S".

       01 ws-linha.
           02 ws-lin-cliente       pic 9(05).
           02 ws-lin-ja-recebeu    pic x(01).
           02 filler               pic x(20) value spaces.

      * RELATORIO GUARDADO NO SPOOL (ARQUIVA-RELATORIO) AO SER FECHADO
       01 ws-spool.
           02 ws-spl-programa      pic x(30)
               value "relatorio_aniversario".
           02 ws-spl-arquivo       pic x(30)
               value "ANIVERSARIANTES.dat".
           02 ws-spl-filial        pic 9(02) value zeros.

      *=================================================================
       PROCEDURE DIVISION.
      *=================================================================
           PERFORM GRAVA-LINHAS THRU GRAVA-LINHAS-FIM.
           DISPLAY "MES DOS ANIVERSARIOS...: " WS-MES-ANIVERSARIO.
           DISPLAY "ANIVERSARIANTES........: " WS-TOTAL-LISTADOS.
           DISPLAY "SEM CONSENTIMENTO......: " WS-TOTAL-SEM-CONSENT.
           IF NOT FS-ANV-NAO-EXISTE
               CLOSE ANV-FILE
           END-IF
           CLOSE RELATORIO-FILE.
           CALL "ARQUIVA-RELATORIO" USING WS-SPL-PROGRAMA
               WS-SPL-ARQUIVO WS-SPL-FILIAL.
           GOBACK.

      * -----------------------------------
               OR FS-DATA-NASC(5:2) NOT EQUAL WS-MES-ANIVERSARIO
               GO COLHE-ANIVERSARIANTE-FIM
           END-IF
           CALL "CONFERE-CONSENTIMENTO" USING FS-ID WS-CON-FINALIDADE
               WS-CON-RESULTADO.
           IF NOT CON-AUTORIZADO
               ADD 1 TO WS-TOTAL-SEM-CONSENT
               GO COLHE-ANIVERSARIANTE-FIM
           END-IF
           IF WS-QTD-CLIENTES NOT < WS-MAX-CLIENTES
               DISPLAY "TABELA CHEIA - CLIENTE IGNORADO: " FS-ID
               GO COLHE-ANIVERSARIANTE-FIM
