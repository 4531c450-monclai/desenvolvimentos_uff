      * MANUTENCAO DA TABELA DE ALIQUOTAS FISCAIS (TAXA_FISCAL.DAT):
      * "A" IMPOSTO SOBRE SERVICO DOS ALUGUEIS, "V" IMPOSTO SOBRE
      * MERCADORIA DAS VENDAS. OS BALCOES LEEM A ALIQUOTA NA ABERTURA
      * E GRAVAM O IMPOSTO NA PROPRIA TRANSACAO. A OPCAO 3 ABRE A
      * LISTA DAS NOTAS ELETRONICAS REJEITADAS (PENDENCIA_FISCAL).
      *=================================================================
       environment division.
      *=================================================================
       77 ws-opcao             pic x.
           88 e-manter                 value is "1".
           88 e-listar                 value is "2".
           88 e-pendencias             value is "3".
           88 e-encerrar               value is "X" "x".

       77 fs-stat              pic 9(02).
       01 SS-MENU FOREGROUND-COLOR 6.
           05 LINE 07 COLUMN 15 VALUE "1 - INCLUIR/ALTERAR ALIQUOTA".
           05 LINE 08 COLUMN 15 VALUE "2 - LISTAR".
           05 LINE 09 COLUMN 15 VALUE "3 - NOTAS FISCAIS REJEITADAS".
           05 LINE 10 COLUMN 15 VALUE "X - ENCERRAR".
           05 LINE 12 COLUMN 15 VALUE "OPCAO: ".
           05 LINE 12 COL PLUS 1 USING WS-OPCAO AUTO.

       01 SS-TELA-REGISTRO.
           05 SS-CHAVE FOREGROUND-COLOR 2.
                       PERFORM MANTEM THRU MANTEM-FIM
                   WHEN E-LISTAR
                       PERFORM LISTA-TODAS THRU LISTA-TODAS-FIM
                   WHEN E-PENDENCIAS
                       CALL "pendencia_fiscal"
               END-EVALUATE
           END-PERFORM.

