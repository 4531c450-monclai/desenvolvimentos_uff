      *-----------------------------------------------------------------
      * DOC_FISCAL.CPY
      * LAYOUT DO DOCUMENTO FISCAL ELETRONICO (DOCFISCAL.DAT), UM POR
      * ALUGUEL FECHADO (NFS-E, IMPOSTO DE AL-VALOR-IMPOSTO) E UM POR
      * LINHA DE VENDA DE MERCADORIA (NFC-E, VD-VALOR-IMPOSTO). A
      * SERIE E O TIPO MAIS A FILIAL ("S01", "C02"...) E CADA SERIE
      * TEM NUMERACAO PROPRIA. GERADO, TRANSMITIDO E ATUALIZADO COM O
      * RETORNO DA PREFEITURA/SEFAZ PELO PASSO NOTURNO
      * DOCUMENTO_FISCAL; OS REJEITADOS SAO CORRIGIDOS E REENVIADOS
      * NA TELA PENDENCIA_FISCAL.
      *-----------------------------------------------------------------
       01 DF-REC.
           02 DF-KEY.
               03 DF-SERIE.
                   04 DF-SERIE-TIPO   PIC X(01).
                   04 DF-SERIE-FILIAL PIC 9(02).
               03 DF-NUMERO        PIC 9(09).
      * CHAVE ALTERNATIVA: DE QUE TRANSACAO SAIU O DOCUMENTO
            02 DF-ORIGEM.
               03 DF-TIPO          PIC X(01).
                   88 DF-NFSE              VALUE "S".
                   88 DF-NFCE              VALUE "C".
               03 DF-ORIGEM-ID     PIC 9(11).
            02 DF-DATA-EMISSAO     PIC 9(08).
            02 DF-FILIAL           PIC 9(02).
            02 DF-CLIENTE-ID       PIC 9(05).
      * CPF/CNPJ DO TOMADOR (ZEROS = CONSUMIDOR NAO IDENTIFICADO)
            02 DF-DOC-TOMADOR      PIC 9(14).
            02 DF-TIPO-TOMADOR     PIC X(01).
                88 DF-TOMADOR-PF           VALUE "F".
                88 DF-TOMADOR-PJ           VALUE "J".
      * MERCADORIA E QUANTIDADE DA NFC-E (ZEROS NA NFS-E)
            02 DF-MERCADORIA-COD   PIC 9(05).
            02 DF-QUANTIDADE       PIC 9(05).
            02 DF-VALOR            PIC 9(07)V99.
            02 DF-VALOR-IMPOSTO    PIC 9(05)V99.
      * SITUACAO DA EMISSAO JUNTO A AUTORIDADE
            02 DF-SITUACAO         PIC X(01).
                88 DF-PENDENTE             VALUE "P".
                88 DF-TRANSMITIDO          VALUE "T".
                88 DF-AUTORIZADO           VALUE "A".
                88 DF-REJEITADO            VALUE "R".
            02 DF-DATA-ENVIO       PIC 9(08).
            02 DF-PROTOCOLO        PIC X(20).
      * CANCELAMENTO (ESTORNO DO ALUGUEL OU DA VENDA): BRANCO = NAO
      * PEDIDO; SO VAI PARA A AUTORIDADE DEPOIS DA NOTA AUTORIZADA
            02 DF-CANCELAMENTO     PIC X(01).
                88 DF-SEM-CANCELAMENTO     VALUE SPACE.
                88 DF-CANC-PENDENTE        VALUE "P".
                88 DF-CANC-TRANSMITIDO     VALUE "T".
                88 DF-CANCELADO            VALUE "C".
                88 DF-CANC-REJEITADO       VALUE "R".
            02 DF-DATA-CANCELAMENTO PIC 9(08).
            02 DF-PROTOCOLO-CANC   PIC X(20).
      * MOTIVO DA ULTIMA REJEICAO (EMISSAO OU CANCELAMENTO)
            02 DF-MOTIVO           PIC X(40).
            02 DF-QTD-ENVIOS       PIC 9(02).
            02 FILLER              PIC X(19).
