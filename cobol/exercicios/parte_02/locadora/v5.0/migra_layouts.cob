      * CHAVES ALTERNADAS DE ALUGUEL E VENDA. O OPERADOR CONFERE OS
      * TOTAIS E RENOMEIA CADA *_NOVO.DAT POR CIMA DO ANTIGO.
      *
      * COPIA.DAT E RESERVA.DAT NAO MUDARAM DE TAMANHO (OS CAMPOS
      * NOVOS FORAM TALHADOS NO FILLER) E NAO PRECISAM DE CONVERSAO.
      * LISTA_DE_FILMES.DAT, TARIFA.DAT, TARIFA_CATEGORIA.DAT,
      * CKPTCAIXA.DAT E RECIBO.DAT CRESCERAM DEPOIS E SAO CONVERTIDOS
      * POR ATUALIZA_LAYOUTS, QUE TAMBEM PEGA ASSINATURA E MERCADORIA
      * JA NO NUMERO DE CLIENTE DE CINCO DIGITOS.
      *=================================================================
       environment division.
      *=================================================================
           MOVE ASO-RESTO TO ASN-REC(17:17).
           MOVE ZEROS TO ASN-ALUGUEIS-MES ASN-DATA-INADIMPLENCIA.
           MOVE ZEROS TO ASN-AVISO-NIVEL.
           MOVE ZEROS TO ASN-DATA-TRANCAMENTO ASN-DATA-RETOMADA.
           MOVE ZEROS TO ASN-DATA-ADESAO ASN-DATA-CANCELAMENTO.
           MOVE ZEROS TO ASN-MOTIVO-CANCEL.
           WRITE ASN-REC
           INVALID KEY
               CONTINUE
           MOVE SPACES TO MCN-REC.
           MOVE MCO-REC TO MCN-REC(1:57).
           MOVE ZEROS TO MCN-CUSTO-UNIT MCN-FILME-ORIGEM.
           MOVE ZEROS TO MCN-QTD-RESERVADA.
           MOVE SPACES TO MCN-RECOMPRA.
           WRITE MCN-REC
           INVALID KEY
               CONTINUE
