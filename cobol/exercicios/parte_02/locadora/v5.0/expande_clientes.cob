           MOVE ASO-ID TO ASN-ID.
           MOVE ASO-CLIENTE-ID TO ASN-CLIENTE-ID.
           MOVE ASO-RESTO TO ASN-REC(17:29).
           MOVE ZEROS TO ASN-DATA-TRANCAMENTO ASN-DATA-RETOMADA.
           MOVE ZEROS TO ASN-DATA-ADESAO ASN-DATA-CANCELAMENTO.
           MOVE ZEROS TO ASN-MOTIVO-CANCEL.
           WRITE ASN-REC
           INVALID KEY
               CONTINUE
           MOVE RCO-MEIO TO RCN-REC(10:12).
           MOVE RCO-CLIENTE-ID TO RCN-CLIENTE-ID.
           MOVE RCO-RESTO TO RCN-REC(27:31).
           MOVE ZEROS TO RCN-QTD-VIAS RCN-DATA-ULT-VIA.
           MOVE ZEROS TO RCN-ESTORNO-NUMERO.
           MOVE SPACES TO RCN-SITUACAO.
           WRITE RCN-REC
           INVALID KEY
               CONTINUE
