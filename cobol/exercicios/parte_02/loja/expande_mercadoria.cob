           MOVE SPACES TO MCN-PERECIVEL.
           MOVE SPACES TO MCN-CONSIGNADO.
           MOVE ZEROS TO MCN-CONSIG-DONO.
           MOVE ZEROS TO MCN-QTD-RESERVADA.
           MOVE SPACES TO MCN-RECOMPRA.
           WRITE MCN-REC
           INVALID KEY
               CONTINUE
