           AT END
               GO REAJUSTA-PEDIDOS-FECHA
           END-READ
           IF NOT CP-PENDENTE OR CP-DE-FILME
               GO REAJUSTA-PEDIDOS-LOOP
           END-IF
           MOVE ZEROS TO WS-IND.
