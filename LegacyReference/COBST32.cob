              MOVE 'RETURN   ' TO WS-LED-TYPE
           WHEN SJ-COMPONENT
              MOVE 'COMPONENT' TO WS-LED-TYPE
           WHEN SJ-SUBSTITUTE
              MOVE 'SUBSTITUT' TO WS-LED-TYPE
           WHEN SJ-QC-DISPOSAL
              MOVE 'QC REJECT' TO WS-LED-TYPE
           WHEN OTHER
              MOVE 'UNKNOWN  ' TO WS-LED-TYPE
           END-EVALUATE
                 ADD SJ-QTY TO WS-NET-CHANGE
              WHEN SJ-SHIPMENT
              WHEN SJ-COMPONENT
              WHEN SJ-SUBSTITUTE
              WHEN SJ-QC-DISPOSAL
                 SUBTRACT SJ-QTY FROM WS-NET-CHANGE
              WHEN OTHER
                 CONTINUE
