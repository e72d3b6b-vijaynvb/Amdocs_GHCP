               WHEN 'P'
                   MOVE "PAYMENT"      TO WS-TRAN-DESC
               WHEN 'A'
                   IF WS-AUD-FLAG = "NSFFEE"
                       MOVE "RETURN FEE"   TO WS-TRAN-DESC
                   ELSE
                       MOVE "ADJUSTMENT"   TO WS-TRAN-DESC
                   END-IF
               WHEN 'M'
                   MOVE "CREDIT MEMO"  TO WS-TRAN-DESC
               WHEN 'N'
                   MOVE "RETURNED PMT" TO WS-TRAN-DESC
               WHEN 'F'
                   MOVE "REFUND"       TO WS-TRAN-DESC
               WHEN 'B'
                   MOVE "BAL FORWARD"  TO WS-TRAN-DESC
               WHEN 'W'
                   MOVE "WRITE-OFF"    TO WS-TRAN-DESC
               WHEN 'V'
                   MOVE "BAD DEBT RCV" TO WS-TRAN-DESC
               WHEN 'T'
                   MOVE "TRANSFER"     TO WS-TRAN-DESC
               WHEN OTHER
                   MOVE "ACTIVITY"     TO WS-TRAN-DESC
           END-EVALUATE
