           DISPLAY "TIER:     " CUST-TIER-CODE
           DISPLAY "CYCLE:    " CUST-CYCLE-CODE
           DISPLAY "TAX JUR:  " CUST-TAX-JURIS
           IF CUST-CASH-ONLY
               DISPLAY "PAYMENT:  CASH ONLY - " CUST-NSF-COUNT
                       " RETURNED ITEMS"
           ELSE
               DISPLAY "RETURNS:  " CUST-NSF-COUNT
           END-IF
           IF CUST-WRITEOFF-AMT > 0
               MOVE CUST-WRITEOFF-AMT TO WS-INQ-LIMIT
               DISPLAY "WRTN OFF: " WS-INQ-LIMIT " UNRECOVERED"
           END-IF
           IF CUST-AUTOPAY-ENROLLED
               DISPLAY "AUTOPAY:  ENROLLED - ROUTING "
                       CUST-AUTOPAY-ROUTING
                       " DRAFT OFFSET " CUST-AUTOPAY-OFFSET
                       " RETURNS " CUST-AUTOPAY-FAILS
           END-IF
           IF CUST-MERGED-INTO NOT = 0
               DISPLAY "MERGED:   INTO CUSTOMER " CUST-MERGED-INTO
           END-IF
           .

       SHOW-TIER-RATES.
                   MOVE "ADJUSTMENT"   TO WS-TRAN-DESC
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
               WHEN 'R'
                   MOVE "REVERSAL"     TO WS-TRAN-DESC
               WHEN 'T'
                   MOVE "TRANSFER"     TO WS-TRAN-DESC
               WHEN 'S'
                   MOVE "STATUS CHNG"  TO WS-TRAN-DESC
               WHEN OTHER
