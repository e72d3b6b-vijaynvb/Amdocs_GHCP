           END-UNSTRING
           PERFORM DEFAULT-CYCLE-CODE
           PERFORM SET-CREDIT-LIMIT
      * Old master records carry no returned-item history; every
      * account converts with a clean count and checks accepted.
           MOVE 0   TO CUST-NSF-COUNT
           MOVE 'N' TO CUST-CASH-ONLY-SW
      * Nothing has been written off through the write-off program yet,
      * so no converted account is awaiting a bad-debt recovery.
           MOVE 0   TO CUST-WRITEOFF-AMT
      * Autopay is enrolled through CUSTOMER-MAINT only.
           MOVE 'N'    TO CUST-AUTOPAY-SW
           MOVE SPACES TO CUST-AUTOPAY-ROUTING
           MOVE SPACES TO CUST-AUTOPAY-ACCOUNT
           MOVE 0      TO CUST-AUTOPAY-OFFSET
           MOVE 0      TO CUST-AUTOPAY-FAILS
      * Accounts are merged through CUSTOMER-MAINT only.
           MOVE 0      TO CUST-MERGED-INTO
           IF FUNCTION TEST-NUMVAL-C(WS-ID-TXT) NOT = 0
               ADD 1 TO WS-CVT-REJECTED
               DISPLAY "Rejected - bad customer ID: " OLD-REC
