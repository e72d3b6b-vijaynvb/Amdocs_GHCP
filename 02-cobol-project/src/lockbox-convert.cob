       77  WS-RUN-TIME      PIC 9(8).
       77  WS-RUN-ID        PIC X(17).
       77  WS-SUSP-REASON   PIC X(40).
       77  WS-MERGED-FROM-ID PIC 9(6) VALUE 0.
       77  WS-MERGE-HOPS    PIC 9(4) COMP VALUE 0.
       77  WS-CUST-FOUND-SW PIC X VALUE 'N'.
           88  CUST-FOUND           VALUE 'Y'.
           88  CUST-NOT-FOUND       VALUE 'N'.
           05  WS-LBX-READ      PIC 9(9) VALUE 0.
           05  WS-LBX-MATCHED   PIC 9(9) VALUE 0.
           05  WS-LBX-SUSPENSE  PIC 9(9) VALUE 0.
           05  WS-LBX-REDIRECTED PIC 9(9) VALUE 0.
           05  WS-LBX-MATCH-AMT PIC S9(11)V99 VALUE 0.
           05  WS-LBX-SUSP-AMT  PIC S9(11)V99 VALUE 0.
       01  WS-LBX-EDIT-FIELDS.

       MATCH-CUSTOMER.
           SET CUST-NOT-FOUND TO TRUE
           MOVE 0 TO WS-MERGED-FROM-ID
           COMPUTE CUST-ID = FUNCTION NUMVAL(LBX-ACCOUNT)
           READ CUSTFILE
               INVALID KEY
               NOT INVALID KEY
                   SET CUST-FOUND TO TRUE
           END-READ
           IF CUST-FOUND AND CUST-STATUS-CLOSED
              AND CUST-MERGED-INTO NOT = 0
               MOVE CUST-ID TO WS-MERGED-FROM-ID
               PERFORM FOLLOW-MERGED-ACCOUNT
           END-IF
           .

      * Customers keep paying on an old account number after it has
      * been merged away in CUSTOMER-MAINT; the payment goes to the
      * account it was merged into, following the pointer through any
      * later merge.  The hop limit only guards against a pointer loop
      * left by reopening an account.
       FOLLOW-MERGED-ACCOUNT.
           MOVE 0 TO WS-MERGE-HOPS
           PERFORM UNTIL CUST-NOT-FOUND
                      OR NOT CUST-STATUS-CLOSED
                      OR CUST-MERGED-INTO = 0
                      OR WS-MERGE-HOPS >= 10
               ADD 1 TO WS-MERGE-HOPS
               MOVE CUST-MERGED-INTO TO CUST-ID
               READ CUSTFILE
                   INVALID KEY
                       SET CUST-NOT-FOUND TO TRUE
                       DISPLAY "No customer master match for "
                               "merge survivor: " CUST-ID
               END-READ
           END-PERFORM
           IF CUST-FOUND
               ADD 1 TO WS-LBX-REDIRECTED
               DISPLAY "Redirected merged account: " WS-MERGED-FROM-ID
                       " to: " CUST-ID
           END-IF
           .

      * Matched items land on billing-input.dat in the same
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-LBX-REDIRECTED TO WS-LBX-COUNT-EDIT
           MOVE SPACES TO RPT-REC
           STRING "ITEMS REDIRECTED:  " DELIMITED BY SIZE
                  WS-LBX-COUNT-EDIT    DELIMITED BY SIZE
                  "  (MERGED ACCOUNTS)" DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-LBX-SUSPENSE TO WS-LBX-COUNT-EDIT
           MOVE WS-LBX-SUSP-AMT TO WS-LBX-AMT-RPT
           MOVE SPACES TO RPT-REC
