       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BALANCE-PROOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDFILE    ASSIGN TO "data/audit-trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT CUSTFILE   ASSIGN TO "data/customers.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT RPTFILE    ASSIGN TO "data/balance-proof-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDFILE.
       01  AUD-REC          PIC X(250).
       FD  CUSTFILE.
       COPY "src/copybooks/CUSTOMER-RECORD.cbk".
       FD  RPTFILE.
       01  RPT-REC          PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-AUD-STATUS    PIC X(02).
       77  WS-CUST-STATUS   PIC X(02).
       77  WS-AUD-EOF       PIC X VALUE 'N'.
       77  WS-CUST-EOF      PIC X VALUE 'N'.
       77  WS-RUN-DATE      PIC 9(8).
       77  WS-RUN-TIME      PIC 9(8).
       77  WS-RUN-ID        PIC X(17).
       77  WS-PRF-SUB       PIC 9(4) COMP VALUE 0.
       77  WS-PRF-FOUND-SUB PIC 9(4) COMP VALUE 0.
       77  WS-PRF-FIND-ID   PIC 9(6) VALUE 0.
       77  WS-PRF-TABLE-FULL PIC X VALUE 'N'.
       77  WS-PRF-MASTER-BAL PIC S9(9)V99 VALUE 0.
       77  WS-PRF-TRAIL-BAL PIC S9(9)V99 VALUE 0.
       77  WS-PRF-DIFF      PIC S9(9)V99 VALUE 0.
       77  WS-PRF-NOTE      PIC X(16).
       01  WS-AUD-ENTRY-FIELDS.
           05  WS-ENT-CUST-ID       PIC 9(6) VALUE 0.
           05  WS-ENT-TYPE          PIC X(01).
           05  WS-ENT-AMOUNT        PIC S9(7)V99 VALUE 0.
           05  WS-ENT-PRIOR-BAL     PIC S9(7)V99 VALUE 0.
       01  WS-PARSE-PARTS.
           05  WS-PART-ONE      PIC X(250).
           05  WS-PART-TWO      PIC X(250).
           05  WS-PART-TOKEN    PIC X(20).
      * One slot per customer found on the live trail.  A customer's
      * history starts from its carry-forward (TYPE B) when a period
      * has been closed; otherwise from the prior balance on its first
      * entry, which is the balance it was converted in with before
      * any audited activity.
       01  WS-PRF-TABLE.
           05  WS-PRF-COUNT     PIC 9(4) COMP VALUE 0.
           05  WS-PRF-ENTRY OCCURS 2000 TIMES.
               10  TBL-PRF-CUST-ID      PIC 9(6).
               10  TBL-PRF-OPENING      PIC S9(9)V99.
               10  TBL-PRF-NET          PIC S9(9)V99.
               10  TBL-PRF-ENTRIES      PIC 9(7).
               10  TBL-PRF-MATCHED-SW   PIC X(01).
                   88  TBL-PRF-MATCHED          VALUE 'Y'.
       01  WS-PRF-COUNTERS.
           05  WS-PRF-AUD-READ      PIC 9(9) VALUE 0.
           05  WS-PRF-AUD-SKIPPED   PIC 9(9) VALUE 0.
           05  WS-PRF-CUSTOMERS     PIC 9(9) VALUE 0.
           05  WS-PRF-IN-BALANCE    PIC 9(9) VALUE 0.
           05  WS-PRF-OUT-BALANCE   PIC 9(9) VALUE 0.
           05  WS-PRF-MASTER-TOTAL  PIC S9(11)V99 VALUE 0.
           05  WS-PRF-TRAIL-TOTAL   PIC S9(11)V99 VALUE 0.
           05  WS-PRF-DIFF-TOTAL    PIC S9(11)V99 VALUE 0.
       01  WS-PRF-EDIT-FIELDS.
           05  WS-PRF-ID-EDIT       PIC ZZZZZ9.
           05  WS-PRF-NAME          PIC X(20).
           05  WS-PRF-MASTER-EDIT   PIC --,---,--9.99.
           05  WS-PRF-TRAIL-EDIT    PIC --,---,--9.99.
           05  WS-PRF-DIFF-EDIT     PIC --,---,--9.99.
           05  WS-PRF-TOTAL-EDIT    PIC ----,---,--9.99.
           05  WS-PRF-COUNT-EDIT    PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

      * RECONCILE-RUN only proves one night's movement.  This proof
      * rebuilds every customer's balance from the whole live trail -
      * carry-forwards from AUDIT-ARCHIVE plus every later entry - and
      * compares it to CUST-BALANCE on the master, so a balance changed
      * outside the trail (a restored master, a REWRITE that failed
      * after its audit line was written) is caught before the period
      * is closed.  Any customer out of balance ends the step with
      * return code 4 so the close can be held; a proof that cannot be
      * completed ends with 8.
       MAIN-PARA.
           DISPLAY "Starting BALANCE-PROOF"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  "-"         DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
               INTO WS-RUN-ID
           END-STRING
           PERFORM LOAD-AUDIT-HISTORY
           IF WS-PRF-TABLE-FULL = 'Y'
               DISPLAY "Proof table full at 2000 customers - "
                       "balance proof not completed"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTFILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "Cannot open customer master customers.idx, "
                       "status: " WS-CUST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RPTFILE
           PERFORM WRITE-PROOF-HEADER
           MOVE 'N' TO WS-CUST-EOF
           PERFORM UNTIL WS-CUST-EOF = 'Y'
               READ CUSTFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CUST-EOF
                   NOT AT END
                       PERFORM PROVE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE CUSTFILE
           PERFORM PROVE-UNMATCHED-HISTORY
           PERFORM WRITE-PROOF-FOOTER
           CLOSE RPTFILE
           DISPLAY "Balance proof complete. Customers: "
                   WS-PRF-CUSTOMERS
                   " In balance: " WS-PRF-IN-BALANCE
                   " Out of balance: " WS-PRF-OUT-BALANCE
           IF WS-PRF-OUT-BALANCE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
           .

       LOAD-AUDIT-HISTORY.
           MOVE 0 TO WS-PRF-COUNT
           MOVE 'N' TO WS-PRF-TABLE-FULL
           OPEN INPUT AUDFILE
           IF WS-AUD-STATUS NOT = "00"
               DISPLAY "No audit trail on file - every balance is "
                       "proved against zero"
           ELSE
               MOVE 'N' TO WS-AUD-EOF
               PERFORM UNTIL WS-AUD-EOF = 'Y'
                   READ AUDFILE
                       AT END
                           MOVE 'Y' TO WS-AUD-EOF
                       NOT AT END
                           ADD 1 TO WS-PRF-AUD-READ
                           PERFORM ADD-AUDIT-TO-HISTORY
                   END-READ
               END-PERFORM
               CLOSE AUDFILE
           END-IF
           DISPLAY "Audit entries read: " WS-PRF-AUD-READ
                   " customers on trail: " WS-PRF-COUNT
           .

      * Lines that are not customer entries carry no money and are
      * passed over.
       ADD-AUDIT-TO-HISTORY.
           PERFORM PARSE-AUDIT-ENTRY
           IF AUD-REC(1:4) NOT = "RUN=" OR WS-ENT-CUST-ID = 0
               ADD 1 TO WS-PRF-AUD-SKIPPED
           ELSE
               MOVE WS-ENT-CUST-ID TO WS-PRF-FIND-ID
               PERFORM LOCATE-PROOF-SLOT
               IF WS-PRF-FOUND-SUB = 0
                   IF WS-PRF-COUNT < 2000
                       ADD 1 TO WS-PRF-COUNT
                       MOVE WS-PRF-COUNT TO WS-PRF-FOUND-SUB
                       MOVE WS-ENT-CUST-ID
                           TO TBL-PRF-CUST-ID(WS-PRF-FOUND-SUB)
                       MOVE 0 TO TBL-PRF-NET(WS-PRF-FOUND-SUB)
                       MOVE 0 TO TBL-PRF-ENTRIES(WS-PRF-FOUND-SUB)
                       MOVE 'N' TO TBL-PRF-MATCHED-SW(WS-PRF-FOUND-SUB)
                       IF WS-ENT-TYPE = 'B'
                           MOVE 0 TO TBL-PRF-OPENING(WS-PRF-FOUND-SUB)
                       ELSE
                           MOVE WS-ENT-PRIOR-BAL
                               TO TBL-PRF-OPENING(WS-PRF-FOUND-SUB)
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-PRF-TABLE-FULL
                   END-IF
               END-IF
               IF WS-PRF-FOUND-SUB > 0
                   ADD WS-ENT-AMOUNT TO TBL-PRF-NET(WS-PRF-FOUND-SUB)
                   ADD 1 TO TBL-PRF-ENTRIES(WS-PRF-FOUND-SUB)
               END-IF
           END-IF
           .

       LOCATE-PROOF-SLOT.
           MOVE 0 TO WS-PRF-FOUND-SUB
           MOVE 0 TO WS-PRF-SUB
           PERFORM FIND-PROOF-SLOT
               UNTIL WS-PRF-FOUND-SUB > 0
                  OR WS-PRF-SUB >= WS-PRF-COUNT
           .

       FIND-PROOF-SLOT.
           ADD 1 TO WS-PRF-SUB
           IF TBL-PRF-CUST-ID(WS-PRF-SUB) = WS-PRF-FIND-ID
               MOVE WS-PRF-SUB TO WS-PRF-FOUND-SUB
           END-IF
           .

      * A master record with no history on the trail is proved against
      * zero.
       PROVE-CUSTOMER.
           ADD 1 TO WS-PRF-CUSTOMERS
           MOVE CUST-BALANCE TO WS-PRF-MASTER-BAL
           MOVE CUST-NAME TO WS-PRF-NAME
           MOVE CUST-ID TO WS-PRF-FIND-ID
           PERFORM LOCATE-PROOF-SLOT
           IF WS-PRF-FOUND-SUB = 0
               MOVE 0 TO WS-PRF-TRAIL-BAL
               MOVE "NO HISTORY" TO WS-PRF-NOTE
           ELSE
               MOVE 'Y' TO TBL-PRF-MATCHED-SW(WS-PRF-FOUND-SUB)
               COMPUTE WS-PRF-TRAIL-BAL =
                       TBL-PRF-OPENING(WS-PRF-FOUND-SUB)
                     + TBL-PRF-NET(WS-PRF-FOUND-SUB)
               MOVE SPACES TO WS-PRF-NOTE
           END-IF
           PERFORM CHECK-PROOF-RESULT
           .

      * History left on the trail for a customer no longer on the
      * master must net to zero - CUSTOMER-MAINT only deletes a
      * customer whose balance is zero.
       PROVE-UNMATCHED-HISTORY.
           MOVE 0 TO WS-PRF-SUB
           PERFORM PROVE-UNMATCHED-SLOT
               UNTIL WS-PRF-SUB >= WS-PRF-COUNT
           .

       PROVE-UNMATCHED-SLOT.
           ADD 1 TO WS-PRF-SUB
           IF NOT TBL-PRF-MATCHED(WS-PRF-SUB)
               MOVE TBL-PRF-CUST-ID(WS-PRF-SUB) TO WS-PRF-FIND-ID
               MOVE SPACES TO WS-PRF-NAME
               MOVE 0 TO WS-PRF-MASTER-BAL
               COMPUTE WS-PRF-TRAIL-BAL =
                       TBL-PRF-OPENING(WS-PRF-SUB)
                     + TBL-PRF-NET(WS-PRF-SUB)
               MOVE "NOT ON MASTER" TO WS-PRF-NOTE
               IF WS-PRF-TRAIL-BAL NOT = 0
                   ADD 1 TO WS-PRF-CUSTOMERS
                   PERFORM CHECK-PROOF-RESULT
               END-IF
           END-IF
           .

       CHECK-PROOF-RESULT.
           ADD WS-PRF-MASTER-BAL TO WS-PRF-MASTER-TOTAL
           ADD WS-PRF-TRAIL-BAL TO WS-PRF-TRAIL-TOTAL
           COMPUTE WS-PRF-DIFF = WS-PRF-MASTER-BAL - WS-PRF-TRAIL-BAL
           IF WS-PRF-DIFF = 0
               ADD 1 TO WS-PRF-IN-BALANCE
           ELSE
               ADD 1 TO WS-PRF-OUT-BALANCE
               ADD WS-PRF-DIFF TO WS-PRF-DIFF-TOTAL
               PERFORM WRITE-PROOF-DETAIL
               DISPLAY "Out of balance: " WS-PRF-FIND-ID
                       " difference: " WS-PRF-DIFF
           END-IF
           .

       PARSE-AUDIT-ENTRY.
           MOVE 0 TO WS-ENT-CUST-ID
           MOVE SPACES TO WS-ENT-TYPE
           MOVE 0 TO WS-ENT-AMOUNT
           MOVE 0 TO WS-ENT-PRIOR-BAL
           IF AUD-REC(1:4) = "RUN="
               MOVE SPACES TO WS-PART-TWO
               UNSTRING AUD-REC DELIMITED BY " CUST-ID="
                   INTO WS-PART-ONE, WS-PART-TWO
               END-UNSTRING
               PERFORM GET-FIRST-TOKEN
               IF FUNCTION TEST-NUMVAL-C(WS-PART-TOKEN) = 0
                   COMPUTE WS-ENT-CUST-ID =
                           FUNCTION NUMVAL-C(WS-PART-TOKEN)
               END-IF
               MOVE SPACES TO WS-PART-TWO
               UNSTRING AUD-REC DELIMITED BY " TYPE="
                   INTO WS-PART-ONE, WS-PART-TWO
               END-UNSTRING
               PERFORM GET-FIRST-TOKEN
               MOVE WS-PART-TOKEN TO WS-ENT-TYPE
               MOVE SPACES TO WS-PART-TWO
               UNSTRING AUD-REC DELIMITED BY " AMOUNT="
                   INTO WS-PART-ONE, WS-PART-TWO
               END-UNSTRING
               PERFORM GET-FIRST-TOKEN
               IF WS-PART-TOKEN NOT = SPACES
                  AND FUNCTION TEST-NUMVAL-C(WS-PART-TOKEN) = 0
                   COMPUTE WS-ENT-AMOUNT =
                           FUNCTION NUMVAL-C(WS-PART-TOKEN)
               END-IF
               MOVE SPACES TO WS-PART-TWO
               UNSTRING AUD-REC DELIMITED BY " PRIOR-BAL="
                   INTO WS-PART-ONE, WS-PART-TWO
               END-UNSTRING
               PERFORM GET-FIRST-TOKEN
               IF WS-PART-TOKEN NOT = SPACES
                  AND FUNCTION TEST-NUMVAL-C(WS-PART-TOKEN) = 0
                   COMPUTE WS-ENT-PRIOR-BAL =
                           FUNCTION NUMVAL-C(WS-PART-TOKEN)
               END-IF
           END-IF
           .

       GET-FIRST-TOKEN.
           MOVE SPACES TO WS-PART-TOKEN
           MOVE FUNCTION TRIM(WS-PART-TWO) TO WS-PART-ONE
           UNSTRING WS-PART-ONE DELIMITED BY ' '
               INTO WS-PART-TOKEN
           END-UNSTRING
           .

       WRITE-PROOF-HEADER.
           MOVE SPACES TO RPT-REC
           STRING "CUSTOMER MASTER BALANCE PROOF  RUN: "
                                          DELIMITED BY SIZE
                  WS-RUN-ID               DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "CUST-ID  NAME                    MASTER BAL"
                  "      TRAIL BAL     DIFFERENCE  NOTE"
                                          DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           .

       WRITE-PROOF-DETAIL.
           MOVE WS-PRF-FIND-ID    TO WS-PRF-ID-EDIT
           MOVE WS-PRF-MASTER-BAL TO WS-PRF-MASTER-EDIT
           MOVE WS-PRF-TRAIL-BAL  TO WS-PRF-TRAIL-EDIT
           MOVE WS-PRF-DIFF       TO WS-PRF-DIFF-EDIT
           MOVE SPACES TO RPT-REC
           STRING WS-PRF-ID-EDIT     DELIMITED BY SIZE
                  "   "              DELIMITED BY SIZE
                  WS-PRF-NAME        DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-PRF-MASTER-EDIT DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-PRF-TRAIL-EDIT  DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-PRF-DIFF-EDIT   DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WS-PRF-NOTE        DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           .

       WRITE-PROOF-FOOTER.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE WS-PRF-CUSTOMERS TO WS-PRF-COUNT-EDIT
           MOVE SPACES TO RPT-REC
           STRING "CUSTOMERS PROVED:     " DELIMITED BY SIZE
                  WS-PRF-COUNT-EDIT        DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-PRF-IN-BALANCE TO WS-PRF-COUNT-EDIT
           MOVE SPACES TO RPT-REC
           STRING "IN BALANCE:           " DELIMITED BY SIZE
                  WS-PRF-COUNT-EDIT        DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-PRF-OUT-BALANCE TO WS-PRF-COUNT-EDIT
           MOVE SPACES TO RPT-REC
           STRING "OUT OF BALANCE:       " DELIMITED BY SIZE
                  WS-PRF-COUNT-EDIT        DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-PRF-AUD-READ TO WS-PRF-COUNT-EDIT
           MOVE SPACES TO RPT-REC
           STRING "AUDIT ENTRIES READ:   " DELIMITED BY SIZE
                  WS-PRF-COUNT-EDIT        DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE WS-PRF-MASTER-TOTAL TO WS-PRF-TOTAL-EDIT
           MOVE SPACES TO RPT-REC
           STRING "MASTER BALANCE TOTAL:  " DELIMITED BY SIZE
                  WS-PRF-TOTAL-EDIT         DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-PRF-TRAIL-TOTAL TO WS-PRF-TOTAL-EDIT
           MOVE SPACES TO RPT-REC
           STRING "TRAIL BALANCE TOTAL:   " DELIMITED BY SIZE
                  WS-PRF-TOTAL-EDIT         DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-PRF-DIFF-TOTAL TO WS-PRF-TOTAL-EDIT
           MOVE SPACES TO RPT-REC
           STRING "NET DIFFERENCE:        " DELIMITED BY SIZE
                  WS-PRF-TOTAL-EDIT         DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           IF WS-PRF-OUT-BALANCE > 0
               STRING "*** CUSTOMER MASTER IS OUT OF BALANCE - "
                      "HOLD PERIOD CLOSE ***"
                                          DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
           ELSE
               STRING "CUSTOMER MASTER IS IN BALANCE WITH THE TRAIL"
                                          DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
           END-IF
           WRITE RPT-REC
           .
