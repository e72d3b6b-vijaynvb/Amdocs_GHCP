           SELECT RCYCFILE   ASSIGN TO "data/run-cycle.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCYC-STATUS.
           SELECT PLANFILE   ASSIGN TO "data/payment-plans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT DISPFILE   ASSIGN TO "data/disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  BUCKET-REC       PIC X(80).
       FD  RCYCFILE.
       01  RCYC-REC         PIC X(80).
       FD  PLANFILE.
       01  PLAN-REC         PIC X(120).
       FD  DISPFILE.
       01  DISP-REC         PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "src/copybooks/DISPUTE-TABLE.cbk".
       77  WS-CUST-STATUS   PIC X(02).
       77  WS-PARM-STATUS   PIC X(02).
       77  WS-STATE-IN-STATUS PIC X(02).
           05  WS-BKT-30-AMT    PIC S9(9)V99 VALUE 0.
           05  WS-BKT-60-AMT    PIC S9(9)V99 VALUE 0.
           05  WS-BKT-90-AMT    PIC S9(9)V99 VALUE 0.
       77  WS-PLAN-STATUS   PIC X(02).
       77  WS-PLAN-EOF      PIC X VALUE 'N'.
       77  WS-PLAN-HOLD-SW  PIC X(01) VALUE 'N'.
           88  PLAN-IN-FORCE          VALUE 'Y'.
       01  WS-PLAN-FIELDS.
           05  WS-PLN-ID-TXT        PIC X(10).
           05  WS-PLN-SKIP-TXT      PIC X(14).
           05  WS-PLN-CODE          PIC X(01).
      * Customers holding a kept payment arrangement, as left on
      * payment-plans.dat by tonight's PAYMENT-PLAN review.
       01  WS-PLAN-TABLE.
           05  WS-PLAN-COUNT        PIC 9(05) VALUE 0.
           05  WS-PLAN-ENTRY OCCURS 500 TIMES
                              DEPENDING ON WS-PLAN-COUNT
                              INDEXED BY WS-PLAN-IDX.
               10  TBL-PLAN-CUST-ID     PIC 9(6).
       77  WS-DISP-STATUS   PIC X(02).
       77  WS-DISP-EOF      PIC X VALUE 'N'.
       77  WS-DUN-UNDISPUTED PIC S9(9)V99 VALUE 0.
       77  WS-DSP-SUB       PIC 9(4) COMP VALUE 0.
       01  WS-DSP-LOAD-FIELDS.
           05  WS-DSP-ID-TXT        PIC X(10).
           05  WS-DSP-REF-TXT       PIC X(12).
           05  WS-DSP-AMT-TXT       PIC X(14).
           05  WS-DSP-OPENED-TXT    PIC X(10).
           05  WS-DSP-CODE          PIC X(01).
       01  WS-DUN-PARMS.
           05  WS-REMINDER-RUNS PIC 9(4) VALUE 1.
           05  WS-FINAL-RUNS    PIC 9(4) VALUE 2.
           05  WS-DUN-REFERRALS PIC 9(9) VALUE 0.
           05  WS-DUN-DEMOTED   PIC 9(9) VALUE 0.
           05  WS-DUN-SUSPENDED PIC 9(9) VALUE 0.
           05  WS-DUN-PLAN-HELD PIC 9(9) VALUE 0.
       01  WS-DUN-EDIT-FIELDS.
           05  WS-DUN-ID        PIC ZZZZZ9.
           05  WS-DUN-BALANCE   PIC --,---,--9.99.
           END-STRING
           PERFORM READ-DUNNING-PARAMETERS
           PERFORM READ-RUN-CYCLE
           PERFORM READ-PAYMENT-PLANS
           PERFORM READ-OPEN-DISPUTES
           OPEN I-O CUSTFILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "Cannot open customer master customers.idx, "
                   " Referrals: " WS-DUN-REFERRALS
           DISPLAY "Status moves. Demoted to D: " WS-DUN-DEMOTED
                   " Suspended to H: " WS-DUN-SUSPENDED
           DISPLAY "Held by payment plan: " WS-DUN-PLAN-HELD
           GOBACK.
           .

           END-READ
           .

      * Only a plan the nightly review has marked kept ('K') holds
      * dunning.  A plan not yet reviewed, broken or completed leaves
      * the customer to the normal escalation rules.
       READ-PAYMENT-PLANS.
           MOVE 0 TO WS-PLAN-COUNT
           OPEN INPUT PLANFILE
           IF WS-PLAN-STATUS = "00"
               MOVE 'N' TO WS-PLAN-EOF
               PERFORM UNTIL WS-PLAN-EOF = 'Y'
                   READ PLANFILE
                       AT END
                           MOVE 'Y' TO WS-PLAN-EOF
                       NOT AT END
                           PERFORM LOAD-PAYMENT-PLAN-ENTRY
                   END-READ
               END-PERFORM
               CLOSE PLANFILE
           END-IF
           DISPLAY "Kept payment plans loaded: " WS-PLAN-COUNT
           .

       LOAD-PAYMENT-PLAN-ENTRY.
           MOVE SPACES TO WS-PLN-ID-TXT
           MOVE SPACES TO WS-PLN-CODE
           UNSTRING PLAN-REC DELIMITED BY ','
               INTO WS-PLN-ID-TXT, WS-PLN-SKIP-TXT, WS-PLN-SKIP-TXT,
                    WS-PLN-SKIP-TXT, WS-PLN-SKIP-TXT, WS-PLN-SKIP-TXT,
                    WS-PLN-CODE
           END-UNSTRING
           IF WS-PLN-CODE = 'K'
              AND FUNCTION TEST-NUMVAL(WS-PLN-ID-TXT) = 0
               IF WS-PLAN-COUNT >= 500
                   DISPLAY "Payment plan table full at 500 entries - "
                           "plan not honoured: " PLAN-REC
               ELSE
                   ADD 1 TO WS-PLAN-COUNT
                   COMPUTE TBL-PLAN-CUST-ID(WS-PLAN-COUNT) =
                           FUNCTION NUMVAL(WS-PLN-ID-TXT)
               END-IF
           END-IF
           .

      * Open disputes only matter here on the balance-size fallback:
      * the driver's bucket file already holds disputed charges out of
      * its aged columns.
       READ-OPEN-DISPUTES.
           MOVE 0 TO WS-DSP-COUNT
           MOVE 'N' TO WS-DISP-EOF
           OPEN INPUT DISPFILE
           IF WS-DISP-STATUS = "00"
               PERFORM UNTIL WS-DISP-EOF = 'Y'
                   READ DISPFILE
                       AT END
                           MOVE 'Y' TO WS-DISP-EOF
                       NOT AT END
                           PERFORM LOAD-OPEN-DISPUTE
                   END-READ
               END-PERFORM
               CLOSE DISPFILE
           END-IF
           DISPLAY "Open disputes loaded: " WS-DSP-COUNT
           .

       LOAD-OPEN-DISPUTE.
           MOVE SPACES TO WS-DSP-LOAD-FIELDS
           UNSTRING DISP-REC DELIMITED BY ','
               INTO WS-DSP-ID-TXT, WS-DSP-REF-TXT, WS-DSP-AMT-TXT,
                    WS-DSP-OPENED-TXT, WS-DSP-CODE
           END-UNSTRING
           IF WS-DSP-CODE = 'O'
              AND FUNCTION TEST-NUMVAL(WS-DSP-ID-TXT) = 0
              AND FUNCTION TEST-NUMVAL-C(WS-DSP-AMT-TXT) = 0
               IF WS-DSP-COUNT >= 500
                   DISPLAY "Dispute table full at 500 entries - "
                           "record dropped: " DISP-REC
               ELSE
                   ADD 1 TO WS-DSP-COUNT
                   COMPUTE TBL-DSP-CUST-ID(WS-DSP-COUNT) =
                           FUNCTION NUMVAL(WS-DSP-ID-TXT)
                   MOVE WS-DSP-REF-TXT TO TBL-DSP-REF(WS-DSP-COUNT)
                   COMPUTE TBL-DSP-AMOUNT(WS-DSP-COUNT) =
                           FUNCTION NUMVAL-C(WS-DSP-AMT-TXT)
                   MOVE TBL-DSP-AMOUNT(WS-DSP-COUNT)
                       TO TBL-DSP-LEFT(WS-DSP-COUNT)
               END-IF
           END-IF
           .

      * Off-cycle customers keep whatever dunning state they already
      * had - their counters neither advance nor reset until their own
      * cycle night comes around.
      * A customer keeping a payment arrangement is held exactly where
      * they stand: no run is counted, no notice goes out and the
      * status rules are not applied, but the state record is carried
      * so escalation resumes from the same point if the plan breaks.
       PROCESS-DUNNING-CUSTOMER.
           PERFORM MATCH-STATE-TO-CUSTOMER
           IF NOT RUN-CYCLE-ALL
               IF BUCKET-CURRENT
                   CONTINUE
               ELSE
                   PERFORM CHECK-PAYMENT-PLAN
                   IF PLAN-IN-FORCE
                       ADD 1 TO WS-DUN-PLAN-HELD
                       PERFORM WRITE-STATE-RECORD
                   ELSE
                       PERFORM ESCALATE-DUNNING-LEVEL
                   END-IF
               END-IF
           END-IF
           .

       CHECK-PAYMENT-PLAN.
           MOVE 'N' TO WS-PLAN-HOLD-SW
           SET WS-PLAN-IDX TO 1
           IF WS-PLAN-COUNT > 0
               SEARCH WS-PLAN-ENTRY
                   AT END
                       CONTINUE
                   WHEN TBL-PLAN-CUST-ID(WS-PLAN-IDX) = CUST-ID
                       MOVE 'Y' TO WS-PLAN-HOLD-SW
               END-SEARCH
           END-IF
           .

       MATCH-STATE-TO-CUSTOMER.
           PERFORM UNTIL WS-STATE-EOF = 'Y'
                      OR WS-STATE-CUST-ID >= CUST-ID
           END-IF
           .

      * Amounts under open dispute are taken off the balance first so
      * a disputed charge cannot push the customer up a bucket.
       SET-BUCKET-FROM-BALANCE.
           MOVE CUST-BALANCE TO WS-DUN-UNDISPUTED
           MOVE 1 TO WS-DSP-SUB
           PERFORM UNTIL WS-DSP-SUB > WS-DSP-COUNT
               IF TBL-DSP-CUST-ID(WS-DSP-SUB) = CUST-ID
                   SUBTRACT TBL-DSP-AMOUNT(WS-DSP-SUB)
                       FROM WS-DUN-UNDISPUTED
               END-IF
               ADD 1 TO WS-DSP-SUB
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-DUN-UNDISPUTED <= 500.00
                   MOVE 'C' TO WS-BUCKET-SW
               WHEN WS-DUN-UNDISPUTED <= 1000.00
                   MOVE '3' TO WS-BUCKET-SW
               WHEN WS-DUN-UNDISPUTED <= 2000.00
                   MOVE '6' TO WS-BUCKET-SW
               WHEN OTHER
                   MOVE '9' TO WS-BUCKET-SW
