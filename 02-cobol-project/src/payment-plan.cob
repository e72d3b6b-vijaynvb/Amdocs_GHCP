       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYMENT-PLAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFILE   ASSIGN TO "data/customers.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT PARMFILE   ASSIGN TO "data/plan-params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PLANFILE   ASSIGN TO "data/payment-plans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT AUDFILE    ASSIGN TO "data/audit-trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT RPTFILE    ASSIGN TO "data/plan-status-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTFILE.
       COPY "src/copybooks/CUSTOMER-RECORD.cbk".
       FD  PARMFILE.
       01  PARM-REC         PIC X(80).
       FD  PLANFILE.
       01  PLAN-REC         PIC X(120).
       FD  AUDFILE.
       01  AUD-REC          PIC X(250).
       FD  RPTFILE.
       01  RPT-REC          PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-CUST-STATUS   PIC X(02).
       77  WS-PARM-STATUS   PIC X(02).
       77  WS-PLAN-STATUS   PIC X(02).
       77  WS-AUD-STATUS    PIC X(02).
       77  WS-PARM-EOF      PIC X VALUE 'N'.
       77  WS-PLAN-EOF      PIC X VALUE 'N'.
       77  WS-AUD-EOF       PIC X VALUE 'N'.
       77  WS-RUN-DATE      PIC 9(8).
       77  WS-RUN-TIME      PIC 9(8).
       77  WS-RUN-ID        PIC X(17).
       77  WS-PARM-NAME     PIC X(20).
       77  WS-PARM-VALUE-TXT PIC X(10).
      * An installment is only missed once this many days have passed
      * since its due date, so a payment in the mail or still sitting
      * in the lockbox does not break an otherwise kept plan.
       77  WS-GRACE-DAYS    PIC 9(3) VALUE 5.
       77  WS-TODAY-INT     PIC S9(9) VALUE 0.
       77  WS-CUTOFF-INT    PIC S9(9) VALUE 0.
       77  WS-FIRST-DUE-INT PIC S9(9) VALUE 0.
       77  WS-NEXT-DUE-INT  PIC S9(9) VALUE 0.
       77  WS-INST-COUNT    PIC 9(4) COMP VALUE 0.
       77  WS-DUE-COUNT     PIC 9(4) COMP VALUE 0.
       77  WS-PLAN-SUB      PIC 9(4) COMP VALUE 0.
       77  WS-PLAN-COUNT    PIC 9(4) COMP VALUE 0.
       77  WS-PLAN-TABLE-FULL PIC X VALUE 'N'.
       77  WS-HIGH-RUN-ID   PIC X(17) VALUE SPACES.
       77  WS-RPT-SECTION   PIC X(01).
       77  WS-RPT-SECTION-COUNT PIC 9(4) COMP VALUE 0.
       77  WS-PLN-DATE-NUM  PIC 9(8) VALUE 0.
       01  WS-PLAN-FIELDS.
           05  WS-PLN-ID-TXT        PIC X(10).
           05  WS-PLN-AGREED-TXT    PIC X(10).
           05  WS-PLN-TOTAL-TXT     PIC X(14).
           05  WS-PLN-INST-TXT      PIC X(14).
           05  WS-PLN-FIRST-TXT     PIC X(10).
           05  WS-PLN-INTERVAL-TXT  PIC X(05).
           05  WS-PLN-STATUS-TXT    PIC X(01).
           05  WS-PLN-PAID-TXT      PIC X(14).
           05  WS-PLN-LAST-RUN-TXT  PIC X(17).
      * One entry per line on payment-plans.dat, held in file order so
      * the file can be written back exactly as collections keyed it.
      * A line that fails validation is carried through untouched and
      * listed on the report for collections to correct.
       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY OCCURS 500 TIMES.
               10  TBL-PLN-RAW          PIC X(120).
               10  TBL-PLN-CUST-ID      PIC 9(6).
               10  TBL-PLN-AGREED-DATE  PIC 9(8).
               10  TBL-PLN-TOTAL        PIC S9(7)V99.
               10  TBL-PLN-INSTALLMENT  PIC S9(7)V99.
               10  TBL-PLN-FIRST-DUE    PIC 9(8).
               10  TBL-PLN-INTERVAL     PIC 9(3).
               10  TBL-PLN-STATUS       PIC X(01).
                   88  TBL-PLN-NEW              VALUE ' '.
                   88  TBL-PLN-KEPT             VALUE 'K'.
                   88  TBL-PLN-BROKEN           VALUE 'B'.
                   88  TBL-PLN-COMPLETED        VALUE 'C'.
                   88  TBL-PLN-IN-FORCE         VALUE ' ' 'K'.
               10  TBL-PLN-OLD-STATUS   PIC X(01).
               10  TBL-PLN-PAID         PIC S9(7)V99.
               10  TBL-PLN-LAST-RUN     PIC X(17).
               10  TBL-PLN-DUE-TO-DATE  PIC S9(7)V99.
               10  TBL-PLN-NEXT-DUE     PIC 9(8).
               10  TBL-PLN-VALID-SW     PIC X(01).
                   88  TBL-PLN-VALID            VALUE 'Y'.
                   88  TBL-PLN-REJECTED         VALUE 'N'.
               10  TBL-PLN-REASON       PIC X(30).
       01  WS-AUD-ENTRY-FIELDS.
           05  WS-ENT-RUN-ID        PIC X(17).
           05  WS-ENT-CUST-ID       PIC 9(6) VALUE 0.
           05  WS-ENT-TYPE          PIC X(01).
           05  WS-ENT-DATE          PIC X(08).
           05  WS-ENT-AMOUNT        PIC S9(7)V99 VALUE 0.
       01  WS-PARSE-PARTS.
           05  WS-PART-ONE      PIC X(250).
           05  WS-PART-TWO      PIC X(250).
           05  WS-PART-TOKEN    PIC X(20).
       01  WS-PLN-COUNTERS.
           05  WS-PLN-READ          PIC 9(9) VALUE 0.
           05  WS-PLN-KEPT          PIC 9(9) VALUE 0.
           05  WS-PLN-BROKEN        PIC 9(9) VALUE 0.
           05  WS-PLN-COMPLETED     PIC 9(9) VALUE 0.
           05  WS-PLN-REJECTED      PIC 9(9) VALUE 0.
           05  WS-PLN-BROKEN-NOW    PIC 9(9) VALUE 0.
           05  WS-PLN-PAYMENTS      PIC 9(9) VALUE 0.
       01  WS-PLN-EDIT-FIELDS.
           05  WS-PLN-ID-EDIT       PIC ZZZZZ9.
           05  WS-PLN-TOTAL-EDIT    PIC --,---,--9.99.
           05  WS-PLN-INST-EDIT     PIC --,---,--9.99.
           05  WS-PLN-DUE-EDIT      PIC --,---,--9.99.
           05  WS-PLN-PAID-EDIT     PIC --,---,--9.99.
           05  WS-PLN-OUT-AMT       PIC -(6)9.99.
           05  WS-PLN-COUNT-EDIT    PIC ZZZZZZZZ9.
           05  WS-PLN-NEXT-TXT      PIC X(08).
           05  WS-PLN-NOTE          PIC X(18).
           05  WS-PLN-NAME          PIC X(20).

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY "Starting PAYMENT-PLAN"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  "-"         DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
               INTO WS-RUN-ID
           END-STRING
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM READ-PLAN-PARAMETERS
           OPEN INPUT PLANFILE
           IF WS-PLAN-STATUS = "35"
               DISPLAY "No payment plan file - nothing to review"
               GOBACK
           END-IF
           OPEN INPUT CUSTFILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "Cannot open customer master customers.idx, "
                       "status: " WS-CUST-STATUS
               CLOSE PLANFILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WS-PLAN-EOF
           PERFORM UNTIL WS-PLAN-EOF = 'Y'
               READ PLANFILE
                   AT END
                       MOVE 'Y' TO WS-PLAN-EOF
                   NOT AT END
                       ADD 1 TO WS-PLN-READ
                       PERFORM LOAD-PLAN-ENTRY
               END-READ
           END-PERFORM
           CLOSE PLANFILE
           CLOSE CUSTFILE
      * Rewriting a truncated table would silently drop every plan past
      * the limit, so an overflow leaves the file exactly as it was.
           IF WS-PLAN-TABLE-FULL = 'Y'
               DISPLAY "Payment plan table full at 500 entries - "
                       "plan file left unchanged"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM MATCH-PLAN-PAYMENTS
           MOVE 0 TO WS-PLAN-SUB
           PERFORM UNTIL WS-PLAN-SUB >= WS-PLAN-COUNT
               ADD 1 TO WS-PLAN-SUB
               IF TBL-PLN-VALID(WS-PLAN-SUB)
                   PERFORM REVIEW-PLAN-SCHEDULE
               END-IF
           END-PERFORM
           PERFORM REWRITE-PLAN-FILE
           PERFORM WRITE-PLAN-REPORT
           DISPLAY "Payment plan review complete. Plans: " WS-PLN-READ
                   " Kept: " WS-PLN-KEPT
                   " Broken: " WS-PLN-BROKEN
                   " Completed: " WS-PLN-COMPLETED
           DISPLAY "Plan payments matched: " WS-PLN-PAYMENTS
                   " Broken this run: " WS-PLN-BROKEN-NOW
                   " Rejected: " WS-PLN-REJECTED
           IF WS-PLN-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
           .

       READ-PLAN-PARAMETERS.
           OPEN INPUT PARMFILE
           IF WS-PARM-STATUS = "35"
               DISPLAY "No payment plan parameter file - using defaults"
           ELSE
               MOVE 'N' TO WS-PARM-EOF
               PERFORM UNTIL WS-PARM-EOF = 'Y'
                   READ PARMFILE
                       AT END
                           MOVE 'Y' TO WS-PARM-EOF
                       NOT AT END
                           PERFORM LOAD-PLAN-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE PARMFILE
           END-IF
           DISPLAY "Payment plan grace days: " WS-GRACE-DAYS
           .

       LOAD-PLAN-PARAMETER.
           MOVE SPACES TO WS-PARM-NAME
           MOVE SPACES TO WS-PARM-VALUE-TXT
           UNSTRING PARM-REC DELIMITED BY ','
               INTO WS-PARM-NAME, WS-PARM-VALUE-TXT
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL-C(WS-PARM-VALUE-TXT) NOT = 0
               DISPLAY "Ignoring bad payment plan parameter: " PARM-REC
           ELSE
               EVALUATE WS-PARM-NAME
                   WHEN "GRACE-DAYS"
                       COMPUTE WS-GRACE-DAYS =
                               FUNCTION NUMVAL-C(WS-PARM-VALUE-TXT)
                   WHEN OTHER
                       DISPLAY "Ignoring unknown payment plan "
                               "parameter: " PARM-REC
               END-EVALUATE
           END-IF
           .

      * Plan record as keyed by collections:
      *   cust,agreed-date,agreed-total,installment,first-due,interval
      * with the nightly review appending status,paid-to-date,last-run.
      * Installments fall due every interval days from first-due until
      * the agreed total is covered; a blank interval means monthly.
       LOAD-PLAN-ENTRY.
           IF WS-PLAN-COUNT >= 500
               MOVE 'Y' TO WS-PLAN-TABLE-FULL
           ELSE
               ADD 1 TO WS-PLAN-COUNT
               MOVE WS-PLAN-COUNT TO WS-PLAN-SUB
               MOVE PLAN-REC TO TBL-PLN-RAW(WS-PLAN-SUB)
               MOVE 'Y' TO TBL-PLN-VALID-SW(WS-PLAN-SUB)
               MOVE SPACES TO TBL-PLN-REASON(WS-PLAN-SUB)
               MOVE SPACES TO WS-PLAN-FIELDS
               UNSTRING PLAN-REC DELIMITED BY ','
                   INTO WS-PLN-ID-TXT, WS-PLN-AGREED-TXT,
                        WS-PLN-TOTAL-TXT, WS-PLN-INST-TXT,
                        WS-PLN-FIRST-TXT, WS-PLN-INTERVAL-TXT,
                        WS-PLN-STATUS-TXT, WS-PLN-PAID-TXT,
                        WS-PLN-LAST-RUN-TXT
               END-UNSTRING
               PERFORM EDIT-PLAN-ENTRY
               IF TBL-PLN-VALID(WS-PLAN-SUB)
                   PERFORM LOAD-PLAN-FIELDS
               ELSE
                   ADD 1 TO WS-PLN-REJECTED
                   DISPLAY "Payment plan rejected - "
                           FUNCTION TRIM(TBL-PLN-REASON(WS-PLAN-SUB))
                           ": " PLAN-REC
               END-IF
           END-IF
           .

       EDIT-PLAN-ENTRY.
           EVALUATE TRUE
               WHEN FUNCTION TEST-NUMVAL(WS-PLN-ID-TXT) NOT = 0
                   MOVE "BAD CUSTOMER ID"
                       TO TBL-PLN-REASON(WS-PLAN-SUB)
               WHEN FUNCTION TEST-NUMVAL(WS-PLN-AGREED-TXT) NOT = 0
                   MOVE "BAD AGREED DATE"
                       TO TBL-PLN-REASON(WS-PLAN-SUB)
               WHEN FUNCTION TEST-NUMVAL(WS-PLN-FIRST-TXT) NOT = 0
                   MOVE "BAD FIRST DUE DATE"
                       TO TBL-PLN-REASON(WS-PLAN-SUB)
               WHEN FUNCTION TEST-NUMVAL-C(WS-PLN-TOTAL-TXT) NOT = 0
                   MOVE "BAD AGREED TOTAL"
                       TO TBL-PLN-REASON(WS-PLAN-SUB)
               WHEN FUNCTION TEST-NUMVAL-C(WS-PLN-INST-TXT) NOT = 0
                   MOVE "BAD INSTALLMENT AMOUNT"
                       TO TBL-PLN-REASON(WS-PLAN-SUB)
               WHEN WS-PLN-INTERVAL-TXT NOT = SPACES
                AND FUNCTION TEST-NUMVAL(WS-PLN-INTERVAL-TXT) NOT = 0
                   MOVE "BAD INTERVAL DAYS"
                       TO TBL-PLN-REASON(WS-PLAN-SUB)
               WHEN WS-PLN-PAID-TXT NOT = SPACES
                AND FUNCTION TEST-NUMVAL-C(WS-PLN-PAID-TXT) NOT = 0
                   MOVE "BAD PAID-TO-DATE"
                       TO TBL-PLN-REASON(WS-PLAN-SUB)
               WHEN WS-PLN-STATUS-TXT NOT = SPACES
                AND WS-PLN-STATUS-TXT NOT = 'K'
                AND WS-PLN-STATUS-TXT NOT = 'B'
                AND WS-PLN-STATUS-TXT NOT = 'C'
                   MOVE "BAD PLAN STATUS"
                       TO TBL-PLN-REASON(WS-PLAN-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF TBL-PLN-REASON(WS-PLAN-SUB) = SPACES
               PERFORM EDIT-PLAN-VALUES
           END-IF
           IF TBL-PLN-REASON(WS-PLAN-SUB) NOT = SPACES
               MOVE 'N' TO TBL-PLN-VALID-SW(WS-PLAN-SUB)
           END-IF
           .

       EDIT-PLAN-VALUES.
           COMPUTE WS-PLN-DATE-NUM = FUNCTION NUMVAL(WS-PLN-AGREED-TXT)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PLN-DATE-NUM) NOT = 0
               MOVE "BAD AGREED DATE" TO TBL-PLN-REASON(WS-PLAN-SUB)
           END-IF
           COMPUTE WS-PLN-DATE-NUM = FUNCTION NUMVAL(WS-PLN-FIRST-TXT)
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PLN-DATE-NUM) NOT = 0
               MOVE "BAD FIRST DUE DATE" TO TBL-PLN-REASON(WS-PLAN-SUB)
           END-IF
           IF FUNCTION NUMVAL-C(WS-PLN-TOTAL-TXT) <= 0
               MOVE "BAD AGREED TOTAL" TO TBL-PLN-REASON(WS-PLAN-SUB)
           END-IF
           IF FUNCTION NUMVAL-C(WS-PLN-INST-TXT) <= 0
               MOVE "BAD INSTALLMENT AMOUNT"
                   TO TBL-PLN-REASON(WS-PLAN-SUB)
           END-IF
           IF WS-PLN-INTERVAL-TXT NOT = SPACES
              AND FUNCTION NUMVAL(WS-PLN-INTERVAL-TXT) < 1
               MOVE "BAD INTERVAL DAYS" TO TBL-PLN-REASON(WS-PLAN-SUB)
           END-IF
           IF TBL-PLN-REASON(WS-PLAN-SUB) = SPACES
               COMPUTE CUST-ID = FUNCTION NUMVAL(WS-PLN-ID-TXT)
               READ CUSTFILE
                   INVALID KEY
                       MOVE "CUSTOMER NOT ON MASTER"
                           TO TBL-PLN-REASON(WS-PLAN-SUB)
               END-READ
           END-IF
           .

       LOAD-PLAN-FIELDS.
           COMPUTE TBL-PLN-CUST-ID(WS-PLAN-SUB) =
                   FUNCTION NUMVAL(WS-PLN-ID-TXT)
           COMPUTE TBL-PLN-AGREED-DATE(WS-PLAN-SUB) =
                   FUNCTION NUMVAL(WS-PLN-AGREED-TXT)
           COMPUTE TBL-PLN-TOTAL(WS-PLAN-SUB) =
                   FUNCTION NUMVAL-C(WS-PLN-TOTAL-TXT)
           COMPUTE TBL-PLN-INSTALLMENT(WS-PLAN-SUB) =
                   FUNCTION NUMVAL-C(WS-PLN-INST-TXT)
           COMPUTE TBL-PLN-FIRST-DUE(WS-PLAN-SUB) =
                   FUNCTION NUMVAL(WS-PLN-FIRST-TXT)
           IF WS-PLN-INTERVAL-TXT = SPACES
               MOVE 30 TO TBL-PLN-INTERVAL(WS-PLAN-SUB)
           ELSE
               COMPUTE TBL-PLN-INTERVAL(WS-PLAN-SUB) =
                       FUNCTION NUMVAL(WS-PLN-INTERVAL-TXT)
           END-IF
           MOVE WS-PLN-STATUS-TXT TO TBL-PLN-STATUS(WS-PLAN-SUB)
           MOVE WS-PLN-STATUS-TXT TO TBL-PLN-OLD-STATUS(WS-PLAN-SUB)
           IF WS-PLN-PAID-TXT = SPACES
               MOVE 0 TO TBL-PLN-PAID(WS-PLAN-SUB)
           ELSE
               COMPUTE TBL-PLN-PAID(WS-PLAN-SUB) =
                       FUNCTION NUMVAL-C(WS-PLN-PAID-TXT)
           END-IF
           MOVE WS-PLN-LAST-RUN-TXT TO TBL-PLN-LAST-RUN(WS-PLAN-SUB)
           MOVE 0 TO TBL-PLN-DUE-TO-DATE(WS-PLAN-SUB)
           MOVE 0 TO TBL-PLN-NEXT-DUE(WS-PLAN-SUB)
           .

      * Payments are matched from the audit trail rather than from
      * tonight's input so lockbox, manual and returned items all count
      * the way they actually posted.  Each plan remembers the last run
      * it has been credited through; only entries from later runs are
      * added, which keeps paid-to-date whole after the trail has been
      * archived and stops a rerun from counting a payment twice.  A
      * returned item (type N) takes its payment back off the plan.
       MATCH-PLAN-PAYMENTS.
           MOVE SPACES TO WS-HIGH-RUN-ID
           MOVE 'N' TO WS-AUD-EOF
           OPEN INPUT AUDFILE
           IF WS-AUD-STATUS = "35"
               DISPLAY "No audit trail on file - no payments to match"
           ELSE
               PERFORM UNTIL WS-AUD-EOF = 'Y'
                   READ AUDFILE
                       AT END
                           MOVE 'Y' TO WS-AUD-EOF
                       NOT AT END
                           PERFORM CHECK-PLAN-AUDIT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE AUDFILE
           END-IF
           IF WS-HIGH-RUN-ID NOT = SPACES
               MOVE 0 TO WS-PLAN-SUB
               PERFORM UNTIL WS-PLAN-SUB >= WS-PLAN-COUNT
                   ADD 1 TO WS-PLAN-SUB
                   IF TBL-PLN-VALID(WS-PLAN-SUB)
                      AND TBL-PLN-IN-FORCE(WS-PLAN-SUB)
                      AND TBL-PLN-LAST-RUN(WS-PLAN-SUB)
                          < WS-HIGH-RUN-ID
                       MOVE WS-HIGH-RUN-ID
                           TO TBL-PLN-LAST-RUN(WS-PLAN-SUB)
                   END-IF
               END-PERFORM
           END-IF
           .

       CHECK-PLAN-AUDIT-ENTRY.
           PERFORM PARSE-PLAN-AUDIT-ENTRY
           IF WS-ENT-RUN-ID > WS-HIGH-RUN-ID
               MOVE WS-ENT-RUN-ID TO WS-HIGH-RUN-ID
           END-IF
           IF WS-ENT-CUST-ID NOT = 0
              AND (WS-ENT-TYPE = 'P' OR WS-ENT-TYPE = 'N')
               IF WS-ENT-DATE = SPACES
                   MOVE WS-ENT-RUN-ID(1:8) TO WS-ENT-DATE
               END-IF
               MOVE 0 TO WS-PLAN-SUB
               PERFORM UNTIL WS-PLAN-SUB >= WS-PLAN-COUNT
                   ADD 1 TO WS-PLAN-SUB
                   PERFORM APPLY-ENTRY-TO-PLAN
               END-PERFORM
           END-IF
           .

       APPLY-ENTRY-TO-PLAN.
           IF TBL-PLN-VALID(WS-PLAN-SUB)
              AND TBL-PLN-IN-FORCE(WS-PLAN-SUB)
              AND TBL-PLN-CUST-ID(WS-PLAN-SUB) = WS-ENT-CUST-ID
              AND WS-ENT-RUN-ID > TBL-PLN-LAST-RUN(WS-PLAN-SUB)
              AND WS-ENT-DATE >= TBL-PLN-AGREED-DATE(WS-PLAN-SUB)
               SUBTRACT WS-ENT-AMOUNT FROM TBL-PLN-PAID(WS-PLAN-SUB)
               IF WS-ENT-TYPE = 'P'
                   ADD 1 TO WS-PLN-PAYMENTS
               END-IF
           END-IF
           .

       PARSE-PLAN-AUDIT-ENTRY.
           MOVE SPACES TO WS-ENT-RUN-ID
           MOVE SPACES TO WS-ENT-TYPE
           MOVE SPACES TO WS-ENT-DATE
           MOVE 0 TO WS-ENT-CUST-ID
           MOVE 0 TO WS-ENT-AMOUNT
           IF AUD-REC(1:4) NOT = "RUN="
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PART-TWO
               UNSTRING AUD-REC DELIMITED BY "RUN="
                   INTO WS-PART-ONE, WS-PART-TWO
               END-UNSTRING
               PERFORM GET-FIRST-TOKEN
               MOVE WS-PART-TOKEN TO WS-ENT-RUN-ID
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
               UNSTRING AUD-REC DELIMITED BY " DATE="
                   INTO WS-PART-ONE, WS-PART-TWO
               END-UNSTRING
               PERFORM GET-FIRST-TOKEN
               MOVE WS-PART-TOKEN TO WS-ENT-DATE
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
           END-IF
           .

       GET-FIRST-TOKEN.
           MOVE SPACES TO WS-PART-TOKEN
           MOVE FUNCTION TRIM(WS-PART-TWO) TO WS-PART-ONE
           UNSTRING WS-PART-ONE DELIMITED BY ' '
               INTO WS-PART-TOKEN
           END-UNSTRING
           .

      * A plan is kept while the customer has paid at least every
      * installment whose due date (plus grace) has passed.  Paying the
      * agreed total completes it; falling short on any past-due
      * installment breaks it for good, and dunning picks the account
      * back up from where it was frozen.  Broken and completed plans
      * are no longer credited - collections keys a new plan line if a
      * fresh arrangement is agreed.
       REVIEW-PLAN-SCHEDULE.
           PERFORM COMPUTE-PLAN-DUE-TO-DATE
           IF TBL-PLN-IN-FORCE(WS-PLAN-SUB)
               EVALUATE TRUE
                   WHEN TBL-PLN-PAID(WS-PLAN-SUB)
                        >= TBL-PLN-TOTAL(WS-PLAN-SUB)
                       MOVE 'C' TO TBL-PLN-STATUS(WS-PLAN-SUB)
                       DISPLAY "Payment plan completed: "
                               TBL-PLN-CUST-ID(WS-PLAN-SUB)
                   WHEN TBL-PLN-PAID(WS-PLAN-SUB)
                        < TBL-PLN-DUE-TO-DATE(WS-PLAN-SUB)
                       MOVE 'B' TO TBL-PLN-STATUS(WS-PLAN-SUB)
                       ADD 1 TO WS-PLN-BROKEN-NOW
                       DISPLAY "Payment plan broken - installment "
                               "missed: " TBL-PLN-CUST-ID(WS-PLAN-SUB)
                   WHEN OTHER
                       MOVE 'K' TO TBL-PLN-STATUS(WS-PLAN-SUB)
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN TBL-PLN-KEPT(WS-PLAN-SUB)
                   ADD 1 TO WS-PLN-KEPT
               WHEN TBL-PLN-BROKEN(WS-PLAN-SUB)
                   ADD 1 TO WS-PLN-BROKEN
               WHEN TBL-PLN-COMPLETED(WS-PLAN-SUB)
                   ADD 1 TO WS-PLN-COMPLETED
           END-EVALUATE
           .

       COMPUTE-PLAN-DUE-TO-DATE.
           DIVIDE TBL-PLN-TOTAL(WS-PLAN-SUB)
               BY TBL-PLN-INSTALLMENT(WS-PLAN-SUB)
               GIVING WS-INST-COUNT
           IF WS-INST-COUNT * TBL-PLN-INSTALLMENT(WS-PLAN-SUB)
              < TBL-PLN-TOTAL(WS-PLAN-SUB)
               ADD 1 TO WS-INST-COUNT
           END-IF
           COMPUTE WS-FIRST-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(
                       TBL-PLN-FIRST-DUE(WS-PLAN-SUB))
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-GRACE-DAYS
           IF WS-CUTOFF-INT < WS-FIRST-DUE-INT
               MOVE 0 TO WS-DUE-COUNT
           ELSE
               COMPUTE WS-DUE-COUNT =
                       (WS-CUTOFF-INT - WS-FIRST-DUE-INT)
                       / TBL-PLN-INTERVAL(WS-PLAN-SUB) + 1
               IF WS-DUE-COUNT > WS-INST-COUNT
                   MOVE WS-INST-COUNT TO WS-DUE-COUNT
               END-IF
           END-IF
           COMPUTE TBL-PLN-DUE-TO-DATE(WS-PLAN-SUB) =
                   WS-DUE-COUNT * TBL-PLN-INSTALLMENT(WS-PLAN-SUB)
           IF TBL-PLN-DUE-TO-DATE(WS-PLAN-SUB)
              > TBL-PLN-TOTAL(WS-PLAN-SUB)
               MOVE TBL-PLN-TOTAL(WS-PLAN-SUB)
                   TO TBL-PLN-DUE-TO-DATE(WS-PLAN-SUB)
           END-IF
           IF WS-DUE-COUNT < WS-INST-COUNT
               COMPUTE WS-NEXT-DUE-INT = WS-FIRST-DUE-INT
                       + WS-DUE-COUNT * TBL-PLN-INTERVAL(WS-PLAN-SUB)
               COMPUTE TBL-PLN-NEXT-DUE(WS-PLAN-SUB) =
                       FUNCTION DATE-OF-INTEGER(WS-NEXT-DUE-INT)
           ELSE
               MOVE 0 TO TBL-PLN-NEXT-DUE(WS-PLAN-SUB)
           END-IF
           .

      * The plan file is written back in the order it was read.  A
      * rejected line goes back exactly as keyed; a good one carries
      * its status, paid-to-date and last credited run for tomorrow's
      * review and for CUSTOMER-DUNNING.
       REWRITE-PLAN-FILE.
           OPEN OUTPUT PLANFILE
           MOVE 0 TO WS-PLAN-SUB
           PERFORM UNTIL WS-PLAN-SUB >= WS-PLAN-COUNT
               ADD 1 TO WS-PLAN-SUB
               IF TBL-PLN-REJECTED(WS-PLAN-SUB)
                   MOVE TBL-PLN-RAW(WS-PLAN-SUB) TO PLAN-REC
               ELSE
                   PERFORM BUILD-PLAN-RECORD
               END-IF
               WRITE PLAN-REC
           END-PERFORM
           CLOSE PLANFILE
           .

       BUILD-PLAN-RECORD.
           MOVE SPACES TO PLAN-REC
           MOVE TBL-PLN-TOTAL(WS-PLAN-SUB) TO WS-PLN-OUT-AMT
           MOVE WS-PLN-OUT-AMT TO WS-PLN-TOTAL-TXT
           MOVE TBL-PLN-INSTALLMENT(WS-PLAN-SUB) TO WS-PLN-OUT-AMT
           MOVE WS-PLN-OUT-AMT TO WS-PLN-INST-TXT
           MOVE TBL-PLN-PAID(WS-PLAN-SUB) TO WS-PLN-OUT-AMT
           MOVE WS-PLN-OUT-AMT TO WS-PLN-PAID-TXT
           MOVE TBL-PLN-INTERVAL(WS-PLAN-SUB) TO WS-PLN-INTERVAL-TXT
           STRING TBL-PLN-CUST-ID(WS-PLAN-SUB)     DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  TBL-PLN-AGREED-DATE(WS-PLAN-SUB) DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PLN-TOTAL-TXT)  DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PLN-INST-TXT)   DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  TBL-PLN-FIRST-DUE(WS-PLAN-SUB)   DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PLN-INTERVAL-TXT)
                                                   DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  TBL-PLN-STATUS(WS-PLAN-SUB)      DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PLN-PAID-TXT)   DELIMITED BY SIZE
                  ","                              DELIMITED BY SIZE
                  TBL-PLN-LAST-RUN(WS-PLAN-SUB)    DELIMITED BY SPACE
               INTO PLAN-REC
           END-STRING
           .

       WRITE-PLAN-REPORT.
           OPEN INPUT CUSTFILE
           OPEN OUTPUT RPTFILE
           MOVE SPACES TO RPT-REC
           STRING "PAYMENT PLAN STATUS REPORT  RUN: " DELIMITED BY SIZE
                  WS-RUN-ID                           DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE 'K' TO WS-RPT-SECTION
           PERFORM WRITE-PLAN-SECTION
           MOVE 'B' TO WS-RPT-SECTION
           PERFORM WRITE-PLAN-SECTION
           MOVE 'C' TO WS-RPT-SECTION
           PERFORM WRITE-PLAN-SECTION
           IF WS-PLN-REJECTED > 0
               PERFORM WRITE-REJECTED-SECTION
           END-IF
           PERFORM WRITE-PLAN-REPORT-FOOTER
           CLOSE RPTFILE
           IF WS-CUST-STATUS = "00"
               CLOSE CUSTFILE
           END-IF
           .

       WRITE-PLAN-SECTION.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           EVALUATE WS-RPT-SECTION
               WHEN 'K'
                   MOVE "KEPT PLANS" TO RPT-REC
               WHEN 'B'
                   MOVE "BROKEN PLANS" TO RPT-REC
               WHEN 'C'
                   MOVE "COMPLETED PLANS" TO RPT-REC
           END-EVALUATE
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "CUST-ID  NAME                   AGREED TOTAL"
                  "    INSTALLMENT    DUE TO DATE   PAID TO DATE"
                  "  NEXT DUE"  DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE 0 TO WS-RPT-SECTION-COUNT
           MOVE 0 TO WS-PLAN-SUB
           PERFORM UNTIL WS-PLAN-SUB >= WS-PLAN-COUNT
               ADD 1 TO WS-PLAN-SUB
               IF TBL-PLN-VALID(WS-PLAN-SUB)
                  AND TBL-PLN-STATUS(WS-PLAN-SUB) = WS-RPT-SECTION
                   ADD 1 TO WS-RPT-SECTION-COUNT
                   PERFORM WRITE-PLAN-DETAIL
               END-IF
           END-PERFORM
           IF WS-RPT-SECTION-COUNT = 0
               MOVE "  NONE" TO RPT-REC
               WRITE RPT-REC
           END-IF
           .

       WRITE-PLAN-DETAIL.
           MOVE TBL-PLN-CUST-ID(WS-PLAN-SUB) TO CUST-ID
           MOVE SPACES TO WS-PLN-NAME
           READ CUSTFILE
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO WS-PLN-NAME
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-PLN-NAME
           END-READ
           MOVE TBL-PLN-CUST-ID(WS-PLAN-SUB)     TO WS-PLN-ID-EDIT
           MOVE TBL-PLN-TOTAL(WS-PLAN-SUB)       TO WS-PLN-TOTAL-EDIT
           MOVE TBL-PLN-INSTALLMENT(WS-PLAN-SUB) TO WS-PLN-INST-EDIT
           MOVE TBL-PLN-DUE-TO-DATE(WS-PLAN-SUB) TO WS-PLN-DUE-EDIT
           MOVE TBL-PLN-PAID(WS-PLAN-SUB)        TO WS-PLN-PAID-EDIT
           IF TBL-PLN-NEXT-DUE(WS-PLAN-SUB) = 0
              OR NOT TBL-PLN-KEPT(WS-PLAN-SUB)
               MOVE SPACES TO WS-PLN-NEXT-TXT
           ELSE
               MOVE TBL-PLN-NEXT-DUE(WS-PLAN-SUB) TO WS-PLN-NEXT-TXT
           END-IF
           MOVE SPACES TO WS-PLN-NOTE
           IF TBL-PLN-STATUS(WS-PLAN-SUB)
              NOT = TBL-PLN-OLD-STATUS(WS-PLAN-SUB)
               EVALUATE TRUE
                   WHEN TBL-PLN-BROKEN(WS-PLAN-SUB)
                       MOVE "BROKEN THIS RUN" TO WS-PLN-NOTE
                   WHEN TBL-PLN-COMPLETED(WS-PLAN-SUB)
                       MOVE "COMPLETED THIS RUN" TO WS-PLN-NOTE
                   WHEN OTHER
                       MOVE "NEW PLAN" TO WS-PLN-NOTE
               END-EVALUATE
           END-IF
           MOVE SPACES TO RPT-REC
           STRING WS-PLN-ID-EDIT    DELIMITED BY SIZE
                  "   "             DELIMITED BY SIZE
                  WS-PLN-NAME       DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-PLN-TOTAL-EDIT DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-PLN-INST-EDIT  DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-PLN-DUE-EDIT   DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-PLN-PAID-EDIT  DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-PLN-NEXT-TXT   DELIMITED BY SIZE
                  "  "              DELIMITED BY SIZE
                  WS-PLN-NOTE       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           .

       WRITE-REJECTED-SECTION.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "REJECTED PLAN RECORDS - NOT REVIEWED" TO RPT-REC
           WRITE RPT-REC
           MOVE 0 TO WS-PLAN-SUB
           PERFORM UNTIL WS-PLAN-SUB >= WS-PLAN-COUNT
               ADD 1 TO WS-PLAN-SUB
               IF TBL-PLN-REJECTED(WS-PLAN-SUB)
                   MOVE SPACES TO RPT-REC
                   STRING TBL-PLN-REASON(WS-PLAN-SUB)
                                             DELIMITED BY SIZE
                          "  "               DELIMITED BY SIZE
                          TBL-PLN-RAW(WS-PLAN-SUB)
                                             DELIMITED BY SIZE
                       INTO RPT-REC
                   END-STRING
                   WRITE RPT-REC
               END-IF
           END-PERFORM
           .

       WRITE-PLAN-REPORT-FOOTER.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE WS-PLN-KEPT TO WS-PLN-COUNT-EDIT
           MOVE SPACES TO RPT-REC
           STRING "PLANS KEPT:      " DELIMITED BY SIZE
                  WS-PLN-COUNT-EDIT   DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-PLN-BROKEN TO WS-PLN-COUNT-EDIT
           MOVE SPACES TO RPT-REC
           STRING "PLANS BROKEN:    " DELIMITED BY SIZE
                  WS-PLN-COUNT-EDIT   DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-PLN-COMPLETED TO WS-PLN-COUNT-EDIT
           MOVE SPACES TO RPT-REC
           STRING "PLANS COMPLETED: " DELIMITED BY SIZE
                  WS-PLN-COUNT-EDIT   DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-PLN-REJECTED TO WS-PLN-COUNT-EDIT
           MOVE SPACES TO RPT-REC
           STRING "PLANS REJECTED:  " DELIMITED BY SIZE
                  WS-PLN-COUNT-EDIT   DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           .
