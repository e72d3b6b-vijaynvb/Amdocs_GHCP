       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AUTOPAY-RETURNS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARTNFILE   ASSIGN TO "data/ach-returns.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARTN-STATUS.
           SELECT PARMFILE   ASSIGN TO "data/autopay-params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT LOGFILE    ASSIGN TO "data/autopay-drafts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT CUSTFILE   ASSIGN TO "data/customers.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT BILLFILE   ASSIGN TO "data/billing-input.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.
           SELECT MNTAUDFILE ASSIGN TO "data/maint-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTAUD-STATUS.
           SELECT SUSPFILE   ASSIGN TO "data/ach-return-suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT RPTFILE    ASSIGN TO "data/ach-return-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The bank's autopay return layout: trace number of the original
      * draft in columns 1-15, the individual ID it was sent under (the
      * draft reference) in 16-30, return reason code in 31-33, return
      * date YYYYMMDD in 34-41 and the amount in 42-51 with two implied
      * decimal places.
       FD  ARTNFILE.
       01  ARTN-REC.
           05  ARTN-TRACE       PIC X(15).
           05  ARTN-INDIV-ID    PIC X(15).
           05  ARTN-REASON      PIC X(03).
           05  ARTN-DATE        PIC X(08).
           05  ARTN-AMOUNT-X    PIC X(10).
           05  ARTN-AMOUNT REDEFINES ARTN-AMOUNT-X
                                PIC 9(8)V99.
       FD  PARMFILE.
       01  PARM-REC         PIC X(80).
       FD  LOGFILE.
       01  LOG-REC          PIC X(120).
       FD  CUSTFILE.
       COPY "src/copybooks/CUSTOMER-RECORD.cbk".
       FD  BILLFILE.
       01  BILL-REC         PIC X(200).
       FD  MNTAUDFILE.
       01  MNTAUD-REC       PIC X(400).
       FD  SUSPFILE.
       01  SUSP-REC         PIC X(200).
       FD  RPTFILE.
       01  RPT-REC          PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-ARTN-STATUS   PIC X(02).
       77  WS-PARM-STATUS   PIC X(02).
       77  WS-LOG-STATUS    PIC X(02).
       77  WS-CUST-STATUS   PIC X(02).
       77  WS-BILL-STATUS   PIC X(02).
       77  WS-MNTAUD-STATUS PIC X(02).
       77  WS-SUSP-STATUS   PIC X(02).
       77  WS-ARTN-EOF      PIC X VALUE 'N'.
       77  WS-PARM-EOF      PIC X VALUE 'N'.
       77  WS-LOG-EOF       PIC X VALUE 'N'.
       77  WS-RUN-DATE      PIC 9(8).
       77  WS-RUN-TIME      PIC 9(8).
       77  WS-RUN-ID        PIC X(17).
       77  WS-SUSP-REASON   PIC X(40).
       77  WS-ACTION-NOTE   PIC X(20).
       77  WS-PARM-NAME     PIC X(20).
       77  WS-PARM-VALUE-TXT PIC X(20).
       77  WS-RETURN-LIMIT  PIC 9(02) VALUE 2.
       77  WS-RTN-REF       PIC X(12).
       77  WS-DRAFT-FOUND-SW PIC X VALUE 'N'.
           88  DRAFT-FOUND          VALUE 'Y'.
           88  DRAFT-NOT-FOUND      VALUE 'N'.
       77  WS-RETURNED-SW   PIC X VALUE 'N'.
           88  DRAFT-ALREADY-RETURNED VALUE 'Y'.
       77  WS-CUST-FOUND-SW PIC X VALUE 'N'.
           88  CUST-FOUND           VALUE 'Y'.
           88  CUST-NOT-FOUND       VALUE 'N'.
       77  WS-DRAFT-AMT     PIC S9(9)V99 VALUE 0.
       77  WS-ACCT-LEN      PIC 9(4) COMP VALUE 0.
       77  WS-ACCT-MASK     PIC X(17).
       77  WS-IMAGE-BEFORE  PIC X(80).
       77  WS-IMAGE-AFTER   PIC X(80).
       77  WS-OUT-LINE      PIC X(80).
       01  WS-LOG-FIELDS.
           05  WS-LOG-CODE          PIC X(01).
           05  WS-LOG-REF           PIC X(12).
           05  WS-LOG-ID-TXT        PIC X(10).
           05  WS-LOG-DATE          PIC X(08).
           05  WS-LOG-AMT-TXT       PIC X(14).
           05  WS-LOG-TRACE         PIC X(15).
       01  WS-DRAFT-FIELDS.
           05  WS-DRAFT-CUST-ID     PIC 9(06).
           05  WS-DRAFT-TRACE       PIC X(15).
       01  WS-RTN-COUNTERS.
           05  WS-RTN-READ      PIC 9(9) VALUE 0.
           05  WS-RTN-MATCHED   PIC 9(9) VALUE 0.
           05  WS-RTN-SUSPENSE  PIC 9(9) VALUE 0.
           05  WS-RTN-DROPPED   PIC 9(9) VALUE 0.
           05  WS-RTN-MATCH-AMT PIC S9(11)V99 VALUE 0.
           05  WS-RTN-SUSP-AMT  PIC S9(11)V99 VALUE 0.
       01  WS-RTN-EDIT-FIELDS.
           05  WS-RTN-AMT-EDIT  PIC -(6)9.99.
           05  WS-RTN-AMT-RPT   PIC --,---,--9.99.
           05  WS-RTN-COUNT-EDIT PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

      * Autopay drafts the bank sends back are matched to the draft log
      * by the draft reference they went out under.  A matched return
      * goes onto billing-input.dat as a returned payment (type N)
      * against that reference, so CUSTOMER-BILLING un-posts the draft
      * exactly as it does a bounced check.  Each return counts against
      * the customer's autopay enrollment, and at the RETURN-LIMIT on
      * autopay-params.dat the customer is taken off autopay and the
      * change is written to the maintenance audit.  Anything that
      * cannot be matched goes to suspense.  Run ahead of BILLING-DRIVER
      * like the other bank feeds.
       MAIN-PARA.
           DISPLAY "Starting AUTOPAY-RETURNS"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  "-"         DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
               INTO WS-RUN-ID
           END-STRING
           OPEN INPUT ARTNFILE
           IF WS-ARTN-STATUS NOT = "00"
               DISPLAY "No autopay return file on file - nothing to "
                       "do, status: " WS-ARTN-STATUS
               GOBACK
           END-IF
           OPEN I-O CUSTFILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "Cannot open customer master customers.idx, "
                       "status: " WS-CUST-STATUS
                       " - run CUSTOMER-CONVERT first"
               CLOSE ARTNFILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-AUTOPAY-PARAMETERS
           OPEN EXTEND BILLFILE
           IF WS-BILL-STATUS = "35"
               OPEN OUTPUT BILLFILE
           END-IF
           OPEN EXTEND MNTAUDFILE
           IF WS-MNTAUD-STATUS = "35"
               OPEN OUTPUT MNTAUDFILE
           END-IF
           OPEN EXTEND SUSPFILE
           IF WS-SUSP-STATUS = "35"
               OPEN OUTPUT SUSPFILE
           END-IF
           OPEN OUTPUT RPTFILE
           PERFORM WRITE-REPORT-HEADER
           MOVE 'N' TO WS-ARTN-EOF
           PERFORM UNTIL WS-ARTN-EOF = 'Y'
               READ ARTNFILE
                   AT END
                       MOVE 'Y' TO WS-ARTN-EOF
                   NOT AT END
                       ADD 1 TO WS-RTN-READ
                       PERFORM PROCESS-AUTOPAY-RETURN
               END-READ
           END-PERFORM
           PERFORM WRITE-REPORT-FOOTER
           CLOSE ARTNFILE
           CLOSE CUSTFILE
           CLOSE BILLFILE
           CLOSE MNTAUDFILE
           CLOSE SUSPFILE
           CLOSE RPTFILE
           DISPLAY "Autopay returns complete. Read: " WS-RTN-READ
                   " Matched: " WS-RTN-MATCHED
                   " Suspense: " WS-RTN-SUSPENSE
                   " Dropped: " WS-RTN-DROPPED
           IF WS-RTN-SUSPENSE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
           .

       READ-AUTOPAY-PARAMETERS.
           OPEN INPUT PARMFILE
           IF WS-PARM-STATUS = "00"
               MOVE 'N' TO WS-PARM-EOF
               PERFORM UNTIL WS-PARM-EOF = 'Y'
                   READ PARMFILE
                       AT END
                           MOVE 'Y' TO WS-PARM-EOF
                       NOT AT END
                           PERFORM LOAD-AUTOPAY-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE PARMFILE
           END-IF
           DISPLAY "Autopay return limit: " WS-RETURN-LIMIT
           .

      * Only the return limit matters here; the originator details on
      * the same file belong to AUTOPAY-DRAFT.
       LOAD-AUTOPAY-PARAMETER.
           MOVE SPACES TO WS-PARM-NAME
           MOVE SPACES TO WS-PARM-VALUE-TXT
           UNSTRING PARM-REC DELIMITED BY ','
               INTO WS-PARM-NAME, WS-PARM-VALUE-TXT
           END-UNSTRING
           IF WS-PARM-NAME = "RETURN-LIMIT"
               IF FUNCTION TEST-NUMVAL(WS-PARM-VALUE-TXT) = 0
                  AND FUNCTION NUMVAL(WS-PARM-VALUE-TXT) >= 1
                  AND FUNCTION NUMVAL(WS-PARM-VALUE-TXT) <= 99
                   COMPUTE WS-RETURN-LIMIT =
                           FUNCTION NUMVAL(WS-PARM-VALUE-TXT)
               ELSE
                   DISPLAY "Ignoring bad autopay parameter: " PARM-REC
               END-IF
           END-IF
           .

       PROCESS-AUTOPAY-RETURN.
           DISPLAY "Processing autopay return: " ARTN-REC
           MOVE SPACES TO WS-SUSP-REASON
           MOVE SPACES TO WS-ACTION-NOTE
           MOVE ARTN-INDIV-ID(1:12) TO WS-RTN-REF
           EVALUATE TRUE
               WHEN WS-RTN-REF = SPACES
                   MOVE "Missing draft reference" TO WS-SUSP-REASON
               WHEN ARTN-REASON = SPACES
                   MOVE "Missing return reason code"
                       TO WS-SUSP-REASON
               WHEN FUNCTION TEST-NUMVAL(ARTN-DATE) NOT = 0
                   MOVE "Invalid return date" TO WS-SUSP-REASON
               WHEN ARTN-AMOUNT-X NOT NUMERIC
                   MOVE "Amount not numeric" TO WS-SUSP-REASON
               WHEN ARTN-AMOUNT = 0
                   MOVE "Zero returned amount" TO WS-SUSP-REASON
               WHEN OTHER
                   PERFORM FIND-ORIGINAL-DRAFT
                   EVALUATE TRUE
                       WHEN DRAFT-NOT-FOUND
                           MOVE "No autopay draft under reference"
                               TO WS-SUSP-REASON
                       WHEN DRAFT-ALREADY-RETURNED
                           MOVE "Draft already returned"
                               TO WS-SUSP-REASON
                       WHEN ARTN-TRACE NOT = SPACES
                        AND ARTN-TRACE NOT = WS-DRAFT-TRACE
                           MOVE "Trace number does not match draft"
                               TO WS-SUSP-REASON
                       WHEN ARTN-AMOUNT NOT = WS-DRAFT-AMT
                           MOVE "Amount does not match draft"
                               TO WS-SUSP-REASON
                       WHEN OTHER
                           PERFORM MATCH-CUSTOMER
                           IF CUST-NOT-FOUND
                               MOVE "No matching customer master record"
                                   TO WS-SUSP-REASON
                           END-IF
                   END-EVALUATE
           END-EVALUATE
           IF WS-SUSP-REASON = SPACES
               PERFORM WRITE-MATCHED-RETURN
               PERFORM COUNT-AUTOPAY-RETURN
               PERFORM LOG-DRAFT-RETURNED
               PERFORM WRITE-REPORT-DETAIL
           ELSE
               PERFORM WRITE-SUSPENSE-ITEM
           END-IF
           .

      * The draft log is read end to end for each return: the D record
      * gives the customer, amount and trace of the draft, and an R
      * record under the same reference means it has already come back.
       FIND-ORIGINAL-DRAFT.
           SET DRAFT-NOT-FOUND TO TRUE
           MOVE 'N' TO WS-RETURNED-SW
           MOVE 0 TO WS-DRAFT-AMT
           MOVE SPACES TO WS-DRAFT-TRACE
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT LOGFILE
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL WS-LOG-EOF = 'Y'
                   READ LOGFILE
                       AT END
                           MOVE 'Y' TO WS-LOG-EOF
                       NOT AT END
                           PERFORM CHECK-LOG-ENTRY
                   END-READ
               END-PERFORM
               CLOSE LOGFILE
           END-IF
           .

       CHECK-LOG-ENTRY.
           MOVE SPACES TO WS-LOG-FIELDS
           UNSTRING LOG-REC DELIMITED BY ','
               INTO WS-LOG-CODE, WS-LOG-REF, WS-LOG-ID-TXT,
                    WS-LOG-DATE, WS-LOG-AMT-TXT, WS-LOG-TRACE
           END-UNSTRING
           IF WS-LOG-REF = WS-RTN-REF
               EVALUATE WS-LOG-CODE
                   WHEN 'D'
                       SET DRAFT-FOUND TO TRUE
                       COMPUTE WS-DRAFT-CUST-ID =
                               FUNCTION NUMVAL(WS-LOG-ID-TXT)
                       COMPUTE WS-DRAFT-AMT =
                               FUNCTION NUMVAL(WS-LOG-AMT-TXT)
                       MOVE WS-LOG-TRACE TO WS-DRAFT-TRACE
                   WHEN 'R'
                       MOVE 'Y' TO WS-RETURNED-SW
               END-EVALUATE
           END-IF
           .

       MATCH-CUSTOMER.
           SET CUST-NOT-FOUND TO TRUE
           MOVE WS-DRAFT-CUST-ID TO CUST-ID
           READ CUSTFILE
               INVALID KEY
                   DISPLAY "No customer master match for: " CUST-ID
               NOT INVALID KEY
                   SET CUST-FOUND TO TRUE
           END-READ
           .

      * The returned draft goes to billing as CUST-ID,ref,date,N,amount
      * under the draft reference, which is the reference the payment
      * posted under on the night it was drafted.
       WRITE-MATCHED-RETURN.
           ADD 1 TO WS-RTN-MATCHED
           ADD ARTN-AMOUNT TO WS-RTN-MATCH-AMT
           MOVE ARTN-AMOUNT TO WS-RTN-AMT-EDIT
           MOVE SPACES TO BILL-REC
           STRING CUST-ID          DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RTN-REF)
                                   DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  ARTN-DATE        DELIMITED BY SIZE
                  ",N,"            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RTN-AMT-EDIT)
                                   DELIMITED BY SIZE
               INTO BILL-REC
           END-STRING
           WRITE BILL-REC
           DISPLAY "Matched autopay return for customer: " CUST-ID
                   " amount: " ARTN-AMOUNT
           .

      * The return count is kept from enrollment; re-enrolling through
      * CUSTOMER-MAINT starts it again at zero.
       COUNT-AUTOPAY-RETURN.
           PERFORM BUILD-AUTOPAY-IMAGE
           MOVE WS-OUT-LINE TO WS-IMAGE-BEFORE
           IF CUST-AUTOPAY-FAILS < 99
               ADD 1 TO CUST-AUTOPAY-FAILS
           END-IF
           IF CUST-AUTOPAY-ENROLLED
              AND CUST-AUTOPAY-FAILS >= WS-RETURN-LIMIT
               MOVE 'N'    TO CUST-AUTOPAY-SW
               MOVE SPACES TO CUST-AUTOPAY-ROUTING
               MOVE SPACES TO CUST-AUTOPAY-ACCOUNT
               MOVE 0      TO CUST-AUTOPAY-OFFSET
               MOVE "AUTOPAY CANCELLED" TO WS-ACTION-NOTE
           END-IF
           REWRITE CUSTOMER-RECORD
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "Rewrite failed for customer: " CUST-ID
                       " status: " WS-CUST-STATUS
               MOVE "MASTER NOT UPDATED" TO WS-ACTION-NOTE
           ELSE
               IF WS-ACTION-NOTE = "AUTOPAY CANCELLED"
                   ADD 1 TO WS-RTN-DROPPED
                   PERFORM BUILD-AUTOPAY-IMAGE
                   MOVE WS-OUT-LINE TO WS-IMAGE-AFTER
                   PERFORM WRITE-MAINT-AUDIT
                   DISPLAY "Autopay cancelled after "
                           CUST-AUTOPAY-FAILS
                           " returned drafts for customer: " CUST-ID
               END-IF
           END-IF
           .

      * Same masking rule as the maintenance audit: the bank account
      * appears by its last four digits only.
       BUILD-AUTOPAY-IMAGE.
           MOVE SPACES TO WS-ACCT-MASK
           MOVE 0 TO WS-ACCT-LEN
           IF CUST-AUTOPAY-ACCOUNT NOT = SPACES
               INSPECT CUST-AUTOPAY-ACCOUNT
                   TALLYING WS-ACCT-LEN
                   FOR CHARACTERS BEFORE INITIAL ' '
               IF WS-ACCT-LEN > 4
                   STRING "****" DELIMITED BY SIZE
                          CUST-AUTOPAY-ACCOUNT(WS-ACCT-LEN - 3:4)
                                 DELIMITED BY SIZE
                       INTO WS-ACCT-MASK
                   END-STRING
               ELSE
                   MOVE "****" TO WS-ACCT-MASK
               END-IF
           END-IF
           MOVE SPACES TO WS-OUT-LINE
           STRING CUST-ID          DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  CUST-AUTOPAY-SW  DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  CUST-AUTOPAY-ROUTING
                                   DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACCT-MASK)
                                   DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  CUST-AUTOPAY-OFFSET
                                   DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  CUST-AUTOPAY-FAILS
                                   DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           .

      * Written as an autopay cancel (action X), the same action an
      * operator keys through CUSTOMER-MAINT.
       WRITE-MAINT-AUDIT.
           MOVE SPACES TO MNTAUD-REC
           STRING "RUN="             DELIMITED BY SIZE
                  WS-RUN-ID          DELIMITED BY SIZE
                  " ACTION=X"        DELIMITED BY SIZE
                  " CUST-ID="        DELIMITED BY SIZE
                  CUST-ID            DELIMITED BY SIZE
                  " BEFORE="         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IMAGE-BEFORE)
                                     DELIMITED BY SIZE
                  " AFTER="          DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IMAGE-AFTER)
                                     DELIMITED BY SIZE
                  " SOURCE=AUTOPAY-RETURNS"
                                     DELIMITED BY SIZE
               INTO MNTAUD-REC
           END-STRING
           WRITE MNTAUD-REC
           .

       LOG-DRAFT-RETURNED.
           OPEN EXTEND LOGFILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOGFILE
           END-IF
           MOVE SPACES TO LOG-REC
           STRING "R,"             DELIMITED BY SIZE
                  WS-RTN-REF       DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  CUST-ID          DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  ARTN-DATE        DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RTN-AMT-EDIT)
                                   DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  WS-DRAFT-TRACE   DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  ARTN-REASON      DELIMITED BY SIZE
               INTO LOG-REC
           END-STRING
           WRITE LOG-REC
           CLOSE LOGFILE
           .

       WRITE-SUSPENSE-ITEM.
           ADD 1 TO WS-RTN-SUSPENSE
           IF ARTN-AMOUNT-X NUMERIC
               ADD ARTN-AMOUNT TO WS-RTN-SUSP-AMT
           END-IF
           MOVE SPACES TO SUSP-REC
           STRING "RUN="       DELIMITED BY SIZE
                  WS-RUN-ID    DELIMITED BY SIZE
                  " REASON="   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUSP-REASON)
                               DELIMITED BY SIZE
                  " ITEM="     DELIMITED BY SIZE
                  FUNCTION TRIM(ARTN-REC)
                               DELIMITED BY SIZE
               INTO SUSP-REC
               ON OVERFLOW
                   DISPLAY "WRITE-SUSPENSE-ITEM: record truncated"
           END-STRING
           WRITE SUSP-REC
           MOVE "SUSPENSE" TO WS-ACTION-NOTE
           PERFORM WRITE-REPORT-DETAIL
           DISPLAY "Suspense: " WS-SUSP-REASON " for item: " ARTN-REC
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-REC
           STRING "AUTOPAY RETURN REPORT  RUN: " DELIMITED BY SIZE
                  WS-RUN-ID                      DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "REFERENCE     RSN  ACTION               "
                  "REASON                                    ITEM"
                                          DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           .

       WRITE-REPORT-DETAIL.
           IF WS-SUSP-REASON = SPACES AND WS-ACTION-NOTE = SPACES
               MOVE "RETURNED TO BILLING" TO WS-ACTION-NOTE
           END-IF
           MOVE SPACES TO RPT-REC
           STRING WS-RTN-REF     DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  ARTN-REASON    DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  WS-ACTION-NOTE DELIMITED BY SIZE
                  " "            DELIMITED BY SIZE
                  WS-SUSP-REASON DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  FUNCTION TRIM(ARTN-REC)
                                 DELIMITED BY SIZE
               INTO RPT-REC
               ON OVERFLOW
                   DISPLAY "WRITE-REPORT-DETAIL: record truncated"
           END-STRING
           WRITE RPT-REC
           .

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE WS-RTN-MATCHED TO WS-RTN-COUNT-EDIT
           MOVE WS-RTN-MATCH-AMT TO WS-RTN-AMT-RPT
           MOVE SPACES TO RPT-REC
           STRING "DRAFTS RETURNED:   " DELIMITED BY SIZE
                  WS-RTN-COUNT-EDIT    DELIMITED BY SIZE
                  "  AMOUNT: "         DELIMITED BY SIZE
                  WS-RTN-AMT-RPT       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-RTN-DROPPED TO WS-RTN-COUNT-EDIT
           MOVE SPACES TO RPT-REC
           STRING "AUTOPAY CANCELLED: " DELIMITED BY SIZE
                  WS-RTN-COUNT-EDIT    DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-RTN-SUSPENSE TO WS-RTN-COUNT-EDIT
           MOVE WS-RTN-SUSP-AMT TO WS-RTN-AMT-RPT
           MOVE SPACES TO RPT-REC
           STRING "ITEMS TO SUSPENSE: " DELIMITED BY SIZE
                  WS-RTN-COUNT-EDIT    DELIMITED BY SIZE
                  "  AMOUNT: "         DELIMITED BY SIZE
                  WS-RTN-AMT-RPT       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           .
