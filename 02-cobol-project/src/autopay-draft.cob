       IDENTIFICATION DIVISION.
       PROGRAM-ID.    AUTOPAY-DRAFT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCYCFILE   ASSIGN TO "data/run-cycle.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCYC-STATUS.
           SELECT PARMFILE   ASSIGN TO "data/autopay-params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CUSTFILE   ASSIGN TO "data/customers.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT DISPFILE   ASSIGN TO "data/disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.
           SELECT LOGFILE    ASSIGN TO "data/autopay-drafts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT ACHFILE    ASSIGN DYNAMIC WS-ACH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.
           SELECT BILLFILE   ASSIGN TO "data/billing-input.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.
           SELECT RPTFILE    ASSIGN TO "data/autopay-draft-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RCYCFILE.
       01  RCYC-REC         PIC X(80).
       FD  PARMFILE.
       01  PARM-REC         PIC X(80).
       FD  CUSTFILE.
       COPY "src/copybooks/CUSTOMER-RECORD.cbk".
       FD  DISPFILE.
       01  DISP-REC         PIC X(120).
       FD  LOGFILE.
       01  LOG-REC          PIC X(120).
       FD  ACHFILE.
       01  ACH-REC          PIC X(94).
       FD  BILLFILE.
       01  BILL-REC         PIC X(200).
       FD  RPTFILE.
       01  RPT-REC          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "src/copybooks/DISPUTE-TABLE.cbk".
       77  WS-RCYC-STATUS   PIC X(02).
       77  WS-PARM-STATUS   PIC X(02).
       77  WS-CUST-STATUS   PIC X(02).
       77  WS-DISP-STATUS   PIC X(02).
       77  WS-LOG-STATUS    PIC X(02).
       77  WS-ACH-STATUS    PIC X(02).
       77  WS-BILL-STATUS   PIC X(02).
       77  WS-PARM-EOF      PIC X VALUE 'N'.
       77  WS-CUST-EOF      PIC X VALUE 'N'.
       77  WS-DISP-EOF      PIC X VALUE 'N'.
       77  WS-LOG-EOF       PIC X VALUE 'N'.
       77  WS-RUN-DATE      PIC 9(8).
       77  WS-RUN-TIME      PIC 9(8).
       77  WS-RUN-ID        PIC X(17).
       77  WS-RUN-CYCLE     PIC X(03) VALUE 'ALL'.
           88  RUN-CYCLE-ALL        VALUE 'ALL'.
       77  WS-RUN-CYCLE-NUM PIC 9(2) VALUE 0.
       77  WS-TONIGHT-DAY   PIC 9(2) VALUE 0.
       77  WS-DRAFT-DAY     PIC 9(2) VALUE 0.
       77  WS-CYCLE-NUM     PIC 9(2) VALUE 0.
       77  WS-JULIAN-DATE   PIC 9(7) VALUE 0.
       77  WS-EFFECTIVE-DATE PIC 9(8) VALUE 0.
       77  WS-ACH-PATH      PIC X(80).
       77  WS-PARM-NAME     PIC X(20).
       77  WS-PARM-VALUE-TXT PIC X(23).
       77  WS-DSP-SUB       PIC 9(4) COMP VALUE 0.
       77  WS-DRF-SUB       PIC 9(4) COMP VALUE 0.
       77  WS-DRF-COUNT     PIC 9(4) COMP VALUE 0.
       77  WS-DONE-SUB      PIC 9(4) COMP VALUE 0.
       77  WS-DONE-COUNT    PIC 9(4) COMP VALUE 0.
       77  WS-DONE-FOUND-SW PIC X VALUE 'N'.
           88  ALREADY-DRAFTED          VALUE 'Y'.
       77  WS-DRF-TABLE-FULL PIC X VALUE 'N'.
       77  WS-DRAFT-AMT     PIC S9(9)V99 VALUE 0.
       77  WS-DRAFT-REF     PIC X(12).
       77  WS-SKIP-REASON   PIC X(20).
       77  WS-ACCT-LEN      PIC 9(4) COMP VALUE 0.
       77  WS-ACCT-MASK     PIC X(17).
       77  WS-ACH-RECORDS   PIC 9(6) VALUE 0.
       77  WS-ACH-BLOCKS    PIC 9(6) VALUE 0.
       77  WS-ACH-HASH-SUM  PIC 9(12) VALUE 0.
       01  WS-DSP-LOAD-FIELDS.
           05  WS-DSP-ID-TXT        PIC X(10).
           05  WS-DSP-REF-TXT       PIC X(12).
           05  WS-DSP-AMT-TXT       PIC X(14).
           05  WS-DSP-OPENED-TXT    PIC X(10).
           05  WS-DSP-CODE          PIC X(01).
       01  WS-LOG-FIELDS.
           05  WS-LOG-CODE          PIC X(01).
           05  WS-LOG-REF           PIC X(12).
           05  WS-LOG-ID-TXT        PIC X(10).
           05  WS-LOG-DATE          PIC X(08).
       01  WS-PARSE-PARTS.
           05  WS-PART-ONE      PIC X(250).
           05  WS-PART-TWO      PIC X(250).
           05  WS-PART-TOKEN    PIC X(20).
      * Originating bank and company details for the debit file, from
      * autopay-params.dat (NAME,VALUE).  The return limit is the number
      * of returned drafts that takes a customer off autopay - it is
      * read here only to be shown; AUTOPAY-RETURNS applies it.
       01  WS-AP-PARMS.
           05  WS-AP-ORIGIN-ROUTING PIC X(09) VALUE "000000000".
           05  WS-AP-COMPANY-ID     PIC X(10) VALUE SPACES.
           05  WS-AP-COMPANY-NAME   PIC X(16) VALUE SPACES.
           05  WS-AP-ORIGIN-NAME    PIC X(23) VALUE SPACES.
           05  WS-AP-BANK-NAME      PIC X(23) VALUE SPACES.
      * References of drafts already taken tonight, from the draft log,
      * so a rerun of the night does not draft anyone twice.
       01  WS-DONE-TABLE.
           05  WS-DONE-ENTRY OCCURS 2000 TIMES.
               10  TBL-DONE-REF         PIC X(12).
       01  WS-DRF-TABLE.
           05  WS-DRF-ENTRY OCCURS 2000 TIMES.
               10  TBL-DRF-CUST-ID      PIC 9(6).
               10  TBL-DRF-NAME         PIC X(20).
               10  TBL-DRF-ROUTING      PIC X(09).
               10  TBL-DRF-ACCOUNT      PIC X(17).
               10  TBL-DRF-AMOUNT       PIC S9(7)V99.
               10  TBL-DRF-REF          PIC X(12).
               10  TBL-DRF-TRACE        PIC X(15).
       01  WS-DRF-COUNTERS.
           05  WS-DRF-ENROLLED      PIC 9(9) VALUE 0.
           05  WS-DRF-DUE           PIC 9(9) VALUE 0.
           05  WS-DRF-SKIPPED       PIC 9(9) VALUE 0.
           05  WS-DRF-TOTAL         PIC S9(11)V99 VALUE 0.
       01  WS-DRF-EDIT-FIELDS.
           05  WS-DRF-ID-EDIT       PIC ZZZZZ9.
           05  WS-DRF-AMT-EDIT      PIC --,---,--9.99.
           05  WS-DRF-OUT-AMT       PIC -(6)9.99.
           05  WS-DRF-TOTAL-EDIT    PIC ----,---,--9.99.
           05  WS-DRF-COUNT-EDIT    PIC ZZZZZZZZ9.
           05  WS-DRF-SEQ           PIC 9(07).
      * Debit file records, 94 characters each, in the bank's PPD
      * layout: file header, one batch of debit entries (transaction
      * code 27), batch control, file control, then the last block of
      * ten filled out with all-nines records.
       01  WS-ACH-FILE-HEADER.
           05  FILLER               PIC X(01) VALUE '1'.
           05  FILLER               PIC X(02) VALUE '01'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ACH-FH-DEST          PIC X(09).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ACH-FH-ORIGIN        PIC X(09).
           05  ACH-FH-DATE          PIC X(06).
           05  ACH-FH-TIME          PIC X(04).
           05  FILLER               PIC X(01) VALUE 'A'.
           05  FILLER               PIC X(03) VALUE '094'.
           05  FILLER               PIC X(02) VALUE '10'.
           05  FILLER               PIC X(01) VALUE '1'.
           05  ACH-FH-DEST-NAME     PIC X(23).
           05  ACH-FH-ORIGIN-NAME   PIC X(23).
           05  FILLER               PIC X(08) VALUE SPACES.
       01  WS-ACH-BATCH-HEADER.
           05  FILLER               PIC X(01) VALUE '5'.
           05  FILLER               PIC X(03) VALUE '225'.
           05  ACH-BH-COMPANY-NAME  PIC X(16).
           05  FILLER               PIC X(20) VALUE SPACES.
           05  ACH-BH-COMPANY-ID    PIC X(10).
           05  FILLER               PIC X(03) VALUE 'PPD'.
           05  FILLER               PIC X(10) VALUE 'AUTOPAY'.
           05  ACH-BH-DESC-DATE     PIC X(06).
           05  ACH-BH-EFF-DATE      PIC X(06).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE '1'.
           05  ACH-BH-ODFI          PIC X(08).
           05  FILLER               PIC 9(07) VALUE 1.
       01  WS-ACH-ENTRY.
           05  FILLER               PIC X(01) VALUE '6'.
           05  FILLER               PIC X(02) VALUE '27'.
           05  ACH-EN-RDFI          PIC X(08).
           05  ACH-EN-CHECK-DIGIT   PIC X(01).
           05  ACH-EN-ACCOUNT       PIC X(17).
           05  ACH-EN-AMOUNT        PIC 9(08)V99.
           05  ACH-EN-INDIV-ID      PIC X(15).
           05  ACH-EN-INDIV-NAME    PIC X(22).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(01) VALUE '0'.
           05  ACH-EN-TRACE         PIC X(15).
       01  WS-ACH-BATCH-CONTROL.
           05  FILLER               PIC X(01) VALUE '8'.
           05  FILLER               PIC X(03) VALUE '225'.
           05  ACH-BC-COUNT         PIC 9(06).
           05  ACH-BC-HASH          PIC 9(10).
           05  ACH-BC-DEBITS        PIC 9(10)V99.
           05  ACH-BC-CREDITS       PIC 9(10)V99 VALUE 0.
           05  ACH-BC-COMPANY-ID    PIC X(10).
           05  FILLER               PIC X(25) VALUE SPACES.
           05  ACH-BC-ODFI          PIC X(08).
           05  FILLER               PIC 9(07) VALUE 1.
       01  WS-ACH-FILE-CONTROL.
           05  FILLER               PIC X(01) VALUE '9'.
           05  FILLER               PIC 9(06) VALUE 1.
           05  ACH-FC-BLOCKS        PIC 9(06).
           05  ACH-FC-COUNT         PIC 9(06).
           05  ACH-FC-HASH          PIC 9(10).
           05  ACH-FC-DEBITS        PIC 9(10)V99.
           05  ACH-FC-CREDITS       PIC 9(10)V99 VALUE 0.
           05  FILLER               PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.

      * Each cycle night, every autopay customer whose draft day falls
      * tonight is drafted for the balance they owe, less anything
      * under open dispute.  The draft day is the customer's billing
      * cycle plus their draft-day offset, wrapping past 28; on an ALL
      * night the draft day is compared with the calendar day, so
      * nobody is drafted on the 29th-31st.  Drafts go to the bank in
      * ach-debit-<run>.dat, a matching type-P payment row per draft is
      * appended to billing-input.dat for tonight's billing, and every
      * draft is logged on autopay-drafts.dat (D,ref,cust,date,amount,
      * trace) for AUTOPAY-RETURNS to match the bank's returns against.
       MAIN-PARA.
           DISPLAY "Starting AUTOPAY-DRAFT"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  "-"         DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
               INTO WS-RUN-ID
           END-STRING
           PERFORM READ-RUN-CYCLE
           IF RUN-CYCLE-ALL
               MOVE WS-RUN-DATE(7:2) TO WS-TONIGHT-DAY
           ELSE
               MOVE WS-RUN-CYCLE-NUM TO WS-TONIGHT-DAY
           END-IF
           COMPUTE WS-JULIAN-DATE = FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE))
           PERFORM READ-AUTOPAY-PARAMETERS
           PERFORM READ-OPEN-DISPUTES
           PERFORM READ-TONIGHTS-DRAFTS
           OPEN INPUT CUSTFILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "Cannot open customer master customers.idx, "
                       "status: " WS-CUST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RPTFILE
           PERFORM WRITE-REPORT-HEADER
           MOVE 'N' TO WS-CUST-EOF
           PERFORM UNTIL WS-CUST-EOF = 'Y'
               READ CUSTFILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-CUST-EOF
                   NOT AT END
                       IF CUST-AUTOPAY-ENROLLED
                           PERFORM CHECK-AUTOPAY-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTFILE
           IF WS-DRF-COUNT > 0
               PERFORM WRITE-DEBIT-FILE
               PERFORM WRITE-PAYMENT-ROWS
               PERFORM WRITE-DRAFT-LOG
           END-IF
           PERFORM WRITE-REPORT-FOOTER
           CLOSE RPTFILE
           DISPLAY "Autopay complete. Enrolled: " WS-DRF-ENROLLED
                   " Due tonight: " WS-DRF-DUE
                   " Drafted: " WS-DRF-COUNT
                   " Skipped: " WS-DRF-SKIPPED
           IF WS-DRF-TABLE-FULL = 'Y'
               MOVE 8 TO RETURN-CODE
           END-IF
           GOBACK.
           .

       READ-RUN-CYCLE.
           MOVE 'ALL' TO WS-RUN-CYCLE
           OPEN INPUT RCYCFILE
           IF WS-RCYC-STATUS = "00"
               READ RCYCFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RCYC-REC NOT = SPACES
                           MOVE FUNCTION TRIM(RCYC-REC)
                               TO WS-RUN-CYCLE
                       END-IF
               END-READ
               CLOSE RCYCFILE
           END-IF
           PERFORM EDIT-RUN-CYCLE
           DISPLAY "Autopay run cycle: " WS-RUN-CYCLE
           .

       EDIT-RUN-CYCLE.
           IF RUN-CYCLE-ALL
               CONTINUE
           ELSE
           IF FUNCTION TEST-NUMVAL(WS-RUN-CYCLE) NOT = 0
               PERFORM REJECT-RUN-CYCLE
           ELSE
               COMPUTE WS-RUN-CYCLE-NUM =
                       FUNCTION NUMVAL(WS-RUN-CYCLE)
               IF WS-RUN-CYCLE-NUM < 1 OR WS-RUN-CYCLE-NUM > 28
                   PERFORM REJECT-RUN-CYCLE
               ELSE
                   MOVE WS-RUN-CYCLE-NUM TO WS-RUN-CYCLE
               END-IF
           END-IF
           END-IF
           .

       REJECT-RUN-CYCLE.
           DISPLAY "Unusable run cycle on run-cycle.dat: "
                   WS-RUN-CYCLE " - must be ALL or 01-28"
           MOVE 8 TO RETURN-CODE
           GOBACK
           .

       READ-AUTOPAY-PARAMETERS.
           OPEN INPUT PARMFILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "No autopay parameter file - debit file carries "
                       "no originator details"
           ELSE
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
           DISPLAY "Autopay originator: " WS-AP-ORIGIN-ROUTING
                   " company: " WS-AP-COMPANY-ID
           .

       LOAD-AUTOPAY-PARAMETER.
           MOVE SPACES TO WS-PARM-NAME
           MOVE SPACES TO WS-PARM-VALUE-TXT
           UNSTRING PARM-REC DELIMITED BY ','
               INTO WS-PARM-NAME, WS-PARM-VALUE-TXT
           END-UNSTRING
           EVALUATE WS-PARM-NAME
               WHEN "ORIGIN-ROUTING"
                   IF WS-PARM-VALUE-TXT(1:9) IS NUMERIC
                       MOVE WS-PARM-VALUE-TXT TO WS-AP-ORIGIN-ROUTING
                   ELSE
                       DISPLAY "Ignoring bad autopay parameter: "
                               PARM-REC
                   END-IF
               WHEN "COMPANY-ID"
                   MOVE WS-PARM-VALUE-TXT TO WS-AP-COMPANY-ID
               WHEN "COMPANY-NAME"
                   MOVE WS-PARM-VALUE-TXT TO WS-AP-COMPANY-NAME
               WHEN "ORIGIN-NAME"
                   MOVE WS-PARM-VALUE-TXT TO WS-AP-ORIGIN-NAME
               WHEN "BANK-NAME"
                   MOVE WS-PARM-VALUE-TXT TO WS-AP-BANK-NAME
               WHEN "RETURN-LIMIT"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Ignoring unknown autopay parameter: "
                           PARM-REC
           END-EVALUATE
           .

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

       READ-TONIGHTS-DRAFTS.
           MOVE 0 TO WS-DONE-COUNT
           MOVE 'N' TO WS-LOG-EOF
           OPEN INPUT LOGFILE
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL WS-LOG-EOF = 'Y'
                   READ LOGFILE
                       AT END
                           MOVE 'Y' TO WS-LOG-EOF
                       NOT AT END
                           PERFORM LOAD-TONIGHTS-DRAFT
                   END-READ
               END-PERFORM
               CLOSE LOGFILE
           END-IF
           .

       LOAD-TONIGHTS-DRAFT.
           MOVE SPACES TO WS-LOG-FIELDS
           UNSTRING LOG-REC DELIMITED BY ','
               INTO WS-LOG-CODE, WS-LOG-REF, WS-LOG-ID-TXT,
                    WS-LOG-DATE
           END-UNSTRING
           IF WS-LOG-CODE = 'D'
              AND WS-LOG-DATE = WS-RUN-DATE
              AND WS-DONE-COUNT < 2000
               ADD 1 TO WS-DONE-COUNT
               MOVE WS-LOG-REF TO TBL-DONE-REF(WS-DONE-COUNT)
           END-IF
           .

      * The draft reference doubles as the payment reference on the
      * audit trail and as the individual ID the bank hands back on a
      * return: A + customer ID + two-digit year + day of year.
       CHECK-AUTOPAY-CUSTOMER.
           ADD 1 TO WS-DRF-ENROLLED
           MOVE 0 TO WS-CYCLE-NUM
           IF CUST-CYCLE-CODE IS NUMERIC
               MOVE CUST-CYCLE-CODE TO WS-CYCLE-NUM
           END-IF
           COMPUTE WS-DRAFT-DAY = WS-CYCLE-NUM + CUST-AUTOPAY-OFFSET
           IF WS-DRAFT-DAY > 28
               SUBTRACT 28 FROM WS-DRAFT-DAY
           END-IF
           IF WS-DRAFT-DAY = WS-TONIGHT-DAY
               ADD 1 TO WS-DRF-DUE
               MOVE SPACES TO WS-DRAFT-REF
               STRING "A"                   DELIMITED BY SIZE
                      CUST-ID               DELIMITED BY SIZE
                      WS-JULIAN-DATE(3:5)   DELIMITED BY SIZE
                   INTO WS-DRAFT-REF
               END-STRING
               PERFORM CHECK-ALREADY-DRAFTED
               PERFORM COMPUTE-DRAFT-AMOUNT
               MOVE SPACES TO WS-SKIP-REASON
               EVALUATE TRUE
                   WHEN CUST-STATUS-CLOSED
                       MOVE "CLOSED ACCOUNT"  TO WS-SKIP-REASON
                   WHEN CUST-CASH-ONLY
                       MOVE "CASH ONLY"       TO WS-SKIP-REASON
                   WHEN ALREADY-DRAFTED
                       MOVE "ALREADY DRAFTED" TO WS-SKIP-REASON
                   WHEN WS-DRAFT-AMT <= 0
                       MOVE "NOTHING DUE"     TO WS-SKIP-REASON
                   WHEN WS-DRF-COUNT >= 2000
                       MOVE "DRAFT TABLE FULL" TO WS-SKIP-REASON
                       MOVE 'Y' TO WS-DRF-TABLE-FULL
                   WHEN OTHER
                       PERFORM ADD-DRAFT-ENTRY
               END-EVALUATE
               IF WS-SKIP-REASON NOT = SPACES
                   ADD 1 TO WS-DRF-SKIPPED
                   PERFORM WRITE-SKIPPED-DETAIL
               END-IF
           END-IF
           .

       CHECK-ALREADY-DRAFTED.
           MOVE 'N' TO WS-DONE-FOUND-SW
           MOVE 1 TO WS-DONE-SUB
           PERFORM UNTIL WS-DONE-SUB > WS-DONE-COUNT
                      OR ALREADY-DRAFTED
               IF TBL-DONE-REF(WS-DONE-SUB) = WS-DRAFT-REF
                   MOVE 'Y' TO WS-DONE-FOUND-SW
               END-IF
               ADD 1 TO WS-DONE-SUB
           END-PERFORM
           .

      * Money under open dispute is not drafted.
       COMPUTE-DRAFT-AMOUNT.
           MOVE CUST-BALANCE TO WS-DRAFT-AMT
           MOVE 1 TO WS-DSP-SUB
           PERFORM UNTIL WS-DSP-SUB > WS-DSP-COUNT
               IF TBL-DSP-CUST-ID(WS-DSP-SUB) = CUST-ID
                   SUBTRACT TBL-DSP-AMOUNT(WS-DSP-SUB)
                       FROM WS-DRAFT-AMT
               END-IF
               ADD 1 TO WS-DSP-SUB
           END-PERFORM
           .

       ADD-DRAFT-ENTRY.
           ADD 1 TO WS-DRF-COUNT
           MOVE CUST-ID              TO TBL-DRF-CUST-ID(WS-DRF-COUNT)
           MOVE CUST-NAME            TO TBL-DRF-NAME(WS-DRF-COUNT)
           MOVE CUST-AUTOPAY-ROUTING TO TBL-DRF-ROUTING(WS-DRF-COUNT)
           MOVE CUST-AUTOPAY-ACCOUNT TO TBL-DRF-ACCOUNT(WS-DRF-COUNT)
           MOVE WS-DRAFT-AMT         TO TBL-DRF-AMOUNT(WS-DRF-COUNT)
           MOVE WS-DRAFT-REF         TO TBL-DRF-REF(WS-DRF-COUNT)
           MOVE WS-DRF-COUNT         TO WS-DRF-SEQ
           MOVE SPACES TO TBL-DRF-TRACE(WS-DRF-COUNT)
           STRING WS-AP-ORIGIN-ROUTING(1:8) DELIMITED BY SIZE
                  WS-DRF-SEQ                DELIMITED BY SIZE
               INTO TBL-DRF-TRACE(WS-DRF-COUNT)
           END-STRING
           ADD WS-DRAFT-AMT TO WS-DRF-TOTAL
           PERFORM WRITE-DRAFTED-DETAIL
           .

      * The debit file is named for the run so a rerun never overwrites
      * a file the bank has not yet collected.  Drafts settle the next
      * day.
       WRITE-DEBIT-FILE.
           MOVE SPACES TO WS-ACH-PATH
           STRING "data/ach-debit-" DELIMITED BY SIZE
                  WS-RUN-ID         DELIMITED BY SIZE
                  ".dat"            DELIMITED BY SIZE
               INTO WS-ACH-PATH
           END-STRING
           COMPUTE WS-EFFECTIVE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1)
           OPEN OUTPUT ACHFILE
           MOVE 0 TO WS-ACH-RECORDS
           MOVE 0 TO WS-ACH-HASH-SUM
           MOVE WS-AP-ORIGIN-ROUTING TO ACH-FH-DEST
           MOVE WS-AP-ORIGIN-ROUTING TO ACH-FH-ORIGIN
           MOVE WS-RUN-DATE(3:6)     TO ACH-FH-DATE
           MOVE WS-RUN-TIME(1:4)     TO ACH-FH-TIME
           MOVE WS-AP-BANK-NAME      TO ACH-FH-DEST-NAME
           MOVE WS-AP-ORIGIN-NAME    TO ACH-FH-ORIGIN-NAME
           MOVE WS-ACH-FILE-HEADER TO ACH-REC
           PERFORM WRITE-ACH-RECORD
           MOVE WS-AP-COMPANY-NAME   TO ACH-BH-COMPANY-NAME
           MOVE WS-AP-COMPANY-ID     TO ACH-BH-COMPANY-ID
           MOVE WS-RUN-DATE(3:6)     TO ACH-BH-DESC-DATE
           MOVE WS-EFFECTIVE-DATE(3:6) TO ACH-BH-EFF-DATE
           MOVE WS-AP-ORIGIN-ROUTING(1:8) TO ACH-BH-ODFI
           MOVE WS-ACH-BATCH-HEADER TO ACH-REC
           PERFORM WRITE-ACH-RECORD
           MOVE 1 TO WS-DRF-SUB
           PERFORM UNTIL WS-DRF-SUB > WS-DRF-COUNT
               PERFORM WRITE-ACH-ENTRY
               ADD 1 TO WS-DRF-SUB
           END-PERFORM
           MOVE WS-DRF-COUNT         TO ACH-BC-COUNT
           MOVE WS-ACH-HASH-SUM      TO ACH-BC-HASH
           MOVE WS-DRF-TOTAL         TO ACH-BC-DEBITS
           MOVE WS-AP-COMPANY-ID     TO ACH-BC-COMPANY-ID
           MOVE WS-AP-ORIGIN-ROUTING(1:8) TO ACH-BC-ODFI
           MOVE WS-ACH-BATCH-CONTROL TO ACH-REC
           PERFORM WRITE-ACH-RECORD
           COMPUTE WS-ACH-BLOCKS = (WS-ACH-RECORDS + 10) / 10
           MOVE WS-ACH-BLOCKS        TO ACH-FC-BLOCKS
           MOVE WS-DRF-COUNT         TO ACH-FC-COUNT
           MOVE WS-ACH-HASH-SUM      TO ACH-FC-HASH
           MOVE WS-DRF-TOTAL         TO ACH-FC-DEBITS
           MOVE WS-ACH-FILE-CONTROL TO ACH-REC
           PERFORM WRITE-ACH-RECORD
           PERFORM UNTIL WS-ACH-RECORDS >= WS-ACH-BLOCKS * 10
               MOVE ALL "9" TO ACH-REC
               PERFORM WRITE-ACH-RECORD
           END-PERFORM
           CLOSE ACHFILE
           DISPLAY "Debit file written: " WS-ACH-PATH
           .

       WRITE-ACH-ENTRY.
           MOVE TBL-DRF-ROUTING(WS-DRF-SUB)(1:8) TO ACH-EN-RDFI
           MOVE TBL-DRF-ROUTING(WS-DRF-SUB)(9:1) TO ACH-EN-CHECK-DIGIT
           MOVE TBL-DRF-ACCOUNT(WS-DRF-SUB)      TO ACH-EN-ACCOUNT
           MOVE TBL-DRF-AMOUNT(WS-DRF-SUB)       TO ACH-EN-AMOUNT
           MOVE TBL-DRF-REF(WS-DRF-SUB)          TO ACH-EN-INDIV-ID
           MOVE TBL-DRF-NAME(WS-DRF-SUB)         TO ACH-EN-INDIV-NAME
           MOVE TBL-DRF-TRACE(WS-DRF-SUB)        TO ACH-EN-TRACE
           COMPUTE WS-ACH-HASH-SUM = WS-ACH-HASH-SUM
                 + FUNCTION NUMVAL(TBL-DRF-ROUTING(WS-DRF-SUB)(1:8))
           MOVE WS-ACH-ENTRY TO ACH-REC
           PERFORM WRITE-ACH-RECORD
           .

       WRITE-ACH-RECORD.
           WRITE ACH-REC
           ADD 1 TO WS-ACH-RECORDS
           .

      * Each draft posts tonight as an ordinary payment under its draft
      * reference; a draft the bank sends back comes in later through
      * AUTOPAY-RETURNS as a returned item against the same reference.
       WRITE-PAYMENT-ROWS.
           OPEN EXTEND BILLFILE
           IF WS-BILL-STATUS = "35"
               OPEN OUTPUT BILLFILE
           END-IF
           MOVE 1 TO WS-DRF-SUB
           PERFORM UNTIL WS-DRF-SUB > WS-DRF-COUNT
               MOVE TBL-DRF-AMOUNT(WS-DRF-SUB) TO WS-DRF-OUT-AMT
               MOVE SPACES TO BILL-REC
               STRING TBL-DRF-CUST-ID(WS-DRF-SUB) DELIMITED BY SIZE
                      ','                         DELIMITED BY SIZE
                      TBL-DRF-REF(WS-DRF-SUB)     DELIMITED BY SIZE
                      ','                         DELIMITED BY SIZE
                      WS-RUN-DATE                 DELIMITED BY SIZE
                      ",P,"                       DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DRF-OUT-AMT)
                                                  DELIMITED BY SIZE
                   INTO BILL-REC
               END-STRING
               WRITE BILL-REC
               ADD 1 TO WS-DRF-SUB
           END-PERFORM
           CLOSE BILLFILE
           .

       WRITE-DRAFT-LOG.
           OPEN EXTEND LOGFILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOGFILE
           END-IF
           MOVE 1 TO WS-DRF-SUB
           PERFORM UNTIL WS-DRF-SUB > WS-DRF-COUNT
               MOVE TBL-DRF-AMOUNT(WS-DRF-SUB) TO WS-DRF-OUT-AMT
               MOVE SPACES TO LOG-REC
               STRING "D,"                        DELIMITED BY SIZE
                      TBL-DRF-REF(WS-DRF-SUB)     DELIMITED BY SIZE
                      ','                         DELIMITED BY SIZE
                      TBL-DRF-CUST-ID(WS-DRF-SUB) DELIMITED BY SIZE
                      ','                         DELIMITED BY SIZE
                      WS-RUN-DATE                 DELIMITED BY SIZE
                      ','                         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DRF-OUT-AMT)
                                                  DELIMITED BY SIZE
                      ','                         DELIMITED BY SIZE
                      TBL-DRF-TRACE(WS-DRF-SUB)   DELIMITED BY SIZE
                   INTO LOG-REC
               END-STRING
               WRITE LOG-REC
               ADD 1 TO WS-DRF-SUB
           END-PERFORM
           CLOSE LOGFILE
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-REC
           STRING "AUTOPAY DRAFT REPORT  RUN: " DELIMITED BY SIZE
                  WS-RUN-ID                     DELIMITED BY SIZE
                  "  CYCLE: "                   DELIMITED BY SIZE
                  WS-RUN-CYCLE                  DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "CUST-ID  NAME                        AMOUNT  "
                  "REFERENCE     ROUTING    ACCOUNT            NOTE"
                                          DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           .

       WRITE-DRAFTED-DETAIL.
           MOVE WS-DRAFT-AMT TO WS-DRF-AMT-EDIT
           MOVE "DRAFTED" TO WS-SKIP-REASON
           PERFORM WRITE-REPORT-DETAIL
           MOVE SPACES TO WS-SKIP-REASON
           .

       WRITE-SKIPPED-DETAIL.
           MOVE WS-DRAFT-AMT TO WS-DRF-AMT-EDIT
           PERFORM WRITE-REPORT-DETAIL
           .

      * Only the last four digits of the bank account are printed.
       WRITE-REPORT-DETAIL.
           MOVE CUST-ID TO WS-DRF-ID-EDIT
           MOVE SPACES TO WS-ACCT-MASK
           MOVE 0 TO WS-ACCT-LEN
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
           MOVE SPACES TO RPT-REC
           STRING WS-DRF-ID-EDIT       DELIMITED BY SIZE
                  "   "                DELIMITED BY SIZE
                  CUST-NAME            DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-DRF-AMT-EDIT      DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-DRAFT-REF         DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  CUST-AUTOPAY-ROUTING DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-ACCT-MASK         DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  WS-SKIP-REASON       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           .

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE WS-DRF-ENROLLED TO WS-DRF-COUNT-EDIT
           MOVE SPACES TO RPT-REC
           STRING "CUSTOMERS ENROLLED:  " DELIMITED BY SIZE
                  WS-DRF-COUNT-EDIT       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-DRF-DUE TO WS-DRF-COUNT-EDIT
           MOVE SPACES TO RPT-REC
           STRING "DUE TONIGHT:         " DELIMITED BY SIZE
                  WS-DRF-COUNT-EDIT       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-DRF-COUNT TO WS-DRF-COUNT-EDIT
           MOVE SPACES TO RPT-REC
           STRING "DRAFTS SENT:         " DELIMITED BY SIZE
                  WS-DRF-COUNT-EDIT       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-DRF-SKIPPED TO WS-DRF-COUNT-EDIT
           MOVE SPACES TO RPT-REC
           STRING "SKIPPED:             " DELIMITED BY SIZE
                  WS-DRF-COUNT-EDIT       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-DRF-TOTAL TO WS-DRF-TOTAL-EDIT
           MOVE SPACES TO RPT-REC
           STRING "TOTAL DRAFTED:       " DELIMITED BY SIZE
                  WS-DRF-TOTAL-EDIT       DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF WS-DRF-COUNT > 0
               MOVE SPACES TO RPT-REC
               STRING "DEBIT FILE: "      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ACH-PATH)
                                          DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF
           .
