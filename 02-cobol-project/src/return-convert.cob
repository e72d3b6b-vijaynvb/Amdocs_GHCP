       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RETURN-CONVERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RTNFILE    ASSIGN TO "data/returned-items.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
           SELECT CUSTFILE   ASSIGN TO "data/customers.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT BILLFILE   ASSIGN TO "data/billing-input.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.
           SELECT SUSPFILE   ASSIGN TO "data/return-suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT RPTFILE    ASSIGN TO
                   "data/return-suspense-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * The bank's returned-item layout follows the lockbox remittance
      * layout: account in columns 1-6, the reference of the returned
      * check in 7-18, return date YYYYMMDD in 19-26 and the amount in
      * 27-37 with two implied decimal places.
       FD  RTNFILE.
       01  RTN-REC.
           05  RTN-ACCOUNT      PIC X(06).
           05  RTN-REF          PIC X(12).
           05  RTN-DATE         PIC X(08).
           05  RTN-AMOUNT-X     PIC X(11).
           05  RTN-AMOUNT REDEFINES RTN-AMOUNT-X
                                PIC 9(9)V99.
       FD  CUSTFILE.
       COPY "src/copybooks/CUSTOMER-RECORD.cbk".
       FD  BILLFILE.
       01  BILL-REC         PIC X(200).
       FD  SUSPFILE.
       01  SUSP-REC         PIC X(200).
       FD  RPTFILE.
       01  RPT-REC          PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-RTN-STATUS    PIC X(02).
       77  WS-CUST-STATUS   PIC X(02).
       77  WS-BILL-STATUS   PIC X(02).
       77  WS-SUSP-STATUS   PIC X(02).
       77  WS-RTN-EOF       PIC X VALUE 'N'.
       77  WS-RUN-DATE      PIC 9(8).
       77  WS-RUN-TIME      PIC 9(8).
       77  WS-RUN-ID        PIC X(17).
       77  WS-SUSP-REASON   PIC X(40).
       77  WS-CUST-FOUND-SW PIC X VALUE 'N'.
           88  CUST-FOUND           VALUE 'Y'.
           88  CUST-NOT-FOUND       VALUE 'N'.
       01  WS-RTN-COUNTERS.
           05  WS-RTN-READ      PIC 9(9) VALUE 0.
           05  WS-RTN-MATCHED   PIC 9(9) VALUE 0.
           05  WS-RTN-SUSPENSE  PIC 9(9) VALUE 0.
           05  WS-RTN-MATCH-AMT PIC S9(11)V99 VALUE 0.
           05  WS-RTN-SUSP-AMT  PIC S9(11)V99 VALUE 0.
       01  WS-RTN-EDIT-FIELDS.
           05  WS-RTN-AMT-EDIT  PIC -(6)9.99.
           05  WS-RTN-AMT-RPT   PIC --,---,--9.99.
           05  WS-RTN-COUNT-EDIT PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PARA.
           DISPLAY "Starting RETURN-CONVERT"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  "-"         DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
               INTO WS-RUN-ID
           END-STRING
           OPEN INPUT RTNFILE
           IF WS-RTN-STATUS NOT = "00"
               DISPLAY "No returned-item file on file - nothing to do, "
                       "status: " WS-RTN-STATUS
               GOBACK
           END-IF
           OPEN INPUT CUSTFILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "Cannot open customer master customers.idx, "
                       "status: " WS-CUST-STATUS
                       " - run CUSTOMER-CONVERT first"
               CLOSE RTNFILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND BILLFILE
           IF WS-BILL-STATUS = "35"
               OPEN OUTPUT BILLFILE
           END-IF
           OPEN EXTEND SUSPFILE
           IF WS-SUSP-STATUS = "35"
               OPEN OUTPUT SUSPFILE
           END-IF
           OPEN OUTPUT RPTFILE
           PERFORM WRITE-REPORT-HEADER
           MOVE 'N' TO WS-RTN-EOF
           PERFORM UNTIL WS-RTN-EOF = 'Y'
               READ RTNFILE
                   AT END
                       MOVE 'Y' TO WS-RTN-EOF
                   NOT AT END
                       ADD 1 TO WS-RTN-READ
                       PERFORM CONVERT-RETURNED-ITEM
               END-READ
           END-PERFORM
           PERFORM WRITE-REPORT-FOOTER
           CLOSE RTNFILE
           CLOSE CUSTFILE
           CLOSE BILLFILE
           CLOSE SUSPFILE
           CLOSE RPTFILE
           DISPLAY "Returned-item conversion complete. Read: "
                   WS-RTN-READ
                   " Matched: " WS-RTN-MATCHED
                   " Suspense: " WS-RTN-SUSPENSE
           IF WS-RTN-SUSPENSE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
           .

       CONVERT-RETURNED-ITEM.
           DISPLAY "Processing returned item: " RTN-REC
           MOVE SPACES TO WS-SUSP-REASON
           EVALUATE TRUE
               WHEN FUNCTION TEST-NUMVAL(RTN-ACCOUNT) NOT = 0
                   MOVE "Account number not numeric"
                       TO WS-SUSP-REASON
               WHEN FUNCTION NUMVAL(RTN-ACCOUNT) = 0
                   MOVE "Zero account number" TO WS-SUSP-REASON
               WHEN RTN-REF = SPACES
                   MOVE "Missing returned check reference"
                       TO WS-SUSP-REASON
               WHEN FUNCTION TEST-NUMVAL(RTN-DATE) NOT = 0
                   MOVE "Invalid return date" TO WS-SUSP-REASON
               WHEN RTN-AMOUNT-X NOT NUMERIC
                   MOVE "Amount not numeric" TO WS-SUSP-REASON
               WHEN RTN-AMOUNT = 0
                   MOVE "Zero returned amount" TO WS-SUSP-REASON
               WHEN OTHER
                   PERFORM MATCH-CUSTOMER
                   IF CUST-NOT-FOUND
                       MOVE "No matching customer master record"
                           TO WS-SUSP-REASON
                   END-IF
           END-EVALUATE
           IF WS-SUSP-REASON = SPACES
               PERFORM WRITE-MATCHED-ITEM
           ELSE
               PERFORM WRITE-SUSPENSE-ITEM
           END-IF
           .

       MATCH-CUSTOMER.
           SET CUST-NOT-FOUND TO TRUE
           COMPUTE CUST-ID = FUNCTION NUMVAL(RTN-ACCOUNT)
           READ CUSTFILE
               INVALID KEY
                   DISPLAY "No customer master match for: " CUST-ID
               NOT INVALID KEY
                   SET CUST-FOUND TO TRUE
           END-READ
           .

      * Matched items land on billing-input.dat as
      * CUST-ID,ref,date,N,amount under the reference of the returned
      * check.  CUSTOMER-BILLING finds the original payment on the
      * audit trail by that reference; whether the payment exists and
      * matches is decided there, not here.
       WRITE-MATCHED-ITEM.
           ADD 1 TO WS-RTN-MATCHED
           ADD RTN-AMOUNT TO WS-RTN-MATCH-AMT
           MOVE RTN-AMOUNT TO WS-RTN-AMT-EDIT
           MOVE SPACES TO BILL-REC
           STRING CUST-ID          DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  FUNCTION TRIM(RTN-REF)
                                   DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  RTN-DATE         DELIMITED BY SIZE
                  ",N,"            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RTN-AMT-EDIT)
                                   DELIMITED BY SIZE
               INTO BILL-REC
           END-STRING
           WRITE BILL-REC
           DISPLAY "Matched returned item for customer: " CUST-ID
                   " amount: " RTN-AMOUNT
           .

       WRITE-SUSPENSE-ITEM.
           ADD 1 TO WS-RTN-SUSPENSE
           IF RTN-AMOUNT-X NUMERIC
               ADD RTN-AMOUNT TO WS-RTN-SUSP-AMT
           END-IF
           MOVE SPACES TO SUSP-REC
           STRING "RUN="       DELIMITED BY SIZE
                  WS-RUN-ID    DELIMITED BY SIZE
                  " REASON="   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUSP-REASON)
                               DELIMITED BY SIZE
                  " ITEM="     DELIMITED BY SIZE
                  FUNCTION TRIM(RTN-REC)
                               DELIMITED BY SIZE
               INTO SUSP-REC
               ON OVERFLOW
                   DISPLAY "WRITE-SUSPENSE-ITEM: record truncated"
           END-STRING
           WRITE SUSP-REC
           PERFORM WRITE-REPORT-DETAIL
           DISPLAY "Suspense: " WS-SUSP-REASON " for item: " RTN-REC
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-REC
           STRING "RETURNED ITEM SUSPENSE REPORT  RUN: "
                                               DELIMITED BY SIZE
                  WS-RUN-ID                    DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "REASON                                    ITEM"
                                          DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           .

       WRITE-REPORT-DETAIL.
           MOVE SPACES TO RPT-REC
           STRING WS-SUSP-REASON DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  FUNCTION TRIM(RTN-REC)
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
           STRING "ITEMS MATCHED:     " DELIMITED BY SIZE
                  WS-RTN-COUNT-EDIT    DELIMITED BY SIZE
                  "  AMOUNT: "         DELIMITED BY SIZE
                  WS-RTN-AMT-RPT       DELIMITED BY SIZE
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
