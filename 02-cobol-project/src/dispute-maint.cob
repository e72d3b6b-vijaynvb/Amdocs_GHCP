       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DISPUTE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRNFILE    ASSIGN TO "data/dispute-trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT DISPFILE   ASSIGN TO "data/disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.
           SELECT CUSTFILE   ASSIGN TO "data/customers.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT AUDFILE    ASSIGN TO "data/audit-trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT BILLFILE   ASSIGN TO "data/billing-input.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.
           SELECT RPTFILE    ASSIGN TO "data/open-disputes-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRNFILE.
       01  TRN-REC          PIC X(80).
       FD  DISPFILE.
       01  DISP-REC         PIC X(120).
       FD  CUSTFILE.
       COPY "src/copybooks/CUSTOMER-RECORD.cbk".
       FD  AUDFILE.
       01  AUD-REC          PIC X(250).
       FD  BILLFILE.
       01  BILL-REC         PIC X(200).
       FD  RPTFILE.
       01  RPT-REC          PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-TRN-STATUS    PIC X(02).
       77  WS-DISP-STATUS   PIC X(02).
       77  WS-CUST-STATUS   PIC X(02).
       77  WS-AUD-STATUS    PIC X(02).
       77  WS-BILL-STATUS   PIC X(02).
       77  WS-TRN-EOF       PIC X VALUE 'N'.
       77  WS-DISP-EOF      PIC X VALUE 'N'.
       77  WS-AUD-EOF       PIC X VALUE 'N'.
       77  WS-RUN-DATE      PIC 9(8).
       77  WS-RUN-TIME      PIC 9(8).
       77  WS-RUN-ID        PIC X(17).
       77  WS-TODAY-INT     PIC S9(9) VALUE 0.
       77  WS-DISP-SUB      PIC 9(4) COMP VALUE 0.
       77  WS-DISP-COUNT    PIC 9(4) COMP VALUE 0.
       77  WS-DISP-FOUND-SUB PIC 9(4) COMP VALUE 0.
       77  WS-DISP-TABLE-FULL PIC X VALUE 'N'.
       77  WS-RPT-SECTION-COUNT PIC 9(4) COMP VALUE 0.
       77  WS-REJ-REASON    PIC X(30).
       77  WS-CHARGE-AMT    PIC S9(7)V99 VALUE 0.
       77  WS-DISPUTE-AMT   PIC S9(7)V99 VALUE 0.
       77  WS-AGE-DAYS      PIC S9(5) VALUE 0.
       01  WS-TRN-FIELDS.
           05  WS-TRN-ACTION        PIC X(01).
               88  TRN-ACTION-OPEN          VALUE 'O'.
               88  TRN-ACTION-RESOLVE       VALUE 'R'.
           05  WS-TRN-ID-TXT        PIC X(10).
           05  WS-TRN-CUST-ID       PIC 9(6) VALUE 0.
           05  WS-TRN-REF           PIC X(12).
           05  WS-TRN-FIELD-4       PIC X(14).
           05  WS-TRN-REASON        PIC X(30).
       01  WS-DSP-FIELDS.
           05  WS-DSP-ID-TXT        PIC X(10).
           05  WS-DSP-REF-TXT       PIC X(12).
           05  WS-DSP-AMT-TXT       PIC X(14).
           05  WS-DSP-OPENED-TXT    PIC X(10).
           05  WS-DSP-CODE          PIC X(01).
           05  WS-DSP-RESOLVED-TXT  PIC X(10).
           05  WS-DSP-REASON-TXT    PIC X(30).
      * One entry per line on disputes.dat, held in file order.  Open
      * and resolved disputes stay on the file so the history of every
      * disputed item can be answered from it.
       01  WS-DISP-TABLE.
           05  WS-DISP-ENTRY OCCURS 500 TIMES.
               10  TBL-DISP-RAW         PIC X(120).
               10  TBL-DISP-CUST-ID     PIC 9(6).
               10  TBL-DISP-REF         PIC X(12).
               10  TBL-DISP-AMOUNT      PIC S9(7)V99.
               10  TBL-DISP-OPENED      PIC 9(8).
               10  TBL-DISP-STATUS      PIC X(01).
                   88  TBL-DISP-OPEN            VALUE 'O'.
                   88  TBL-DISP-RELEASED        VALUE 'L'.
                   88  TBL-DISP-CREDITED        VALUE 'C'.
               10  TBL-DISP-RESOLVED    PIC X(08).
               10  TBL-DISP-REASON      PIC X(30).
               10  TBL-DISP-ACTIVITY    PIC X(01).
                   88  TBL-DISP-OPENED-NOW      VALUE 'O'.
                   88  TBL-DISP-RESOLVED-NOW    VALUE 'R'.
                   88  TBL-DISP-NO-ACTIVITY     VALUE ' '.
               10  TBL-DISP-VALID-SW    PIC X(01).
                   88  TBL-DISP-VALID           VALUE 'Y'.
                   88  TBL-DISP-UNUSABLE        VALUE 'N'.
       01  WS-AUD-ENTRY-FIELDS.
           05  WS-ENT-CUST-ID       PIC 9(6) VALUE 0.
           05  WS-ENT-REF           PIC X(12).
           05  WS-ENT-TYPE          PIC X(01).
           05  WS-ENT-AMOUNT        PIC S9(7)V99 VALUE 0.
       01  WS-PARSE-PARTS.
           05  WS-PART-ONE      PIC X(250).
           05  WS-PART-TWO      PIC X(250).
           05  WS-PART-TOKEN    PIC X(20).
       01  WS-DSP-COUNTERS.
           05  WS-DSP-TRN-READ      PIC 9(9) VALUE 0.
           05  WS-DSP-OPENED        PIC 9(9) VALUE 0.
           05  WS-DSP-RELEASED      PIC 9(9) VALUE 0.
           05  WS-DSP-CREDITED      PIC 9(9) VALUE 0.
           05  WS-DSP-REJECTED      PIC 9(9) VALUE 0.
           05  WS-DSP-OPEN-COUNT    PIC 9(9) VALUE 0.
           05  WS-DSP-OPEN-AMT      PIC S9(11)V99 VALUE 0.
           05  WS-DSP-CREDIT-AMT    PIC S9(11)V99 VALUE 0.
       01  WS-DSP-EDIT-FIELDS.
           05  WS-DSP-ID-EDIT       PIC ZZZZZ9.
           05  WS-DSP-AMT-EDIT      PIC --,---,--9.99.
           05  WS-DSP-TOTAL-EDIT    PIC ----,---,--9.99.
           05  WS-DSP-AGE-EDIT      PIC ZZZZ9.
           05  WS-DSP-OUT-AMT       PIC -(6)9.99.
           05  WS-DSP-COUNT-EDIT    PIC ZZZZZZZZ9.
           05  WS-DSP-NAME          PIC X(20).
           05  WS-DSP-NOTE          PIC X(10).

       PROCEDURE DIVISION.

      * Customer service keys dispute transactions on dispute-trans.dat
      * ahead of the nightly run:
      *   O,cust-id,ref,amount,reason   open a dispute on a charge
      *   R,cust-id,ref,L               resolve - release the item
      *   R,cust-id,ref,C               resolve - credit the item
      * A blank amount on an open disputes the whole charge.  A credit
      * resolution is written to billing-input.dat as a type-M credit
      * memo against the disputed reference, so it posts, audits and
      * journals the same night like any other credit memo.  The
      * transaction file is emptied once worked; the report lists what
      * became of every line.
       MAIN-PARA.
           DISPLAY "Starting DISPUTE-MAINT"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  "-"         DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
               INTO WS-RUN-ID
           END-STRING
           COMPUTE WS-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           OPEN INPUT CUSTFILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "Cannot open customer master customers.idx, "
                       "status: " WS-CUST-STATUS
                       " - run CUSTOMER-CONVERT first"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-DISPUTE-FILE
      * Rewriting a truncated table would silently drop every dispute
      * past the limit, so an overflow leaves both files as they were.
           IF WS-DISP-TABLE-FULL = 'Y'
               DISPLAY "Dispute table full at 500 entries - "
                       "dispute file left unchanged"
               CLOSE CUSTFILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT RPTFILE
           PERFORM WRITE-REPORT-HEADER
           OPEN INPUT TRNFILE
           IF WS-TRN-STATUS NOT = "00"
               DISPLAY "No dispute transaction file - open disputes "
                       "reported only"
           ELSE
               OPEN EXTEND BILLFILE
               IF WS-BILL-STATUS = "35"
                   OPEN OUTPUT BILLFILE
               END-IF
               MOVE 'N' TO WS-TRN-EOF
               PERFORM UNTIL WS-TRN-EOF = 'Y'
                   READ TRNFILE
                       AT END
                           MOVE 'Y' TO WS-TRN-EOF
                       NOT AT END
                           IF TRN-REC NOT = SPACES
                               ADD 1 TO WS-DSP-TRN-READ
                               PERFORM APPLY-DISPUTE-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRNFILE
               CLOSE BILLFILE
               PERFORM REWRITE-DISPUTE-FILE
               OPEN OUTPUT TRNFILE
               CLOSE TRNFILE
           END-IF
           PERFORM WRITE-OPEN-SECTION
           PERFORM WRITE-RESOLVED-SECTION
           PERFORM WRITE-REPORT-FOOTER
           CLOSE RPTFILE
           CLOSE CUSTFILE
           DISPLAY "Dispute maintenance complete. Transactions: "
                   WS-DSP-TRN-READ
                   " Opened: " WS-DSP-OPENED
                   " Released: " WS-DSP-RELEASED
                   " Credited: " WS-DSP-CREDITED
                   " Rejected: " WS-DSP-REJECTED
           DISPLAY "Open disputes: " WS-DSP-OPEN-COUNT
                   " Amount: " WS-DSP-OPEN-AMT
           IF WS-DSP-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
           .

       READ-DISPUTE-FILE.
           OPEN INPUT DISPFILE
           IF WS-DISP-STATUS = "35"
               DISPLAY "No dispute file on file - starting a new one"
           ELSE
               MOVE 'N' TO WS-DISP-EOF
               PERFORM UNTIL WS-DISP-EOF = 'Y'
                   READ DISPFILE
                       AT END
                           MOVE 'Y' TO WS-DISP-EOF
                       NOT AT END
                           IF DISP-REC NOT = SPACES
                               PERFORM LOAD-DISPUTE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPFILE
           END-IF
           .

      * Dispute record:
      *   cust,ref,amount,opened,status,resolved,reason
      * with status O open, L released or C credited.  A line that
      * cannot be read is carried back out exactly as it was.
       LOAD-DISPUTE-ENTRY.
           IF WS-DISP-COUNT >= 500
               MOVE 'Y' TO WS-DISP-TABLE-FULL
           ELSE
               ADD 1 TO WS-DISP-COUNT
               MOVE WS-DISP-COUNT TO WS-DISP-SUB
               MOVE DISP-REC TO TBL-DISP-RAW(WS-DISP-SUB)
               MOVE ' ' TO TBL-DISP-ACTIVITY(WS-DISP-SUB)
               MOVE SPACES TO WS-DSP-FIELDS
               UNSTRING DISP-REC DELIMITED BY ','
                   INTO WS-DSP-ID-TXT, WS-DSP-REF-TXT,
                        WS-DSP-AMT-TXT, WS-DSP-OPENED-TXT,
                        WS-DSP-CODE, WS-DSP-RESOLVED-TXT,
                        WS-DSP-REASON-TXT
               END-UNSTRING
               IF FUNCTION TEST-NUMVAL(WS-DSP-ID-TXT) NOT = 0
                  OR FUNCTION TEST-NUMVAL-C(WS-DSP-AMT-TXT) NOT = 0
                  OR FUNCTION TEST-NUMVAL(WS-DSP-OPENED-TXT) NOT = 0
                  OR (WS-DSP-CODE NOT = 'O' AND WS-DSP-CODE NOT = 'L'
                      AND WS-DSP-CODE NOT = 'C')
                   MOVE 'N' TO TBL-DISP-VALID-SW(WS-DISP-SUB)
                   DISPLAY "Unreadable dispute record carried: "
                           DISP-REC
               ELSE
                   MOVE 'Y' TO TBL-DISP-VALID-SW(WS-DISP-SUB)
                   COMPUTE TBL-DISP-CUST-ID(WS-DISP-SUB) =
                           FUNCTION NUMVAL(WS-DSP-ID-TXT)
                   MOVE WS-DSP-REF-TXT TO TBL-DISP-REF(WS-DISP-SUB)
                   COMPUTE TBL-DISP-AMOUNT(WS-DISP-SUB) =
                           FUNCTION NUMVAL-C(WS-DSP-AMT-TXT)
                   COMPUTE TBL-DISP-OPENED(WS-DISP-SUB) =
                           FUNCTION NUMVAL(WS-DSP-OPENED-TXT)
                   MOVE WS-DSP-CODE TO TBL-DISP-STATUS(WS-DISP-SUB)
                   MOVE WS-DSP-RESOLVED-TXT
                       TO TBL-DISP-RESOLVED(WS-DISP-SUB)
                   MOVE WS-DSP-REASON-TXT
                       TO TBL-DISP-REASON(WS-DISP-SUB)
               END-IF
           END-IF
           .

       APPLY-DISPUTE-TRANSACTION.
           DISPLAY "Processing dispute transaction: " TRN-REC
           MOVE SPACES TO WS-REJ-REASON
           MOVE SPACES TO WS-TRN-FIELDS
           UNSTRING TRN-REC DELIMITED BY ','
               INTO WS-TRN-ACTION, WS-TRN-ID-TXT, WS-TRN-REF,
                    WS-TRN-FIELD-4, WS-TRN-REASON
           END-UNSTRING
           MOVE 0 TO WS-TRN-CUST-ID
           EVALUATE TRUE
               WHEN FUNCTION TEST-NUMVAL(WS-TRN-ID-TXT) NOT = 0
                   MOVE "Bad customer ID" TO WS-REJ-REASON
               WHEN WS-TRN-REF = SPACES
                   MOVE "No transaction reference" TO WS-REJ-REASON
               WHEN OTHER
                   COMPUTE WS-TRN-CUST-ID =
                           FUNCTION NUMVAL(WS-TRN-ID-TXT)
                   PERFORM FIND-OPEN-DISPUTE
           END-EVALUATE
           IF WS-REJ-REASON = SPACES
               EVALUATE TRUE
                   WHEN TRN-ACTION-OPEN
                       PERFORM OPEN-DISPUTE
                   WHEN TRN-ACTION-RESOLVE
                       PERFORM RESOLVE-DISPUTE
                   WHEN OTHER
                       MOVE "Invalid dispute action code"
                           TO WS-REJ-REASON
               END-EVALUATE
           END-IF
           IF WS-REJ-REASON NOT = SPACES
               PERFORM REJECT-DISPUTE-TRANSACTION
           END-IF
           .

       FIND-OPEN-DISPUTE.
           MOVE 0 TO WS-DISP-FOUND-SUB
           MOVE 0 TO WS-DISP-SUB
           PERFORM UNTIL WS-DISP-SUB >= WS-DISP-COUNT
                      OR WS-DISP-FOUND-SUB > 0
               ADD 1 TO WS-DISP-SUB
               IF TBL-DISP-VALID(WS-DISP-SUB)
                  AND TBL-DISP-OPEN(WS-DISP-SUB)
                  AND TBL-DISP-CUST-ID(WS-DISP-SUB) = WS-TRN-CUST-ID
                  AND TBL-DISP-REF(WS-DISP-SUB) = WS-TRN-REF
                   MOVE WS-DISP-SUB TO WS-DISP-FOUND-SUB
               END-IF
           END-PERFORM
           .

      * Only a charge that is on the current audit trail can be
      * disputed, and never for more than it still stands at after any
      * rerate or reversal under the same reference.  Anything older
      * has been carried forward by AUDIT-ARCHIVE and is handled by a
      * manual adjustment instead.
       OPEN-DISPUTE.
           MOVE WS-TRN-CUST-ID TO CUST-ID
           READ CUSTFILE
               INVALID KEY
                   MOVE "No matching customer master record"
                       TO WS-REJ-REASON
           END-READ
           EVALUATE TRUE
               WHEN WS-REJ-REASON NOT = SPACES
                   CONTINUE
               WHEN WS-DISP-FOUND-SUB > 0
                   MOVE "Dispute already open for item"
                       TO WS-REJ-REASON
               WHEN WS-TRN-FIELD-4 NOT = SPACES
                AND FUNCTION TEST-NUMVAL-C(WS-TRN-FIELD-4) NOT = 0
                   MOVE "Bad disputed amount" TO WS-REJ-REASON
               WHEN WS-DISP-COUNT >= 500
                   MOVE "Dispute table full" TO WS-REJ-REASON
               WHEN OTHER
                   PERFORM FIND-DISPUTED-CHARGE
                   IF WS-CHARGE-AMT NOT > 0
                       MOVE "Charge not found on audit trail"
                           TO WS-REJ-REASON
                   ELSE
                       IF WS-TRN-FIELD-4 = SPACES
                           MOVE WS-CHARGE-AMT TO WS-DISPUTE-AMT
                       ELSE
                           COMPUTE WS-DISPUTE-AMT =
                                   FUNCTION NUMVAL-C(WS-TRN-FIELD-4)
                       END-IF
                       IF WS-DISPUTE-AMT NOT > 0
                          OR WS-DISPUTE-AMT > WS-CHARGE-AMT
                           MOVE "Disputed amount not within charge"
                               TO WS-REJ-REASON
                       ELSE
                           PERFORM ADD-DISPUTE-ENTRY
                       END-IF
                   END-IF
           END-EVALUATE
           .

       FIND-DISPUTED-CHARGE.
           MOVE 0 TO WS-CHARGE-AMT
           MOVE 'N' TO WS-AUD-EOF
           OPEN INPUT AUDFILE
           IF WS-AUD-STATUS = "00"
               PERFORM UNTIL WS-AUD-EOF = 'Y'
                   READ AUDFILE
                       AT END
                           MOVE 'Y' TO WS-AUD-EOF
                       NOT AT END
                           PERFORM CHECK-CHARGE-AUDIT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE AUDFILE
           END-IF
           .

       CHECK-CHARGE-AUDIT-ENTRY.
           PERFORM PARSE-DISPUTE-AUDIT-ENTRY
           IF WS-ENT-CUST-ID = WS-TRN-CUST-ID
              AND WS-ENT-REF = WS-TRN-REF
              AND (WS-ENT-TYPE = 'C' OR WS-ENT-TYPE = 'A'
                   OR WS-ENT-TYPE = 'R')
               ADD WS-ENT-AMOUNT TO WS-CHARGE-AMT
           END-IF
           .

       PARSE-DISPUTE-AUDIT-ENTRY.
           MOVE SPACES TO WS-ENT-REF
           MOVE SPACES TO WS-ENT-TYPE
           MOVE 0 TO WS-ENT-CUST-ID
           MOVE 0 TO WS-ENT-AMOUNT
           IF AUD-REC(1:4) NOT = "RUN="
               CONTINUE
           ELSE
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
               UNSTRING AUD-REC DELIMITED BY " REF="
                   INTO WS-PART-ONE, WS-PART-TWO
               END-UNSTRING
               PERFORM GET-FIRST-TOKEN
               MOVE WS-PART-TOKEN TO WS-ENT-REF
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
           END-IF
           .

       GET-FIRST-TOKEN.
           MOVE SPACES TO WS-PART-TOKEN
           MOVE FUNCTION TRIM(WS-PART-TWO) TO WS-PART-ONE
           UNSTRING WS-PART-ONE DELIMITED BY ' '
               INTO WS-PART-TOKEN
           END-UNSTRING
           .

       ADD-DISPUTE-ENTRY.
           ADD 1 TO WS-DISP-COUNT
           MOVE WS-DISP-COUNT TO WS-DISP-SUB
           MOVE SPACES TO TBL-DISP-RAW(WS-DISP-SUB)
           MOVE 'Y' TO TBL-DISP-VALID-SW(WS-DISP-SUB)
           MOVE WS-TRN-CUST-ID TO TBL-DISP-CUST-ID(WS-DISP-SUB)
           MOVE WS-TRN-REF     TO TBL-DISP-REF(WS-DISP-SUB)
           MOVE WS-DISPUTE-AMT TO TBL-DISP-AMOUNT(WS-DISP-SUB)
           MOVE WS-RUN-DATE    TO TBL-DISP-OPENED(WS-DISP-SUB)
           MOVE 'O'            TO TBL-DISP-STATUS(WS-DISP-SUB)
           MOVE SPACES         TO TBL-DISP-RESOLVED(WS-DISP-SUB)
           MOVE WS-TRN-REASON  TO TBL-DISP-REASON(WS-DISP-SUB)
           MOVE 'O'            TO TBL-DISP-ACTIVITY(WS-DISP-SUB)
           ADD 1 TO WS-DSP-OPENED
           DISPLAY "Dispute opened for customer: " WS-TRN-CUST-ID
                   " ref: " WS-TRN-REF " amount: " WS-DISPUTE-AMT
           .

       RESOLVE-DISPUTE.
           EVALUATE TRUE
               WHEN WS-DISP-FOUND-SUB = 0
                   MOVE "No open dispute for item" TO WS-REJ-REASON
               WHEN WS-TRN-FIELD-4 = 'L'
                   MOVE WS-DISP-FOUND-SUB TO WS-DISP-SUB
                   MOVE 'L' TO TBL-DISP-STATUS(WS-DISP-SUB)
                   MOVE WS-RUN-DATE TO TBL-DISP-RESOLVED(WS-DISP-SUB)
                   MOVE 'R' TO TBL-DISP-ACTIVITY(WS-DISP-SUB)
                   ADD 1 TO WS-DSP-RELEASED
                   DISPLAY "Dispute released for customer: "
                           WS-TRN-CUST-ID " ref: " WS-TRN-REF
               WHEN WS-TRN-FIELD-4 = 'C'
                   MOVE WS-DISP-FOUND-SUB TO WS-DISP-SUB
                   MOVE 'C' TO TBL-DISP-STATUS(WS-DISP-SUB)
                   MOVE WS-RUN-DATE TO TBL-DISP-RESOLVED(WS-DISP-SUB)
                   MOVE 'R' TO TBL-DISP-ACTIVITY(WS-DISP-SUB)
                   ADD 1 TO WS-DSP-CREDITED
                   ADD TBL-DISP-AMOUNT(WS-DISP-SUB)
                       TO WS-DSP-CREDIT-AMT
                   PERFORM WRITE-CREDIT-MEMO
                   DISPLAY "Dispute credited for customer: "
                           WS-TRN-CUST-ID " ref: " WS-TRN-REF
               WHEN OTHER
                   MOVE "Resolution must be L or C" TO WS-REJ-REASON
           END-EVALUATE
           .

      * The credit memo carries the disputed reference so the audit
      * trail ties it back to the charge; billing's duplicate check
      * keys on reference and type together, so it is not taken for a
      * repeat of the original charge.
       WRITE-CREDIT-MEMO.
           MOVE TBL-DISP-AMOUNT(WS-DISP-SUB) TO WS-DSP-OUT-AMT
           MOVE SPACES TO BILL-REC
           STRING TBL-DISP-CUST-ID(WS-DISP-SUB) DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(TBL-DISP-REF(WS-DISP-SUB))
                                                DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  WS-RUN-DATE                   DELIMITED BY SIZE
                  ",M,"                         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DSP-OUT-AMT) DELIMITED BY SIZE
               INTO BILL-REC
           END-STRING
           WRITE BILL-REC
           .

       REJECT-DISPUTE-TRANSACTION.
           ADD 1 TO WS-DSP-REJECTED
           MOVE SPACES TO RPT-REC
           STRING "REJECTED: "   DELIMITED BY SIZE
                  WS-REJ-REASON  DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  TRN-REC        DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           DISPLAY "Dispute transaction rejected - "
                   FUNCTION TRIM(WS-REJ-REASON) ": " TRN-REC
           .

       REWRITE-DISPUTE-FILE.
           OPEN OUTPUT DISPFILE
           MOVE 0 TO WS-DISP-SUB
           PERFORM UNTIL WS-DISP-SUB >= WS-DISP-COUNT
               ADD 1 TO WS-DISP-SUB
               IF TBL-DISP-UNUSABLE(WS-DISP-SUB)
                   MOVE TBL-DISP-RAW(WS-DISP-SUB) TO DISP-REC
               ELSE
                   PERFORM BUILD-DISPUTE-RECORD
               END-IF
               WRITE DISP-REC
           END-PERFORM
           CLOSE DISPFILE
           .

       BUILD-DISPUTE-RECORD.
           MOVE TBL-DISP-AMOUNT(WS-DISP-SUB) TO WS-DSP-OUT-AMT
           MOVE SPACES TO DISP-REC
           STRING TBL-DISP-CUST-ID(WS-DISP-SUB) DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(TBL-DISP-REF(WS-DISP-SUB))
                                                DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DSP-OUT-AMT) DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  TBL-DISP-OPENED(WS-DISP-SUB)  DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  TBL-DISP-STATUS(WS-DISP-SUB)  DELIMITED BY SIZE
                  ","                           DELIMITED BY SIZE
                  TBL-DISP-RESOLVED(WS-DISP-SUB)
                                                DELIMITED BY SPACE
                  ","                           DELIMITED BY SIZE
                  FUNCTION TRIM(TBL-DISP-REASON(WS-DISP-SUB))
                                                DELIMITED BY SIZE
               INTO DISP-REC
           END-STRING
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-REC
           STRING "OPEN DISPUTES REPORT  RUN: " DELIMITED BY SIZE
                  WS-RUN-ID                     DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           .

      * Age is counted in days from the night the dispute was opened,
      * so customer service can see which items have waited longest.
       WRITE-OPEN-SECTION.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "OPEN DISPUTES" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "CUST-ID  NAME                  REF           "
                  "OPENED     AGE         AMOUNT  REASON"
                                                DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE 0 TO WS-RPT-SECTION-COUNT
           MOVE 0 TO WS-DISP-SUB
           PERFORM UNTIL WS-DISP-SUB >= WS-DISP-COUNT
               ADD 1 TO WS-DISP-SUB
               IF TBL-DISP-VALID(WS-DISP-SUB)
                  AND TBL-DISP-OPEN(WS-DISP-SUB)
                   ADD 1 TO WS-RPT-SECTION-COUNT
                   ADD 1 TO WS-DSP-OPEN-COUNT
                   ADD TBL-DISP-AMOUNT(WS-DISP-SUB) TO WS-DSP-OPEN-AMT
                   PERFORM WRITE-OPEN-DETAIL
               END-IF
           END-PERFORM
           IF WS-RPT-SECTION-COUNT = 0
               MOVE "  NONE" TO RPT-REC
               WRITE RPT-REC
           END-IF
           .

       WRITE-OPEN-DETAIL.
           PERFORM GET-DISPUTE-CUSTOMER-NAME
           IF FUNCTION TEST-DATE-YYYYMMDD(TBL-DISP-OPENED(WS-DISP-SUB))
                  NOT = 0
               MOVE 0 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
                       FUNCTION INTEGER-OF-DATE(
                           TBL-DISP-OPENED(WS-DISP-SUB))
           END-IF
           MOVE WS-AGE-DAYS TO WS-DSP-AGE-EDIT
           MOVE TBL-DISP-AMOUNT(WS-DISP-SUB) TO WS-DSP-AMT-EDIT
           MOVE SPACES TO WS-DSP-NOTE
           IF TBL-DISP-OPENED-NOW(WS-DISP-SUB)
               MOVE "NEW" TO WS-DSP-NOTE
           END-IF
           MOVE SPACES TO RPT-REC
           STRING WS-DSP-ID-EDIT                DELIMITED BY SIZE
                  "   "                         DELIMITED BY SIZE
                  WS-DSP-NAME                   DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  TBL-DISP-REF(WS-DISP-SUB)     DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  TBL-DISP-OPENED(WS-DISP-SUB)  DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  WS-DSP-AGE-EDIT               DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  WS-DSP-AMT-EDIT               DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  TBL-DISP-REASON(WS-DISP-SUB)  DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-DSP-NOTE                   DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           .

       WRITE-RESOLVED-SECTION.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE "DISPUTES RESOLVED THIS RUN" TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "CUST-ID  NAME                  REF           "
                  "OPENED            AMOUNT  RESOLUTION"
                                                DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE 0 TO WS-RPT-SECTION-COUNT
           MOVE 0 TO WS-DISP-SUB
           PERFORM UNTIL WS-DISP-SUB >= WS-DISP-COUNT
               ADD 1 TO WS-DISP-SUB
               IF TBL-DISP-VALID(WS-DISP-SUB)
                  AND TBL-DISP-RESOLVED-NOW(WS-DISP-SUB)
                   ADD 1 TO WS-RPT-SECTION-COUNT
                   PERFORM WRITE-RESOLVED-DETAIL
               END-IF
           END-PERFORM
           IF WS-RPT-SECTION-COUNT = 0
               MOVE "  NONE" TO RPT-REC
               WRITE RPT-REC
           END-IF
           .

       WRITE-RESOLVED-DETAIL.
           PERFORM GET-DISPUTE-CUSTOMER-NAME
           MOVE TBL-DISP-AMOUNT(WS-DISP-SUB) TO WS-DSP-AMT-EDIT
           IF TBL-DISP-CREDITED(WS-DISP-SUB)
               MOVE "CREDITED" TO WS-DSP-NOTE
           ELSE
               MOVE "RELEASED" TO WS-DSP-NOTE
           END-IF
           MOVE SPACES TO RPT-REC
           STRING WS-DSP-ID-EDIT                DELIMITED BY SIZE
                  "   "                         DELIMITED BY SIZE
                  WS-DSP-NAME                   DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  TBL-DISP-REF(WS-DISP-SUB)     DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  TBL-DISP-OPENED(WS-DISP-SUB)  DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  WS-DSP-AMT-EDIT               DELIMITED BY SIZE
                  "  "                          DELIMITED BY SIZE
                  WS-DSP-NOTE                   DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           .

       GET-DISPUTE-CUSTOMER-NAME.
           MOVE TBL-DISP-CUST-ID(WS-DISP-SUB) TO CUST-ID
           MOVE TBL-DISP-CUST-ID(WS-DISP-SUB) TO WS-DSP-ID-EDIT
           MOVE SPACES TO WS-DSP-NAME
           READ CUSTFILE
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO WS-DSP-NAME
               NOT INVALID KEY
                   MOVE CUST-NAME TO WS-DSP-NAME
           END-READ
           .

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE WS-DSP-OPEN-COUNT TO WS-DSP-COUNT-EDIT
           MOVE WS-DSP-OPEN-AMT TO WS-DSP-TOTAL-EDIT
           MOVE SPACES TO RPT-REC
           STRING "OPEN DISPUTES:     " DELIMITED BY SIZE
                  WS-DSP-COUNT-EDIT     DELIMITED BY SIZE
                  "  AMOUNT: "          DELIMITED BY SIZE
                  WS-DSP-TOTAL-EDIT     DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-DSP-OPENED TO WS-DSP-COUNT-EDIT
           MOVE SPACES TO RPT-REC
           STRING "OPENED THIS RUN:   " DELIMITED BY SIZE
                  WS-DSP-COUNT-EDIT     DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-DSP-RELEASED TO WS-DSP-COUNT-EDIT
           MOVE SPACES TO RPT-REC
           STRING "RELEASED THIS RUN: " DELIMITED BY SIZE
                  WS-DSP-COUNT-EDIT     DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-DSP-CREDITED TO WS-DSP-COUNT-EDIT
           MOVE WS-DSP-CREDIT-AMT TO WS-DSP-TOTAL-EDIT
           MOVE SPACES TO RPT-REC
           STRING "CREDITED THIS RUN: " DELIMITED BY SIZE
                  WS-DSP-COUNT-EDIT     DELIMITED BY SIZE
                  "  AMOUNT: "          DELIMITED BY SIZE
                  WS-DSP-TOTAL-EDIT     DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-DSP-REJECTED TO WS-DSP-COUNT-EDIT
           MOVE SPACES TO RPT-REC
           STRING "REJECTED:          " DELIMITED BY SIZE
                  WS-DSP-COUNT-EDIT     DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           .
