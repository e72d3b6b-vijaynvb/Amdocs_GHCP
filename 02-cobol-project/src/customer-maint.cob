           SELECT MNTAUDFILE ASSIGN TO "data/maint-audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNTAUD-STATUS.
           SELECT AUDFILE    ASSIGN TO "data/audit-trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT MRG-SORTFILE ASSIGN TO "data/merge-items.wrk".
           SELECT STATEFILE-IN  ASSIGN TO "data/dunning-state.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-IN-STATUS.
           SELECT STATEFILE-OUT ASSIGN TO "data/dunning-state.new"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISPFILE   ASSIGN TO "data/disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  REJ-REC          PIC X(270).
       FD  MNTAUDFILE.
       01  MNTAUD-REC       PIC X(400).
       FD  AUDFILE.
       01  AUD-REC          PIC X(250).
       SD  MRG-SORTFILE.
       01  MRG-SORT-REC.
           05  MSRT-TRAN-DATE PIC X(08).
           05  MSRT-RUN-ID    PIC X(17).
           05  MSRT-AMOUNT    PIC S9(7)V99.
       FD  STATEFILE-IN.
       01  STATE-IN-REC     PIC X(80).
       FD  STATEFILE-OUT.
       01  STATE-OUT-REC    PIC X(80).
       FD  DISPFILE.
       01  DISP-REC         PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "src/copybooks/DISPUTE-TABLE.cbk".
       77  WS-MNT-STATUS    PIC X(02).
       77  WS-MNTAUD-STATUS PIC X(02).
       77  WS-CUST-STATUS   PIC X(02).
       77  WS-AUD-STATUS    PIC X(02).
       77  WS-STATE-IN-STATUS PIC X(02).
       77  WS-DISP-STATUS   PIC X(02).
       77  WS-MNTFILE-EOF   PIC X VALUE 'N'.
       77  WS-AUD-EOF       PIC X VALUE 'N'.
       77  WS-STATE-EOF     PIC X VALUE 'N'.
       77  WS-DISP-EOF      PIC X VALUE 'N'.
       77  WS-MRG-SORT-EOF  PIC X VALUE 'N'.
       77  WS-MNT-ACTION    PIC X(01).
           88  MNT-ACTION-ADD            VALUE 'A'.
           88  MNT-ACTION-NAME           VALUE 'N'.
           88  MNT-ACTION-CYCLE          VALUE 'B'.
           88  MNT-ACTION-TAX-JURIS      VALUE 'J'.
           88  MNT-ACTION-CREDIT-LIMIT   VALUE 'L'.
           88  MNT-ACTION-CASH-ONLY      VALUE 'K'.
           88  MNT-ACTION-AUTOPAY-ENROLL VALUE 'E'.
           88  MNT-ACTION-AUTOPAY-CANCEL VALUE 'X'.
           88  MNT-ACTION-MERGE          VALUE 'M'.
       77  WS-MNT-ID-TXT    PIC X(10).
       77  WS-MNT-CUST-ID   PIC 9(6) VALUE 0.
       77  WS-MNT-NAME      PIC X(20).
       77  WS-MNT-TAX-JURIS PIC X(03).
       77  WS-MNT-LIMIT-TXT PIC X(13).
       77  WS-MNT-LIMIT     PIC S9(7)V99 VALUE 0.
       77  WS-MNT-CASH-ONLY PIC X(01).
           88  MNT-CASH-ONLY-VALID VALUE 'Y' 'N'.
       77  WS-MNT-ROUTING   PIC X(09).
       77  WS-MNT-ACCOUNT   PIC X(17).
       77  WS-MNT-OFFSET-TXT PIC X(05).
       77  WS-MNT-OFFSET    PIC 9(02) VALUE 0.
       77  WS-MNT-ACCT-MASK PIC X(17).
       77  WS-ABA-SUM       PIC 9(4) COMP VALUE 0.
       77  WS-ABA-SUB       PIC 9(4) COMP VALUE 0.
       77  WS-ABA-DIGIT     PIC 9(01) VALUE 0.
       77  WS-ACCT-LEN      PIC 9(4) COMP VALUE 0.
       77  WS-CUST-FOUND-SW PIC X VALUE 'N'.
           88  CUST-FOUND           VALUE 'Y'.
           88  CUST-NOT-FOUND       VALUE 'N'.
       77  WS-RUN-ID        PIC X(17).
       77  WS-IMAGE-BEFORE  PIC X(200).
       77  WS-IMAGE-AFTER   PIC X(200).
       77  WS-MNT-SURV-TXT  PIC X(10).
       77  WS-MNT-SURV-ID   PIC 9(6) VALUE 0.
       77  WS-MRG-DISPUTE-SW PIC X VALUE 'N'.
           88  MRG-DISPUTE-OPEN     VALUE 'Y'.
       77  WS-MRG-REF       PIC X(12).
       77  WS-JULIAN-DATE   PIC 9(7) VALUE 0.
       77  WS-MRG-AMOUNT    PIC S9(7)V99 VALUE 0.
       77  WS-MRG-WRITEOFF  PIC S9(7)V99 VALUE 0.
       77  WS-MRG-RET-BAL   PIC S9(7)V99 VALUE 0.
       77  WS-MRG-SURV-BAL  PIC S9(7)V99 VALUE 0.
       77  WS-MRG-ITEM-DATE PIC X(08).
       77  WS-MRG-ITEM-AMT  PIC S9(7)V99 VALUE 0.
       77  WS-MRG-CREDIT-LEFT PIC S9(7)V99 VALUE 0.
       77  WS-MRG-UNAPPLIED PIC S9(7)V99 VALUE 0.
       77  WS-MRG-OPEN-COUNT PIC 9(4) COMP VALUE 0.
       77  WS-MRG-OPEN-SUB  PIC 9(4) COMP VALUE 0.
       77  WS-DSP-SUB       PIC 9(4) COMP VALUE 0.
       77  WS-MRG-PAIRS     PIC 9(4) COMP VALUE 0.
       77  WS-MRG-SURV-BEFORE PIC X(200).
       77  WS-MRG-SURV-AFTER  PIC X(200).
      * Whole customer master images, held while both sides of a
      * merge are read and rewritten; wider than the record so a new
      * field on the master does not get cut off here.
       77  WS-MRG-RETIRED-REC  PIC X(300).
       77  WS-MRG-SURVIVOR-REC PIC X(300).
       01  WS-MRG-OPEN-TABLE.
           05  WS-MRG-OPEN-ITEM OCCURS 200 TIMES.
               10  WS-MRG-OPEN-DATE PIC X(08).
               10  WS-MRG-OPEN-AMT  PIC S9(7)V99.
       01  WS-MRG-ENTRY-FIELDS.
           05  WS-MRG-ENT-CUST-ID   PIC 9(6).
           05  WS-MRG-ENT-AMOUNT    PIC S9(7)V99.
           05  WS-MRG-ENT-PRIOR     PIC S9(7)V99.
           05  WS-MRG-ENT-NEW       PIC S9(7)V99.
       01  WS-AUD-EDIT-FIELDS.
           05  WS-AUD-AMT-OUT   PIC -(6)9.99.
           05  WS-AUD-PRIOR-OUT PIC -(6)9.99.
           05  WS-AUD-NEW-OUT   PIC -(6)9.99.
       01  WS-AUD-ENTRY-FIELDS.
           05  WS-AUD-RUN-ID    PIC X(17).
           05  WS-AUD-CUST-ID   PIC 9(6).
           05  WS-AUD-TYPE      PIC X(01).
           05  WS-AUD-DATE      PIC X(08).
           05  WS-AUD-AMOUNT    PIC S9(7)V99.
       01  WS-PARSE-PARTS.
           05  WS-PART-ONE      PIC X(250).
           05  WS-PART-TWO      PIC X(250).
           05  WS-PART-TOKEN    PIC X(20).
       01  WS-STATE-FIELDS.
           05  WS-STATE-ID-TXT  PIC X(10).
           05  WS-STATE-CUST-ID PIC 9(6).
           05  WS-STATE-RUNS-60 PIC 9(4).
           05  WS-STATE-RUNS-90 PIC 9(4).
           05  WS-STATE-LEVEL   PIC 9(1).
       01  WS-MRG-STATE-FIELDS.
           05  WS-MRG-STATE-FOUND PIC X VALUE 'N'.
           05  WS-MRG-STATE-DONE  PIC X VALUE 'N'.
           05  WS-MRG-RUNS-60   PIC 9(4).
           05  WS-MRG-RUNS-90   PIC 9(4).
           05  WS-MRG-LEVEL     PIC 9(1).
       01  WS-DSP-LOAD-FIELDS.
           05  WS-DSP-ID-TXT        PIC X(10).
           05  WS-DSP-REF-TXT       PIC X(12).
           05  WS-DSP-AMT-TXT       PIC X(14).
           05  WS-DSP-OPENED-TXT    PIC X(10).
           05  WS-DSP-CODE          PIC X(01).
       01  WS-MNT-COUNTERS.
           05  WS-MNT-READ     PIC 9(9) VALUE 0.
           05  WS-MNT-APPLIED  PIC 9(9) VALUE 0.
           IF WS-MNTAUD-STATUS = "35"
               OPEN OUTPUT MNTAUDFILE
           END-IF
           PERFORM READ-OPEN-DISPUTES
           PERFORM WRITE-REJECT-HEADER
           MOVE 'N' TO WS-MNTFILE-EOF
           PERFORM UNTIL WS-MNTFILE-EOF = 'Y'
                           PERFORM CHANGE-CUSTOMER-TAX-JURIS
                       WHEN MNT-ACTION-CREDIT-LIMIT
                           PERFORM CHANGE-CUSTOMER-LIMIT
                       WHEN MNT-ACTION-CASH-ONLY
                           PERFORM CHANGE-CUSTOMER-CASH-ONLY
                       WHEN MNT-ACTION-AUTOPAY-ENROLL
                           PERFORM ENROLL-CUSTOMER-AUTOPAY
                       WHEN MNT-ACTION-AUTOPAY-CANCEL
                           PERFORM CANCEL-CUSTOMER-AUTOPAY
                       WHEN MNT-ACTION-MERGE
                           PERFORM MERGE-CUSTOMER-ACCOUNT
                       WHEN OTHER
                           MOVE "Invalid maintenance action code"
                               TO WS-REJ-REASON
                   MOVE WS-MNT-CYCLE      TO CUST-CYCLE-CODE
                   MOVE WS-MNT-TAX-JURIS  TO CUST-TAX-JURIS
                   MOVE WS-MNT-LIMIT      TO CUST-CREDIT-LIMIT
                   MOVE 0                 TO CUST-NSF-COUNT
                   MOVE 'N'               TO CUST-CASH-ONLY-SW
                   MOVE 0                 TO CUST-WRITEOFF-AMT
                   MOVE 'N'               TO CUST-AUTOPAY-SW
                   MOVE SPACES            TO CUST-AUTOPAY-ROUTING
                   MOVE SPACES            TO CUST-AUTOPAY-ACCOUNT
                   MOVE 0                 TO CUST-AUTOPAY-OFFSET
                   MOVE 0                 TO CUST-AUTOPAY-FAILS
                   MOVE 0                 TO CUST-MERGED-INTO
                   WRITE CUSTOMER-RECORD
                       INVALID KEY
                           MOVE "Customer already on file"
           END-EVALUATE
           .

      * Cash-only records carry the new setting right after the
      * customer ID (K,id,Y|N).  CUSTOMER-BILLING sets cash-only review
      * on its own once returned items reach the limit; the credit desk
      * lifts it here, and lifting it also clears the returned-item
      * count so the account starts over.
       CHANGE-CUSTOMER-CASH-ONLY.
           MOVE SPACES TO WS-MNT-CASH-ONLY
           UNSTRING MNT-REC DELIMITED BY ','
               INTO WS-MNT-ACTION, WS-MNT-ID-TXT, WS-MNT-CASH-ONLY
           END-UNSTRING
           EVALUATE TRUE
               WHEN CUST-NOT-FOUND
                   MOVE "No matching customer master record"
                       TO WS-REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN NOT MNT-CASH-ONLY-VALID
                   MOVE "Cash-only setting must be Y or N"
                       TO WS-REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN OTHER
                   PERFORM BUILD-BEFORE-IMAGE
                   MOVE WS-MNT-CASH-ONLY TO CUST-CASH-ONLY-SW
                   IF CUST-CHECKS-ACCEPTED
                       MOVE 0 TO CUST-NSF-COUNT
                   END-IF
                   PERFORM REWRITE-CUSTOMER-RECORD
                   IF WS-CUST-STATUS NOT = "00"
                       MOVE "Rewrite failed - customer master error"
                           TO WS-REJ-REASON
                       PERFORM WRITE-REJECT
                   ELSE
                       PERFORM BUILD-AFTER-IMAGE
                       PERFORM WRITE-MAINT-AUDIT
                       ADD 1 TO WS-MNT-APPLIED
                       DISPLAY "Cash-only setting changed for "
                               "customer: " WS-MNT-CUST-ID
                   END-IF
           END-EVALUATE
           .

      * Autopay records carry the bank details right after the customer
      * ID (E,id,routing,account,offset).  The offset is the number of
      * days after the customer's billing cycle that the draft is
      * taken (0-27, blank is 0); AUTOPAY-DRAFT drafts on that cycle
      * night.  Enrolling an account that is already enrolled replaces
      * the bank details, and either way the returned-draft count
      * starts over.
       ENROLL-CUSTOMER-AUTOPAY.
           MOVE SPACES TO WS-MNT-ROUTING
           MOVE SPACES TO WS-MNT-ACCOUNT
           MOVE SPACES TO WS-MNT-OFFSET-TXT
           UNSTRING MNT-REC DELIMITED BY ','
               INTO WS-MNT-ACTION, WS-MNT-ID-TXT, WS-MNT-ROUTING,
                    WS-MNT-ACCOUNT, WS-MNT-OFFSET-TXT
           END-UNSTRING
           MOVE 0 TO WS-MNT-OFFSET
           IF WS-MNT-OFFSET-TXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-MNT-OFFSET-TXT) = 0
              AND FUNCTION NUMVAL(WS-MNT-OFFSET-TXT) >= 0
              AND FUNCTION NUMVAL(WS-MNT-OFFSET-TXT) <= 27
               COMPUTE WS-MNT-OFFSET =
                       FUNCTION NUMVAL(WS-MNT-OFFSET-TXT)
           END-IF
           PERFORM CHECK-ROUTING-NUMBER
           MOVE 0 TO WS-ACCT-LEN
           IF WS-MNT-ACCOUNT NOT = SPACES
               INSPECT WS-MNT-ACCOUNT
                   TALLYING WS-ACCT-LEN
                   FOR CHARACTERS BEFORE INITIAL ' '
           END-IF
           EVALUATE TRUE
               WHEN CUST-NOT-FOUND
                   MOVE "No matching customer master record"
                       TO WS-REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN CUST-STATUS-CLOSED
                   MOVE "Closed account - autopay rejected"
                       TO WS-REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN WS-ABA-SUM NOT = 0
                   MOVE "Invalid bank routing number" TO WS-REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN WS-ACCT-LEN < 4
                   MOVE "Invalid bank account number" TO WS-REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN WS-MNT-ACCOUNT(1:WS-ACCT-LEN) NOT NUMERIC
                   MOVE "Invalid bank account number" TO WS-REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN WS-MNT-OFFSET-TXT NOT = SPACES
                AND (FUNCTION TEST-NUMVAL(WS-MNT-OFFSET-TXT) NOT = 0
                  OR FUNCTION NUMVAL(WS-MNT-OFFSET-TXT) < 0
                  OR FUNCTION NUMVAL(WS-MNT-OFFSET-TXT) > 27)
                   MOVE "Draft-day offset outside 0-27"
                       TO WS-REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN OTHER
                   PERFORM BUILD-BEFORE-IMAGE
                   MOVE 'Y'            TO CUST-AUTOPAY-SW
                   MOVE WS-MNT-ROUTING TO CUST-AUTOPAY-ROUTING
                   MOVE WS-MNT-ACCOUNT TO CUST-AUTOPAY-ACCOUNT
                   MOVE WS-MNT-OFFSET  TO CUST-AUTOPAY-OFFSET
                   MOVE 0              TO CUST-AUTOPAY-FAILS
                   PERFORM REWRITE-CUSTOMER-RECORD
                   IF WS-CUST-STATUS NOT = "00"
                       MOVE "Rewrite failed - customer master error"
                           TO WS-REJ-REASON
                       PERFORM WRITE-REJECT
                   ELSE
                       PERFORM BUILD-AFTER-IMAGE
                       PERFORM WRITE-MAINT-AUDIT
                       ADD 1 TO WS-MNT-APPLIED
                       DISPLAY "Autopay enrolled for customer: "
                               WS-MNT-CUST-ID
                   END-IF
           END-EVALUATE
           .

      * A routing number is nine digits whose weighted sum (3,7,1
      * repeating) is a multiple of ten.  WS-ABA-SUM is left zero only
      * for a number that passes.
       CHECK-ROUTING-NUMBER.
           MOVE 1 TO WS-ABA-SUM
           IF WS-MNT-ROUTING IS NUMERIC
               MOVE 0 TO WS-ABA-SUM
               MOVE 1 TO WS-ABA-SUB
               PERFORM UNTIL WS-ABA-SUB > 9
                   MOVE WS-MNT-ROUTING(WS-ABA-SUB:1) TO WS-ABA-DIGIT
                   EVALUATE WS-ABA-SUB
                       WHEN 1 WHEN 4 WHEN 7
                           COMPUTE WS-ABA-SUM =
                                   WS-ABA-SUM + 3 * WS-ABA-DIGIT
                       WHEN 2 WHEN 5 WHEN 8
                           COMPUTE WS-ABA-SUM =
                                   WS-ABA-SUM + 7 * WS-ABA-DIGIT
                       WHEN OTHER
                           ADD WS-ABA-DIGIT TO WS-ABA-SUM
                   END-EVALUATE
                   ADD 1 TO WS-ABA-SUB
               END-PERFORM
               COMPUTE WS-ABA-SUM =
                       FUNCTION MOD(WS-ABA-SUM, 10)
               IF WS-MNT-ROUTING = ZEROS
                   MOVE 1 TO WS-ABA-SUM
               END-IF
           END-IF
           .

      * Cancel records carry only the customer ID (X,id).  The bank
      * details are cleared with the enrollment.
       CANCEL-CUSTOMER-AUTOPAY.
           EVALUATE TRUE
               WHEN CUST-NOT-FOUND
                   MOVE "No matching customer master record"
                       TO WS-REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN NOT CUST-AUTOPAY-ENROLLED
                   MOVE "Customer not enrolled in autopay"
                       TO WS-REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN OTHER
                   PERFORM BUILD-BEFORE-IMAGE
                   MOVE 'N'    TO CUST-AUTOPAY-SW
                   MOVE SPACES TO CUST-AUTOPAY-ROUTING
                   MOVE SPACES TO CUST-AUTOPAY-ACCOUNT
                   MOVE 0      TO CUST-AUTOPAY-OFFSET
                   PERFORM REWRITE-CUSTOMER-RECORD
                   IF WS-CUST-STATUS NOT = "00"
                       MOVE "Rewrite failed - customer master error"
                           TO WS-REJ-REASON
                       PERFORM WRITE-REJECT
                   ELSE
                       PERFORM BUILD-AFTER-IMAGE
                       PERFORM WRITE-MAINT-AUDIT
                       ADD 1 TO WS-MNT-APPLIED
                       DISPLAY "Autopay cancelled for customer: "
                               WS-MNT-CUST-ID
                   END-IF
           END-EVALUATE
           .

      * Merge records carry the surviving account right after the
      * retired one (M,retired-id,survivor-id).  The retired account's
      * balance moves to the survivor as paired TYPE=T entries on
      * audit-trail.dat - one pair per charge still open on the
      * retired account, dated as the charge was, so the driver's
      * aging carries each item into the survivor's buckets at its
      * original age; whatever the open items do not explain moves in
      * one last pair dated tonight.  The retired account is closed
      * with CUST-MERGED-INTO pointing at the survivor, and lockbox
      * and billing rows that still arrive under it follow that
      * pointer.  An account with an open dispute is not merged until
      * the dispute is resolved, since disputes are held by account.
       MERGE-CUSTOMER-ACCOUNT.
           MOVE SPACES TO WS-MNT-SURV-TXT
           UNSTRING MNT-REC DELIMITED BY ','
               INTO WS-MNT-ACTION, WS-MNT-ID-TXT, WS-MNT-SURV-TXT
           END-UNSTRING
           MOVE 0 TO WS-MNT-SURV-ID
           IF WS-MNT-SURV-TXT NOT = SPACES
              AND FUNCTION TEST-NUMVAL(WS-MNT-SURV-TXT) = 0
               COMPUTE WS-MNT-SURV-ID =
                       FUNCTION NUMVAL(WS-MNT-SURV-TXT)
           END-IF
           PERFORM CHECK-MERGE-DISPUTES
           EVALUATE TRUE
               WHEN CUST-NOT-FOUND
                   MOVE "No matching customer master record"
                       TO WS-REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN WS-MNT-SURV-ID = 0
                   MOVE "Invalid surviving customer ID"
                       TO WS-REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN WS-MNT-SURV-ID = WS-MNT-CUST-ID
                   MOVE "Account cannot be merged into itself"
                       TO WS-REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN CUST-MERGED-INTO NOT = 0
                   MOVE "Account already merged" TO WS-REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN MRG-DISPUTE-OPEN
                   MOVE "Open dispute on retired account"
                       TO WS-REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN OTHER
                   MOVE CUSTOMER-RECORD TO WS-MRG-RETIRED-REC
                   MOVE WS-MNT-SURV-ID TO CUST-ID
                   READ CUSTFILE
                       INVALID KEY
                           MOVE "No master record for surviving account"
                               TO WS-REJ-REASON
                           PERFORM WRITE-REJECT
                       NOT INVALID KEY
                           IF CUST-STATUS-CLOSED
                               MOVE "Surviving account is closed"
                                   TO WS-REJ-REASON
                               PERFORM WRITE-REJECT
                           ELSE
                               PERFORM APPLY-ACCOUNT-MERGE
                           END-IF
                   END-READ
           END-EVALUATE
           .

       CHECK-MERGE-DISPUTES.
           MOVE 'N' TO WS-MRG-DISPUTE-SW
           MOVE 1 TO WS-DSP-SUB
           PERFORM UNTIL WS-DSP-SUB > WS-DSP-COUNT
               IF TBL-DSP-CUST-ID(WS-DSP-SUB) = WS-MNT-CUST-ID
                   MOVE 'Y' TO WS-MRG-DISPUTE-SW
               END-IF
               ADD 1 TO WS-DSP-SUB
           END-PERFORM
           .

      * The survivor is rewritten first.  If the retired account then
      * cannot be closed, the survivor is put back as it was so the
      * balance is never on both accounts.  Unrecovered write-off
      * follows the balance, so a payment that reaches the survivor is
      * still recognised as a recovery.
       APPLY-ACCOUNT-MERGE.
           MOVE CUSTOMER-RECORD TO WS-MRG-SURVIVOR-REC
           PERFORM BUILD-BEFORE-IMAGE
           MOVE WS-IMAGE-BEFORE TO WS-MRG-SURV-BEFORE
           MOVE CUST-BALANCE TO WS-MRG-SURV-BAL
           MOVE WS-MRG-RETIRED-REC TO CUSTOMER-RECORD
           MOVE CUST-BALANCE TO WS-MRG-AMOUNT
           MOVE CUST-WRITEOFF-AMT TO WS-MRG-WRITEOFF
           MOVE WS-MRG-SURVIVOR-REC TO CUSTOMER-RECORD
           ADD WS-MRG-AMOUNT TO CUST-BALANCE
           ADD WS-MRG-WRITEOFF TO CUST-WRITEOFF-AMT
           PERFORM REWRITE-CUSTOMER-RECORD
           IF WS-CUST-STATUS NOT = "00"
               MOVE "Rewrite failed - customer master error"
                   TO WS-REJ-REASON
               PERFORM WRITE-REJECT
           ELSE
               PERFORM BUILD-AFTER-IMAGE
               MOVE WS-IMAGE-AFTER TO WS-MRG-SURV-AFTER
               MOVE WS-MRG-RETIRED-REC TO CUSTOMER-RECORD
               PERFORM BUILD-BEFORE-IMAGE
               MOVE 0              TO CUST-BALANCE
               MOVE 0              TO CUST-WRITEOFF-AMT
               MOVE 'C'            TO CUST-STATUS
               MOVE WS-MNT-SURV-ID TO CUST-MERGED-INTO
               MOVE 'N'            TO CUST-AUTOPAY-SW
               MOVE SPACES         TO CUST-AUTOPAY-ROUTING
               MOVE SPACES         TO CUST-AUTOPAY-ACCOUNT
               MOVE 0              TO CUST-AUTOPAY-OFFSET
               PERFORM REWRITE-CUSTOMER-RECORD
               IF WS-CUST-STATUS NOT = "00"
                   MOVE WS-MRG-SURVIVOR-REC TO CUSTOMER-RECORD
                   PERFORM REWRITE-CUSTOMER-RECORD
                   MOVE "Rewrite failed - customer master error"
                       TO WS-REJ-REASON
                   PERFORM WRITE-REJECT
               ELSE
                   PERFORM BUILD-AFTER-IMAGE
                   PERFORM WRITE-MAINT-AUDIT
                   MOVE WS-MRG-SURV-BEFORE TO WS-IMAGE-BEFORE
                   MOVE WS-MRG-SURV-AFTER  TO WS-IMAGE-AFTER
                   MOVE WS-MNT-SURV-ID TO WS-MNT-CUST-ID
                   PERFORM WRITE-MAINT-AUDIT
                   MOVE WS-MRG-RETIRED-REC TO CUSTOMER-RECORD
                   MOVE CUST-ID TO WS-MNT-CUST-ID
                   PERFORM COLLECT-RETIRED-OPEN-ITEMS
                   PERFORM WRITE-TRANSFER-ENTRIES
                   PERFORM CARRY-DUNNING-STATE
                   ADD 1 TO WS-MNT-APPLIED
                   DISPLAY "Merged customer: " WS-MNT-CUST-ID
                           " into: " WS-MNT-SURV-ID
                           " balance moved: " WS-MRG-AMOUNT
                           " transfer pairs: " WS-MRG-PAIRS
               END-IF
           END-IF
           .

      * The retired account's open items are worked out the way the
      * driver ages them: its audit entries in transaction-date order,
      * charges opening items and credits paying off the oldest first,
      * with any credit that arrived ahead of its charges applied
      * once more at the end.
       COLLECT-RETIRED-OPEN-ITEMS.
           SORT MRG-SORTFILE
               ON ASCENDING KEY MSRT-TRAN-DATE
               ON ASCENDING KEY MSRT-RUN-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-RETIRED-ENTRIES
               OUTPUT PROCEDURE IS APPLY-RETIRED-ENTRIES
           .

       RELEASE-RETIRED-ENTRIES.
           MOVE 'N' TO WS-AUD-EOF
           OPEN INPUT AUDFILE
           IF WS-AUD-STATUS = "00"
               PERFORM UNTIL WS-AUD-EOF = 'Y'
                   READ AUDFILE
                       AT END
                           MOVE 'Y' TO WS-AUD-EOF
                       NOT AT END
                           PERFORM RELEASE-ONE-RETIRED-ENTRY
                   END-READ
               END-PERFORM
               CLOSE AUDFILE
           END-IF
           .

       RELEASE-ONE-RETIRED-ENTRY.
           PERFORM PARSE-AUDIT-ENTRY
           IF WS-AUD-CUST-ID = WS-MNT-CUST-ID
              AND WS-AUD-TYPE NOT = 'S'
              AND WS-AUD-AMOUNT NOT = 0
               IF WS-AUD-DATE = SPACES
                   MOVE WS-AUD-RUN-ID(1:8) TO MSRT-TRAN-DATE
               ELSE
                   MOVE WS-AUD-DATE TO MSRT-TRAN-DATE
               END-IF
               MOVE WS-AUD-RUN-ID TO MSRT-RUN-ID
               MOVE WS-AUD-AMOUNT TO MSRT-AMOUNT
               RELEASE MRG-SORT-REC
           END-IF
           .

       APPLY-RETIRED-ENTRIES.
           MOVE 0 TO WS-MRG-OPEN-COUNT
           MOVE 0 TO WS-MRG-UNAPPLIED
           MOVE 'N' TO WS-MRG-SORT-EOF
           PERFORM UNTIL WS-MRG-SORT-EOF = 'Y'
               RETURN MRG-SORTFILE
                   AT END
                       MOVE 'Y' TO WS-MRG-SORT-EOF
                   NOT AT END
                       IF MSRT-AMOUNT > 0
                           PERFORM ADD-RETIRED-OPEN-ITEM
                       ELSE
                           COMPUTE WS-MRG-CREDIT-LEFT =
                                   0 - MSRT-AMOUNT
                           PERFORM APPLY-MERGE-CREDIT
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-MRG-UNAPPLIED > 0
               MOVE WS-MRG-UNAPPLIED TO WS-MRG-CREDIT-LEFT
               MOVE 0 TO WS-MRG-UNAPPLIED
               PERFORM APPLY-MERGE-CREDIT
           END-IF
           .

       ADD-RETIRED-OPEN-ITEM.
           IF WS-MRG-OPEN-COUNT < 200
               ADD 1 TO WS-MRG-OPEN-COUNT
               MOVE MSRT-TRAN-DATE TO
                    WS-MRG-OPEN-DATE(WS-MRG-OPEN-COUNT)
               MOVE MSRT-AMOUNT TO
                    WS-MRG-OPEN-AMT(WS-MRG-OPEN-COUNT)
           ELSE
               ADD MSRT-AMOUNT TO WS-MRG-OPEN-AMT(200)
           END-IF
           .

       APPLY-MERGE-CREDIT.
           MOVE 1 TO WS-MRG-OPEN-SUB
           PERFORM UNTIL WS-MRG-CREDIT-LEFT <= 0
                      OR WS-MRG-OPEN-SUB > WS-MRG-OPEN-COUNT
               IF WS-MRG-OPEN-AMT(WS-MRG-OPEN-SUB) <=
                       WS-MRG-CREDIT-LEFT
                   SUBTRACT WS-MRG-OPEN-AMT(WS-MRG-OPEN-SUB)
                       FROM WS-MRG-CREDIT-LEFT
                   MOVE 0 TO WS-MRG-OPEN-AMT(WS-MRG-OPEN-SUB)
               ELSE
                   SUBTRACT WS-MRG-CREDIT-LEFT
                       FROM WS-MRG-OPEN-AMT(WS-MRG-OPEN-SUB)
                   MOVE 0 TO WS-MRG-CREDIT-LEFT
               END-IF
               ADD 1 TO WS-MRG-OPEN-SUB
           END-PERFORM
           IF WS-MRG-CREDIT-LEFT > 0
               ADD WS-MRG-CREDIT-LEFT TO WS-MRG-UNAPPLIED
               MOVE 0 TO WS-MRG-CREDIT-LEFT
           END-IF
           .

      * The pairs share one reference, M + retired account + the
      * Julian run date, so the two sides can always be matched up.
       WRITE-TRANSFER-ENTRIES.
           COMPUTE WS-JULIAN-DATE = FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE))
           MOVE SPACES TO WS-MRG-REF
           STRING "M"                 DELIMITED BY SIZE
                  WS-MNT-CUST-ID      DELIMITED BY SIZE
                  WS-JULIAN-DATE(3:5) DELIMITED BY SIZE
               INTO WS-MRG-REF
           END-STRING
           MOVE 0 TO WS-MRG-PAIRS
           MOVE WS-MRG-AMOUNT TO WS-MRG-RET-BAL
           OPEN EXTEND AUDFILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDFILE
           END-IF
           MOVE 1 TO WS-MRG-OPEN-SUB
           PERFORM UNTIL WS-MRG-OPEN-SUB > WS-MRG-OPEN-COUNT
               IF WS-MRG-OPEN-AMT(WS-MRG-OPEN-SUB) > 0
                   MOVE WS-MRG-OPEN-DATE(WS-MRG-OPEN-SUB)
                       TO WS-MRG-ITEM-DATE
                   MOVE WS-MRG-OPEN-AMT(WS-MRG-OPEN-SUB)
                       TO WS-MRG-ITEM-AMT
                   PERFORM WRITE-TRANSFER-PAIR
               END-IF
               ADD 1 TO WS-MRG-OPEN-SUB
           END-PERFORM
           IF WS-MRG-RET-BAL NOT = 0
               MOVE WS-RUN-DATE TO WS-MRG-ITEM-DATE
               MOVE WS-MRG-RET-BAL TO WS-MRG-ITEM-AMT
               PERFORM WRITE-TRANSFER-PAIR
           END-IF
           CLOSE AUDFILE
           .

       WRITE-TRANSFER-PAIR.
           ADD 1 TO WS-MRG-PAIRS
           MOVE WS-MNT-CUST-ID TO WS-MRG-ENT-CUST-ID
           COMPUTE WS-MRG-ENT-AMOUNT = 0 - WS-MRG-ITEM-AMT
           MOVE WS-MRG-RET-BAL TO WS-MRG-ENT-PRIOR
           COMPUTE WS-MRG-RET-BAL = WS-MRG-RET-BAL - WS-MRG-ITEM-AMT
           MOVE WS-MRG-RET-BAL TO WS-MRG-ENT-NEW
           PERFORM WRITE-TRANSFER-ENTRY
           MOVE WS-MNT-SURV-ID TO WS-MRG-ENT-CUST-ID
           MOVE WS-MRG-ITEM-AMT TO WS-MRG-ENT-AMOUNT
           MOVE WS-MRG-SURV-BAL TO WS-MRG-ENT-PRIOR
           COMPUTE WS-MRG-SURV-BAL = WS-MRG-SURV-BAL + WS-MRG-ITEM-AMT
           MOVE WS-MRG-SURV-BAL TO WS-MRG-ENT-NEW
           PERFORM WRITE-TRANSFER-ENTRY
           .

       WRITE-TRANSFER-ENTRY.
           MOVE WS-MRG-ENT-AMOUNT TO WS-AUD-AMT-OUT
           MOVE WS-MRG-ENT-PRIOR  TO WS-AUD-PRIOR-OUT
           MOVE WS-MRG-ENT-NEW    TO WS-AUD-NEW-OUT
           MOVE SPACES TO AUD-REC
           STRING "RUN="         DELIMITED BY SIZE
                  WS-RUN-ID      DELIMITED BY SIZE
                  " CUST-ID="    DELIMITED BY SIZE
                  WS-MRG-ENT-CUST-ID
                                 DELIMITED BY SIZE
                  " REF="        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MRG-REF)
                                 DELIMITED BY SIZE
                  " DATE="       DELIMITED BY SIZE
                  WS-MRG-ITEM-DATE
                                 DELIMITED BY SIZE
                  " TYPE=T"      DELIMITED BY SIZE
                  " AMOUNT="     DELIMITED BY SIZE
                  WS-AUD-AMT-OUT DELIMITED BY SIZE
                  " PRIOR-BAL="  DELIMITED BY SIZE
                  WS-AUD-PRIOR-OUT
                                 DELIMITED BY SIZE
                  " NEW-BAL="    DELIMITED BY SIZE
                  WS-AUD-NEW-OUT DELIMITED BY SIZE
                  " LATE="       DELIMITED BY SIZE
                  "      0.00"   DELIMITED BY SIZE
                  " TAX="        DELIMITED BY SIZE
                  "      0.00"   DELIMITED BY SIZE
                  " USAGE="      DELIMITED BY SIZE
                  "      0.00"   DELIMITED BY SIZE
                  " FLAG="       DELIMITED BY SIZE
                  "MERGE"        DELIMITED BY SIZE
               INTO AUD-REC
           END-STRING
           WRITE AUD-REC
           .

       PARSE-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUD-RUN-ID
           MOVE SPACES TO WS-AUD-TYPE
           MOVE SPACES TO WS-AUD-DATE
           MOVE 0 TO WS-AUD-CUST-ID
           MOVE 0 TO WS-AUD-AMOUNT
           IF AUD-REC(1:4) NOT = "RUN="
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PART-TWO
               UNSTRING AUD-REC DELIMITED BY "RUN="
                   INTO WS-PART-ONE, WS-PART-TWO
               END-UNSTRING
               PERFORM GET-FIRST-TOKEN
               MOVE WS-PART-TOKEN TO WS-AUD-RUN-ID
               MOVE SPACES TO WS-PART-TWO
               UNSTRING AUD-REC DELIMITED BY " CUST-ID="
                   INTO WS-PART-ONE, WS-PART-TWO
               END-UNSTRING
               PERFORM GET-FIRST-TOKEN
               IF FUNCTION TEST-NUMVAL-C(WS-PART-TOKEN) = 0
                   COMPUTE WS-AUD-CUST-ID =
                           FUNCTION NUMVAL-C(WS-PART-TOKEN)
               END-IF
               MOVE SPACES TO WS-PART-TWO
               UNSTRING AUD-REC DELIMITED BY " TYPE="
                   INTO WS-PART-ONE, WS-PART-TWO
               END-UNSTRING
               PERFORM GET-FIRST-TOKEN
               MOVE WS-PART-TOKEN TO WS-AUD-TYPE
               MOVE SPACES TO WS-PART-TWO
               UNSTRING AUD-REC DELIMITED BY " DATE="
                   INTO WS-PART-ONE, WS-PART-TWO
               END-UNSTRING
               PERFORM GET-FIRST-TOKEN
               MOVE WS-PART-TOKEN TO WS-AUD-DATE
               MOVE SPACES TO WS-PART-TWO
               UNSTRING AUD-REC DELIMITED BY " AMOUNT="
                   INTO WS-PART-ONE, WS-PART-TWO
               END-UNSTRING
               PERFORM GET-FIRST-TOKEN
               IF WS-PART-TOKEN NOT = SPACES
                   COMPUTE WS-AUD-AMOUNT =
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

      * The survivor keeps the further-along dunning state of the two
      * accounts - each counter and the notice level taken at the
      * higher of the pair - so collections neither restart nor
      * repeat notices on the merged balance.  The retired account's
      * record is dropped.  dunning-state.dat stays in customer order
      * for CUSTOMER-DUNNING.
       CARRY-DUNNING-STATE.
           MOVE 'N' TO WS-MRG-STATE-FOUND
           MOVE 0 TO WS-MRG-RUNS-60
           MOVE 0 TO WS-MRG-RUNS-90
           MOVE 0 TO WS-MRG-LEVEL
           MOVE 'N' TO WS-STATE-EOF
           OPEN INPUT STATEFILE-IN
           IF WS-STATE-IN-STATUS = "00"
               PERFORM UNTIL WS-STATE-EOF = 'Y'
                   PERFORM READ-STATE-RECORD
                   IF WS-STATE-EOF = 'N'
                      AND (WS-STATE-CUST-ID = WS-MNT-CUST-ID
                        OR WS-STATE-CUST-ID = WS-MNT-SURV-ID)
                       PERFORM TAKE-HIGHER-DUNNING-STATE
                   END-IF
               END-PERFORM
               CLOSE STATEFILE-IN
           END-IF
           IF WS-MRG-STATE-FOUND = 'Y'
               PERFORM REWRITE-DUNNING-STATE
               DISPLAY "Dunning level " WS-MRG-LEVEL
                       " carried to customer: " WS-MNT-SURV-ID
           END-IF
           .

       TAKE-HIGHER-DUNNING-STATE.
           MOVE 'Y' TO WS-MRG-STATE-FOUND
           IF WS-STATE-RUNS-60 > WS-MRG-RUNS-60
               MOVE WS-STATE-RUNS-60 TO WS-MRG-RUNS-60
           END-IF
           IF WS-STATE-RUNS-90 > WS-MRG-RUNS-90
               MOVE WS-STATE-RUNS-90 TO WS-MRG-RUNS-90
           END-IF
           IF WS-STATE-LEVEL > WS-MRG-LEVEL
               MOVE WS-STATE-LEVEL TO WS-MRG-LEVEL
           END-IF
           .

       REWRITE-DUNNING-STATE.
           MOVE 'N' TO WS-MRG-STATE-DONE
           MOVE 'N' TO WS-STATE-EOF
           OPEN INPUT STATEFILE-IN
           OPEN OUTPUT STATEFILE-OUT
           PERFORM UNTIL WS-STATE-EOF = 'Y'
               PERFORM READ-STATE-RECORD
               IF WS-STATE-EOF = 'N'
                   IF WS-MRG-STATE-DONE = 'N'
                      AND WS-STATE-CUST-ID > WS-MNT-SURV-ID
                       PERFORM WRITE-MERGED-STATE
                   END-IF
                   IF WS-STATE-CUST-ID NOT = WS-MNT-CUST-ID
                      AND WS-STATE-CUST-ID NOT = WS-MNT-SURV-ID
                       MOVE STATE-IN-REC TO STATE-OUT-REC
                       WRITE STATE-OUT-REC
                   END-IF
               END-IF
           END-PERFORM
           IF WS-MRG-STATE-DONE = 'N'
               PERFORM WRITE-MERGED-STATE
           END-IF
           CLOSE STATEFILE-IN
           CLOSE STATEFILE-OUT
           MOVE 'N' TO WS-STATE-EOF
           OPEN INPUT STATEFILE-OUT
           OPEN OUTPUT STATEFILE-IN
           PERFORM UNTIL WS-STATE-EOF = 'Y'
               READ STATEFILE-OUT
                   AT END
                       MOVE 'Y' TO WS-STATE-EOF
                   NOT AT END
                       MOVE STATE-OUT-REC TO STATE-IN-REC
                       WRITE STATE-IN-REC
               END-READ
           END-PERFORM
           CLOSE STATEFILE-OUT
           CLOSE STATEFILE-IN
           .

       WRITE-MERGED-STATE.
           MOVE 'Y' TO WS-MRG-STATE-DONE
           MOVE SPACES TO STATE-OUT-REC
           STRING WS-MNT-SURV-ID DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  WS-MRG-RUNS-60 DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  WS-MRG-RUNS-90 DELIMITED BY SIZE
                  ","            DELIMITED BY SIZE
                  WS-MRG-LEVEL   DELIMITED BY SIZE
               INTO STATE-OUT-REC
           END-STRING
           WRITE STATE-OUT-REC
           .

       READ-STATE-RECORD.
           READ STATEFILE-IN
               AT END
                   MOVE 'Y' TO WS-STATE-EOF
               NOT AT END
                   MOVE SPACES TO WS-STATE-ID-TXT
                   MOVE 0 TO WS-STATE-RUNS-60
                   MOVE 0 TO WS-STATE-RUNS-90
                   MOVE 0 TO WS-STATE-LEVEL
                   UNSTRING STATE-IN-REC DELIMITED BY ','
                       INTO WS-STATE-ID-TXT, WS-STATE-RUNS-60,
                            WS-STATE-RUNS-90, WS-STATE-LEVEL
                   END-UNSTRING
                   COMPUTE WS-STATE-CUST-ID =
                           FUNCTION NUMVAL-C(WS-STATE-ID-TXT)
           END-READ
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

      * A usable limit on the add record is taken as keyed; anything
      * blank or unusable defaults by tier, matching CUSTOMER-CONVERT.
       DEFAULT-CREDIT-LIMIT.
                   MOVE "Balance not zero - delete rejected"
                       TO WS-REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN CUST-MERGED-INTO NOT = 0
                   MOVE "Merged account kept for redirects"
                       TO WS-REJ-REASON
                   PERFORM WRITE-REJECT
               WHEN OTHER
                   PERFORM BUILD-BEFORE-IMAGE
                   DELETE CUSTFILE RECORD
           MOVE WS-OUT-LINE TO WS-IMAGE-AFTER
           .

      * The bank account number never goes on the maintenance audit in
      * full - only its last four digits.
       BUILD-CUSTOMER-IMAGE.
           MOVE SPACES TO WS-MNT-ACCT-MASK
           MOVE 0 TO WS-ACCT-LEN
           IF CUST-AUTOPAY-ACCOUNT NOT = SPACES
               INSPECT CUST-AUTOPAY-ACCOUNT
                   TALLYING WS-ACCT-LEN
                   FOR CHARACTERS BEFORE INITIAL ' '
               IF WS-ACCT-LEN > 4
                   STRING "****" DELIMITED BY SIZE
                          CUST-AUTOPAY-ACCOUNT(WS-ACCT-LEN - 3:4)
                                 DELIMITED BY SIZE
                       INTO WS-MNT-ACCT-MASK
                   END-STRING
               ELSE
                   MOVE "****" TO WS-MNT-ACCT-MASK
               END-IF
           END-IF
           MOVE CUST-BALANCE TO WS-BALANCE-EDIT
           MOVE CUST-CREDIT-LIMIT TO WS-LIMIT-EDIT
           MOVE SPACES TO WS-OUT-LINE
                  ','              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LIMIT-EDIT)
                                   DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  CUST-NSF-COUNT   DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  CUST-CASH-ONLY-SW
                                   DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  CUST-AUTOPAY-SW  DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  CUST-AUTOPAY-ROUTING
                                   DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MNT-ACCT-MASK)
                                   DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  CUST-AUTOPAY-OFFSET
                                   DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  CUST-MERGED-INTO DELIMITED BY SIZE
               INTO WS-OUT-LINE
           END-STRING
           .
