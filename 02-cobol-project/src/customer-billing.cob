           SELECT DEFFILE    ASSIGN TO "data/billing-deferred.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEF-STATUS.
           SELECT NSFPARMFILE ASSIGN TO "data/nsf-params.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NSFPARM-STATUS.
           SELECT DISPFILE   ASSIGN TO "data/disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  RCYC-REC         PIC X(80).
       FD  DEFFILE.
       01  DEF-REC          PIC X(200).
       FD  NSFPARMFILE.
       01  NSFPARM-REC      PIC X(80).
       FD  DISPFILE.
       01  DISP-REC         PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "src/copybooks/RATE-SCHEDULE-RECORD.cbk".
       COPY "src/copybooks/RATE-SCHEDULE-TABLE.cbk".
       COPY "src/copybooks/TAX-RATE-TABLE.cbk".
       COPY "src/copybooks/DISPUTE-TABLE.cbk".
       77  WS-DISP-STATUS   PIC X(02).
       77  WS-DISP-EOF      PIC X VALUE 'N'.
       77  WS-DSP-SUB       PIC 9(4) COMP VALUE 0.
       77  WS-DSP-CUST-TOTAL PIC S9(9)V99 VALUE 0.
       77  WS-DSP-HOLD-SW   PIC X(01) VALUE 'N'.
           88  DISPUTE-HOLD         VALUE 'Y'.
       01  WS-DSP-LOAD-FIELDS.
           05  WS-DSP-ID-TXT        PIC X(10).
           05  WS-DSP-REF-TXT       PIC X(12).
           05  WS-DSP-AMT-TXT       PIC X(14).
           05  WS-DSP-OPENED-TXT    PIC X(10).
           05  WS-DSP-CODE          PIC X(01).
       77  WS-INFILE-EOF    PIC X VALUE 'N'.
       77  WS-CUST-STATUS   PIC X(02).
       77  WS-RATEFILE-EOF  PIC X VALUE 'N'.
           88  TRAN-TYPE-PAYMENT         VALUE 'P'.
           88  TRAN-TYPE-ADJUSTMENT      VALUE 'A'.
           88  TRAN-TYPE-CREDIT-MEMO     VALUE 'M'.
           88  TRAN-TYPE-RETURNED-PMT    VALUE 'N'.
           88  TRAN-TYPE-VALID           VALUE 'C' 'P' 'A' 'M' 'N'.
       77  WS-TRAN-DESC     PIC X(12).
       77  WS-TRAN-REF      PIC X(12).
       77  WS-TRAN-DATE     PIC X(08).
      * card and is called out here so it is not mistaken for a sourced
      * figure.
       77  WS-LATE-FEE-RATE PIC V99 VALUE .05.
       77  WS-NSFPARM-STATUS PIC X(02).
       77  WS-NSFPARM-EOF   PIC X VALUE 'N'.
       77  WS-PARM-NAME     PIC X(20).
       77  WS-PARM-VALUE-TXT PIC X(10).
      * Every returned item carries a handling fee and counts against
      * the customer; at the cash-only count the account stops being
      * trusted with checks.  Both come from nsf-params.dat.
       77  WS-NSF-FEE       PIC S9(5)V99 VALUE 25.00.
       77  WS-NSF-CASH-ONLY-AFTER PIC 9(02) VALUE 2.
       77  WS-RECOVERY-AMT  PIC S9(7)V99 VALUE 0.
       77  WS-AUD-EOF       PIC X VALUE 'N'.
       77  WS-ORG-FOUND-SW  PIC X VALUE 'N'.
           88  ORIGINAL-FOUND       VALUE 'Y'.
           88  ORIGINAL-NOT-FOUND   VALUE 'N'.
       77  WS-ORG-RETURNED-SW PIC X VALUE 'N'.
           88  ORIGINAL-ALREADY-BACKED-OUT VALUE 'Y'.
       77  WS-ORG-PAY-AMOUNT PIC S9(7)V99 VALUE 0.
       77  WS-ORG-CUST-ID   PIC 9(6) VALUE 0.
       77  WS-ORG-TYPE      PIC X(01).
       77  WS-ORG-REF       PIC X(12).
       77  WS-ORG-AMOUNT    PIC S9(7)V99 VALUE 0.
       01  WS-PARSE-PARTS.
           05  WS-PART-ONE      PIC X(250).
           05  WS-PART-TWO      PIC X(250).
           05  WS-PART-TOKEN    PIC X(20).
       77  WS-RUN-DATE      PIC 9(8).
       77  WS-RUN-TIME      PIC 9(8).
       77  WS-RUN-ID        PIC X(17).
           88  CUST-FOUND           VALUE 'Y'.
           88  CUST-NOT-FOUND       VALUE 'N'.
       77  WS-EXC-REASON    PIC X(40).
       77  WS-MERGED-FROM-ID PIC 9(6) VALUE 0.
       77  WS-MERGE-HOPS    PIC 9(4) COMP VALUE 0.
       77  WS-REVIEW-FLAG   PIC X(06) VALUE SPACES.
       77  WS-CHK-STATUS    PIC X(02).
       77  WS-RCYC-STATUS   PIC X(02).
       77  WS-CHK-PLT-TXT     PIC X(13).
       77  WS-CHK-OTH-TXT     PIC X(13).
       77  WS-CHK-LATE-TXT    PIC X(13).
       77  WS-CHK-NSF-AMT-TXT PIC X(13).
       77  WS-CHK-FEE-AMT-TXT PIC X(13).
       77  WS-CHK-RCV-AMT-TXT PIC X(13).
       77  WS-GL-REV-PART     PIC S9(9)V99 VALUE 0.
       01  WS-GL-TOTALS.
           05  WS-GL-GLD-REV    PIC S9(9)V99 VALUE 0.
           05  TOTAL-EXCEPTION PIC 9(9) VALUE 0.
           05  TOTAL-DEFERRED  PIC 9(9) VALUE 0.
           05  TOTAL-OVERLIMIT PIC 9(9) VALUE 0.
           05  TOTAL-FEE-HELD  PIC 9(9) VALUE 0.
       01  WS-REG-TOTALS.
           05  WS-REG-PAY-COUNT PIC 9(9) VALUE 0.
           05  WS-REG-PAY-AMT   PIC S9(9)V99 VALUE 0.
           05  WS-REG-ADJ-AMT   PIC S9(9)V99 VALUE 0.
           05  WS-REG-CRM-COUNT PIC 9(9) VALUE 0.
           05  WS-REG-CRM-AMT   PIC S9(9)V99 VALUE 0.
           05  WS-REG-NSF-COUNT PIC 9(9) VALUE 0.
           05  WS-REG-NSF-AMT   PIC S9(9)V99 VALUE 0.
           05  WS-REG-FEE-COUNT PIC 9(9) VALUE 0.
           05  WS-REG-FEE-AMT   PIC S9(9)V99 VALUE 0.
           05  WS-REG-RCV-COUNT PIC 9(9) VALUE 0.
           05  WS-REG-RCV-AMT   PIC S9(9)V99 VALUE 0.
           05  WS-REG-NET-AMT   PIC S9(9)V99 VALUE 0.
       01  WS-RPT-EDIT-FIELDS.
           05  WS-RPT-ID            PIC ZZZZZ9.
               INTO WS-RUN-ID
           END-STRING
           PERFORM READ-RUN-CYCLE
           PERFORM READ-NSF-PARAMETERS
           PERFORM READ-OPEN-DISPUTES
           OPEN INPUT INFILE
           OPEN I-O CUSTFILE
           IF WS-CUST-STATUS NOT = "00"
           DISPLAY "Total exceptions: " TOTAL-EXCEPTION
           DISPLAY "Total deferred to later cycle: " TOTAL-DEFERRED
           DISPLAY "Accounts held over credit limit: " TOTAL-OVERLIMIT
           DISPLAY "Late fees held for open dispute: " TOTAL-FEE-HELD
           GOBACK.
           .

      * Open disputes are kept on disputes.dat by DISPUTE-MAINT
      * (cust,ref,amount,opened,status,...); released and credited
      * items stay on the file as history and are ignored here.
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

      * A delinquent customer is not charged a late fee on money they
      * are disputing: the fee is held when the charge being billed is
      * itself under dispute, or when everything the customer owes is
      * under dispute (balance less disputed amounts at or below zero).
      * The charge itself still posts.
       CHECK-DISPUTE-HOLD.
           MOVE 'N' TO WS-DSP-HOLD-SW
           MOVE 0 TO WS-DSP-CUST-TOTAL
           MOVE 1 TO WS-DSP-SUB
           PERFORM UNTIL WS-DSP-SUB > WS-DSP-COUNT
               IF TBL-DSP-CUST-ID(WS-DSP-SUB) = CUST-ID
                   ADD TBL-DSP-AMOUNT(WS-DSP-SUB) TO WS-DSP-CUST-TOTAL
                   IF TBL-DSP-REF(WS-DSP-SUB) = WS-TRAN-REF
                       MOVE 'Y' TO WS-DSP-HOLD-SW
                   END-IF
               END-IF
               ADD 1 TO WS-DSP-SUB
           END-PERFORM
           IF WS-DSP-CUST-TOTAL > 0
              AND CUST-BALANCE - WS-DSP-CUST-TOTAL <= 0
               MOVE 'Y' TO WS-DSP-HOLD-SW
           END-IF
           .

      * The operator leaves tonight's billing cycle (01-28) on
      * run-cycle.dat.  A missing file or the literal ALL bills the
      * whole base exactly as before cycles existed.  Anything else
           GOBACK
           .

       READ-NSF-PARAMETERS.
           OPEN INPUT NSFPARMFILE
           IF WS-NSFPARM-STATUS = "35"
               DISPLAY "No returned-item parameter file - using "
                       "defaults"
           ELSE
               MOVE 'N' TO WS-NSFPARM-EOF
               PERFORM UNTIL WS-NSFPARM-EOF = 'Y'
                   READ NSFPARMFILE
                       AT END
                           MOVE 'Y' TO WS-NSFPARM-EOF
                       NOT AT END
                           PERFORM LOAD-NSF-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE NSFPARMFILE
           END-IF
           DISPLAY "Returned item fee: " WS-NSF-FEE
                   " cash-only after: " WS-NSF-CASH-ONLY-AFTER
           .

       LOAD-NSF-PARAMETER.
           MOVE SPACES TO WS-PARM-NAME
           MOVE SPACES TO WS-PARM-VALUE-TXT
           UNSTRING NSFPARM-REC DELIMITED BY ','
               INTO WS-PARM-NAME, WS-PARM-VALUE-TXT
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL-C(WS-PARM-VALUE-TXT) NOT = 0
               DISPLAY "Ignoring bad returned-item parameter: "
                       NSFPARM-REC
           ELSE
               EVALUATE WS-PARM-NAME
                   WHEN "NSF-FEE"
                       COMPUTE WS-NSF-FEE =
                               FUNCTION NUMVAL-C(WS-PARM-VALUE-TXT)
                   WHEN "CASH-ONLY-AFTER"
                       COMPUTE WS-NSF-CASH-ONLY-AFTER =
                               FUNCTION NUMVAL-C(WS-PARM-VALUE-TXT)
                   WHEN OTHER
                       DISPLAY "Ignoring unknown returned-item "
                               "parameter: " NSFPARM-REC
               END-EVALUATE
           END-IF
           .

      * Tax rates load ahead of the checkpoint read so a restart can
      * put its per-jurisdiction tax totals back into the same table
      * slots.  No tax table on disk means usage charges go untaxed.
                                WS-REG-CRM-COUNT, WS-CHK-CRM-AMT-TXT,
                                WS-CHK-GLD-TXT, WS-CHK-STD-TXT,
                                WS-CHK-PLT-TXT, WS-CHK-OTH-TXT,
                                WS-CHK-LATE-TXT,
                                WS-REG-NSF-COUNT, WS-CHK-NSF-AMT-TXT,
                                WS-REG-FEE-COUNT, WS-CHK-FEE-AMT-TXT,
                                WS-REG-RCV-COUNT, WS-CHK-RCV-AMT-TXT
                           WITH POINTER WS-CHK-PTR
                       END-UNSTRING
               END-READ
                       FUNCTION NUMVAL-C(WS-CHK-OTH-TXT)
               COMPUTE WS-GL-LATE-FEE =
                       FUNCTION NUMVAL-C(WS-CHK-LATE-TXT)
               COMPUTE WS-REG-NSF-AMT =
                       FUNCTION NUMVAL-C(WS-CHK-NSF-AMT-TXT)
               COMPUTE WS-REG-FEE-AMT =
                       FUNCTION NUMVAL-C(WS-CHK-FEE-AMT-TXT)
               COMPUTE WS-REG-RCV-AMT =
                       FUNCTION NUMVAL-C(WS-CHK-RCV-AMT-TXT)
               PERFORM RESTORE-TAX-CHECKPOINT
           ELSE
               MOVE 0 TO WS-REG-PAY-COUNT
               MOVE 0 TO WS-REG-ADJ-COUNT
               MOVE 0 TO WS-REG-CRM-COUNT
               MOVE 0 TO WS-REG-NSF-COUNT
               MOVE 0 TO WS-REG-FEE-COUNT
               MOVE 0 TO WS-REG-RCV-COUNT
           END-IF
           DISPLAY "Restart checkpoint position: " WS-CHECKPOINT-START
           .
           MOVE WS-CHK-REG-AMT TO WS-CHK-OTH-TXT
           MOVE WS-GL-LATE-FEE TO WS-CHK-REG-AMT
           MOVE WS-CHK-REG-AMT TO WS-CHK-LATE-TXT
           MOVE WS-REG-NSF-AMT TO WS-CHK-REG-AMT
           MOVE WS-CHK-REG-AMT TO WS-CHK-NSF-AMT-TXT
           MOVE WS-REG-FEE-AMT TO WS-CHK-REG-AMT
           MOVE WS-CHK-REG-AMT TO WS-CHK-FEE-AMT-TXT
           MOVE WS-REG-RCV-AMT TO WS-CHK-REG-AMT
           MOVE WS-CHK-REG-AMT TO WS-CHK-RCV-AMT-TXT
           MOVE SPACES TO CHK-REC
           MOVE 1 TO WS-CHK-PTR
           STRING WS-BILL-REC-COUNT DELIMITED BY SIZE
                  WS-CHK-OTH-TXT   DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-CHK-LATE-TXT  DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-REG-NSF-COUNT DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-CHK-NSF-AMT-TXT DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-REG-FEE-COUNT DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-CHK-FEE-AMT-TXT DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-REG-RCV-COUNT DELIMITED BY SIZE
                  ","              DELIMITED BY SIZE
                  WS-CHK-RCV-AMT-TXT DELIMITED BY SIZE
               INTO CHK-REC
               WITH POINTER WS-CHK-PTR
               ON OVERFLOW
                                       TO WS-EXC-REASON
                                   PERFORM WRITE-EXCEPTION
                               ELSE
                                   PERFORM CHECK-DISPUTE-HOLD
                                   IF DISPUTE-HOLD
                                       MOVE 0 TO WS-LATE-FEE
                                       MOVE "DSPUTE" TO WS-REVIEW-FLAG
                                       ADD 1 TO TOTAL-FEE-HELD
                                       DISPLAY "Late fee held - open "
                                               "dispute: " CUST-ID
                                   ELSE
                                       COMPUTE WS-LATE-FEE =
                                           WS-AMOUNT * WS-LATE-FEE-RATE
                                   END-IF
                                   COMPUTE WS-APPLIED-AMOUNT =
                                           WS-AMOUNT + WS-LATE-FEE
                                   PERFORM POST-BILLED-CHARGE

       APPLY-CASH-TRANSACTION.
           COMPUTE WS-AMOUNT = FUNCTION NUMVAL-C(WS-OUT-LINE)
           IF (TRAN-TYPE-PAYMENT OR TRAN-TYPE-CREDIT-MEMO
               OR TRAN-TYPE-RETURNED-PMT)
              AND WS-AMOUNT < 0
               MOVE "Negative amount on payment or credit"
                   TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
           IF TRAN-TYPE-RETURNED-PMT
               PERFORM APPLY-RETURNED-PAYMENT
           ELSE
               PERFORM POST-CASH-TRANSACTION
           END-IF
           END-IF
           .

      * A returned item carries the reference of the payment the bank
      * sent back.  Nothing goes back on the balance unless that
      * payment is on the audit trail for this customer, has not
      * already been returned or reversed, and matches the returned
      * amount to the penny.
       APPLY-RETURNED-PAYMENT.
           PERFORM FIND-ORIGINAL-PAYMENT
           EVALUATE TRUE
               WHEN ORIGINAL-NOT-FOUND
                   MOVE "No original payment for returned item"
                       TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION
               WHEN ORIGINAL-ALREADY-BACKED-OUT
                   MOVE "Payment already returned or reversed"
                       TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION
               WHEN WS-ORG-PAY-AMOUNT NOT = WS-AMOUNT
                   MOVE "Returned amount differs from payment"
                       TO WS-EXC-REASON
                   PERFORM WRITE-EXCEPTION
               WHEN OTHER
                   PERFORM POST-RETURNED-PAYMENT
           END-EVALUATE
           .

      * The audit trail is closed and read from the top so a payment
      * posted earlier in this same run is seen; the sort puts a
      * payment ahead of a returned item carrying the same reference.
       FIND-ORIGINAL-PAYMENT.
           SET ORIGINAL-NOT-FOUND TO TRUE
           MOVE 'N' TO WS-ORG-RETURNED-SW
           MOVE 0 TO WS-ORG-PAY-AMOUNT
           CLOSE AUDFILE
           MOVE 'N' TO WS-AUD-EOF
           OPEN INPUT AUDFILE
           IF WS-AUD-STATUS = "00"
               PERFORM UNTIL WS-AUD-EOF = 'Y'
                   READ AUDFILE
                       AT END
                           MOVE 'Y' TO WS-AUD-EOF
                       NOT AT END
                           PERFORM CHECK-ORIGINAL-PAYMENT
                   END-READ
               END-PERFORM
               CLOSE AUDFILE
           END-IF
           OPEN EXTEND AUDFILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDFILE
           END-IF
           .

      * A returned item redirected from a merged account may be for a
      * payment that posted under the old account number before the
      * merge, so either number matches.
       CHECK-ORIGINAL-PAYMENT.
           PERFORM PARSE-ORIGINAL-ENTRY
           IF (WS-ORG-CUST-ID = CUST-ID
               OR (WS-ORG-CUST-ID = WS-MERGED-FROM-ID
                   AND WS-MERGED-FROM-ID NOT = 0))
              AND WS-ORG-REF = WS-TRAN-REF
               EVALUATE TRUE
                   WHEN WS-ORG-TYPE = 'P'
                       SET ORIGINAL-FOUND TO TRUE
                       COMPUTE WS-ORG-PAY-AMOUNT = 0 - WS-ORG-AMOUNT
                   WHEN WS-ORG-TYPE = 'N'
                       SET ORIGINAL-ALREADY-BACKED-OUT TO TRUE
                   WHEN WS-ORG-TYPE = 'R' AND WS-ORG-AMOUNT > 0
                       SET ORIGINAL-ALREADY-BACKED-OUT TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       PARSE-ORIGINAL-ENTRY.
           MOVE 0 TO WS-ORG-CUST-ID
           MOVE SPACES TO WS-ORG-TYPE
           MOVE SPACES TO WS-ORG-REF
           MOVE 0 TO WS-ORG-AMOUNT
           IF AUD-REC(1:4) NOT = "RUN="
               CONTINUE
           ELSE
               MOVE SPACES TO WS-PART-TWO
               UNSTRING AUD-REC DELIMITED BY " CUST-ID="
                   INTO WS-PART-ONE, WS-PART-TWO
               END-UNSTRING
               PERFORM GET-FIRST-TOKEN
               IF FUNCTION TEST-NUMVAL-C(WS-PART-TOKEN) = 0
                   COMPUTE WS-ORG-CUST-ID =
                           FUNCTION NUMVAL-C(WS-PART-TOKEN)
               END-IF
               MOVE SPACES TO WS-PART-TWO
               UNSTRING AUD-REC DELIMITED BY " REF="
                   INTO WS-PART-ONE, WS-PART-TWO
               END-UNSTRING
               PERFORM GET-FIRST-TOKEN
               MOVE WS-PART-TOKEN TO WS-ORG-REF
               MOVE SPACES TO WS-PART-TWO
               UNSTRING AUD-REC DELIMITED BY " TYPE="
                   INTO WS-PART-ONE, WS-PART-TWO
               END-UNSTRING
               PERFORM GET-FIRST-TOKEN
               MOVE WS-PART-TOKEN TO WS-ORG-TYPE
               MOVE SPACES TO WS-PART-TWO
               UNSTRING AUD-REC DELIMITED BY " AMOUNT="
                   INTO WS-PART-ONE, WS-PART-TWO
               END-UNSTRING
               PERFORM GET-FIRST-TOKEN
               IF WS-PART-TOKEN NOT = SPACES
                   COMPUTE WS-ORG-AMOUNT =
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

      * The returned item goes back on the balance as its own entry
      * (TYPE=N) and the handling fee follows as a separate adjustment
      * flagged NSFFEE, so each balance change has its own audit line.
      * The item counts once against the run totals.  Reaching the
      * cash-only count puts the account on cash-only review; checks
      * that still arrive post, but are flagged for the collectors.
       POST-RETURNED-PAYMENT.
           MOVE WS-AMOUNT TO WS-APPLIED-AMOUNT
           MOVE "RETURNED PMT" TO WS-TRAN-DESC
           MOVE "NSF" TO WS-REVIEW-FLAG
           IF CUST-NSF-COUNT < 99
               ADD 1 TO CUST-NSF-COUNT
           END-IF
           IF WS-NSF-CASH-ONLY-AFTER > 0
              AND CUST-NSF-COUNT >= WS-NSF-CASH-ONLY-AFTER
              AND NOT CUST-CASH-ONLY
               SET CUST-CASH-ONLY TO TRUE
               MOVE "CASHON" TO WS-REVIEW-FLAG
           END-IF
           COMPUTE CUST-BALANCE = CUST-BALANCE + WS-APPLIED-AMOUNT
           PERFORM REWRITE-CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "00"
               MOVE "Customer master rewrite failed"
                   TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               ADD 1 TO WS-REG-NSF-COUNT
               ADD WS-APPLIED-AMOUNT TO WS-REG-NSF-AMT
               ADD 1 TO TOTAL-BILLED
               PERFORM WRITE-REPORT-DETAIL
               PERFORM WRITE-REGISTER-DETAIL
               PERFORM WRITE-AUDIT-ENTRY
               PERFORM WRITE-RETURNED-ITEM-NOTICE
               DISPLAY "Applied " WS-TRAN-DESC " for customer: "
                       CUST-ID " New balance: " CUST-BALANCE
               IF WS-NSF-FEE > 0
                   PERFORM POST-RETURNED-ITEM-FEE
               END-IF
           END-IF
           .

       POST-RETURNED-ITEM-FEE.
           MOVE CUST-BALANCE TO WS-PRIOR-BALANCE
           MOVE 'A' TO WS-TRAN-TYPE
           MOVE WS-NSF-FEE TO WS-APPLIED-AMOUNT
           MOVE "RETURN FEE" TO WS-TRAN-DESC
           MOVE "NSFFEE" TO WS-REVIEW-FLAG
           COMPUTE CUST-BALANCE = CUST-BALANCE + WS-APPLIED-AMOUNT
           PERFORM REWRITE-CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "00"
               MOVE "Returned item fee not posted"
                   TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               ADD 1 TO WS-REG-FEE-COUNT
               ADD WS-APPLIED-AMOUNT TO WS-REG-FEE-AMT
               PERFORM WRITE-REPORT-DETAIL
               PERFORM WRITE-REGISTER-DETAIL
               PERFORM WRITE-AUDIT-ENTRY
               DISPLAY "Returned item fee applied: " CUST-ID
                       " fee: " WS-NSF-FEE
           END-IF
           .

      * Returned items are listed on the exception report for the
      * collectors even though they posted; the line does not count as
      * an exception in the run totals.
       WRITE-RETURNED-ITEM-NOTICE.
           MOVE SPACES TO WS-EXC-REASON
           IF WS-REVIEW-FLAG = "CASHON"
               MOVE "Returned item - account now cash-only"
                   TO WS-EXC-REASON
           ELSE
               STRING "Returned item re-debited, NSF count "
                                      DELIMITED BY SIZE
                      CUST-NSF-COUNT  DELIMITED BY SIZE
                   INTO WS-EXC-REASON
               END-STRING
           END-IF
           PERFORM WRITE-EXCEPTION-LINE
           .

       POST-CASH-TRANSACTION.
           MOVE 0 TO WS-RECOVERY-AMT
           IF TRAN-TYPE-PAYMENT AND CUST-WRITEOFF-AMT > 0
               PERFORM POST-BAD-DEBT-RECOVERY
           END-IF
           EVALUATE TRUE
               WHEN TRAN-TYPE-PAYMENT
                   COMPUTE WS-APPLIED-AMOUNT = 0 - WS-AMOUNT
           IF CUST-STATUS-CLOSED
               MOVE "REVIEW" TO WS-REVIEW-FLAG
           END-IF
           IF TRAN-TYPE-PAYMENT AND CUST-CASH-ONLY
               MOVE "CASHRV" TO WS-REVIEW-FLAG
           END-IF
           IF WS-RECOVERY-AMT > 0
               MOVE "RECOVR" TO WS-REVIEW-FLAG
           END-IF
           COMPUTE CUST-BALANCE = CUST-BALANCE + WS-APPLIED-AMOUNT
           PERFORM REWRITE-CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "00"
           END-IF
           .

      * A payment on a written-off account first reinstates as much
      * of the written-off debt as it covers (TYPE=V, bad-debt
      * recovery) and then posts as an ordinary payment against it, so
      * the account comes back to zero instead of going into a credit
      * balance CUSTOMER-REFUND would pay out.  Only money beyond the
      * unrecovered write-off is left as a credit on the account.
       POST-BAD-DEBT-RECOVERY.
           IF WS-AMOUNT < CUST-WRITEOFF-AMT
               MOVE WS-AMOUNT TO WS-RECOVERY-AMT
           ELSE
               MOVE CUST-WRITEOFF-AMT TO WS-RECOVERY-AMT
           END-IF
           MOVE 'V' TO WS-TRAN-TYPE
           MOVE WS-RECOVERY-AMT TO WS-APPLIED-AMOUNT
           MOVE "BAD DEBT RCV" TO WS-TRAN-DESC
           MOVE "RECOVR" TO WS-REVIEW-FLAG
           COMPUTE CUST-BALANCE = CUST-BALANCE + WS-APPLIED-AMOUNT
           SUBTRACT WS-RECOVERY-AMT FROM CUST-WRITEOFF-AMT
           PERFORM REWRITE-CUSTOMER-MASTER
           IF WS-CUST-STATUS NOT = "00"
               COMPUTE CUST-BALANCE = CUST-BALANCE - WS-APPLIED-AMOUNT
               ADD WS-RECOVERY-AMT TO CUST-WRITEOFF-AMT
               MOVE 0 TO WS-RECOVERY-AMT
               MOVE "Bad debt recovery not posted"
                   TO WS-EXC-REASON
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               ADD 1 TO WS-REG-RCV-COUNT
               ADD WS-APPLIED-AMOUNT TO WS-REG-RCV-AMT
               PERFORM WRITE-REPORT-DETAIL
               PERFORM WRITE-REGISTER-DETAIL
               PERFORM WRITE-AUDIT-ENTRY
               DISPLAY "Bad debt recovery for customer: " CUST-ID
                       " amount: " WS-RECOVERY-AMT
           END-IF
           MOVE 'P' TO WS-TRAN-TYPE
           MOVE CUST-BALANCE TO WS-PRIOR-BALANCE
           MOVE SPACES TO WS-REVIEW-FLAG
           .

       ACCUMULATE-CASH-TOTALS.
           EVALUATE TRUE
               WHEN TRAN-TYPE-PAYMENT

       WRITE-EXCEPTION.
           ADD 1 TO TOTAL-EXCEPTION
           PERFORM WRITE-EXCEPTION-LINE
           .

       WRITE-EXCEPTION-LINE.
           MOVE SPACES TO EXC-REC
           STRING "CUST-ID="     DELIMITED BY SIZE
                  CUST-ID        DELIMITED BY SIZE
       FIND-CUSTOMER.
           DISPLAY "Starting FIND-CUSTOMER for: " CUST-ID
           SET CUST-NOT-FOUND TO TRUE
           MOVE 0 TO WS-MERGED-FROM-ID
           READ CUSTFILE
               INVALID KEY
                   DISPLAY "No customer master match for: " CUST-ID
               NOT INVALID KEY
                   SET CUST-FOUND TO TRUE
           END-READ
           IF CUST-FOUND AND CUST-STATUS-CLOSED
              AND CUST-MERGED-INTO NOT = 0
               MOVE CUST-ID TO WS-MERGED-FROM-ID
               PERFORM FOLLOW-MERGED-ACCOUNT
           END-IF
           .

      * A row still arriving under an account that CUSTOMER-MAINT has
      * merged away posts to the account it was merged into, following
      * the pointer through any later merge.  The hop limit only
      * guards against a pointer loop left by reopening an account.
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
               DISPLAY "Redirected merged account: " WS-MERGED-FROM-ID
                       " to: " CUST-ID
           END-IF
           .

      * The rate in force is the entry for the tier whose effective
           MOVE WS-CHK-REG-AMT TO WS-CHK-ADJ-AMT-TXT
           MOVE WS-REG-CRM-AMT TO WS-CHK-REG-AMT
           MOVE WS-CHK-REG-AMT TO WS-CHK-CRM-AMT-TXT
           MOVE WS-REG-NSF-AMT TO WS-CHK-REG-AMT
           MOVE WS-CHK-REG-AMT TO WS-CHK-NSF-AMT-TXT
           MOVE WS-REG-FEE-AMT TO WS-CHK-REG-AMT
           MOVE WS-CHK-REG-AMT TO WS-CHK-FEE-AMT-TXT
           MOVE WS-REG-RCV-AMT TO WS-CHK-REG-AMT
           MOVE WS-CHK-REG-AMT TO WS-CHK-RCV-AMT-TXT
           MOVE SPACES TO RTOT-REC
           STRING WS-RUN-ID          DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-CHK-ADJ-AMT-TXT DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-CHK-CRM-AMT-TXT DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-CHK-NSF-AMT-TXT DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-CHK-FEE-AMT-TXT DELIMITED BY SIZE
                  ","                DELIMITED BY SIZE
                  WS-CHK-RCV-AMT-TXT DELIMITED BY SIZE
               INTO RTOT-REC
           END-STRING
           OPEN OUTPUT RTOTFILE

       WRITE-REGISTER-FOOTER.
           COMPUTE WS-REG-NET-AMT = WS-REG-PAY-AMT + WS-REG-ADJ-AMT
                   + WS-REG-CRM-AMT + WS-REG-NSF-AMT + WS-REG-FEE-AMT
                   + WS-REG-RCV-AMT
           MOVE SPACES TO PAY-REC
           WRITE PAY-REC
           MOVE WS-REG-PAY-COUNT TO WS-PAY-REG-COUNT
               INTO PAY-REC
           END-STRING
           WRITE PAY-REC
           MOVE WS-REG-NSF-COUNT TO WS-PAY-REG-COUNT
           MOVE WS-REG-NSF-AMT   TO WS-PAY-REG-AMT
           MOVE SPACES TO PAY-REC
           STRING "RETURNED:     " DELIMITED BY SIZE
                  WS-PAY-REG-COUNT DELIMITED BY SIZE
                  "  AMOUNT: "     DELIMITED BY SIZE
                  WS-PAY-REG-AMT   DELIMITED BY SIZE
               INTO PAY-REC
           END-STRING
           WRITE PAY-REC
           MOVE WS-REG-FEE-COUNT TO WS-PAY-REG-COUNT
           MOVE WS-REG-FEE-AMT   TO WS-PAY-REG-AMT
           MOVE SPACES TO PAY-REC
           STRING "RETURN FEES:  " DELIMITED BY SIZE
                  WS-PAY-REG-COUNT DELIMITED BY SIZE
                  "  AMOUNT: "     DELIMITED BY SIZE
                  WS-PAY-REG-AMT   DELIMITED BY SIZE
               INTO PAY-REC
           END-STRING
           WRITE PAY-REC
           MOVE WS-REG-RCV-COUNT TO WS-PAY-REG-COUNT
           MOVE WS-REG-RCV-AMT   TO WS-PAY-REG-AMT
           MOVE SPACES TO PAY-REC
           STRING "RECOVERIES:   " DELIMITED BY SIZE
                  WS-PAY-REG-COUNT DELIMITED BY SIZE
                  "  AMOUNT: "     DELIMITED BY SIZE
                  WS-PAY-REG-AMT   DELIMITED BY SIZE
               INTO PAY-REC
           END-STRING
           WRITE PAY-REC
           MOVE WS-REG-NET-AMT TO WS-PAY-REG-AMT
           MOVE SPACES TO PAY-REC
           STRING "NET APPLIED TO BALANCES:      " DELIMITED BY SIZE
