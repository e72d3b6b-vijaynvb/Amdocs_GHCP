           SELECT RATEFILE   ASSIGN TO "data/rate-schedule.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT TAXFILE    ASSIGN TO "data/tax-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-STATUS.
           SELECT AUDFILE    ASSIGN TO "data/audit-trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
       01  REQ-REC          PIC X(80).
       FD  RATEFILE.
       01  RATE-REC-FLAT    PIC X(200).
       FD  TAXFILE.
       01  TAX-REC-FLAT     PIC X(200).
       FD  AUDFILE.
       01  AUD-REC          PIC X(250).
       FD  AUDEXTFILE.
       WORKING-STORAGE SECTION.
       COPY "src/copybooks/RATE-SCHEDULE-RECORD.cbk".
       COPY "src/copybooks/RATE-SCHEDULE-TABLE.cbk".
       COPY "src/copybooks/TAX-RATE-TABLE.cbk".
       77  WS-REQ-STATUS    PIC X(02).
       77  WS-RATE-STATUS   PIC X(02).
       77  WS-TAX-STATUS    PIC X(02).
       77  WS-TAXFILE-EOF   PIC X VALUE 'N'.
       77  WS-TAX-RATE-TXT  PIC X(20).
       77  WS-DIFF-TAX      PIC S9(7)V99 VALUE 0.
       77  WS-DIFF-TOTAL    PIC S9(7)V99 VALUE 0.
       77  WS-AUD-STATUS    PIC X(02).
       77  WS-CUST-STATUS   PIC X(02).
       77  WS-RATEFILE-EOF  PIC X VALUE 'N'.
           05  WS-AUD-AMT-OUT   PIC -(6)9.99.
           05  WS-AUD-PRIOR-OUT PIC -(6)9.99.
           05  WS-AUD-NEW-OUT   PIC -(6)9.99.
           05  WS-AUD-TAX-OUT   PIC -(6)9.99.

       PROCEDURE DIVISION.

           END-IF
           PERFORM READ-RATE-SCHEDULE
           CLOSE RATEFILE
           PERFORM READ-TAX-RATES
           OPEN INPUT AUDFILE
           IF WS-AUD-STATUS NOT = "00"
               DISPLAY "No audit trail on file - nothing to rerate"
                   " through " WS-TO-DATE
           .

      * The same jurisdiction rates CUSTOMER-BILLING taxes charges at;
      * no table on disk means adjustments post untaxed.
       READ-TAX-RATES.
           MOVE 'N' TO WS-TAXFILE-EOF
           OPEN INPUT TAXFILE
           IF WS-TAX-STATUS NOT = "00"
               DISPLAY "No tax rate table on file - rerate "
                       "adjustments will not be taxed"
           ELSE
               PERFORM UNTIL WS-TAXFILE-EOF = 'Y'
                   READ TAXFILE
                       AT END
                           MOVE 'Y' TO WS-TAXFILE-EOF
                       NOT AT END
                           PERFORM LOAD-TAX-TABLE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE TAXFILE
           END-IF
           .

       LOAD-TAX-TABLE-ENTRY.
           IF WS-TAX-COUNT >= 20
               DISPLAY "Tax rate table full at 20 entries - "
                   "record rejected: " TAX-REC-FLAT
           ELSE
               MOVE SPACES TO WS-TAX-RATE-TXT
               ADD 1 TO WS-TAX-COUNT
               SET WS-TAX-IDX TO WS-TAX-COUNT
               UNSTRING TAX-REC-FLAT DELIMITED BY ','
                   INTO TBL-TAX-JURIS(WS-TAX-IDX), WS-TAX-RATE-TXT
               END-UNSTRING
               COMPUTE TBL-TAX-RATE(WS-TAX-IDX) =
                       FUNCTION NUMVAL-C(WS-TAX-RATE-TXT)
               MOVE 0 TO TBL-TAX-TOTAL(WS-TAX-IDX)
           END-IF
           .

       READ-RATE-SCHEDULE.
           MOVE 'N' TO WS-RATEFILE-EOF
           PERFORM UNTIL WS-RATEFILE-EOF = 'Y'
               MOVE WS-AUD-DATE    TO SRT-TRAN-DATE
               MOVE WS-AUD-AMOUNT  TO SRT-AMOUNT
               MOVE 0              TO SRT-LATE
               MOVE WS-AUD-TAX     TO SRT-TAX
               MOVE 0              TO SRT-USAGE
               RELEASE SORT-REC
           END-IF
               ADD SRT-USAGE TO WS-GRP-USAGE
      * The billed amount carries late fee and jurisdiction tax; the
      * rerate compares base charge to base charge, so both come out
      * before the diff.  Earlier rerate adjustments carry their own
      * tax, which likewise comes out.
               COMPUTE WS-GRP-BASE =
                       WS-GRP-BASE + SRT-AMOUNT - SRT-LATE - SRT-TAX
           ELSE
               COMPUTE WS-GRP-ADJ = WS-GRP-ADJ + SRT-AMOUNT - SRT-TAX
           END-IF
           .

           END-IF
           .

      * The base-charge difference is taxed at the customer's
      * jurisdiction rate, as COMPUTE-CHARGE-TAX taxed the charge, so
      * a rerate corrects the tax billed along with the charge and the
      * correction reaches the tax return.
       COMPUTE-ADJUSTMENT-TAX.
           MOVE 0 TO WS-DIFF-TAX
           IF CUST-TAX-JURIS NOT = SPACES AND WS-TAX-COUNT > 0
               SET WS-TAX-IDX TO 1
               SEARCH WS-TAX-ENTRY
                   AT END
                       DISPLAY "No tax rate for jurisdiction: "
                               CUST-TAX-JURIS
                               " customer: " CUST-ID
                   WHEN TBL-TAX-JURIS(WS-TAX-IDX) = CUST-TAX-JURIS
                       COMPUTE WS-DIFF-TAX ROUNDED =
                               WS-DIFF-AMOUNT * TBL-TAX-RATE(WS-TAX-IDX)
               END-SEARCH
           END-IF
           COMPUTE WS-DIFF-TOTAL = WS-DIFF-AMOUNT + WS-DIFF-TAX
           .

       POST-RERATE-ADJUSTMENT.
           PERFORM COMPUTE-ADJUSTMENT-TAX
           MOVE CUST-BALANCE TO WS-PRIOR-BALANCE
           COMPUTE CUST-BALANCE = CUST-BALANCE + WS-DIFF-TOTAL
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "REWRITE failed for customer: " CUST-ID
               PERFORM WRITE-FAILED-DETAIL
           ELSE
               ADD 1 TO WS-RRT-ADJUSTED
               ADD WS-DIFF-TOTAL TO WS-RRT-NET-AMT
               PERFORM WRITE-RERATE-ENTRY
               PERFORM WRITE-RERATE-DETAIL
               DISPLAY "Rerated reference " WS-GRP-REF
                       " customer: " CUST-ID
                       " adjustment: " WS-DIFF-TOTAL
           END-IF
           .

      * and statements line the correction up with the charge it
      * corrects.
       WRITE-RERATE-ENTRY.
           MOVE WS-DIFF-TOTAL    TO WS-AUD-AMT-OUT
           MOVE WS-DIFF-TAX      TO WS-AUD-TAX-OUT
           MOVE WS-PRIOR-BALANCE TO WS-AUD-PRIOR-OUT
           MOVE CUST-BALANCE     TO WS-AUD-NEW-OUT
           MOVE SPACES TO TMP-REC
                  WS-AUD-NEW-OUT DELIMITED BY SIZE
                  " LATE="       DELIMITED BY SIZE
                  "      0.00"   DELIMITED BY SIZE
                  " TAX="        DELIMITED BY SIZE
                  WS-AUD-TAX-OUT DELIMITED BY SIZE
                  " USAGE="      DELIMITED BY SIZE
                  "      0.00"   DELIMITED BY SIZE
                  " FLAG="       DELIMITED BY SIZE

       WRITE-RERATE-DETAIL.
           MOVE CUST-ID TO WS-RRT-ID
           MOVE WS-DIFF-TOTAL TO WS-RRT-AMT-EDIT
           MOVE CUST-BALANCE TO WS-RRT-BAL-EDIT
           MOVE SPACES TO RPT-REC
           STRING WS-RRT-ID        DELIMITED BY SIZE
