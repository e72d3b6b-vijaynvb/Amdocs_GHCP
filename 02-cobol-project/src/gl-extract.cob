               FILE STATUS IS WS-RTOT-STATUS.
           SELECT GLFILE     ASSIGN TO "data/gl-extract.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TAXHFILE   ASSIGN TO "data/gl-tax-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  RTOT-REC         PIC X(200).
       FD  GLFILE.
       01  GL-REC           PIC X(132).
       FD  TAXHFILE.
       01  TAXH-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-RTOT-STATUS   PIC X(02).
       77  WS-TAXH-STATUS   PIC X(02).
       77  WS-TAXH-EOF      PIC X VALUE 'N'.
       77  WS-TAXH-RUN-ID   PIC X(17).
       77  WS-TAXH-FOUND-SW PIC X VALUE 'N'.
           88  TAX-HISTORY-RECORDED VALUE 'Y'.
       77  WS-TAXH-AMT-EDIT PIC -(9)9.99.
       77  WS-RUN-ID        PIC X(17).
       77  WS-GLD-TXT       PIC X(13).
       77  WS-STD-TXT       PIC X(13).
       77  WS-PAY-TXT       PIC X(13).
       77  WS-ADJ-TXT       PIC X(13).
       77  WS-CRM-TXT       PIC X(13).
       77  WS-NSF-TXT       PIC X(13).
       77  WS-NSF-FEE-TXT   PIC X(13).
       77  WS-RCV-TXT       PIC X(13).
       77  WS-GLD-REV       PIC S9(9)V99 VALUE 0.
       77  WS-STD-REV       PIC S9(9)V99 VALUE 0.
       77  WS-PLT-REV       PIC S9(9)V99 VALUE 0.
       77  WS-PAY-AMT       PIC S9(9)V99 VALUE 0.
       77  WS-ADJ-AMT       PIC S9(9)V99 VALUE 0.
       77  WS-CRM-AMT       PIC S9(9)V99 VALUE 0.
       77  WS-NSF-AMT       PIC S9(9)V99 VALUE 0.
       77  WS-NSF-FEE       PIC S9(9)V99 VALUE 0.
       77  WS-RCV-AMT       PIC S9(9)V99 VALUE 0.
       77  WS-WRTOFF-AMT    PIC S9(9)V99 VALUE 0.
       77  WS-AR-DEBIT      PIC S9(9)V99 VALUE 0.
       77  WS-WORK-AMT      PIC S9(9)V99 VALUE 0.
       77  WS-GL-ACCOUNT    PIC X(04).
           IF WS-GL-TOTAL-DR NOT = WS-GL-TOTAL-CR
               DISPLAY "GL EXTRACT OUT OF BALANCE"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM RECORD-TAX-HISTORY
           END-IF
           GOBACK.
           .
           UNSTRING RTOT-REC DELIMITED BY ','
               INTO WS-RUN-ID, WS-GLD-TXT, WS-STD-TXT, WS-PLT-TXT,
                    WS-OTH-TXT, WS-LATE-TXT, WS-PAY-TXT, WS-ADJ-TXT,
                    WS-CRM-TXT, WS-NSF-TXT, WS-NSF-FEE-TXT, WS-RCV-TXT
           END-UNSTRING
           COMPUTE WS-GLD-REV  = FUNCTION NUMVAL-C(WS-GLD-TXT)
           COMPUTE WS-STD-REV  = FUNCTION NUMVAL-C(WS-STD-TXT)
           COMPUTE WS-PAY-AMT  = FUNCTION NUMVAL-C(WS-PAY-TXT)
           COMPUTE WS-ADJ-AMT  = FUNCTION NUMVAL-C(WS-ADJ-TXT)
           COMPUTE WS-CRM-AMT  = FUNCTION NUMVAL-C(WS-CRM-TXT)
           IF WS-NSF-TXT NOT = SPACES
               COMPUTE WS-NSF-AMT = FUNCTION NUMVAL-C(WS-NSF-TXT)
           END-IF
           IF WS-NSF-FEE-TXT NOT = SPACES
               COMPUTE WS-NSF-FEE = FUNCTION NUMVAL-C(WS-NSF-FEE-TXT)
           END-IF
           IF WS-RCV-TXT NOT = SPACES
               COMPUTE WS-RCV-AMT = FUNCTION NUMVAL-C(WS-RCV-TXT)
           END-IF
           COMPUTE WS-AR-DEBIT = WS-GLD-REV + WS-STD-REV + WS-PLT-REV
                   + WS-OTH-REV + WS-LATE-FEE + WS-NSF-FEE
           .

      * TAX records follow the main totals record, one per
      * jurisdiction that collected tax this run.  The tax rides in
      * the receivable, so it joins the AR debit and comes back out as
      * a tax-payable credit per jurisdiction.  BAD-DEBT-WRITEOFF adds
      * a WRTOFF record carrying the night's total write-offs.
       READ-TAX-RECORDS.
           MOVE 'N' TO WS-RTOT-EOF
           PERFORM UNTIL WS-RTOT-EOF = 'Y'
           UNSTRING RTOT-REC DELIMITED BY ','
               INTO WS-TAX-TAG, WS-TAX-JUR-TXT, WS-TAX-AMT-TXT
           END-UNSTRING
           IF WS-TAX-TAG = "WRTOFF"
               COMPUTE WS-WRTOFF-AMT = WS-WRTOFF-AMT
                       + FUNCTION NUMVAL-C(WS-TAX-JUR-TXT)
           ELSE
           IF WS-TAX-TAG NOT = "TAX"
               DISPLAY "Ignoring unrecognized run totals record: "
                       RTOT-REC
               ADD WS-GLTAX-AMT(WS-GLTAX-COUNT) TO WS-TAX-TOTAL-ALL
           END-IF
           END-IF
           END-IF
           .

      * gl-extract.dat is replaced every night, so each run's tax
      * payable lines are also kept on gl-tax-history.dat
      * (run,jurisdiction,amount) for the monthly tax return to check
      * itself against.  A run already on the history - the extract
      * run again for the same run totals - is not added twice.
       RECORD-TAX-HISTORY.
           MOVE 'N' TO WS-TAXH-FOUND-SW
           MOVE 'N' TO WS-TAXH-EOF
           OPEN INPUT TAXHFILE
           IF WS-TAXH-STATUS = "00"
               PERFORM UNTIL WS-TAXH-EOF = 'Y'
                          OR TAX-HISTORY-RECORDED
                   READ TAXHFILE
                       AT END
                           MOVE 'Y' TO WS-TAXH-EOF
                       NOT AT END
                           MOVE SPACES TO WS-TAXH-RUN-ID
                           UNSTRING TAXH-REC DELIMITED BY ','
                               INTO WS-TAXH-RUN-ID
                           END-UNSTRING
                           IF WS-TAXH-RUN-ID = WS-RUN-ID
                               MOVE 'Y' TO WS-TAXH-FOUND-SW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAXHFILE
           END-IF
           IF TAX-HISTORY-RECORDED
               DISPLAY "Tax history already holds run: " WS-RUN-ID
           ELSE
               OPEN EXTEND TAXHFILE
               IF WS-TAXH-STATUS = "35"
                   OPEN OUTPUT TAXHFILE
               END-IF
               MOVE 0 TO WS-GLTAX-SUB
               PERFORM WRITE-TAX-HISTORY-RECORD
                   UNTIL WS-GLTAX-SUB >= WS-GLTAX-COUNT
               CLOSE TAXHFILE
           END-IF
           .

       WRITE-TAX-HISTORY-RECORD.
           ADD 1 TO WS-GLTAX-SUB
           IF WS-GLTAX-AMT(WS-GLTAX-SUB) NOT = 0
               MOVE WS-GLTAX-AMT(WS-GLTAX-SUB) TO WS-TAXH-AMT-EDIT
               MOVE SPACES TO TAXH-REC
               STRING WS-RUN-ID        DELIMITED BY SIZE
                      ","              DELIMITED BY SIZE
                      WS-GLTAX-JURIS(WS-GLTAX-SUB)
                                       DELIMITED BY SIZE
                      ","              DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TAXH-AMT-EDIT)
                                       DELIMITED BY SIZE
                   INTO TAXH-REC
               END-STRING
               WRITE TAXH-REC
           END-IF
           .

       WRITE-BATCH-HEADER.
               MOVE WS-LATE-FEE TO WS-WORK-AMT
               PERFORM WRITE-CREDIT-DETAIL
           END-IF
           IF WS-NSF-FEE NOT = 0
               MOVE "4210" TO WS-GL-ACCOUNT
               MOVE "RETURNED ITEM FEES" TO WS-GL-DESC
               MOVE WS-NSF-FEE TO WS-WORK-AMT
               PERFORM WRITE-CREDIT-DETAIL
           END-IF
           MOVE 0 TO WS-GLTAX-SUB
           PERFORM WRITE-TAX-CREDIT-DETAIL
               UNTIL WS-GLTAX-SUB >= WS-GLTAX-COUNT
               COMPUTE WS-WORK-AMT = 0 - WS-PAY-AMT
               PERFORM WRITE-CREDIT-DETAIL
           END-IF
      * A returned item puts the payment back on the receivable and
      * takes it back out of cash clearing - the reverse of the
      * payment pair above.
           IF WS-NSF-AMT NOT = 0
               MOVE "1200" TO WS-GL-ACCOUNT
               MOVE "ACCOUNTS RECEIVABLE" TO WS-GL-DESC
               MOVE WS-NSF-AMT TO WS-WORK-AMT
               PERFORM WRITE-DEBIT-DETAIL
               MOVE "1000" TO WS-GL-ACCOUNT
               MOVE "CASH CLEARING" TO WS-GL-DESC
               MOVE WS-NSF-AMT TO WS-WORK-AMT
               PERFORM WRITE-CREDIT-DETAIL
           END-IF
           IF WS-CRM-AMT NOT = 0
               MOVE "4400" TO WS-GL-ACCOUNT
               MOVE "CREDIT MEMOS ISSUED" TO WS-GL-DESC
               COMPUTE WS-WORK-AMT = 0 - WS-ADJ-AMT
               PERFORM WRITE-CREDIT-DETAIL
           END-IF
      * Written-off balances leave the receivable as bad-debt expense;
      * money later collected on them is put back on the receivable
      * (the payment pair above then clears it) and credited to
      * recoveries rather than revenue.
           IF WS-WRTOFF-AMT NOT = 0
               MOVE "5400" TO WS-GL-ACCOUNT
               MOVE "BAD DEBT EXPENSE" TO WS-GL-DESC
               MOVE WS-WRTOFF-AMT TO WS-WORK-AMT
               PERFORM WRITE-DEBIT-DETAIL
               MOVE "1200" TO WS-GL-ACCOUNT
               MOVE "ACCOUNTS RECEIVABLE" TO WS-GL-DESC
               MOVE WS-WRTOFF-AMT TO WS-WORK-AMT
               PERFORM WRITE-CREDIT-DETAIL
           END-IF
           IF WS-RCV-AMT NOT = 0
               MOVE "1200" TO WS-GL-ACCOUNT
               MOVE "ACCOUNTS RECEIVABLE" TO WS-GL-DESC
               MOVE WS-RCV-AMT TO WS-WORK-AMT
               PERFORM WRITE-DEBIT-DETAIL
               MOVE "5410" TO WS-GL-ACCOUNT
               MOVE "BAD DEBT RECOVERY" TO WS-GL-DESC
               MOVE WS-RCV-AMT TO WS-WORK-AMT
               PERFORM WRITE-CREDIT-DETAIL
           END-IF
           .

       WRITE-TAX-CREDIT-DETAIL.
