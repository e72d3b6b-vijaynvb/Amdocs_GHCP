       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BAD-DEBT-WRITEOFF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQFILE    ASSIGN TO "data/writeoff-request.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT CUSTFILE   ASSIGN TO "data/customers.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT REGFILE    ASSIGN TO "data/writeoff-register.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDFILE    ASSIGN TO "data/audit-trail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT RTOTFILE   ASSIGN TO "data/run-totals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQFILE.
       01  REQ-REC          PIC X(80).
       FD  CUSTFILE.
       COPY "src/copybooks/CUSTOMER-RECORD.cbk".
       FD  REGFILE.
       01  REG-REC          PIC X(132).
       FD  AUDFILE.
       01  AUD-REC          PIC X(250).
       FD  RTOTFILE.
       01  RTOT-REC         PIC X(200).

       WORKING-STORAGE SECTION.
       77  WS-REQ-STATUS    PIC X(02).
       77  WS-CUST-STATUS   PIC X(02).
       77  WS-AUD-STATUS    PIC X(02).
       77  WS-RTOT-STATUS   PIC X(02).
       77  WS-REQ-EOF       PIC X VALUE 'N'.
       77  WS-RUN-DATE      PIC 9(8).
       77  WS-RUN-TIME      PIC 9(8).
       77  WS-RUN-ID        PIC X(17).
       77  WS-REQ-ID-TXT    PIC X(10).
       77  WS-REQ-APPROVER  PIC X(12).
       77  WS-REQ-REASON    PIC X(30).
       77  WS-REJ-REASON    PIC X(30).
       77  WS-WRITEOFF-AMT  PIC S9(7)V99 VALUE 0.
       77  WS-PRIOR-BALANCE PIC S9(7)V99 VALUE 0.
       77  WS-OLD-STATUS    PIC X(01).
       77  WS-WRITEOFF-REF  PIC X(12).
       01  WS-WOF-COUNTERS.
           05  WS-WOF-READ      PIC 9(9) VALUE 0.
           05  WS-WOF-WRITTEN   PIC 9(9) VALUE 0.
           05  WS-WOF-REJECTED  PIC 9(9) VALUE 0.
           05  WS-WOF-TOTAL-AMT PIC S9(11)V99 VALUE 0.
       01  WS-WOF-EDIT-FIELDS.
           05  WS-WOF-ID        PIC ZZZZZ9.
           05  WS-WOF-AMT-EDIT  PIC --,---,--9.99.
           05  WS-WOF-COUNT-EDIT PIC ZZZZZZZZ9.
           05  WS-WOF-TOT-OUT   PIC -(8)9.99.
       01  WS-AUD-EDIT-FIELDS.
           05  WS-AUD-AMT-OUT   PIC -(6)9.99.
           05  WS-AUD-PRIOR-OUT PIC -(6)9.99.
           05  WS-AUD-NEW-OUT   PIC -(6)9.99.

       PROCEDURE DIVISION.

      * Collections drops approved write-offs on writeoff-request.dat
      * (cust-id,approved-by,reason) and the nightly driver runs this
      * step after CUSTOMER-BILLING, ahead of GL-EXTRACT, so the
      * bad-debt journal and RECONCILE-RUN both see the write-offs in
      * the run they were made.  Once worked, the request file is
      * emptied so an approval is never applied twice - the register
      * is the record of what was done with every line.
       MAIN-PARA.
           DISPLAY "Starting BAD-DEBT-WRITEOFF"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  "-"         DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
               INTO WS-RUN-ID
           END-STRING
           OPEN INPUT REQFILE
           IF WS-REQ-STATUS NOT = "00"
               DISPLAY "No write-off request file - nothing to do"
               GOBACK
           END-IF
           OPEN I-O CUSTFILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "Cannot open customer master customers.idx, "
                       "status: " WS-CUST-STATUS
               CLOSE REQFILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REGFILE
           OPEN EXTEND AUDFILE
           IF WS-AUD-STATUS = "35"
               OPEN OUTPUT AUDFILE
           END-IF
           PERFORM WRITE-REGISTER-HEADER
           MOVE 'N' TO WS-REQ-EOF
           PERFORM UNTIL WS-REQ-EOF = 'Y'
               READ REQFILE
                   AT END
                       MOVE 'Y' TO WS-REQ-EOF
                   NOT AT END
                       IF REQ-REC NOT = SPACES
                           ADD 1 TO WS-WOF-READ
                           PERFORM PROCESS-WRITEOFF-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-REGISTER-FOOTER
           CLOSE REQFILE
           CLOSE REGFILE
           CLOSE AUDFILE
           CLOSE CUSTFILE
           PERFORM APPEND-WRITEOFF-TOTAL
           OPEN OUTPUT REQFILE
           CLOSE REQFILE
           DISPLAY "Write-off complete. Requests: " WS-WOF-READ
                   " Written off: " WS-WOF-WRITTEN
                   " Rejected: " WS-WOF-REJECTED
                   " Amount: " WS-WOF-TOTAL-AMT
           IF WS-WOF-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
           .

       PROCESS-WRITEOFF-REQUEST.
           MOVE SPACES TO WS-REQ-ID-TXT
           MOVE SPACES TO WS-REQ-APPROVER
           MOVE SPACES TO WS-REQ-REASON
           MOVE SPACES TO WS-REJ-REASON
           UNSTRING REQ-REC DELIMITED BY ','
               INTO WS-REQ-ID-TXT, WS-REQ-APPROVER, WS-REQ-REASON
           END-UNSTRING
           MOVE 0 TO CUST-ID
           IF FUNCTION TEST-NUMVAL(WS-REQ-ID-TXT) NOT = 0
               MOVE "Bad customer ID" TO WS-REJ-REASON
           ELSE
               COMPUTE CUST-ID = FUNCTION NUMVAL(WS-REQ-ID-TXT)
               IF WS-REQ-APPROVER = SPACES
                   MOVE "No approver on request" TO WS-REJ-REASON
               ELSE
                   READ CUSTFILE
                       INVALID KEY
                           MOVE "No matching customer master record"
                               TO WS-REJ-REASON
                   END-READ
               END-IF
           END-IF
           IF WS-REJ-REASON = SPACES
              AND CUST-BALANCE NOT > 0
               MOVE "No debit balance to write off" TO WS-REJ-REASON
           END-IF
           IF WS-REJ-REASON NOT = SPACES
               PERFORM REJECT-WRITEOFF-REQUEST
           ELSE
               PERFORM WRITE-OFF-BALANCE
           END-IF
           .

      * The whole debit balance goes in one TYPE=W entry, so the
      * balance change and its audit amount move together for
      * RECONCILE-RUN and the aging step applies it against the oldest
      * open charges.  The amount is also kept on the master so a
      * later payment can be recognised as a recovery.
       WRITE-OFF-BALANCE.
           MOVE CUST-BALANCE TO WS-PRIOR-BALANCE
           MOVE CUST-BALANCE TO WS-WRITEOFF-AMT
           MOVE CUST-STATUS  TO WS-OLD-STATUS
           MOVE SPACES TO WS-WRITEOFF-REF
           STRING "WOFF"  DELIMITED BY SIZE
                  CUST-ID DELIMITED BY SIZE
               INTO WS-WRITEOFF-REF
           END-STRING
           MOVE 0 TO CUST-BALANCE
           MOVE 'C' TO CUST-STATUS
           ADD WS-WRITEOFF-AMT TO CUST-WRITEOFF-AMT
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   DISPLAY "REWRITE failed for customer: " CUST-ID
                           " status: " WS-CUST-STATUS
           END-REWRITE
           IF WS-CUST-STATUS NOT = "00"
               MOVE WS-PRIOR-BALANCE TO CUST-BALANCE
               MOVE "Customer master rewrite failed" TO WS-REJ-REASON
               PERFORM REJECT-WRITEOFF-REQUEST
           ELSE
               ADD 1 TO WS-WOF-WRITTEN
               ADD WS-WRITEOFF-AMT TO WS-WOF-TOTAL-AMT
               PERFORM WRITE-WRITEOFF-AUDIT
               IF WS-OLD-STATUS NOT = 'C'
                   PERFORM WRITE-STATUS-AUDIT
               END-IF
               PERFORM WRITE-REGISTER-DETAIL
               DISPLAY "Written off customer: " CUST-ID
                       " amount: " WS-WRITEOFF-AMT
           END-IF
           .

       REJECT-WRITEOFF-REQUEST.
           ADD 1 TO WS-WOF-REJECTED
           MOVE SPACES TO REG-REC
           STRING "REJECTED: "   DELIMITED BY SIZE
                  WS-REJ-REASON  DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  REQ-REC        DELIMITED BY SIZE
               INTO REG-REC
           END-STRING
           WRITE REG-REC
           DISPLAY "Write-off rejected - " FUNCTION TRIM(WS-REJ-REASON)
                   ": " REQ-REC
           .

       WRITE-WRITEOFF-AUDIT.
           COMPUTE WS-AUD-AMT-OUT = 0 - WS-WRITEOFF-AMT
           MOVE WS-PRIOR-BALANCE TO WS-AUD-PRIOR-OUT
           MOVE CUST-BALANCE     TO WS-AUD-NEW-OUT
           MOVE SPACES TO AUD-REC
           STRING "RUN="         DELIMITED BY SIZE
                  WS-RUN-ID      DELIMITED BY SIZE
                  " CUST-ID="    DELIMITED BY SIZE
                  CUST-ID        DELIMITED BY SIZE
                  " REF="        DELIMITED BY SIZE
                  FUNCTION TRIM(WS-WRITEOFF-REF)
                                 DELIMITED BY SIZE
                  " DATE="       DELIMITED BY SIZE
                  WS-RUN-DATE    DELIMITED BY SIZE
                  " TYPE=W"      DELIMITED BY SIZE
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
                  "WRTOFF"       DELIMITED BY SIZE
               INTO AUD-REC
           END-STRING
           WRITE AUD-REC
           .

       WRITE-STATUS-AUDIT.
           MOVE CUST-BALANCE TO WS-AUD-NEW-OUT
           MOVE SPACES TO AUD-REC
           STRING "RUN="         DELIMITED BY SIZE
                  WS-RUN-ID      DELIMITED BY SIZE
                  " CUST-ID="    DELIMITED BY SIZE
                  CUST-ID        DELIMITED BY SIZE
                  " TYPE=S"      DELIMITED BY SIZE
                  " AMOUNT="     DELIMITED BY SIZE
                  "      0.00"   DELIMITED BY SIZE
                  " PRIOR-BAL="  DELIMITED BY SIZE
                  WS-AUD-NEW-OUT DELIMITED BY SIZE
                  " NEW-BAL="    DELIMITED BY SIZE
                  WS-AUD-NEW-OUT DELIMITED BY SIZE
                  " LATE="       DELIMITED BY SIZE
                  "      0.00"   DELIMITED BY SIZE
                  " FLAG="       DELIMITED BY SIZE
                  WS-OLD-STATUS  DELIMITED BY SIZE
                  ">"            DELIMITED BY SIZE
                  CUST-STATUS    DELIMITED BY SIZE
               INTO AUD-REC
           END-STRING
           WRITE AUD-REC
           .

      * The night's write-off total rides behind CUSTOMER-BILLING's
      * run totals as a WRTOFF record; GL-EXTRACT turns it into the
      * bad-debt expense against receivables entry.
       APPEND-WRITEOFF-TOTAL.
           IF WS-WOF-TOTAL-AMT NOT = 0
               OPEN EXTEND RTOTFILE
               IF WS-RTOT-STATUS = "35"
                   OPEN OUTPUT RTOTFILE
               END-IF
               MOVE WS-WOF-TOTAL-AMT TO WS-WOF-TOT-OUT
               MOVE SPACES TO RTOT-REC
               STRING "WRTOFF,"      DELIMITED BY SIZE
                      WS-WOF-TOT-OUT DELIMITED BY SIZE
                   INTO RTOT-REC
               END-STRING
               WRITE RTOT-REC
               CLOSE RTOTFILE
           END-IF
           .

       WRITE-REGISTER-HEADER.
           MOVE SPACES TO REG-REC
           STRING "BAD DEBT WRITE-OFF REGISTER  RUN: " DELIMITED BY SIZE
                  WS-RUN-ID                            DELIMITED BY SIZE
               INTO REG-REC
           END-STRING
           WRITE REG-REC
           MOVE SPACES TO REG-REC
           WRITE REG-REC
           MOVE SPACES TO REG-REC
           STRING "CUST-ID  NAME                  REF           "
                  "  WRITTEN OFF  APPROVED BY   REASON"
                                               DELIMITED BY SIZE
               INTO REG-REC
           END-STRING
           WRITE REG-REC
           .

       WRITE-REGISTER-DETAIL.
           MOVE CUST-ID TO WS-WOF-ID
           MOVE WS-WRITEOFF-AMT TO WS-WOF-AMT-EDIT
           MOVE SPACES TO REG-REC
           STRING WS-WOF-ID       DELIMITED BY SIZE
                  "   "           DELIMITED BY SIZE
                  CUST-NAME       DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-WRITEOFF-REF DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-WOF-AMT-EDIT DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-REQ-APPROVER DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-REQ-REASON   DELIMITED BY SIZE
               INTO REG-REC
           END-STRING
           WRITE REG-REC
           .

       WRITE-REGISTER-FOOTER.
           MOVE SPACES TO REG-REC
           WRITE REG-REC
           MOVE WS-WOF-WRITTEN TO WS-WOF-COUNT-EDIT
           MOVE WS-WOF-TOTAL-AMT TO WS-WOF-AMT-EDIT
           MOVE SPACES TO REG-REC
           STRING "ACCOUNTS WRITTEN OFF: " DELIMITED BY SIZE
                  WS-WOF-COUNT-EDIT        DELIMITED BY SIZE
                  "  TOTAL WRITTEN OFF: "  DELIMITED BY SIZE
                  WS-WOF-AMT-EDIT          DELIMITED BY SIZE
               INTO REG-REC
           END-STRING
           WRITE REG-REC
           MOVE WS-WOF-REJECTED TO WS-WOF-COUNT-EDIT
           MOVE SPACES TO REG-REC
           STRING "REQUESTS REJECTED:    " DELIMITED BY SIZE
                  WS-WOF-COUNT-EDIT        DELIMITED BY SIZE
               INTO REG-REC
           END-STRING
           WRITE REG-REC
           .
