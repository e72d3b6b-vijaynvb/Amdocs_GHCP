       IDENTIFICATION DIVISION.
       PROGRAM-ID.    USAGE-MEDIATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UEVFILE    ASSIGN TO "data/usage-events.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UEV-STATUS.
           SELECT PERFILE    ASSIGN TO "data/statement-period.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
           SELECT DTLFILE    ASSIGN TO "data/usage-detail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DTL-STATUS.
           SELECT CUSTFILE   ASSIGN TO "data/customers.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT BILLFILE   ASSIGN TO "data/billing-input.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.
           SELECT SUSPFILE   ASSIGN TO "data/usage-suspense.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT RPTFILE    ASSIGN TO
                   "data/usage-mediation-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORKFILE ASSIGN TO "data/usage-sort.wrk".

       DATA DIVISION.
       FILE SECTION.
      * The meter feed is fixed width: customer in columns 1-6, event
      * timestamp YYYYMMDDHHMMSS in 7-20 and the units used in 21-29
      * with two implied decimal places.
       FD  UEVFILE.
       01  UEV-REC.
           05  UEV-CUST-ID      PIC X(06).
           05  UEV-TIMESTAMP    PIC X(14).
           05  UEV-TS-PARTS REDEFINES UEV-TIMESTAMP.
               10  UEV-DATE         PIC X(08).
               10  UEV-HH           PIC 9(02).
               10  UEV-MI           PIC 9(02).
               10  UEV-SS           PIC 9(02).
           05  UEV-UNITS-X      PIC X(09).
           05  UEV-UNITS REDEFINES UEV-UNITS-X
                                PIC 9(7)V99.
       FD  PERFILE.
       01  PER-REC          PIC X(80).
       FD  DTLFILE.
       01  DTL-REC          PIC X(120).
       FD  CUSTFILE.
       COPY "src/copybooks/CUSTOMER-RECORD.cbk".
       FD  BILLFILE.
       01  BILL-REC         PIC X(200).
       FD  SUSPFILE.
       01  SUSP-REC         PIC X(200).
       FD  RPTFILE.
       01  RPT-REC          PIC X(132).
      * Events already mediated (source H, from usage-detail.dat) sort
      * ahead of new events (source N) with the same customer and
      * timestamp, so a repeat is always the second of a matching pair.
       SD  SORT-WORKFILE.
       01  SORT-REC.
           05  SRT-CUST-ID      PIC 9(6).
           05  SRT-TIMESTAMP    PIC X(14).
           05  SRT-SOURCE       PIC X(01).
               88  SRT-HISTORY          VALUE 'H'.
               88  SRT-NEW-EVENT        VALUE 'N'.
           05  SRT-UNITS        PIC 9(7)V99.
           05  SRT-REF          PIC X(12).
           05  SRT-RAW          PIC X(29).

       WORKING-STORAGE SECTION.
       77  WS-UEV-STATUS    PIC X(02).
       77  WS-PER-STATUS    PIC X(02).
       77  WS-DTL-STATUS    PIC X(02).
       77  WS-CUST-STATUS   PIC X(02).
       77  WS-BILL-STATUS   PIC X(02).
       77  WS-SUSP-STATUS   PIC X(02).
       77  WS-UEV-EOF       PIC X VALUE 'N'.
       77  WS-DTL-EOF       PIC X VALUE 'N'.
       77  WS-SORT-EOF      PIC X VALUE 'N'.
       77  WS-FIRST-REC-SW  PIC X VALUE 'Y'.
       77  WS-RUN-DATE      PIC 9(8).
       77  WS-RUN-TIME      PIC 9(8).
       77  WS-RUN-ID        PIC X(17).
       77  WS-USG-PERIOD    PIC X(06).
       77  WS-JULIAN-DATE   PIC 9(7) VALUE 0.
       77  WS-SUSP-REASON   PIC X(40).
       77  WS-SUSP-ITEM     PIC X(29).
       77  WS-CUST-FOUND-SW PIC X VALUE 'N'.
           88  CUST-FOUND           VALUE 'Y'.
           88  CUST-NOT-FOUND       VALUE 'N'.
       77  WS-DONE-TODAY-SW PIC X VALUE 'N'.
           88  MEDIATED-TODAY       VALUE 'Y'.
       77  WS-PRIOR-CUST-ID PIC 9(6) VALUE 0.
       77  WS-PRIOR-TS      PIC X(14) VALUE SPACES.
       77  WS-GRP-REF       PIC X(12).
       77  WS-GRP-DATE      PIC X(08).
       77  WS-GRP-UNITS     PIC S9(9)V99 VALUE 0.
       77  WS-GRP-SUB       PIC 9(4) COMP VALUE 0.
       77  WS-GRP-COUNT     PIC 9(4) COMP VALUE 0.
       77  WS-DATE-NUM      PIC 9(8) VALUE 0.
       01  WS-DTL-FIELDS.
           05  WS-DTL-REF           PIC X(12).
           05  WS-DTL-ID-TXT        PIC X(10).
           05  WS-DTL-TIMESTAMP     PIC X(14).
           05  WS-DTL-UNITS-TXT     PIC X(14).
      * One customer's new events, held until the customer's last event
      * is seen so the whole group is either billed or suspended.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 2000 TIMES.
               10  TBL-GRP-TIMESTAMP    PIC X(14).
               10  TBL-GRP-UNITS        PIC 9(7)V99.
               10  TBL-GRP-RAW          PIC X(29).
       01  WS-USG-COUNTERS.
           05  WS-USG-READ          PIC 9(9) VALUE 0.
           05  WS-USG-ACCEPTED      PIC 9(9) VALUE 0.
           05  WS-USG-DUPLICATES    PIC 9(9) VALUE 0.
           05  WS-USG-SUSPENSE      PIC 9(9) VALUE 0.
           05  WS-USG-CHARGES       PIC 9(9) VALUE 0.
           05  WS-USG-UNITS-TOTAL   PIC S9(11)V99 VALUE 0.
       01  WS-USG-EDIT-FIELDS.
           05  WS-USG-ID-EDIT       PIC ZZZZZ9.
           05  WS-USG-UNITS-OUT     PIC -(6)9.99.
           05  WS-USG-UNITS-RPT     PIC --,---,--9.99.
           05  WS-USG-TOTAL-RPT     PIC ----,---,--9.99.
           05  WS-USG-EVENTS-EDIT   PIC ZZZZ9.
           05  WS-USG-COUNT-EDIT    PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

      * Raw meter events become usage charges.  Each event is edited,
      * and events outside the statement period or for an unknown or
      * closed customer go to usage-suspense.dat.  An event already
      * mediated - repeated in the feed, or sent again in a later feed
      * - is dropped.  Each customer's remaining events for the period
      * are totalled into one CUST-ID,REF,DATE,C,units row on
      * billing-input.dat, which CUSTOMER-BILLING rates by tier as it
      * does any usage charge.  Every event billed is written to
      * usage-detail.dat under the REF of its charge, so a charge on
      * the audit trail can be traced back to the events behind it.
      * Run ahead of BILLING-DRIVER like the other feeds.
       MAIN-PARA.
           DISPLAY "Starting USAGE-MEDIATION"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  "-"         DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
               INTO WS-RUN-ID
           END-STRING
           COMPUTE WS-JULIAN-DATE = FUNCTION DAY-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE))
           OPEN INPUT UEVFILE
           IF WS-UEV-STATUS NOT = "00"
               DISPLAY "No usage event file on file - nothing to do, "
                       "status: " WS-UEV-STATUS
               GOBACK
           END-IF
           OPEN INPUT CUSTFILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "Cannot open customer master customers.idx, "
                       "status: " WS-CUST-STATUS
                       " - run CUSTOMER-CONVERT first"
               CLOSE UEVFILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-STATEMENT-PERIOD
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
           SORT SORT-WORKFILE
               ON ASCENDING KEY SRT-CUST-ID
               ON ASCENDING KEY SRT-TIMESTAMP
               ON ASCENDING KEY SRT-SOURCE
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-USAGE-EVENTS
               OUTPUT PROCEDURE IS MEDIATE-USAGE-EVENTS
           PERFORM WRITE-REPORT-FOOTER
           CLOSE UEVFILE
           CLOSE CUSTFILE
           CLOSE BILLFILE
           CLOSE SUSPFILE
           CLOSE RPTFILE
           DISPLAY "Usage mediation complete. Read: " WS-USG-READ
                   " Billed: " WS-USG-ACCEPTED
                   " Duplicates: " WS-USG-DUPLICATES
                   " Suspense: " WS-USG-SUSPENSE
                   " Charges: " WS-USG-CHARGES
           IF WS-USG-SUSPENSE > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
           .

      * Usage is billed into the same period the statements are cut
      * for, so the period comes from the same statement-period.dat.
       READ-STATEMENT-PERIOD.
           MOVE WS-RUN-DATE(1:6) TO WS-USG-PERIOD
           OPEN INPUT PERFILE
           IF WS-PER-STATUS = "35"
               DISPLAY "No statement period file - using current "
                       "month"
           ELSE
               READ PERFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PER-REC NOT = SPACES
                           MOVE FUNCTION TRIM(PER-REC)
                               TO WS-USG-PERIOD
                       END-IF
               END-READ
               CLOSE PERFILE
           END-IF
           DISPLAY "Usage period: " WS-USG-PERIOD
           .

       RELEASE-USAGE-EVENTS.
           PERFORM RELEASE-MEDIATED-HISTORY
           MOVE 'N' TO WS-UEV-EOF
           PERFORM UNTIL WS-UEV-EOF = 'Y'
               READ UEVFILE
                   AT END
                       MOVE 'Y' TO WS-UEV-EOF
                   NOT AT END
                       ADD 1 TO WS-USG-READ
                       PERFORM EDIT-USAGE-EVENT
               END-READ
           END-PERFORM
           .

      * Only this period's history can clash with this period's events,
      * so older detail is left out of the sort.
       RELEASE-MEDIATED-HISTORY.
           MOVE 'N' TO WS-DTL-EOF
           OPEN INPUT DTLFILE
           IF WS-DTL-STATUS = "00"
               PERFORM UNTIL WS-DTL-EOF = 'Y'
                   READ DTLFILE
                       AT END
                           MOVE 'Y' TO WS-DTL-EOF
                       NOT AT END
                           PERFORM RELEASE-HISTORY-EVENT
                   END-READ
               END-PERFORM
               CLOSE DTLFILE
           END-IF
           .

       RELEASE-HISTORY-EVENT.
           MOVE SPACES TO WS-DTL-FIELDS
           UNSTRING DTL-REC DELIMITED BY ','
               INTO WS-DTL-REF, WS-DTL-ID-TXT, WS-DTL-TIMESTAMP,
                    WS-DTL-UNITS-TXT
           END-UNSTRING
           IF WS-DTL-TIMESTAMP(1:6) = WS-USG-PERIOD
              AND FUNCTION TEST-NUMVAL(WS-DTL-ID-TXT) = 0
               COMPUTE SRT-CUST-ID = FUNCTION NUMVAL(WS-DTL-ID-TXT)
               MOVE WS-DTL-TIMESTAMP TO SRT-TIMESTAMP
               SET SRT-HISTORY TO TRUE
               MOVE 0 TO SRT-UNITS
               MOVE WS-DTL-REF TO SRT-REF
               MOVE SPACES TO SRT-RAW
               RELEASE SORT-REC
           END-IF
           .

       EDIT-USAGE-EVENT.
           MOVE SPACES TO WS-SUSP-REASON
           EVALUATE TRUE
               WHEN FUNCTION TEST-NUMVAL(UEV-CUST-ID) NOT = 0
                   MOVE "Customer ID not numeric" TO WS-SUSP-REASON
               WHEN FUNCTION NUMVAL(UEV-CUST-ID) = 0
                   MOVE "Zero customer ID" TO WS-SUSP-REASON
               WHEN UEV-TIMESTAMP NOT NUMERIC
                   MOVE "Invalid event timestamp" TO WS-SUSP-REASON
               WHEN UEV-HH > 23 OR UEV-MI > 59 OR UEV-SS > 59
                   MOVE "Invalid event timestamp" TO WS-SUSP-REASON
               WHEN UEV-UNITS-X NOT NUMERIC
                   MOVE "Units not numeric" TO WS-SUSP-REASON
               WHEN UEV-UNITS = 0
                   MOVE "Zero units" TO WS-SUSP-REASON
               WHEN OTHER
                   MOVE UEV-DATE TO WS-DATE-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM) NOT = 0
                       MOVE "Invalid event timestamp"
                           TO WS-SUSP-REASON
                   ELSE
                   IF UEV-DATE(1:6) NOT = WS-USG-PERIOD
                       MOVE "Event outside billing period"
                           TO WS-SUSP-REASON
                   END-IF
                   END-IF
           END-EVALUATE
           IF WS-SUSP-REASON = SPACES
               COMPUTE SRT-CUST-ID = FUNCTION NUMVAL(UEV-CUST-ID)
               MOVE UEV-TIMESTAMP TO SRT-TIMESTAMP
               SET SRT-NEW-EVENT TO TRUE
               MOVE UEV-UNITS TO SRT-UNITS
               MOVE SPACES TO SRT-REF
               MOVE UEV-REC TO SRT-RAW
               RELEASE SORT-REC
           ELSE
               MOVE UEV-REC TO WS-SUSP-ITEM
               PERFORM WRITE-SUSPENSE-ITEM
           END-IF
           .

       MEDIATE-USAGE-EVENTS.
           MOVE 'N' TO WS-SORT-EOF
           MOVE 'Y' TO WS-FIRST-REC-SW
           MOVE 0 TO WS-PRIOR-CUST-ID
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORKFILE
                   AT END
                       MOVE 'Y' TO WS-SORT-EOF
                       IF WS-FIRST-REC-SW = 'N'
                           PERFORM FINISH-CUSTOMER-GROUP
                       END-IF
                   NOT AT END
                       IF SRT-CUST-ID NOT = WS-PRIOR-CUST-ID
                          OR WS-FIRST-REC-SW = 'Y'
                           IF WS-FIRST-REC-SW = 'N'
                               PERFORM FINISH-CUSTOMER-GROUP
                           END-IF
                           PERFORM START-CUSTOMER-GROUP
                           MOVE 'N' TO WS-FIRST-REC-SW
                           MOVE SRT-CUST-ID TO WS-PRIOR-CUST-ID
                       END-IF
                       PERFORM MEDIATE-ONE-EVENT
               END-RETURN
           END-PERFORM
           .

      * The charge REF is U + customer ID + two-digit year + day of
      * year, so a customer gets at most one usage charge a day; a
      * second feed for the same customer on the same day is held in
      * suspense to be sent again the next day.
       START-CUSTOMER-GROUP.
           MOVE 0 TO WS-GRP-COUNT
           MOVE 0 TO WS-GRP-UNITS
           MOVE SPACES TO WS-GRP-DATE
           MOVE SPACES TO WS-PRIOR-TS
           MOVE 'N' TO WS-DONE-TODAY-SW
           MOVE SPACES TO WS-GRP-REF
           STRING "U"                 DELIMITED BY SIZE
                  SRT-CUST-ID         DELIMITED BY SIZE
                  WS-JULIAN-DATE(3:5) DELIMITED BY SIZE
               INTO WS-GRP-REF
           END-STRING
           SET CUST-NOT-FOUND TO TRUE
           MOVE SRT-CUST-ID TO CUST-ID
           READ CUSTFILE
               INVALID KEY
                   DISPLAY "No customer master match for: " CUST-ID
               NOT INVALID KEY
                   SET CUST-FOUND TO TRUE
           END-READ
           .

       MEDIATE-ONE-EVENT.
           IF SRT-HISTORY
               MOVE SRT-TIMESTAMP TO WS-PRIOR-TS
               IF SRT-REF = WS-GRP-REF
                   MOVE 'Y' TO WS-DONE-TODAY-SW
               END-IF
           ELSE
               IF SRT-TIMESTAMP = WS-PRIOR-TS
                   ADD 1 TO WS-USG-DUPLICATES
                   PERFORM WRITE-DUPLICATE-DETAIL
               ELSE
                   MOVE SRT-TIMESTAMP TO WS-PRIOR-TS
                   IF WS-GRP-COUNT >= 2000
                       MOVE "Too many events for customer"
                           TO WS-SUSP-REASON
                       MOVE SRT-RAW TO WS-SUSP-ITEM
                       PERFORM WRITE-SUSPENSE-ITEM
                   ELSE
                       ADD 1 TO WS-GRP-COUNT
                       MOVE SRT-TIMESTAMP
                           TO TBL-GRP-TIMESTAMP(WS-GRP-COUNT)
                       MOVE SRT-UNITS TO TBL-GRP-UNITS(WS-GRP-COUNT)
                       MOVE SRT-RAW   TO TBL-GRP-RAW(WS-GRP-COUNT)
                       ADD SRT-UNITS TO WS-GRP-UNITS
                       IF SRT-TIMESTAMP(1:8) > WS-GRP-DATE
                           MOVE SRT-TIMESTAMP(1:8) TO WS-GRP-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       FINISH-CUSTOMER-GROUP.
           IF WS-GRP-COUNT > 0
               MOVE SPACES TO WS-SUSP-REASON
               EVALUATE TRUE
                   WHEN CUST-NOT-FOUND
                       MOVE "No matching customer master record"
                           TO WS-SUSP-REASON
      * An account closed by a merge is still mediated under its
      * own number; CUSTOMER-BILLING posts the charge to the account
      * it was merged into.
                   WHEN CUST-STATUS-CLOSED AND CUST-MERGED-INTO = 0
                       MOVE "Customer account closed"
                           TO WS-SUSP-REASON
                   WHEN MEDIATED-TODAY
                       MOVE "Customer already mediated today"
                           TO WS-SUSP-REASON
                   WHEN WS-GRP-UNITS > 9999999.99
                       MOVE "Usage total too large for one charge"
                           TO WS-SUSP-REASON
               END-EVALUATE
               IF WS-SUSP-REASON = SPACES
                   PERFORM WRITE-USAGE-CHARGE
               ELSE
                   MOVE 1 TO WS-GRP-SUB
                   PERFORM UNTIL WS-GRP-SUB > WS-GRP-COUNT
                       MOVE TBL-GRP-RAW(WS-GRP-SUB) TO WS-SUSP-ITEM
                       PERFORM WRITE-SUSPENSE-ITEM
                       ADD 1 TO WS-GRP-SUB
                   END-PERFORM
               END-IF
           END-IF
           .

      * The charge is dated with the customer's last event so it falls
      * in the period and picks up the rate in force at that date.
       WRITE-USAGE-CHARGE.
           ADD 1 TO WS-USG-CHARGES
           ADD WS-GRP-COUNT TO WS-USG-ACCEPTED
           ADD WS-GRP-UNITS TO WS-USG-UNITS-TOTAL
           MOVE WS-GRP-UNITS TO WS-USG-UNITS-OUT
           MOVE SPACES TO BILL-REC
           STRING WS-PRIOR-CUST-ID DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  WS-GRP-REF       DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  WS-GRP-DATE      DELIMITED BY SIZE
                  ",C,"            DELIMITED BY SIZE
                  FUNCTION TRIM(WS-USG-UNITS-OUT)
                                   DELIMITED BY SIZE
               INTO BILL-REC
           END-STRING
           WRITE BILL-REC
           OPEN EXTEND DTLFILE
           IF WS-DTL-STATUS = "35"
               OPEN OUTPUT DTLFILE
           END-IF
           MOVE 1 TO WS-GRP-SUB
           PERFORM UNTIL WS-GRP-SUB > WS-GRP-COUNT
               PERFORM WRITE-USAGE-DETAIL
               ADD 1 TO WS-GRP-SUB
           END-PERFORM
           CLOSE DTLFILE
           PERFORM WRITE-CHARGE-REPORT-LINE
           DISPLAY "Usage charge " WS-GRP-REF " for customer: "
                   WS-PRIOR-CUST-ID " units: " WS-USG-UNITS-OUT
           .

       WRITE-USAGE-DETAIL.
           MOVE TBL-GRP-UNITS(WS-GRP-SUB) TO WS-USG-UNITS-OUT
           MOVE SPACES TO DTL-REC
           STRING WS-GRP-REF       DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  WS-PRIOR-CUST-ID DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  TBL-GRP-TIMESTAMP(WS-GRP-SUB)
                                   DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-USG-UNITS-OUT)
                                   DELIMITED BY SIZE
                  ','              DELIMITED BY SIZE
                  WS-RUN-ID        DELIMITED BY SIZE
               INTO DTL-REC
           END-STRING
           WRITE DTL-REC
           .

       WRITE-SUSPENSE-ITEM.
           ADD 1 TO WS-USG-SUSPENSE
           MOVE SPACES TO SUSP-REC
           STRING "RUN="       DELIMITED BY SIZE
                  WS-RUN-ID    DELIMITED BY SIZE
                  " REASON="   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUSP-REASON)
                               DELIMITED BY SIZE
                  " ITEM="     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUSP-ITEM)
                               DELIMITED BY SIZE
               INTO SUSP-REC
               ON OVERFLOW
                   DISPLAY "WRITE-SUSPENSE-ITEM: record truncated"
           END-STRING
           WRITE SUSP-REC
           MOVE SPACES TO RPT-REC
           STRING "SUSPENSE   "  DELIMITED BY SIZE
                  WS-SUSP-REASON DELIMITED BY SIZE
                  "  "           DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUSP-ITEM)
                                 DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           DISPLAY "Suspense: " WS-SUSP-REASON " for event: "
                   WS-SUSP-ITEM
           .

       WRITE-DUPLICATE-DETAIL.
           MOVE SPACES TO RPT-REC
           STRING "DUPLICATE  "  DELIMITED BY SIZE
                  "Event already mediated - dropped"
                                 DELIMITED BY SIZE
                  "          "   DELIMITED BY SIZE
                  FUNCTION TRIM(SRT-RAW)
                                 DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-REC
           STRING "USAGE MEDIATION REPORT  RUN: " DELIMITED BY SIZE
                  WS-RUN-ID                       DELIMITED BY SIZE
                  "  PERIOD: "                    DELIMITED BY SIZE
                  WS-USG-PERIOD                   DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "CHARGE     CUST-ID  REFERENCE     EVENTS  "
                  "        UNITS  DATE"
                                          DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           .

       WRITE-CHARGE-REPORT-LINE.
           MOVE WS-PRIOR-CUST-ID TO WS-USG-ID-EDIT
           MOVE WS-GRP-COUNT TO WS-USG-EVENTS-EDIT
           MOVE WS-GRP-UNITS TO WS-USG-UNITS-RPT
           MOVE SPACES TO RPT-REC
           STRING "CHARGE     "    DELIMITED BY SIZE
                  WS-USG-ID-EDIT   DELIMITED BY SIZE
                  "   "            DELIMITED BY SIZE
                  WS-GRP-REF       DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-USG-EVENTS-EDIT DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-USG-UNITS-RPT DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WS-GRP-DATE      DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           .

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE WS-USG-READ TO WS-USG-COUNT-EDIT
           MOVE SPACES TO RPT-REC
           STRING "EVENTS READ:        " DELIMITED BY SIZE
                  WS-USG-COUNT-EDIT     DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-USG-ACCEPTED TO WS-USG-COUNT-EDIT
           MOVE SPACES TO RPT-REC
           STRING "EVENTS BILLED:      " DELIMITED BY SIZE
                  WS-USG-COUNT-EDIT     DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-USG-DUPLICATES TO WS-USG-COUNT-EDIT
           MOVE SPACES TO RPT-REC
           STRING "DUPLICATES DROPPED: " DELIMITED BY SIZE
                  WS-USG-COUNT-EDIT     DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-USG-SUSPENSE TO WS-USG-COUNT-EDIT
           MOVE SPACES TO RPT-REC
           STRING "EVENTS TO SUSPENSE: " DELIMITED BY SIZE
                  WS-USG-COUNT-EDIT     DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-USG-CHARGES TO WS-USG-COUNT-EDIT
           MOVE WS-USG-UNITS-TOTAL TO WS-USG-TOTAL-RPT
           MOVE SPACES TO RPT-REC
           STRING "CHARGES WRITTEN:    " DELIMITED BY SIZE
                  WS-USG-COUNT-EDIT     DELIMITED BY SIZE
                  "  UNITS: "           DELIMITED BY SIZE
                  WS-USG-TOTAL-RPT      DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           .
