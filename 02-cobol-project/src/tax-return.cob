       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TAX-RETURN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERFILE    ASSIGN TO "data/statement-period.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-STATUS.
           SELECT TAXFILE    ASSIGN TO "data/tax-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-STATUS.
           SELECT AUDFILE    ASSIGN DYNAMIC WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT CUSTFILE   ASSIGN TO "data/customers.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-CUST-STATUS.
           SELECT TAXHFILE   ASSIGN TO "data/gl-tax-history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXH-STATUS.
           SELECT REMFILE    ASSIGN TO "data/tax-remittance.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RPTFILE    ASSIGN TO "data/tax-return-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PERFILE.
       01  PER-REC          PIC X(80).
       FD  TAXFILE.
       01  TAX-REC-FLAT     PIC X(200).
       FD  AUDFILE.
       01  AUD-REC          PIC X(250).
       FD  CUSTFILE.
       COPY "src/copybooks/CUSTOMER-RECORD.cbk".
       FD  TAXHFILE.
       01  TAXH-REC         PIC X(80).
       FD  REMFILE.
       01  REM-REC          PIC X(80).
       FD  RPTFILE.
       01  RPT-REC          PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "src/copybooks/TAX-RATE-TABLE.cbk".
       77  WS-PER-STATUS    PIC X(02).
       77  WS-TAX-STATUS    PIC X(02).
       77  WS-AUD-STATUS    PIC X(02).
       77  WS-CUST-STATUS   PIC X(02).
       77  WS-TAXH-STATUS   PIC X(02).
       77  WS-TAXFILE-EOF   PIC X VALUE 'N'.
       77  WS-AUD-EOF       PIC X VALUE 'N'.
       77  WS-TAXH-EOF      PIC X VALUE 'N'.
       77  WS-TAX-RATE-TXT  PIC X(20).
       77  WS-RUN-DATE      PIC 9(8).
       77  WS-RUN-TIME      PIC 9(8).
       77  WS-RUN-ID        PIC X(17).
       77  WS-TXR-PERIOD    PIC X(06).
       77  WS-TXR-PERIOD-NUM PIC 9(6) VALUE 0.
       77  WS-SCAN-PERIOD   PIC 9(6) VALUE 0.
       77  WS-RUN-PERIOD    PIC 9(6) VALUE 0.
       77  WS-AUDIT-PATH    PIC X(80).
       77  WS-JUR-SUB       PIC 9(4) COMP VALUE 0.
       77  WS-UNASSIGNED    PIC 9(4) COMP VALUE 21.
       77  WS-LAST-CUST-ID  PIC 9(6) VALUE 0.
       77  WS-LAST-JUR-SUB  PIC 9(4) COMP VALUE 0.
       77  WS-FILES-READ    PIC 9(4) COMP VALUE 0.
       77  WS-TXR-FLAGGED   PIC 9(4) COMP VALUE 0.
       77  WS-TXR-BASE      PIC S9(9)V99 VALUE 0.
       77  WS-TAXH-RUN-ID   PIC X(17).
       77  WS-TAXH-JURIS    PIC X(03).
       77  WS-TAXH-AMT-TXT  PIC X(20).
       77  WS-TAXH-AMOUNT   PIC S9(9)V99 VALUE 0.
       77  WS-AUD-RUN-ID    PIC X(17).
       77  WS-AUD-CUST-ID   PIC 9(6) VALUE 0.
       77  WS-AUD-TYPE      PIC X(01).
       77  WS-AUD-FLAG      PIC X(06).
       77  WS-AUD-AMOUNT    PIC S9(7)V99 VALUE 0.
       77  WS-AUD-LATE      PIC S9(7)V99 VALUE 0.
       77  WS-AUD-TAX       PIC S9(7)V99 VALUE 0.
       77  WS-AUD-USAGE     PIC S9(7)V99 VALUE 0.
       01  WS-PARSE-PARTS.
           05  WS-PART-ONE      PIC X(250).
           05  WS-PART-TWO      PIC X(250).
           05  WS-PART-TOKEN    PIC X(20).
      * One slot per jurisdiction on tax-rates.dat, in the same order
      * as the rate table, plus a last slot for tax that cannot be tied
      * to a jurisdiction on the table.
       01  WS-TXR-TABLE.
           05  WS-TXR-ENTRY OCCURS 21 TIMES.
               10  TXR-JURIS            PIC X(03).
               10  TXR-UNITS            PIC S9(11)V99.
               10  TXR-SALES            PIC S9(11)V99.
               10  TXR-TAX-BILLED       PIC S9(11)V99.
               10  TXR-SALES-ADJ        PIC S9(11)V99.
               10  TXR-TAX-ADJ          PIC S9(11)V99.
               10  TXR-GL-TAX           PIC S9(11)V99.
       01  WS-TXR-TOTALS.
           05  WS-TOT-SALES         PIC S9(11)V99 VALUE 0.
           05  WS-TOT-TAX-BILLED    PIC S9(11)V99 VALUE 0.
           05  WS-TOT-SALES-ADJ     PIC S9(11)V99 VALUE 0.
           05  WS-TOT-TAX-ADJ       PIC S9(11)V99 VALUE 0.
           05  WS-TOT-GL-TAX        PIC S9(11)V99 VALUE 0.
       01  WS-TXR-COUNTERS.
           05  WS-TXR-ENTRIES       PIC 9(9) VALUE 0.
           05  WS-TXR-CHARGES       PIC 9(9) VALUE 0.
           05  WS-TXR-CORRECTIONS   PIC 9(9) VALUE 0.
           05  WS-TXR-NO-CUSTOMER   PIC 9(9) VALUE 0.
           05  WS-TXR-GL-RUNS       PIC 9(9) VALUE 0.
       01  WS-TXR-EDIT-FIELDS.
           05  WS-TXR-RATE-EDIT     PIC 9.9999.
           05  WS-TXR-SALES-EDIT    PIC ---,---,--9.99.
           05  WS-TXR-TAX-EDIT      PIC -,---,--9.99.
           05  WS-TXR-SADJ-EDIT     PIC ---,---,--9.99.
           05  WS-TXR-TADJ-EDIT     PIC -,---,--9.99.
           05  WS-TXR-NSALES-EDIT   PIC ---,---,--9.99.
           05  WS-TXR-NTAX-EDIT     PIC -,---,--9.99.
           05  WS-TXR-GL-EDIT       PIC -,---,--9.99.
           05  WS-TXR-FLAG          PIC X(08).
           05  WS-TXR-OUT-AMT       PIC -(10)9.99.
           05  WS-TXR-OUT-TAX       PIC -(10)9.99.
           05  WS-TXR-COUNT-EDIT    PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.

      * The monthly sales-tax return for the period on
      * statement-period.dat.  Tax is reported in the month it was
      * posted - the month of the billing run that put it on the
      * ledger - which is the month the nightly GL journals it in.
      * For each jurisdiction on tax-rates.dat the return shows the
      * taxable sales and tax billed on usage charges, the sales and
      * tax taken back off by BILLING-REVERSAL or corrected by
      * BILLING-RERATE, and the net tax due.  The tax billed is then
      * checked against the nightly GL tax lines kept on
      * gl-tax-history.dat; any jurisdiction that disagrees is flagged
      * and the run ends RC 4.  Reversals and rerates are not
      * journaled by the nightly GL, so they are not part of that
      * check.  The remittance extract tax-remittance.dat carries
      * period,jurisdiction,rate,net taxable sales,net tax due.
       MAIN-PARA.
           DISPLAY "Starting TAX-RETURN"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  "-"         DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
               INTO WS-RUN-ID
           END-STRING
           PERFORM READ-STATEMENT-PERIOD
           PERFORM READ-TAX-RATES
           IF WS-TAX-COUNT = 0
               DISPLAY "No tax jurisdictions on tax-rates.dat - "
                       "no return to file"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTFILE
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "Cannot open customer master customers.idx, "
                       "status: " WS-CUST-STATUS
                       " - run CUSTOMER-CONVERT first"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM READ-ARCHIVED-TRAILS
           MOVE "data/audit-trail.dat" TO WS-AUDIT-PATH
           PERFORM READ-ONE-AUDIT-FILE
           CLOSE CUSTFILE
           PERFORM READ-GL-TAX-HISTORY
           OPEN OUTPUT RPTFILE
           OPEN OUTPUT REMFILE
           PERFORM WRITE-REPORT-HEADER
           MOVE 1 TO WS-JUR-SUB
           PERFORM UNTIL WS-JUR-SUB > WS-TAX-COUNT
               PERFORM WRITE-JURISDICTION-LINE
               PERFORM WRITE-REMITTANCE-RECORD
               ADD 1 TO WS-JUR-SUB
           END-PERFORM
           MOVE WS-UNASSIGNED TO WS-JUR-SUB
           IF TXR-TAX-BILLED(WS-JUR-SUB) NOT = 0
              OR TXR-TAX-ADJ(WS-JUR-SUB) NOT = 0
              OR TXR-GL-TAX(WS-JUR-SUB) NOT = 0
               PERFORM WRITE-JURISDICTION-LINE
           END-IF
           PERFORM WRITE-REPORT-FOOTER
           CLOSE REMFILE
           CLOSE RPTFILE
           DISPLAY "Tax return complete. Period: " WS-TXR-PERIOD
                   " Charges: " WS-TXR-CHARGES
                   " Corrections: " WS-TXR-CORRECTIONS
                   " Flagged: " WS-TXR-FLAGGED
           IF WS-TXR-FLAGGED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
           .

       READ-STATEMENT-PERIOD.
           MOVE WS-RUN-DATE(1:6) TO WS-TXR-PERIOD
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
                               TO WS-TXR-PERIOD
                       END-IF
               END-READ
               CLOSE PERFILE
           END-IF
           IF WS-TXR-PERIOD NOT NUMERIC
              OR WS-TXR-PERIOD(5:2) < "01"
              OR WS-TXR-PERIOD(5:2) > "12"
               DISPLAY "Unusable period on statement-period.dat: "
                       WS-TXR-PERIOD
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-TXR-PERIOD TO WS-TXR-PERIOD-NUM
           DISPLAY "Tax return period: " WS-TXR-PERIOD
           .

       READ-TAX-RATES.
           MOVE 'N' TO WS-TAXFILE-EOF
           OPEN INPUT TAXFILE
           IF WS-TAX-STATUS = "00"
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
           INITIALIZE WS-TXR-TABLE
           MOVE 1 TO WS-JUR-SUB
           PERFORM UNTIL WS-JUR-SUB > WS-TAX-COUNT
               MOVE TBL-TAX-JURIS(WS-JUR-SUB) TO TXR-JURIS(WS-JUR-SUB)
               ADD 1 TO WS-JUR-SUB
           END-PERFORM
           MOVE "???" TO TXR-JURIS(WS-UNASSIGNED)
           DISPLAY "Tax jurisdictions loaded: " WS-TAX-COUNT
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

      * AUDIT-ARCHIVE files entries by transaction date under the
      * period that was closed.  Entries posted in the return period
      * carry transaction dates from that month or the one before, so
      * every archive from the month before the period up to the
      * current month is read; months with no archive are passed over.
       READ-ARCHIVED-TRAILS.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD
           IF WS-TXR-PERIOD(5:2) = "01"
               COMPUTE WS-SCAN-PERIOD = WS-TXR-PERIOD-NUM - 89
           ELSE
               COMPUTE WS-SCAN-PERIOD = WS-TXR-PERIOD-NUM - 1
           END-IF
           PERFORM UNTIL WS-SCAN-PERIOD > WS-RUN-PERIOD
               MOVE SPACES TO WS-AUDIT-PATH
               STRING "data/archive/audit-trail-" DELIMITED BY SIZE
                      WS-SCAN-PERIOD              DELIMITED BY SIZE
                      ".dat"                      DELIMITED BY SIZE
                   INTO WS-AUDIT-PATH
               END-STRING
               PERFORM READ-ONE-AUDIT-FILE
               IF WS-SCAN-PERIOD(5:2) = "12"
                   ADD 89 TO WS-SCAN-PERIOD
               ELSE
                   ADD 1 TO WS-SCAN-PERIOD
               END-IF
           END-PERFORM
           .

       READ-ONE-AUDIT-FILE.
           MOVE 'N' TO WS-AUD-EOF
           OPEN INPUT AUDFILE
           IF WS-AUD-STATUS = "00"
               ADD 1 TO WS-FILES-READ
               DISPLAY "Reading audit file: " WS-AUDIT-PATH
               PERFORM UNTIL WS-AUD-EOF = 'Y'
                   READ AUDFILE
                       AT END
                           MOVE 'Y' TO WS-AUD-EOF
                       NOT AT END
                           PERFORM PARSE-AUDIT-ENTRY
                           IF WS-AUD-RUN-ID(1:6) = WS-TXR-PERIOD
                              AND WS-AUD-CUST-ID NOT = 0
                               PERFORM TALLY-TAX-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDFILE
           END-IF
           .

      * Usage charges (C) are taxable sales.  A reversal (R) of a
      * charge carries the charge's tax and usage backed out; a rerate
      * adjustment (A, flag RERATE) carries the tax on the correction.
      * Everything else - payments, fees, write-offs - is not a sale.
       TALLY-TAX-ENTRY.
           EVALUATE TRUE
               WHEN WS-AUD-TYPE = 'C'
                   COMPUTE WS-TXR-BASE =
                           WS-AUD-AMOUNT - WS-AUD-LATE - WS-AUD-TAX
                   PERFORM FIND-ENTRY-JURISDICTION
                   IF WS-JUR-SUB > 0
                       ADD 1 TO WS-TXR-CHARGES
                       ADD WS-AUD-USAGE TO TXR-UNITS(WS-JUR-SUB)
                       ADD WS-TXR-BASE  TO TXR-SALES(WS-JUR-SUB)
                       ADD WS-AUD-TAX   TO TXR-TAX-BILLED(WS-JUR-SUB)
                   END-IF
               WHEN WS-AUD-TYPE = 'R' AND WS-AUD-FLAG = "REVRSL"
                AND (WS-AUD-TAX NOT = 0 OR WS-AUD-USAGE NOT = 0)
                   COMPUTE WS-TXR-BASE =
                           WS-AUD-AMOUNT - WS-AUD-LATE - WS-AUD-TAX
                   PERFORM TALLY-TAX-CORRECTION
               WHEN WS-AUD-TYPE = 'A' AND WS-AUD-FLAG = "RERATE"
                   COMPUTE WS-TXR-BASE = WS-AUD-AMOUNT - WS-AUD-TAX
                   PERFORM TALLY-TAX-CORRECTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       TALLY-TAX-CORRECTION.
           PERFORM FIND-ENTRY-JURISDICTION
           IF WS-JUR-SUB > 0
               ADD 1 TO WS-TXR-CORRECTIONS
               ADD WS-TXR-BASE TO TXR-SALES-ADJ(WS-JUR-SUB)
               ADD WS-AUD-TAX  TO TXR-TAX-ADJ(WS-JUR-SUB)
           END-IF
           .

      * The audit trail does not carry the jurisdiction, so it is the
      * customer's jurisdiction on the master.  A customer with none is
      * tax exempt and left out; tax for a customer no longer on file,
      * or for a jurisdiction no longer on the rate table, is shown on
      * its own line so it is not lost from the return.
       FIND-ENTRY-JURISDICTION.
           IF WS-AUD-CUST-ID = WS-LAST-CUST-ID
               MOVE WS-LAST-JUR-SUB TO WS-JUR-SUB
           ELSE
               MOVE WS-UNASSIGNED TO WS-JUR-SUB
               MOVE WS-AUD-CUST-ID TO CUST-ID
               READ CUSTFILE
                   INVALID KEY
                       ADD 1 TO WS-TXR-NO-CUSTOMER
                       DISPLAY "No customer master match for: "
                               CUST-ID
                   NOT INVALID KEY
                       IF CUST-TAX-JURIS = SPACES
                           MOVE 0 TO WS-JUR-SUB
                       ELSE
                           PERFORM FIND-JURISDICTION-SLOT
                       END-IF
               END-READ
               MOVE WS-AUD-CUST-ID TO WS-LAST-CUST-ID
               MOVE WS-JUR-SUB TO WS-LAST-JUR-SUB
           END-IF
           IF WS-JUR-SUB = 0 AND WS-AUD-TAX NOT = 0
               MOVE WS-UNASSIGNED TO WS-JUR-SUB
           END-IF
           .

       FIND-JURISDICTION-SLOT.
           SET WS-TAX-IDX TO 1
           SEARCH WS-TAX-ENTRY
               AT END
                   DISPLAY "No tax rate for jurisdiction: "
                           CUST-TAX-JURIS " customer: " CUST-ID
               WHEN TBL-TAX-JURIS(WS-TAX-IDX) = CUST-TAX-JURIS
                   SET WS-JUR-SUB TO WS-TAX-IDX
           END-SEARCH
           .

      * GL tax lines for every nightly run posted in the period.
       READ-GL-TAX-HISTORY.
           MOVE 'N' TO WS-TAXH-EOF
           OPEN INPUT TAXHFILE
           IF WS-TAXH-STATUS NOT = "00"
               DISPLAY "No GL tax history on file - every "
                       "jurisdiction with tax billed will be flagged"
           ELSE
               PERFORM UNTIL WS-TAXH-EOF = 'Y'
                   READ TAXHFILE
                       AT END
                           MOVE 'Y' TO WS-TAXH-EOF
                       NOT AT END
                           PERFORM LOAD-GL-TAX-LINE
                   END-READ
               END-PERFORM
               CLOSE TAXHFILE
           END-IF
           .

       LOAD-GL-TAX-LINE.
           MOVE SPACES TO WS-TAXH-RUN-ID
           MOVE SPACES TO WS-TAXH-JURIS
           MOVE SPACES TO WS-TAXH-AMT-TXT
           UNSTRING TAXH-REC DELIMITED BY ','
               INTO WS-TAXH-RUN-ID, WS-TAXH-JURIS, WS-TAXH-AMT-TXT
           END-UNSTRING
           IF WS-TAXH-RUN-ID(1:6) = WS-TXR-PERIOD
              AND FUNCTION TEST-NUMVAL-C(WS-TAXH-AMT-TXT) = 0
               ADD 1 TO WS-TXR-GL-RUNS
               COMPUTE WS-TAXH-AMOUNT =
                       FUNCTION NUMVAL-C(WS-TAXH-AMT-TXT)
               MOVE WS-UNASSIGNED TO WS-JUR-SUB
               SET WS-TAX-IDX TO 1
               SEARCH WS-TAX-ENTRY
                   AT END
                       CONTINUE
                   WHEN TBL-TAX-JURIS(WS-TAX-IDX) = WS-TAXH-JURIS
                       SET WS-JUR-SUB TO WS-TAX-IDX
               END-SEARCH
               ADD WS-TAXH-AMOUNT TO TXR-GL-TAX(WS-JUR-SUB)
           END-IF
           .

       WRITE-REPORT-HEADER.
           MOVE SPACES TO RPT-REC
           STRING "SALES TAX RETURN  PERIOD: " DELIMITED BY SIZE
                  WS-TXR-PERIOD                DELIMITED BY SIZE
                  "  RUN: "                    DELIMITED BY SIZE
                  WS-RUN-ID                    DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           STRING "JUR  RATE      TAXABLE SALES   TAX BILLED    "
                  "SALES REVERSED TAX REVERSED  NET TAXABLE SALES "
                  "NET TAX DUE  GL TAX LINES  CHECK"
                                          DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           .

       WRITE-JURISDICTION-LINE.
           MOVE SPACES TO WS-TXR-FLAG
           IF WS-JUR-SUB = WS-UNASSIGNED
               MOVE 0 TO WS-TXR-RATE-EDIT
               MOVE "NO JURIS" TO WS-TXR-FLAG
               ADD 1 TO WS-TXR-FLAGGED
           ELSE
               MOVE TBL-TAX-RATE(WS-JUR-SUB) TO WS-TXR-RATE-EDIT
               IF TXR-TAX-BILLED(WS-JUR-SUB)
                  NOT = TXR-GL-TAX(WS-JUR-SUB)
                   MOVE "GL DIFF" TO WS-TXR-FLAG
                   ADD 1 TO WS-TXR-FLAGGED
               END-IF
           END-IF
           MOVE TXR-SALES(WS-JUR-SUB)      TO WS-TXR-SALES-EDIT
           MOVE TXR-TAX-BILLED(WS-JUR-SUB) TO WS-TXR-TAX-EDIT
           MOVE TXR-SALES-ADJ(WS-JUR-SUB)  TO WS-TXR-SADJ-EDIT
           MOVE TXR-TAX-ADJ(WS-JUR-SUB)    TO WS-TXR-TADJ-EDIT
           COMPUTE WS-TXR-NSALES-EDIT =
                   TXR-SALES(WS-JUR-SUB) + TXR-SALES-ADJ(WS-JUR-SUB)
           COMPUTE WS-TXR-NTAX-EDIT =
                   TXR-TAX-BILLED(WS-JUR-SUB) + TXR-TAX-ADJ(WS-JUR-SUB)
           MOVE TXR-GL-TAX(WS-JUR-SUB)     TO WS-TXR-GL-EDIT
           ADD TXR-SALES(WS-JUR-SUB)      TO WS-TOT-SALES
           ADD TXR-TAX-BILLED(WS-JUR-SUB) TO WS-TOT-TAX-BILLED
           ADD TXR-SALES-ADJ(WS-JUR-SUB)  TO WS-TOT-SALES-ADJ
           ADD TXR-TAX-ADJ(WS-JUR-SUB)    TO WS-TOT-TAX-ADJ
           ADD TXR-GL-TAX(WS-JUR-SUB)     TO WS-TOT-GL-TAX
           MOVE SPACES TO RPT-REC
           STRING TXR-JURIS(WS-JUR-SUB) DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  WS-TXR-RATE-EDIT      DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-TXR-SALES-EDIT     DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-TXR-TAX-EDIT       DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-TXR-SADJ-EDIT      DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-TXR-TADJ-EDIT      DELIMITED BY SIZE
                  "    "                DELIMITED BY SIZE
                  WS-TXR-NSALES-EDIT    DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-TXR-NTAX-EDIT      DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  WS-TXR-GL-EDIT        DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  WS-TXR-FLAG           DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF WS-TXR-FLAG NOT = SPACES
               DISPLAY "Tax return check failed for jurisdiction "
                       TXR-JURIS(WS-JUR-SUB) ": " WS-TXR-FLAG
           END-IF
           .

       WRITE-REMITTANCE-RECORD.
           MOVE TBL-TAX-RATE(WS-JUR-SUB) TO WS-TXR-RATE-EDIT
           COMPUTE WS-TXR-OUT-AMT =
                   TXR-SALES(WS-JUR-SUB) + TXR-SALES-ADJ(WS-JUR-SUB)
           COMPUTE WS-TXR-OUT-TAX =
                   TXR-TAX-BILLED(WS-JUR-SUB) + TXR-TAX-ADJ(WS-JUR-SUB)
           MOVE SPACES TO REM-REC
           STRING WS-TXR-PERIOD         DELIMITED BY SIZE
                  ","                   DELIMITED BY SIZE
                  TXR-JURIS(WS-JUR-SUB) DELIMITED BY SIZE
                  ","                   DELIMITED BY SIZE
                  WS-TXR-RATE-EDIT      DELIMITED BY SIZE
                  ","                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TXR-OUT-AMT)
                                        DELIMITED BY SIZE
                  ","                   DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TXR-OUT-TAX)
                                        DELIMITED BY SIZE
               INTO REM-REC
           END-STRING
           WRITE REM-REC
           .

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE WS-TOT-SALES      TO WS-TXR-SALES-EDIT
           MOVE WS-TOT-TAX-BILLED TO WS-TXR-TAX-EDIT
           MOVE WS-TOT-SALES-ADJ  TO WS-TXR-SADJ-EDIT
           MOVE WS-TOT-TAX-ADJ    TO WS-TXR-TADJ-EDIT
           COMPUTE WS-TXR-NSALES-EDIT = WS-TOT-SALES + WS-TOT-SALES-ADJ
           COMPUTE WS-TXR-NTAX-EDIT = WS-TOT-TAX-BILLED + WS-TOT-TAX-ADJ
           MOVE WS-TOT-GL-TAX     TO WS-TXR-GL-EDIT
           MOVE SPACES TO RPT-REC
           STRING "TOTAL       "        DELIMITED BY SIZE
                  WS-TXR-SALES-EDIT     DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-TXR-TAX-EDIT       DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-TXR-SADJ-EDIT      DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-TXR-TADJ-EDIT      DELIMITED BY SIZE
                  "    "                DELIMITED BY SIZE
                  WS-TXR-NSALES-EDIT    DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WS-TXR-NTAX-EDIT      DELIMITED BY SIZE
                  "  "                  DELIMITED BY SIZE
                  WS-TXR-GL-EDIT        DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE SPACES TO RPT-REC
           WRITE RPT-REC
           MOVE WS-TXR-CHARGES TO WS-TXR-COUNT-EDIT
           MOVE SPACES TO RPT-REC
           STRING "TAXABLE CHARGES:         " DELIMITED BY SIZE
                  WS-TXR-COUNT-EDIT           DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-TXR-CORRECTIONS TO WS-TXR-COUNT-EDIT
           MOVE SPACES TO RPT-REC
           STRING "REVERSALS AND RERATES:   " DELIMITED BY SIZE
                  WS-TXR-COUNT-EDIT           DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-TXR-GL-RUNS TO WS-TXR-COUNT-EDIT
           MOVE SPACES TO RPT-REC
           STRING "GL TAX LINES READ:       " DELIMITED BY SIZE
                  WS-TXR-COUNT-EDIT           DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           MOVE WS-TXR-FLAGGED TO WS-TXR-COUNT-EDIT
           MOVE SPACES TO RPT-REC
           STRING "JURISDICTIONS FLAGGED:   " DELIMITED BY SIZE
                  WS-TXR-COUNT-EDIT           DELIMITED BY SIZE
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           .

       PARSE-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUD-RUN-ID
           MOVE SPACES TO WS-AUD-TYPE
           MOVE SPACES TO WS-AUD-FLAG
           MOVE 0 TO WS-AUD-CUST-ID
           MOVE 0 TO WS-AUD-AMOUNT
           MOVE 0 TO WS-AUD-LATE
           MOVE 0 TO WS-AUD-TAX
           MOVE 0 TO WS-AUD-USAGE
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
               UNSTRING AUD-REC DELIMITED BY " AMOUNT="
                   INTO WS-PART-ONE, WS-PART-TWO
               END-UNSTRING
               PERFORM GET-FIRST-TOKEN
               IF WS-PART-TOKEN NOT = SPACES
                   COMPUTE WS-AUD-AMOUNT =
                           FUNCTION NUMVAL-C(WS-PART-TOKEN)
               END-IF
               MOVE SPACES TO WS-PART-TWO
               UNSTRING AUD-REC DELIMITED BY " LATE="
                   INTO WS-PART-ONE, WS-PART-TWO
               END-UNSTRING
               PERFORM GET-FIRST-TOKEN
               IF WS-PART-TOKEN NOT = SPACES
                   COMPUTE WS-AUD-LATE =
                           FUNCTION NUMVAL-C(WS-PART-TOKEN)
               END-IF
               MOVE SPACES TO WS-PART-TWO
               UNSTRING AUD-REC DELIMITED BY " TAX="
                   INTO WS-PART-ONE, WS-PART-TWO
               END-UNSTRING
               PERFORM GET-FIRST-TOKEN
               IF WS-PART-TOKEN NOT = SPACES
                   COMPUTE WS-AUD-TAX =
                           FUNCTION NUMVAL-C(WS-PART-TOKEN)
               END-IF
               MOVE SPACES TO WS-PART-TWO
               UNSTRING AUD-REC DELIMITED BY " USAGE="
                   INTO WS-PART-ONE, WS-PART-TWO
               END-UNSTRING
               PERFORM GET-FIRST-TOKEN
               IF WS-PART-TOKEN NOT = SPACES
                   COMPUTE WS-AUD-USAGE =
                           FUNCTION NUMVAL-C(WS-PART-TOKEN)
               END-IF
               MOVE SPACES TO WS-PART-TWO
               UNSTRING AUD-REC DELIMITED BY " FLAG="
                   INTO WS-PART-ONE, WS-PART-TWO
               END-UNSTRING
               PERFORM GET-FIRST-TOKEN
               MOVE WS-PART-TOKEN TO WS-AUD-FLAG
           END-IF
           .

       GET-FIRST-TOKEN.
           MOVE SPACES TO WS-PART-TOKEN
           MOVE FUNCTION TRIM(WS-PART-TWO) TO WS-PART-ONE
           UNSTRING WS-PART-ONE DELIMITED BY ' '
               INTO WS-PART-TOKEN
           END-UNSTRING
           .
