               FILE STATUS IS WS-RHIST-STATUS.
           SELECT OVRFILE       ASSIGN TO "data/over-limit-report.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISPFILE      ASSIGN TO "data/disputes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.
           SELECT STEPFILE      ASSIGN TO "data/driver-steps.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-STATUS.
           SELECT STEPOVRFILE   ASSIGN TO "data/driver-restart.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOVR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       SD  SORT-WORKFILE.
       01  SORT-REC.
           05  SRT-TRAN-REF PIC X(12).
           05  SRT-TRAN-TYPE PIC X(01).
           05  SRT-LINE     PIC X(200).
       FD  CLEAN-INFILE.
       01  CLEAN-REC        PIC X(200).
           05  ASRT-RUN-ID    PIC X(17).
           05  ASRT-TYPE      PIC X(01).
           05  ASRT-AMOUNT    PIC S9(7)V99.
           05  ASRT-TRAN-REF  PIC X(12).
       FD  BUCKETFILE.
       01  BUCKET-REC       PIC X(80).
       FD  ARCHIVE-INFILE.
       01  RHIST-REC        PIC X(200).
       FD  OVRFILE.
       01  OVR-REC          PIC X(132).
       FD  DISPFILE.
       01  DISP-REC         PIC X(120).
       FD  STEPFILE.
       01  STEP-REC         PIC X(120).
       FD  STEPOVRFILE.
       01  STEPOVR-REC      PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "src/copybooks/DISPUTE-TABLE.cbk".
       77  WS-CUST-STATUS   PIC X(02).
       77  WS-BILLING-RC    PIC S9(4) VALUE 0.
       77  WS-ARCHIVE-PATH  PIC X(80).
       77  WS-RAW-EOF       PIC X VALUE 'N'.
       77  WS-TRAN-REF      PIC X(12).
       77  WS-PRIOR-TRAN-REF PIC X(12) VALUE SPACES.
       77  WS-TRAN-TYPE     PIC X(01).
       77  WS-PRIOR-TRAN-TYPE PIC X(01) VALUE SPACES.
       77  WS-FIRST-REC-SW  PIC X VALUE 'Y'.
       77  WS-DUP-COUNT     PIC 9(9) VALUE 0.
       77  WS-OUT-LINE      PIC X(200).
           05  WS-AGE-30-COUNT      PIC 9(9) VALUE 0.
           05  WS-AGE-60-COUNT      PIC 9(9) VALUE 0.
           05  WS-AGE-90-COUNT      PIC 9(9) VALUE 0.
           05  WS-AGE-DSP-COUNT     PIC 9(9) VALUE 0.
           05  WS-AGE-DSP-TOTAL     PIC S9(11)V99 VALUE 0.
       01  WS-AGE-EDIT-FIELDS.
           05  WS-AGE-ID            PIC ZZZZZ9.
           05  WS-AGE-NAME          PIC X(20).
           05  WS-AGE-30-EDIT       PIC ----,--9.99.
           05  WS-AGE-60-EDIT       PIC ----,--9.99.
           05  WS-AGE-90-EDIT       PIC ----,--9.99.
           05  WS-AGE-DSP-EDIT      PIC ----,--9.99.
           05  WS-AGE-DSP-TOT-EDIT  PIC ----,---,--9.99.
       77  WS-BKT-STATUS        PIC X(02).
       77  WS-AGE-AUD-EOF       PIC X VALUE 'N'.
       77  WS-AGE-SORT-EOF      PIC X VALUE 'N'.
       77  WS-AGE-DAYS          PIC S9(5) VALUE 0.
       77  WS-AGE-CREDIT-LEFT   PIC S9(9)V99 VALUE 0.
       77  WS-AGE-UNAPPLIED     PIC S9(9)V99 VALUE 0.
       77  WS-AGE-DISPUTED      PIC S9(9)V99 VALUE 0.
       77  WS-AGE-HELD-AMT      PIC S9(7)V99 VALUE 0.
       77  WS-DISP-STATUS       PIC X(02).
       77  WS-DISP-EOF          PIC X VALUE 'N'.
       01  WS-DSP-LOAD-FIELDS.
           05  WS-DSP-ID-TXT        PIC X(10).
           05  WS-DSP-REF-TXT       PIC X(12).
           05  WS-DSP-AMT-TXT       PIC X(14).
           05  WS-DSP-OPENED-TXT    PIC X(10).
           05  WS-DSP-CODE          PIC X(01).
       77  WS-AGE-OPEN-COUNT    PIC 9(4) COMP VALUE 0.
       77  WS-AGE-OPEN-SUB      PIC 9(4) COMP VALUE 0.
       01  WS-AGE-OPEN-TABLE.
           05  WS-AGE-AMT-30        PIC S9(9)V99 VALUE 0.
           05  WS-AGE-AMT-60        PIC S9(9)V99 VALUE 0.
           05  WS-AGE-AMT-90        PIC S9(9)V99 VALUE 0.
           05  WS-AGE-AMT-DSP       PIC S9(9)V99 VALUE 0.
       01  WS-AGE-ENTRY-FIELDS.
           05  WS-AGE-ENT-RUN-ID    PIC X(17).
           05  WS-AGE-ENT-CUST-ID   PIC 9(6) VALUE 0.
           05  WS-AGE-ENT-TYPE      PIC X(01).
           05  WS-AGE-ENT-DATE      PIC X(08).
           05  WS-AGE-ENT-AMOUNT    PIC S9(7)V99 VALUE 0.
           05  WS-AGE-ENT-REF       PIC X(12).
       01  WS-BKT-FIELDS.
           05  WS-BKT-ID-TXT        PIC X(10).
           05  WS-BKT-CUST-ID       PIC 9(6) VALUE 0.
           05  WS-BKT-30-TXT        PIC X(14).
           05  WS-BKT-60-TXT        PIC X(14).
           05  WS-BKT-90-TXT        PIC X(14).
           05  WS-BKT-DSP-TXT       PIC X(14).
           05  WS-BKT-CUR-AMT       PIC S9(9)V99 VALUE 0.
           05  WS-BKT-30-AMT        PIC S9(9)V99 VALUE 0.
           05  WS-BKT-60-AMT        PIC S9(9)V99 VALUE 0.
           05  WS-BKT-90-AMT        PIC S9(9)V99 VALUE 0.
           05  WS-BKT-DSP-AMT       PIC S9(9)V99 VALUE 0.
           05  WS-BKT-AMT-EDIT      PIC -(8)9.99.
       01  WS-PARSE-PARTS.
           05  WS-PART-ONE      PIC X(250).
       01  WS-RCN-EDIT-FIELDS.
           05  WS-RCN-AMT-EDIT      PIC ----,---,--9.99.
           05  WS-RCN-COUNT-EDIT    PIC ZZZZZZZZ9.
       77  WS-STEP-STATUS       PIC X(02).
       77  WS-SOVR-STATUS       PIC X(02).
       77  WS-STEP-EOF          PIC X VALUE 'N'.
       77  WS-STEP-COUNT        PIC 9(4) COMP VALUE 13.
       77  WS-STEP-SUB          PIC 9(4) COMP VALUE 0.
       77  WS-STEP-FIND-SUB     PIC 9(4) COMP VALUE 0.
       77  WS-STEP-FOUND-SUB    PIC 9(4) COMP VALUE 0.
       77  WS-STEP-FORCE-SUB    PIC 9(4) COMP VALUE 0.
       77  WS-STEP-FAIL-SUB     PIC 9(4) COMP VALUE 0.
       77  WS-STEP-RC           PIC 9(4) VALUE 0.
       77  WS-STEP-LOOKUP       PIC X(18).
       77  WS-STEP-LAST-RUN     PIC X(17) VALUE SPACES.
       77  WS-STEP-RESUMED      PIC X(40) VALUE SPACES.
       77  WS-STEP-RESUMED-PTR  PIC 9(4) COMP VALUE 1.
       77  WS-PRIOR-COMPLETE-SW PIC X VALUE 'Y'.
       77  WS-RESTART-SW        PIC X VALUE 'N'.
           88  RUN-IS-RESTART        VALUE 'Y'.
       77  WS-SNAPSHOT-SW       PIC X VALUE 'N'.
           88  SNAPSHOT-TAKEN        VALUE 'Y'.
       77  WS-BILLING-DONE-SW   PIC X VALUE 'N'.
           88  BILLING-STEP-DONE     VALUE 'Y'.
       01  WS-STEP-LOAD-FIELDS.
           05  WS-STEP-RUN-TXT      PIC X(17).
           05  WS-STEP-NAME-TXT     PIC X(18).
           05  WS-STEP-RC-TXT       PIC X(05).
           05  WS-STEP-BAL-TXT      PIC X(16).
           05  WS-STEP-AUD-TXT      PIC X(10).
       01  WS-STEP-EDIT-FIELDS.
           05  WS-STEP-NUM-EDIT     PIC 9(02).
           05  WS-STEP-RC-EDIT      PIC ZZZ9.
           05  WS-STEP-BAL-EDIT     PIC -(10)9.99.
           05  WS-STEP-BAL-OUT      PIC X(16).
           05  WS-STEP-ACTION-TXT   PIC X(22).
      * The nightly steps in the order the driver runs them.  A step is
      * known on driver-steps.dat and driver-restart.dat by its name
      * here, and on run-history.dat by its position.
       01  WS-STEP-NAME-VALUES.
           05  FILLER           PIC X(18) VALUE "CUSTOMER-MAINT".
           05  FILLER           PIC X(18) VALUE "AUTOPAY-DRAFT".
           05  FILLER           PIC X(18) VALUE "SORT-AND-DEDUPE".
           05  FILLER           PIC X(18) VALUE "SNAPSHOT-POSITION".
           05  FILLER           PIC X(18) VALUE "CUSTOMER-BILLING".
           05  FILLER           PIC X(18) VALUE "BAD-DEBT-WRITEOFF".
           05  FILLER           PIC X(18) VALUE "GL-EXTRACT".
           05  FILLER           PIC X(18) VALUE "AGING-REPORT".
           05  FILLER           PIC X(18) VALUE "PAYMENT-PLAN".
           05  FILLER           PIC X(18) VALUE "CUSTOMER-DUNNING".
           05  FILLER           PIC X(18) VALUE "CUSTOMER-REFUND".
           05  FILLER           PIC X(18) VALUE "OVER-LIMIT-REPORT".
           05  FILLER           PIC X(18) VALUE "ARCHIVE-INPUT".
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
           05  WS-STEP-NAME     PIC X(18) OCCURS 13 TIMES.
       01  WS-STEP-STATE-TABLE.
           05  WS-STEP-STATE OCCURS 13 TIMES.
               10  WS-STEP-DONE     PIC X(01).
               10  WS-STEP-LAST-RC  PIC 9(4).
               10  WS-STEP-ACTION   PIC X(01).
                   88  STEP-ACTION-RUN      VALUE 'R'.
                   88  STEP-ACTION-SKIPPED  VALUE 'S'.
                   88  STEP-ACTION-FORCED   VALUE 'F'.
                   88  STEP-ACTION-NOT-RUN  VALUE 'N'.

       PROCEDURE DIVISION.

      * Every nightly step is run through RUN-DRIVER-STEP so that its
      * completion and return code land on driver-steps.dat under the
      * driver run id.  When the last run on that file never finished,
      * this run picks it up under the same id: steps already complete
      * are skipped - customer-maint.dat is not re-applied, the input
      * is not re-sorted, dunning and refunds are not repeated - and
      * the run resumes at the step that failed.  A step failing
      * (return code 8 or over) stops the run there, so nothing after
      * it runs against a half-finished night; reconciliation and the
      * run history are still written so the failure is on record.
       DRIVER-MAINLINE.
           DISPLAY "Starting DRIVER-MAINLINE"
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                  WS-RUN-TIME DELIMITED BY SIZE
               INTO WS-DRV-RUN-ID
           END-STRING
           PERFORM READ-STEP-CONTROL
           PERFORM READ-RUN-CYCLE
           MOVE 0 TO WS-STEP-FAIL-SUB
           MOVE 1 TO WS-STEP-SUB
           PERFORM UNTIL WS-STEP-SUB > WS-STEP-COUNT
               PERFORM RUN-DRIVER-STEP
               ADD 1 TO WS-STEP-SUB
           END-PERFORM
           IF SNAPSHOT-TAKEN
               PERFORM RECONCILE-RUN
           ELSE
               DISPLAY "Run stopped before the balance snapshot - "
                       "nothing to reconcile"
               PERFORM WRITE-RECON-REPORT
           END-IF
           MOVE WS-BILLING-RC TO WS-FINAL-RC
           IF WS-STEP-FAIL-SUB > 0
               MOVE WS-STEP-LAST-RC(WS-STEP-FAIL-SUB) TO WS-FINAL-RC
           END-IF
           IF RUN-OUT-OF-BALANCE
               MOVE 8 TO WS-FINAL-RC
           END-IF
           PERFORM WRITE-RUN-HISTORY
           IF WS-STEP-FAIL-SUB = 0
               MOVE SPACES TO STEP-REC
               STRING WS-DRV-RUN-ID    DELIMITED BY SIZE
                      ",RUN-COMPLETE," DELIMITED BY SIZE
                      WS-FINAL-RC      DELIMITED BY SIZE
                   INTO STEP-REC
               END-STRING
               PERFORM WRITE-STEP-RECORD
           ELSE
               DISPLAY "Driver stopped at step "
                       WS-STEP-NAME(WS-STEP-FAIL-SUB)
                       " - rerun BILLING-DRIVER to resume run "
                       WS-DRV-RUN-ID
           END-IF
           DISPLAY "Driver complete. Duplicate records dropped: "
                   WS-DUP-COUNT
           IF RUN-OUT-OF-BALANCE
               DISPLAY "RUN OUT OF BALANCE - see reconciliation report"
           END-IF
           MOVE WS-FINAL-RC TO RETURN-CODE
           GOBACK.
           .

       RUN-DRIVER-STEP.
           IF WS-STEP-FAIL-SUB > 0
               SET STEP-ACTION-NOT-RUN(WS-STEP-SUB) TO TRUE
           ELSE
           IF WS-STEP-DONE(WS-STEP-SUB) = 'Y'
              AND WS-STEP-SUB NOT = WS-STEP-FORCE-SUB
               SET STEP-ACTION-SKIPPED(WS-STEP-SUB) TO TRUE
               DISPLAY "Restart: step " WS-STEP-NAME(WS-STEP-SUB)
                       " already complete - skipped"
           ELSE
               IF WS-STEP-SUB = WS-STEP-FORCE-SUB
                   SET STEP-ACTION-FORCED(WS-STEP-SUB) TO TRUE
                   DISPLAY "Operator override: rerunning step "
                           WS-STEP-NAME(WS-STEP-SUB)
               ELSE
                   SET STEP-ACTION-RUN(WS-STEP-SUB) TO TRUE
               END-IF
               MOVE 0 TO RETURN-CODE
               PERFORM EXECUTE-DRIVER-STEP
               MOVE RETURN-CODE TO WS-STEP-RC
               PERFORM RECORD-STEP-COMPLETION
           END-IF
           END-IF
           .

       EXECUTE-DRIVER-STEP.
           EVALUATE WS-STEP-NAME(WS-STEP-SUB)
               WHEN "CUSTOMER-MAINT"
                   CALL "CUSTOMER-MAINT"
      * Autopay drafts follow maintenance so tonight's enrollments are
      * drafted, and precede the sort so their payment rows are billed
      * tonight.
               WHEN "AUTOPAY-DRAFT"
                   CALL "AUTOPAY-DRAFT"
               WHEN "SORT-AND-DEDUPE"
                   PERFORM SORT-AND-DEDUPE-INPUT
               WHEN "SNAPSHOT-POSITION"
                   PERFORM SNAPSHOT-RUN-POSITION
      * A billing step that stopped part way resumes from its own
      * checkpoint when the driver reruns it.
               WHEN "CUSTOMER-BILLING"
                   CALL "CUSTOMER-BILLING"
                   MOVE RETURN-CODE TO WS-BILLING-RC
      * Approved write-offs go on after the night's postings and ahead
      * of the GL extract, so their WRTOFF total reaches the journal.
               WHEN "BAD-DEBT-WRITEOFF"
                   CALL "BAD-DEBT-WRITEOFF"
               WHEN "GL-EXTRACT"
                   CALL "GL-EXTRACT"
               WHEN "AGING-REPORT"
                   PERFORM BUILD-AGING-REPORT
      * Tonight's payments are on the audit trail by now, so payment
      * plans are reviewed first and dunning sees which are still kept.
               WHEN "PAYMENT-PLAN"
                   CALL "PAYMENT-PLAN"
               WHEN "CUSTOMER-DUNNING"
                   CALL "CUSTOMER-DUNNING"
               WHEN "CUSTOMER-REFUND"
                   CALL "CUSTOMER-REFUND"
               WHEN "OVER-LIMIT-REPORT"
                   PERFORM BUILD-OVER-LIMIT-REPORT
               WHEN "ARCHIVE-INPUT"
                   PERFORM ARCHIVE-BILLING-INPUT
           END-EVALUATE
           .

      * The snapshot step's record also carries the balance total and
      * audit record count it took, so a restarted run reconciles
      * against the position from before billing first ran.
       RECORD-STEP-COMPLETION.
           MOVE WS-STEP-RC TO WS-STEP-LAST-RC(WS-STEP-SUB)
           IF WS-STEP-RC >= 8
               MOVE 'N' TO WS-STEP-DONE(WS-STEP-SUB)
               MOVE WS-STEP-SUB TO WS-STEP-FAIL-SUB
               DISPLAY "Step " WS-STEP-NAME(WS-STEP-SUB)
                       " failed with return code " WS-STEP-RC
           ELSE
               MOVE 'Y' TO WS-STEP-DONE(WS-STEP-SUB)
               IF WS-STEP-NAME(WS-STEP-SUB) = "SNAPSHOT-POSITION"
                   SET SNAPSHOT-TAKEN TO TRUE
               END-IF
               IF WS-STEP-NAME(WS-STEP-SUB) = "CUSTOMER-BILLING"
                   SET BILLING-STEP-DONE TO TRUE
               END-IF
           END-IF
           MOVE SPACES TO STEP-REC
           STRING WS-DRV-RUN-ID             DELIMITED BY SIZE
                  ","                       DELIMITED BY SIZE
                  WS-STEP-NAME(WS-STEP-SUB) DELIMITED BY SPACE
                  ","                       DELIMITED BY SIZE
                  WS-STEP-RC                DELIMITED BY SIZE
               INTO STEP-REC
           END-STRING
           IF WS-STEP-NAME(WS-STEP-SUB) = "SNAPSHOT-POSITION"
               MOVE WS-RCN-BAL-BEFORE TO WS-STEP-BAL-EDIT
               MOVE FUNCTION TRIM(WS-STEP-BAL-EDIT) TO WS-STEP-BAL-OUT
               MOVE SPACES TO WS-OUT-LINE
               STRING FUNCTION TRIM(STEP-REC) DELIMITED BY SIZE
                      ","                     DELIMITED BY SIZE
                      WS-STEP-BAL-OUT         DELIMITED BY SPACE
                      ","                     DELIMITED BY SIZE
                      WS-RCN-AUD-BEFORE       DELIMITED BY SIZE
                   INTO WS-OUT-LINE
               END-STRING
               MOVE WS-OUT-LINE TO STEP-REC
           END-IF
           PERFORM WRITE-STEP-RECORD
           IF RUN-IS-RESTART
               MOVE WS-STEP-SUB TO WS-STEP-NUM-EDIT
               STRING WS-STEP-NUM-EDIT DELIMITED BY SIZE
                      " "              DELIMITED BY SIZE
                   INTO WS-STEP-RESUMED
                   WITH POINTER WS-STEP-RESUMED-PTR
               END-STRING
           END-IF
           .

      * Each record is appended and the file closed again at once, so
      * a step that abends the job cannot take earlier completions on
      * the file down with it.
       WRITE-STEP-RECORD.
           OPEN EXTEND STEPFILE
           IF WS-STEP-STATUS = "35"
               OPEN OUTPUT STEPFILE
           END-IF
           WRITE STEP-REC
           CLOSE STEPFILE
           .

      * driver-steps.dat holds the current run only: a fresh run starts
      * the file over.  The last run on it is restarted when it has no
      * RUN-COMPLETE record, or when the operator names a step to
      * rerun on driver-restart.dat - the way to repeat one step of a
      * run that did finish.  A restart keeps the original run id and
      * run date so its outputs file under the night they belong to.
       READ-STEP-CONTROL.
           PERFORM RESET-STEP-STATE
           MOVE SPACES TO WS-STEP-LAST-RUN
           MOVE 'Y' TO WS-PRIOR-COMPLETE-SW
           MOVE 'N' TO WS-STEP-EOF
           OPEN INPUT STEPFILE
           IF WS-STEP-STATUS = "00"
               PERFORM UNTIL WS-STEP-EOF = 'Y'
                   READ STEPFILE
                       AT END
                           MOVE 'Y' TO WS-STEP-EOF
                       NOT AT END
                           PERFORM LOAD-STEP-RECORD
                   END-READ
               END-PERFORM
               CLOSE STEPFILE
           END-IF
           PERFORM READ-STEP-OVERRIDE
           IF WS-STEP-LAST-RUN NOT = SPACES
              AND (WS-PRIOR-COMPLETE-SW = 'N'
                   OR WS-STEP-FORCE-SUB > 0)
               SET RUN-IS-RESTART TO TRUE
               MOVE WS-STEP-LAST-RUN TO WS-DRV-RUN-ID
               MOVE WS-DRV-RUN-ID(1:8) TO WS-RUN-DATE
               DISPLAY "Restarting driver run " WS-DRV-RUN-ID
               MOVE SPACES TO STEP-REC
               STRING WS-DRV-RUN-ID DELIMITED BY SIZE
                      ",RESTART,0"  DELIMITED BY SIZE
                   INTO STEP-REC
               END-STRING
               PERFORM WRITE-STEP-RECORD
           ELSE
               IF WS-STEP-FORCE-SUB > 0
                   DISPLAY "No earlier driver run on file - step "
                           "override ignored"
                   MOVE 0 TO WS-STEP-FORCE-SUB
               END-IF
               PERFORM RESET-STEP-STATE
               OPEN OUTPUT STEPFILE
               CLOSE STEPFILE
           END-IF
           DISPLAY "Driver run id: " WS-DRV-RUN-ID
           .

       RESET-STEP-STATE.
           MOVE 1 TO WS-STEP-FIND-SUB
           PERFORM UNTIL WS-STEP-FIND-SUB > WS-STEP-COUNT
               MOVE 'N' TO WS-STEP-DONE(WS-STEP-FIND-SUB)
               MOVE 0 TO WS-STEP-LAST-RC(WS-STEP-FIND-SUB)
               MOVE SPACE TO WS-STEP-ACTION(WS-STEP-FIND-SUB)
               ADD 1 TO WS-STEP-FIND-SUB
           END-PERFORM
           MOVE 'N' TO WS-SNAPSHOT-SW
           MOVE 'N' TO WS-BILLING-DONE-SW
           MOVE 0 TO WS-BILLING-RC
           .

      * A later record for a step replaces an earlier one, so a step
      * that failed and then completed on a restart reads as complete.
       LOAD-STEP-RECORD.
           MOVE SPACES TO WS-STEP-LOAD-FIELDS
           UNSTRING STEP-REC DELIMITED BY ','
               INTO WS-STEP-RUN-TXT, WS-STEP-NAME-TXT, WS-STEP-RC-TXT,
                    WS-STEP-BAL-TXT, WS-STEP-AUD-TXT
           END-UNSTRING
           IF WS-STEP-RUN-TXT NOT = WS-STEP-LAST-RUN
               PERFORM RESET-STEP-STATE
               MOVE WS-STEP-RUN-TXT TO WS-STEP-LAST-RUN
           END-IF
           IF WS-STEP-NAME-TXT = "RUN-COMPLETE"
               MOVE 'Y' TO WS-PRIOR-COMPLETE-SW
           ELSE
               MOVE 'N' TO WS-PRIOR-COMPLETE-SW
               MOVE WS-STEP-NAME-TXT TO WS-STEP-LOOKUP
               PERFORM FIND-STEP-BY-NAME
               IF WS-STEP-FOUND-SUB > 0
                  AND FUNCTION TEST-NUMVAL(WS-STEP-RC-TXT) = 0
                   PERFORM RESTORE-STEP-STATE
               END-IF
           END-IF
           .

       RESTORE-STEP-STATE.
           COMPUTE WS-STEP-LAST-RC(WS-STEP-FOUND-SUB) =
                   FUNCTION NUMVAL(WS-STEP-RC-TXT)
           IF WS-STEP-LAST-RC(WS-STEP-FOUND-SUB) >= 8
               MOVE 'N' TO WS-STEP-DONE(WS-STEP-FOUND-SUB)
           ELSE
               MOVE 'Y' TO WS-STEP-DONE(WS-STEP-FOUND-SUB)
               IF WS-STEP-NAME-TXT = "SNAPSHOT-POSITION"
                   SET SNAPSHOT-TAKEN TO TRUE
                   COMPUTE WS-RCN-BAL-BEFORE =
                           FUNCTION NUMVAL(WS-STEP-BAL-TXT)
                   COMPUTE WS-RCN-AUD-BEFORE =
                           FUNCTION NUMVAL(WS-STEP-AUD-TXT)
               END-IF
               IF WS-STEP-NAME-TXT = "CUSTOMER-BILLING"
                   SET BILLING-STEP-DONE TO TRUE
                   MOVE WS-STEP-LAST-RC(WS-STEP-FOUND-SUB)
                       TO WS-BILLING-RC
               END-IF
           END-IF
           .

      * driver-restart.dat names one step to run again even though it
      * completed.  It is emptied once read so the override applies to
      * this run only and cannot repeat a refund sweep or dunning pass
      * on some later restart.  An unknown name stops the run rather
      * than restart without the rerun the operator asked for.  The
      * snapshot cannot be forced: retaken after billing it would hide
      * the night's postings from the reconciliation.
       READ-STEP-OVERRIDE.
           MOVE 0 TO WS-STEP-FORCE-SUB
           OPEN INPUT STEPOVRFILE
           IF WS-SOVR-STATUS = "00"
               READ STEPOVRFILE
                   AT END
                       MOVE SPACES TO STEPOVR-REC
               END-READ
               CLOSE STEPOVRFILE
               IF STEPOVR-REC NOT = SPACES
                   MOVE FUNCTION TRIM(STEPOVR-REC) TO WS-STEP-LOOKUP
                   PERFORM FIND-STEP-BY-NAME
                   IF WS-STEP-FOUND-SUB = 0
                       DISPLAY "Unknown step on driver-restart.dat: "
                               WS-STEP-LOOKUP " - run not started"
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   IF WS-STEP-LOOKUP = "SNAPSHOT-POSITION"
                       DISPLAY "SNAPSHOT-POSITION cannot be rerun on "
                               "its own - run not started"
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE WS-STEP-FOUND-SUB TO WS-STEP-FORCE-SUB
                   DISPLAY "Step override requested: " WS-STEP-LOOKUP
               END-IF
               OPEN OUTPUT STEPOVRFILE
               CLOSE STEPOVRFILE
           END-IF
           .

       FIND-STEP-BY-NAME.
           MOVE 0 TO WS-STEP-FOUND-SUB
           MOVE 1 TO WS-STEP-FIND-SUB
           PERFORM UNTIL WS-STEP-FIND-SUB > WS-STEP-COUNT
                      OR WS-STEP-FOUND-SUB > 0
               IF WS-STEP-NAME(WS-STEP-FIND-SUB) = WS-STEP-LOOKUP
                   MOVE WS-STEP-FIND-SUB TO WS-STEP-FOUND-SUB
               END-IF
               ADD 1 TO WS-STEP-FIND-SUB
           END-PERFORM
           .

      * Tonight's billing cycle comes from the same run-cycle.dat that
      * CUSTOMER-BILLING reads; aging and the aging report stay scoped
      * to that cycle.  A missing file or ALL runs the whole base.
           WRITE RCN-REC
           MOVE SPACES TO RCN-REC
           WRITE RCN-REC
           PERFORM WRITE-RECON-STEPS
           MOVE WS-RCN-BAL-BEFORE TO WS-RCN-AMT-EDIT
           MOVE SPACES TO RCN-REC
           STRING "BALANCE TOTAL BEFORE RUN:  " DELIMITED BY SIZE
           MOVE SPACES TO RCN-REC
           WRITE RCN-REC
           MOVE SPACES TO RCN-REC
           IF NOT SNAPSHOT-TAKEN
               STRING "RUN STOPPED BEFORE BILLING - NOT RECONCILED"
                                          DELIMITED BY SIZE
                   INTO RCN-REC
               END-STRING
           ELSE
           IF RUN-OUT-OF-BALANCE
               STRING "*** RUN IS OUT OF BALANCE ***"
                                          DELIMITED BY SIZE
                   INTO RCN-REC
               END-STRING
           END-IF
           END-IF
           WRITE RCN-REC
           CLOSE RCNFILE
           .

      * The run id and what became of each step head the report, so a
      * restart is plain to whoever signs off the night: steps skipped
      * as already complete, steps resumed, and a forced rerun.
       WRITE-RECON-STEPS.
           MOVE SPACES TO RCN-REC
           STRING "DRIVER RUN ID:             " DELIMITED BY SIZE
                  WS-DRV-RUN-ID                DELIMITED BY SIZE
               INTO RCN-REC
           END-STRING
           WRITE RCN-REC
           MOVE SPACES TO RCN-REC
           IF RUN-IS-RESTART
               STRING "RESTARTED RUN - STEPS RESUMED: "
                                               DELIMITED BY SIZE
                      WS-STEP-RESUMED          DELIMITED BY SIZE
                   INTO RCN-REC
               END-STRING
           ELSE
               STRING "FRESH RUN" DELIMITED BY SIZE
                   INTO RCN-REC
               END-STRING
           END-IF
           WRITE RCN-REC
           MOVE SPACES TO RCN-REC
           WRITE RCN-REC
           MOVE 1 TO WS-STEP-SUB
           PERFORM UNTIL WS-STEP-SUB > WS-STEP-COUNT
               PERFORM WRITE-RECON-STEP-LINE
               ADD 1 TO WS-STEP-SUB
           END-PERFORM
           MOVE SPACES TO RCN-REC
           WRITE RCN-REC
           .

       WRITE-RECON-STEP-LINE.
           EVALUATE TRUE
               WHEN STEP-ACTION-RUN(WS-STEP-SUB)
                   IF RUN-IS-RESTART
                       MOVE "RESUMED" TO WS-STEP-ACTION-TXT
                   ELSE
                       MOVE "RUN" TO WS-STEP-ACTION-TXT
                   END-IF
               WHEN STEP-ACTION-FORCED(WS-STEP-SUB)
                   MOVE "RERUN BY OPERATOR" TO WS-STEP-ACTION-TXT
               WHEN STEP-ACTION-SKIPPED(WS-STEP-SUB)
                   MOVE "SKIPPED - COMPLETE" TO WS-STEP-ACTION-TXT
               WHEN OTHER
                   MOVE "NOT RUN" TO WS-STEP-ACTION-TXT
           END-EVALUATE
           IF WS-STEP-SUB = WS-STEP-FAIL-SUB
               MOVE "FAILED" TO WS-STEP-ACTION-TXT
           END-IF
           MOVE WS-STEP-SUB TO WS-STEP-NUM-EDIT
           MOVE WS-STEP-LAST-RC(WS-STEP-SUB) TO WS-STEP-RC-EDIT
           MOVE SPACES TO RCN-REC
           STRING "STEP "                   DELIMITED BY SIZE
                  WS-STEP-NUM-EDIT          DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-STEP-NAME(WS-STEP-SUB) DELIMITED BY SIZE
                  " "                       DELIMITED BY SIZE
                  WS-STEP-ACTION-TXT        DELIMITED BY SIZE
                  " RC "                    DELIMITED BY SIZE
                  WS-STEP-RC-EDIT           DELIMITED BY SIZE
               INTO RCN-REC
           END-STRING
           WRITE RCN-REC
           .

      * The credit desk's daily view is a full sweep of the master,
      * not just tonight's new breaches: an account held over limit
      * last week never reaches POST-BILLED-CHARGE again (hold defers
      * grows.  The run id comes from the billing step's run totals
      * when that step completed, so history lines match the audit
      * trail; an aborted run is logged under the driver's own id.
      * A restarted run adds a second row for the same night, marked
      * Y in the restart field and followed by the positions of the
      * steps it resumed.
       WRITE-RUN-HISTORY.
           MOVE SPACES TO WS-HIST-RUN-ID
           IF BILLING-STEP-DONE AND WS-BILLING-RC = 0
               OPEN INPUT RTOTFILE
               IF WS-RTOT-STATUS = "00"
                   READ RTOTFILE
                  WS-HIST-NET-TXT     DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-HIST-RC          DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-RESTART-SW       DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  WS-STEP-RESUMED     DELIMITED BY SIZE
               INTO RHIST-REC
           END-STRING
           OPEN EXTEND RHISTFILE
           DISPLAY "Run history recorded: " RHIST-REC
           .

      * A returned item comes in under the reference of the payment it
      * returns, so a duplicate is the same reference on the same
      * transaction type.  Type descends within a reference so a
      * payment (P) is posted ahead of its return (N) when both arrive
      * on the same night.
       SORT-AND-DEDUPE-INPUT.
           DISPLAY "Starting SORT-AND-DEDUPE-INPUT"
           SORT SORT-WORKFILE ON ASCENDING KEY SRT-TRAN-REF
                              ON DESCENDING KEY SRT-TRAN-TYPE
               INPUT PROCEDURE IS BUILD-SORT-RECORDS
               OUTPUT PROCEDURE IS DEDUPE-SORTED-RECORDS
           DISPLAY "Sort and dedupe complete"
                       MOVE 'Y' TO WS-RAW-EOF
                   NOT AT END
                       MOVE SPACES TO WS-TRAN-REF
                       MOVE SPACES TO WS-TRAN-TYPE
                       UNSTRING RAW-REC DELIMITED BY ','
                           INTO WS-OUT-LINE, WS-TRAN-REF,
                                WS-OUT-LINE, WS-TRAN-TYPE
                       END-UNSTRING
                       MOVE WS-TRAN-REF TO SRT-TRAN-REF
                       MOVE WS-TRAN-TYPE TO SRT-TRAN-TYPE
                       MOVE RAW-REC TO SRT-LINE
                       RELEASE SORT-REC
               END-READ
           MOVE 'N' TO WS-SORT-EOF
           MOVE 'Y' TO WS-FIRST-REC-SW
           MOVE SPACES TO WS-PRIOR-TRAN-REF
           MOVE SPACES TO WS-PRIOR-TRAN-TYPE
           OPEN OUTPUT CLEAN-INFILE
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN SORT-WORKFILE
                       IF WS-FIRST-REC-SW = 'Y'
                          OR SRT-TRAN-REF = SPACES
                          OR SRT-TRAN-REF NOT = WS-PRIOR-TRAN-REF
                          OR SRT-TRAN-TYPE NOT = WS-PRIOR-TRAN-TYPE
                           MOVE SRT-LINE TO CLEAN-REC
                           WRITE CLEAN-REC
                           MOVE 'N' TO WS-FIRST-REC-SW
                           MOVE SRT-TRAN-REF TO WS-PRIOR-TRAN-REF
                           MOVE SRT-TRAN-TYPE TO WS-PRIOR-TRAN-TYPE
                       ELSE
                           ADD 1 TO WS-DUP-COUNT
                           DISPLAY "Dropping duplicate billing record "
      * charges, and what remains open is bucketed by transaction date
      * against the run date.  The per-customer bucket amounts are left
      * on aging-buckets.dat for CUSTOMER-DUNNING to escalate from.
      * Charges under an open dispute on disputes.dat are held out of
      * the buckets and shown in their own column, so a disputed item
      * neither ages nor drives dunning until it is resolved.
       BUILD-AGING-REPORT.
           DISPLAY "Starting BUILD-AGING-REPORT"
           COMPUTE WS-AGE-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           PERFORM READ-OPEN-DISPUTES
           PERFORM BUILD-AGING-BUCKETS
           OPEN INPUT CUSTFILE
           OPEN OUTPUT AGEFILE
               MOVE WS-AGE-ENT-RUN-ID TO ASRT-RUN-ID
               MOVE WS-AGE-ENT-TYPE   TO ASRT-TYPE
               MOVE WS-AGE-ENT-AMOUNT TO ASRT-AMOUNT
               MOVE WS-AGE-ENT-REF    TO ASRT-TRAN-REF
               RELEASE AGE-SORT-REC
           END-IF
           .
           MOVE SPACES TO WS-AGE-ENT-RUN-ID
           MOVE SPACES TO WS-AGE-ENT-TYPE
           MOVE SPACES TO WS-AGE-ENT-DATE
           MOVE SPACES TO WS-AGE-ENT-REF
           MOVE 0 TO WS-AGE-ENT-CUST-ID
           MOVE 0 TO WS-AGE-ENT-AMOUNT
           IF RCN-AUD-REC(1:4) NOT = "RUN="
               PERFORM GET-FIRST-TOKEN
               MOVE WS-PART-TOKEN TO WS-AGE-ENT-TYPE
               MOVE SPACES TO WS-PART-TWO
               UNSTRING RCN-AUD-REC DELIMITED BY " REF="
                   INTO WS-PART-ONE, WS-PART-TWO
               END-UNSTRING
               PERFORM GET-FIRST-TOKEN
               MOVE WS-PART-TOKEN TO WS-AGE-ENT-REF
               MOVE SPACES TO WS-PART-TWO
               UNSTRING RCN-AUD-REC DELIMITED BY " DATE="
                   INTO WS-PART-ONE, WS-PART-TWO
               END-UNSTRING

       APPLY-ONE-AGING-ENTRY.
           IF ASRT-AMOUNT > 0
               PERFORM HOLD-DISPUTED-AMOUNT
               IF ASRT-AMOUNT > 0
                   PERFORM ADD-OPEN-CHARGE
               END-IF
           ELSE
               COMPUTE WS-AGE-CREDIT-LEFT = 0 - ASRT-AMOUNT
               PERFORM APPLY-CREDIT-TO-OLDEST
           END-IF
           .

      * A disputed charge is held out for no more than the amount
      * still under dispute; each dispute's remaining amount is used up
      * as matching charges are met, so a rerate under the same
      * reference is not held twice.
       HOLD-DISPUTED-AMOUNT.
           IF WS-DSP-COUNT > 0
               SET WS-DSP-IDX TO 1
               SEARCH WS-DSP-ENTRY
                   AT END
                       CONTINUE
                   WHEN TBL-DSP-CUST-ID(WS-DSP-IDX) = ASRT-CUST-ID
                    AND TBL-DSP-REF(WS-DSP-IDX) = ASRT-TRAN-REF
                    AND TBL-DSP-LEFT(WS-DSP-IDX) > 0
                       IF ASRT-AMOUNT < TBL-DSP-LEFT(WS-DSP-IDX)
                           MOVE ASRT-AMOUNT TO WS-AGE-HELD-AMT
                       ELSE
                           MOVE TBL-DSP-LEFT(WS-DSP-IDX)
                               TO WS-AGE-HELD-AMT
                       END-IF
                       SUBTRACT WS-AGE-HELD-AMT
                           FROM TBL-DSP-LEFT(WS-DSP-IDX)
                       SUBTRACT WS-AGE-HELD-AMT FROM ASRT-AMOUNT
                       ADD WS-AGE-HELD-AMT TO WS-AGE-DISPUTED
               END-SEARCH
           END-IF
           .

       ADD-OPEN-CHARGE.
           IF WS-AGE-OPEN-COUNT < 200
               ADD 1 TO WS-AGE-OPEN-COUNT
           MOVE SPACES TO WS-BKT-30-TXT
           MOVE SPACES TO WS-BKT-60-TXT
           MOVE SPACES TO WS-BKT-90-TXT
           MOVE SPACES TO WS-BKT-DSP-TXT
           MOVE WS-AGE-AMT-CURRENT TO WS-BKT-AMT-EDIT
           MOVE WS-BKT-AMT-EDIT TO WS-BKT-CUR-TXT
           MOVE WS-AGE-AMT-30 TO WS-BKT-AMT-EDIT
           MOVE WS-BKT-AMT-EDIT TO WS-BKT-60-TXT
           MOVE WS-AGE-AMT-90 TO WS-BKT-AMT-EDIT
           MOVE WS-BKT-AMT-EDIT TO WS-BKT-90-TXT
           MOVE WS-AGE-DISPUTED TO WS-BKT-AMT-EDIT
           MOVE WS-BKT-AMT-EDIT TO WS-BKT-DSP-TXT
           STRING WS-AGE-PRIOR-CUST DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WS-BKT-CUR-TXT    DELIMITED BY SIZE
                  WS-BKT-60-TXT     DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WS-BKT-90-TXT     DELIMITED BY SIZE
                  ","               DELIMITED BY SIZE
                  WS-BKT-DSP-TXT    DELIMITED BY SIZE
               INTO BUCKET-REC
           END-STRING
           WRITE BUCKET-REC
           MOVE 0 TO WS-AGE-OPEN-COUNT
           MOVE 0 TO WS-AGE-UNAPPLIED
           MOVE 0 TO WS-AGE-DISPUTED
           .

       BUCKET-OPEN-ITEM.
                   MOVE SPACES TO WS-BKT-30-TXT
                   MOVE SPACES TO WS-BKT-60-TXT
                   MOVE SPACES TO WS-BKT-90-TXT
                   MOVE SPACES TO WS-BKT-DSP-TXT
                   UNSTRING BUCKET-REC DELIMITED BY ','
                       INTO WS-BKT-ID-TXT, WS-BKT-CUR-TXT,
                            WS-BKT-30-TXT, WS-BKT-60-TXT,
                            WS-BKT-90-TXT, WS-BKT-DSP-TXT
                   END-UNSTRING
                   COMPUTE WS-BKT-CUST-ID =
                           FUNCTION NUMVAL-C(WS-BKT-ID-TXT)
                           FUNCTION NUMVAL-C(WS-BKT-60-TXT)
                   COMPUTE WS-BKT-90-AMT =
                           FUNCTION NUMVAL-C(WS-BKT-90-TXT)
                   MOVE 0 TO WS-BKT-DSP-AMT
                   IF WS-BKT-DSP-TXT NOT = SPACES
                       COMPUTE WS-BKT-DSP-AMT =
                               FUNCTION NUMVAL-C(WS-BKT-DSP-TXT)
                   END-IF
           END-READ
           .

           MOVE SPACES TO AGE-REC
           STRING "CUST-ID  NAME                  BALANCE      "
                  "    CURRENT      30 DAYS      60 DAYS     "
                  "90+ DAYS     DISPUTED  BUCKET"
                                              DELIMITED BY SIZE
               INTO AGE-REC
           END-STRING
           MOVE 0 TO WS-AGE-AMT-30
           MOVE 0 TO WS-AGE-AMT-60
           MOVE 0 TO WS-AGE-AMT-90
           MOVE 0 TO WS-AGE-AMT-DSP
           PERFORM UNTIL WS-AGE-BKT-EOF = 'Y'
                      OR WS-BKT-CUST-ID >= CUST-ID
               PERFORM READ-BUCKET-RECORD
               MOVE WS-BKT-30-AMT  TO WS-AGE-AMT-30
               MOVE WS-BKT-60-AMT  TO WS-AGE-AMT-60
               MOVE WS-BKT-90-AMT  TO WS-AGE-AMT-90
               MOVE WS-BKT-DSP-AMT TO WS-AGE-AMT-DSP
           END-IF
           IF WS-AGE-AMT-DSP NOT = 0
               ADD 1 TO WS-AGE-DSP-COUNT
               ADD WS-AGE-AMT-DSP TO WS-AGE-DSP-TOTAL
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-AMT-90 > 0
           MOVE WS-AGE-AMT-30      TO WS-AGE-30-EDIT
           MOVE WS-AGE-AMT-60      TO WS-AGE-60-EDIT
           MOVE WS-AGE-AMT-90      TO WS-AGE-90-EDIT
           MOVE WS-AGE-AMT-DSP     TO WS-AGE-DSP-EDIT
           MOVE SPACES TO AGE-REC
           STRING WS-AGE-ID       DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-AGE-90-EDIT  DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-AGE-DSP-EDIT DELIMITED BY SIZE
                  "  "            DELIMITED BY SIZE
                  WS-AGE-BUCKET   DELIMITED BY SIZE
               INTO AGE-REC
           END-STRING
               INTO AGE-REC
           END-STRING
           WRITE AGE-REC
           MOVE WS-AGE-DSP-COUNT TO WS-AGE-TOTAL-COUNT
           MOVE WS-AGE-DSP-TOTAL TO WS-AGE-DSP-TOT-EDIT
           MOVE SPACES TO AGE-REC
           STRING "DISPUTED: "       DELIMITED BY SIZE
                  WS-AGE-TOTAL-COUNT DELIMITED BY SIZE
                  "  AMOUNT: "       DELIMITED BY SIZE
                  WS-AGE-DSP-TOT-EDIT DELIMITED BY SIZE
               INTO AGE-REC
           END-STRING
           WRITE AGE-REC
           .

      * Only open disputes matter to the nightly run; released and
      * credited items are history on disputes.dat
      * (cust,ref,amount,opened,status,...), kept there by
      * DISPUTE-MAINT.
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

       ARCHIVE-BILLING-INPUT.
