       77  WS-HIST-DEF-TXT  PIC X(10).
       77  WS-HIST-NET-TXT  PIC X(16).
       77  WS-HIST-RC-TXT   PIC X(05).
       77  WS-HIST-NEW-ID   PIC X(17).
       77  WS-HIST-SUB      PIC 9(4) COMP VALUE 0.
       77  WS-HIST-COUNT    PIC 9(4) COMP VALUE 0.
       77  WS-SHIFT-SUB     PIC 9(4) COMP VALUE 0.
               10  WS-HIST-DEF      PIC 9(9).
               10  WS-HIST-NET      PIC S9(11)V99.
               10  WS-HIST-RC       PIC 9(4).
               10  WS-HIST-RESTART  PIC X(01).
               10  WS-HIST-RESUMED  PIC X(40).
       01  WS-RPT-EDIT-FIELDS.
           05  WS-RPT-READ      PIC ZZZZZZZ9.
           05  WS-RPT-BILLED    PIC ZZZZZZZ9.

      * The ledger is chronological, so the table holds a sliding
      * window of the newest runs: once full, everything shifts down
      * one slot and the new run lands at the bottom.  A restarted
      * run writes a second row under the same run id straight after
      * the first; it takes over that run's slot so the night is shown
      * and averaged once, as it finally finished.
       COLLECT-HISTORY-ENTRY.
           MOVE SPACES TO WS-HIST-NEW-ID
           UNSTRING RHIST-REC DELIMITED BY ','
               INTO WS-HIST-NEW-ID
           END-UNSTRING
           IF WS-HIST-COUNT > 0
              AND WS-HIST-NEW-ID = WS-HIST-RUN-ID(WS-HIST-COUNT)
               CONTINUE
           ELSE
           IF WS-HIST-COUNT < WS-REPORT-RUNS
               ADD 1 TO WS-HIST-COUNT
           ELSE
               PERFORM SHIFT-HISTORY-ENTRY
                   UNTIL WS-SHIFT-SUB >= WS-HIST-COUNT
           END-IF
           END-IF
           PERFORM PARSE-HISTORY-RECORD
           .

           MOVE SPACES TO WS-HIST-DEF-TXT
           MOVE SPACES TO WS-HIST-NET-TXT
           MOVE SPACES TO WS-HIST-RC-TXT
           MOVE SPACES TO WS-HIST-RESTART(WS-HIST-COUNT)
           MOVE SPACES TO WS-HIST-RESUMED(WS-HIST-COUNT)
           UNSTRING RHIST-REC DELIMITED BY ','
               INTO WS-HIST-RUN-ID(WS-HIST-COUNT),
                    WS-HIST-READ-TXT, WS-HIST-BILL-TXT,
                    WS-HIST-EXC-TXT, WS-HIST-DEF-TXT,
                    WS-HIST-NET-TXT, WS-HIST-RC-TXT,
                    WS-HIST-RESTART(WS-HIST-COUNT),
                    WS-HIST-RESUMED(WS-HIST-COUNT)
           END-UNSTRING
           COMPUTE WS-HIST-READ(WS-HIST-COUNT) =
                   FUNCTION NUMVAL-C(WS-HIST-READ-TXT)
               INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           IF WS-HIST-RESTART(WS-HIST-SUB) = 'Y'
               MOVE SPACES TO RPT-REC
               STRING "    RESTARTED - STEPS RESUMED: "
                                          DELIMITED BY SIZE
                      WS-HIST-RESUMED(WS-HIST-SUB)
                                          DELIMITED BY SIZE
                   INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF
           ADD 1 TO WS-HIST-SUB
           .

