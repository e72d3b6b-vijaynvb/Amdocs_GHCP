       77  WS-AUD-FLAG      PIC X(06).
       77  WS-AUD-REVERSES  PIC X(17).
       77  WS-AUD-AMOUNT    PIC S9(7)V99 VALUE 0.
       77  WS-AUD-LATE      PIC S9(7)V99 VALUE 0.
       77  WS-AUD-TAX       PIC S9(7)V99 VALUE 0.
       77  WS-AUD-USAGE     PIC S9(7)V99 VALUE 0.
       77  WS-PRIOR-BALANCE PIC S9(7)V99 VALUE 0.
       01  WS-PARSE-PARTS.
           05  WS-PART-ONE      PIC X(250).
           05  WS-AUD-AMT-OUT   PIC -(6)9.99.
           05  WS-AUD-PRIOR-OUT PIC -(6)9.99.
           05  WS-AUD-NEW-OUT   PIC -(6)9.99.
           05  WS-AUD-LATE-OUT  PIC -(6)9.99.
           05  WS-AUD-TAX-OUT   PIC -(6)9.99.
           05  WS-AUD-USAGE-OUT PIC -(6)9.99.

       PROCEDURE DIVISION.

                       MOVE CUST-BALANCE TO WS-PRIOR-BALANCE
                       COMPUTE CUST-BALANCE =
                               CUST-BALANCE - WS-AUD-AMOUNT
                       IF WS-AUD-TYPE = 'W' OR WS-AUD-TYPE = 'V'
                           PERFORM RESTORE-WRITEOFF-AMOUNT
                       END-IF
                       REWRITE CUSTOMER-RECORD
                           INVALID KEY
                               DISPLAY "REWRITE failed for customer: "
           END-IF
           .

      * Backing out a write-off (W) or a bad-debt recovery (V) also
      * backs it out of the unrecovered write-off kept on the master;
      * the account's closed status is left for maintenance to decide.
       RESTORE-WRITEOFF-AMOUNT.
           ADD WS-AUD-AMOUNT TO CUST-WRITEOFF-AMT
           IF CUST-WRITEOFF-AMT < 0
               MOVE 0 TO CUST-WRITEOFF-AMT
           END-IF
           .

      * The late fee, tax and usage riding in the reversed amount are
      * backed out with it, so statements and the tax return see the
      * tax come back off as well as the charge.
       WRITE-REVERSAL-ENTRY.
           COMPUTE WS-AUD-AMT-OUT = 0 - WS-AUD-AMOUNT
           COMPUTE WS-AUD-LATE-OUT = 0 - WS-AUD-LATE
           COMPUTE WS-AUD-TAX-OUT = 0 - WS-AUD-TAX
           COMPUTE WS-AUD-USAGE-OUT = 0 - WS-AUD-USAGE
           MOVE WS-PRIOR-BALANCE TO WS-AUD-PRIOR-OUT
           MOVE CUST-BALANCE     TO WS-AUD-NEW-OUT
           MOVE SPACES TO TMP-REC
                  " NEW-BAL="    DELIMITED BY SIZE
                  WS-AUD-NEW-OUT DELIMITED BY SIZE
                  " LATE="       DELIMITED BY SIZE
                  WS-AUD-LATE-OUT
                                 DELIMITED BY SIZE
                  " TAX="        DELIMITED BY SIZE
                  WS-AUD-TAX-OUT DELIMITED BY SIZE
                  " USAGE="      DELIMITED BY SIZE
                  WS-AUD-USAGE-OUT
                                 DELIMITED BY SIZE
                  " FLAG="       DELIMITED BY SIZE
                  "REVRSL"       DELIMITED BY SIZE
                  " REVERSES="   DELIMITED BY SIZE
           MOVE SPACES TO WS-AUD-REVERSES
           MOVE 0 TO WS-AUD-CUST-ID
           MOVE 0 TO WS-AUD-AMOUNT
           MOVE 0 TO WS-AUD-LATE
           MOVE 0 TO WS-AUD-TAX
           MOVE 0 TO WS-AUD-USAGE
           IF AUD-REC(1:4) NOT = "RUN="
               CONTINUE
           ELSE
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
