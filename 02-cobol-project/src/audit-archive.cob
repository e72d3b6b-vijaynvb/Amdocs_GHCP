       77  WS-AUD-TYPE      PIC X(01).
       77  WS-AUD-DATE      PIC X(08).
       77  WS-AUD-AMOUNT    PIC S9(7)V99 VALUE 0.
       77  WS-AUD-PRIOR-BAL PIC S9(7)V99 VALUE 0.
       77  WS-CF-SUB        PIC 9(4) COMP VALUE 0.
       77  WS-CF-FOUND-SUB  PIC 9(4) COMP VALUE 0.
       01  WS-PARSE-PARTS.
           END-IF
           .

      * A customer whose first archived entry is not a carry-forward
      * came onto the master with a balance no entry accounts for (the
      * balance loaded by CUSTOMER-CONVERT).  That opening balance - the
      * prior balance on the first entry - starts the carry-forward so
      * it is not lost at the close and the balance proof still holds.
       LOCATE-CARRY-FORWARD-SLOT.
           MOVE 0 TO WS-CF-FOUND-SUB
           MOVE 0 TO WS-CF-SUB
               MOVE WS-AUD-CUST-ID
                   TO WS-CF-CUST-ID(WS-CF-FOUND-SUB)
               MOVE 0 TO WS-CF-NET(WS-CF-FOUND-SUB)
               IF WS-AUD-TYPE NOT = 'B'
                   MOVE WS-AUD-PRIOR-BAL
                       TO WS-CF-NET(WS-CF-FOUND-SUB)
               END-IF
               MOVE SPACES TO WS-CF-OLDEST(WS-CF-FOUND-SUB)
           END-IF
           .
           MOVE SPACES TO WS-AUD-DATE
           MOVE 0 TO WS-AUD-CUST-ID
           MOVE 0 TO WS-AUD-AMOUNT
           MOVE 0 TO WS-AUD-PRIOR-BAL
           IF AUD-REC(1:4) NOT = "RUN="
               CONTINUE
           ELSE
                   COMPUTE WS-AUD-AMOUNT =
                           FUNCTION NUMVAL-C(WS-PART-TOKEN)
               END-IF
               MOVE SPACES TO WS-PART-TWO
               UNSTRING AUD-REC DELIMITED BY " PRIOR-BAL="
                   INTO WS-PART-ONE, WS-PART-TWO
               END-UNSTRING
               PERFORM GET-FIRST-TOKEN
               IF WS-PART-TOKEN NOT = SPACES
                   COMPUTE WS-AUD-PRIOR-BAL =
                           FUNCTION NUMVAL-C(WS-PART-TOKEN)
               END-IF
           END-IF
           .

