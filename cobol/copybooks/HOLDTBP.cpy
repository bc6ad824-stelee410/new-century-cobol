      *----------------------------------------------------------*
      *  HOLDTBP - SHARED ACTIVE-HOLDS LOAD AND LOOKUP ROUTINES
      *  ASSUMES THE INCLUDING PROGRAM HAS A HOLD-MASTER-FILE (SEE
      *  HOLDMST COPYBOOK) AND THE HOLDTB WORKING-STORAGE FIELDS,
      *  AND HAS ALREADY PERFORMED READ-RUN-CONTROL-RTN. ONLY HOLDS
      *  THAT ARE ACTIVE AND NOT PAST THEIR EXPIRY DATE ON THE RUN
      *  DATE ARE LOADED. WHEN THE HOLDS MASTER IS MISSING NO FUNDS
      *  ARE HELD, SO A SITE WITHOUT THE FILE BEHAVES EXACTLY AS IT
      *  DID BEFORE HOLDS EXISTED.
      *----------------------------------------------------------*
       LOAD-HOLD-TABLE-RTN.
           MOVE ZERO TO WS-HOLD-COUNT.
           MOVE "N" TO WS-HOLD-EOF-FLAG.
           MOVE "N" TO WS-HOLD-OVER-FLAG.
           OPEN INPUT HOLD-MASTER-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "HOLDS: NO HOLDS MASTER, STATUS: "
                       WS-HOLD-STATUS " - NO FUNDS HELD"
               MOVE "Y" TO WS-HOLD-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-HOLD-RTN UNTIL WS-HOLD-EOF.
           IF WS-HOLD-STATUS = "00" OR WS-HOLD-STATUS = "10"
               CLOSE HOLD-MASTER-FILE
           END-IF.

       LOAD-ONE-HOLD-RTN.
           READ HOLD-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-HOLD-EOF-FLAG
               NOT AT END
                   IF HM-STATUS-ACTIVE AND HM-AMOUNT NUMERIC
                           AND (HM-EXPIRY-DATE = ZERO
                               OR HM-EXPIRY-DATE >= RC-RUN-DATE)
                       IF WS-HOLD-COUNT < WS-HOLD-MAX
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE HM-ACCT-NUM
                               TO WS-HD-ACCT-NUM (WS-HOLD-COUNT)
                           MOVE HM-AMOUNT
                               TO WS-HD-AMOUNT (WS-HOLD-COUNT)
                       ELSE
                           MOVE "Y" TO WS-HOLD-OVER-FLAG
                           DISPLAY "HOLDS: HOLD TABLE FULL, HOLD "
                                   HM-HOLD-ID " ON ACCOUNT "
                                   HM-ACCT-NUM " NOT LOADED"
                       END-IF
                   END-IF
           END-READ.

       SUM-ACCOUNT-HOLDS-RTN.
           MOVE ZERO TO WS-HELD-AMOUNT.
           PERFORM ADD-ONE-HOLD-RTN
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT.

       ADD-ONE-HOLD-RTN.
           IF WS-HD-ACCT-NUM (WS-HOLD-SUB) = WS-HOLD-ACCT-NUM
               ADD WS-HD-AMOUNT (WS-HOLD-SUB) TO WS-HELD-AMOUNT
           END-IF.
