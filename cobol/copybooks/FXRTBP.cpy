      *----------------------------------------------------------*
      *  FXRTBP - SHARED EXCHANGE-RATE LOAD AND LOOKUP ROUTINES
      *  ASSUMES THE INCLUDING PROGRAM HAS AN FX-RATE-FILE (SEE
      *  FXRATE COPYBOOK) AND THE FXRTB WORKING-STORAGE FIELDS.
      *  RECORDS WITH A BLANK CODE OR A ZERO OR NON-NUMERIC RATE
      *  ARE SKIPPED (FXLOAD01 NEVER WRITES THEM). WHEN THE RATE
      *  FILE IS MISSING ONLY THE BASE CURRENCY HAS A RATE, SO A
      *  SITE WITHOUT FOREIGN-CURRENCY ACCOUNTS BEHAVES EXACTLY AS
      *  IT DID BEFORE RATES EXISTED.
      *----------------------------------------------------------*
       LOAD-FX-RATE-TABLE-RTN.
           MOVE ZERO TO WS-FX-COUNT.
           MOVE "N" TO WS-FX-EOF-FLAG.
           OPEN INPUT FX-RATE-FILE.
           IF WS-FX-STATUS NOT = "00"
               DISPLAY "FX RATES: NO RATE FILE, STATUS: "
                       WS-FX-STATUS " - BASE CURRENCY "
                       WS-FX-BASE-CURRENCY " ONLY"
               MOVE "Y" TO WS-FX-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-FX-RATE-RTN UNTIL WS-FX-EOF.
           IF WS-FX-STATUS = "00" OR WS-FX-STATUS = "10"
               CLOSE FX-RATE-FILE
           END-IF.

       LOAD-ONE-FX-RATE-RTN.
           READ FX-RATE-FILE
               AT END
                   MOVE "Y" TO WS-FX-EOF-FLAG
               NOT AT END
                   IF FX-CURRENCY-CODE NOT = SPACES
                           AND FX-RATE NUMERIC
                           AND FX-RATE > ZERO
                       IF WS-FX-COUNT < WS-FX-MAX
                           ADD 1 TO WS-FX-COUNT
                           MOVE FX-CURRENCY-CODE
                               TO WS-FR-CURRENCY (WS-FX-COUNT)
                           MOVE FX-RATE-DATE
                               TO WS-FR-RATE-DATE (WS-FX-COUNT)
                           MOVE FX-RATE
                               TO WS-FR-RATE (WS-FX-COUNT)
                       ELSE
                           DISPLAY "FX RATES: RATE TABLE FULL, "
                                   FX-CURRENCY-CODE " NOT LOADED"
                       END-IF
                   END-IF
           END-READ.

       FIND-FX-RATE-RTN.
           MOVE "N" TO WS-FX-FOUND-FLAG.
           MOVE ZERO TO WS-FX-LOOKUP-RATE.
           IF WS-FX-LOOKUP-CCY = SPACES
                   OR WS-FX-LOOKUP-CCY = WS-FX-BASE-CURRENCY
               MOVE "Y" TO WS-FX-FOUND-FLAG
               MOVE 1 TO WS-FX-LOOKUP-RATE
           ELSE
               PERFORM MATCH-ONE-FX-RATE-RTN
                   VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-FX-COUNT
                       OR WS-FX-FOUND
           END-IF.

       MATCH-ONE-FX-RATE-RTN.
           IF WS-FR-CURRENCY (WS-FX-SUB) = WS-FX-LOOKUP-CCY
               MOVE "Y" TO WS-FX-FOUND-FLAG
               MOVE WS-FR-RATE (WS-FX-SUB) TO WS-FX-LOOKUP-RATE
           END-IF.
