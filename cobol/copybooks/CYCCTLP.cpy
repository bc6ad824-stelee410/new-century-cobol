      *----------------------------------------------------------*
      *  CYCCTLP - SHARED POSTING-CYCLE CONTROL READ ROUTINE
      *  ASSUMES THE INCLUDING PROGRAM HAS A CYCLE-CONTROL-FILE
      *  (SEE CYCCTL COPYBOOK), A WS-CYCLE-STATUS PIC XX FIELD, AND
      *  A WS-CYCLE-BAD-FLAG PIC X FIELD WITH 88 WS-CYCLE-CARD-BAD.
      *  A MISSING OR EMPTY FILE GIVES THE END-OF-DAY CYCLE 99. A
      *  CARD WITH A ZERO OR NON-NUMERIC CYCLE, OR AN INTRADAY
      *  CYCLE WITHOUT A VALID HHMM CUTOFF, IS FLAGGED BAD SO THE
      *  INCLUDING PROGRAM CAN REFUSE TO RUN RATHER THAN POST A
      *  WHOLE DAY'S BATCHES UNDER THE WRONG CYCLE.
      *----------------------------------------------------------*
       READ-CYCLE-CONTROL-RTN.
           MOVE 99 TO CY-CYCLE-NUM.
           MOVE ZERO TO CY-CUTOFF-TIME.
           MOVE "N" TO WS-CYCLE-BAD-FLAG.
           OPEN INPUT CYCLE-CONTROL-FILE.
           IF WS-CYCLE-STATUS = "00"
               READ CYCLE-CONTROL-FILE
                   AT END
                       MOVE 99 TO CY-CYCLE-NUM
                       MOVE ZERO TO CY-CUTOFF-TIME
               END-READ
               CLOSE CYCLE-CONTROL-FILE
           END-IF.
           IF CY-CYCLE-NUM NOT NUMERIC OR CY-CYCLE-NUM = ZERO
               MOVE "Y" TO WS-CYCLE-BAD-FLAG
           ELSE
               IF NOT CY-END-OF-DAY-CYCLE
                   IF CY-CUTOFF-TIME NOT NUMERIC
                       MOVE "Y" TO WS-CYCLE-BAD-FLAG
                   ELSE
                       IF CY-CUTOFF-HH > 23 OR CY-CUTOFF-MM > 59
                           MOVE "Y" TO WS-CYCLE-BAD-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN WS-CYCLE-CARD-BAD
                   DISPLAY "CYCLE CONTROL: INVALID CYCLE CARD "
                           CYCLE-CONTROL-RECORD
               WHEN CY-END-OF-DAY-CYCLE
                   DISPLAY "CYCLE CONTROL: CYCLE 99 (END OF DAY), "
                           "NO CUTOFF"
               WHEN OTHER
                   DISPLAY "CYCLE CONTROL: INTRADAY CYCLE "
                           CY-CYCLE-NUM " CUTOFF " CY-CUTOFF-TIME
           END-EVALUATE.
