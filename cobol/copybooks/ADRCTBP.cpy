      *----------------------------------------------------------*
      *  ADRCTBP - SHARED COOLING-OFF CASE LOAD AND LOOKUP ROUTINES
      *  ASSUMES THE INCLUDING PROGRAM HAS AN ADDR-COOL-FILE (SEE
      *  ADRCOOL COPYBOOK) AND THE ADRCTB WORKING-STORAGE FIELDS,
      *  AND HAS ALREADY PERFORMED READ-RUN-CONTROL-RTN. ONLY CASES
      *  STILL OPEN AND NOT PAST THEIR EXPIRY DATE ON THE RUN DATE
      *  ARE LOADED. WHEN THE CASE FILE IS MISSING NO CUSTOMER IS
      *  IN COOLING-OFF, SO A SITE WITHOUT THE FILE BEHAVES EXACTLY
      *  AS IT DID BEFORE.
      *----------------------------------------------------------*
       LOAD-COOL-TABLE-RTN.
           MOVE ZERO TO WS-COOL-COUNT.
           MOVE "N" TO WS-COOL-EOF-FLAG.
           OPEN INPUT ADDR-COOL-FILE.
           IF WS-COOL-STATUS NOT = "00"
               DISPLAY "COOLING-OFF: NO CASE FILE, STATUS: "
                       WS-COOL-STATUS " - NO CUSTOMERS IN COOLING-OFF"
               MOVE "Y" TO WS-COOL-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-COOL-RTN UNTIL WS-COOL-EOF.
           IF WS-COOL-STATUS = "00" OR WS-COOL-STATUS = "10"
               CLOSE ADDR-COOL-FILE
           END-IF.

       LOAD-ONE-COOL-RTN.
           READ ADDR-COOL-FILE
               AT END
                   MOVE "Y" TO WS-COOL-EOF-FLAG
               NOT AT END
                   IF AD-CASE-OPEN AND AD-EXPIRY-DATE NUMERIC
                           AND AD-EXPIRY-DATE >= RC-RUN-DATE
                       IF WS-COOL-COUNT < WS-COOL-MAX
                           ADD 1 TO WS-COOL-COUNT
                           SET COOL-IDX TO WS-COOL-COUNT
                           MOVE AD-CUSTOMER-NUM
                               TO WS-CC-CUSTOMER-NUM (COOL-IDX)
                           MOVE AD-CHANGE-DATE
                               TO WS-CC-CHANGE-DATE (COOL-IDX)
                           MOVE AD-EXPIRY-DATE
                               TO WS-CC-EXPIRY-DATE (COOL-IDX)
                       ELSE
                           DISPLAY "COOLING-OFF: CASE TABLE FULL, "
                                   "CUSTOMER " AD-CUSTOMER-NUM
                                   " NOT LOADED"
                       END-IF
                   END-IF
           END-READ.

       FIND-COOL-CASE-RTN.
           MOVE "N" TO WS-COOL-FOUND-FLAG.
           SET COOL-IDX TO 1.
           SEARCH WS-COOL-ENTRY
               AT END
                   CONTINUE
               WHEN COOL-IDX > WS-COOL-COUNT
                   CONTINUE
               WHEN WS-CC-CUSTOMER-NUM (COOL-IDX) = WS-COOL-CUST-NUM
                   MOVE "Y" TO WS-COOL-FOUND-FLAG
           END-SEARCH.
