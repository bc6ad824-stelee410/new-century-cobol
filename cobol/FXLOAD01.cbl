       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXLOAD01.
       AUTHOR. STELEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FX-FEED-FILE ASSIGN TO "FXFEED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.

           SELECT FX-EXCEPT-FILE ASSIGN TO "FXEXCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FX-FEED-FILE
           RECORD CONTAINS 22 CHARACTERS.
       01  FX-FEED-RECORD.
           05  FF-CURRENCY-CODE            PIC X(3).
           05  FF-RATE-DATE                PIC 9(8).
           05  FF-RATE                     PIC 9(5)V9(6).

       FD  FX-RATE-FILE
           RECORD CONTAINS 22 CHARACTERS.
           COPY FXRATE.

       FD  FX-EXCEPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EXCPT.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-FEED-STATUS                  PIC XX.
       01  WS-EXCEPT-STATUS                PIC XX.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-RUNCTL-OPER-FLAG             PIC X VALUE "N".
           88  WS-RUNCTL-OPER-MISSING       VALUE "Y".
       01  WS-FEED-EOF-FLAG                PIC X VALUE "N".
           88  WS-FEED-EOF                 VALUE "Y".
       01  WS-FEED-MISSING-FLAG            PIC X VALUE "N".
           88  WS-FEED-MISSING             VALUE "Y".
       01  WS-TABLE-FULL-FLAG              PIC X VALUE "N".
           88  WS-TABLE-FULL               VALUE "Y".
       01  WS-FEED-VALID-FLAG              PIC X VALUE "N".
           88  WS-FEED-VALID               VALUE "Y".

       01  WS-FEED-COUNT                   PIC 9(6) VALUE ZERO.
       01  WS-APPLIED-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-REJECT-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-CARRIED-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-EXCEPT-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-PRIOR-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-SPACE-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-MOVE-LIMIT-PCT               PIC 9(3) VALUE 10.
       01  WS-MOVE-PCT                     PIC 9(5)V99 VALUE ZERO.
       01  WS-MOVE-AMOUNT                  PIC S9(5)V9(6) VALUE ZERO.
       01  WS-MOVE-PCT-EDIT                PIC Z(4)9.
       01  WS-PRIOR-RATE-DATE              PIC 9(8) VALUE ZERO.

       01  WS-FEED-SEEN-TABLE.
           05  WS-FEED-SEEN OCCURS 100 TIMES PIC X.

           COPY FXRTB.

           COPY EXCPTWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM READ-RUN-CONTROL-RTN.
           OPEN OUTPUT FX-EXCEPT-FILE.
           IF WS-RUNCTL-OPER-MISSING
               PERFORM WRITE-OPERATOR-EXCEPTION
           END-IF.
           PERFORM LOAD-FX-RATE-TABLE-RTN.
           MOVE WS-FX-COUNT TO WS-PRIOR-COUNT.
           MOVE ALL "N" TO WS-FEED-SEEN-TABLE.
           PERFORM READ-RATE-FEED.
           IF NOT WS-FEED-MISSING
               PERFORM CHECK-ONE-CARRIED-RATE
                   VARYING WS-FX-SUB FROM 1 BY 1
                   UNTIL WS-FX-SUB > WS-PRIOR-COUNT
           END-IF.
           IF WS-FEED-MISSING OR WS-TABLE-FULL
               DISPLAY "FXLOAD01: RATE FILE NOT REWRITTEN - PRIOR "
                       "RATES STAY IN FORCE"
           ELSE
               IF RC-PRODUCTION-MODE
                   PERFORM REWRITE-RATE-FILE
               ELSE
                   DISPLAY "FXLOAD01: TEST MODE - RATE FILE NOT "
                           "UPDATED"
               END-IF
           END-IF.
           CLOSE FX-EXCEPT-FILE.
       PROGRAM-DONE.
           DISPLAY "FEED RECORDS READ:        " WS-FEED-COUNT.
           DISPLAY "RATES APPLIED:            " WS-APPLIED-COUNT.
           DISPLAY "FEED RECORDS REJECTED:    " WS-REJECT-COUNT.
           DISPLAY "PRIOR RATES CARRIED:      " WS-CARRIED-COUNT.
           DISPLAY "CURRENCIES ON RATE FILE:  " WS-FX-COUNT.
           IF WS-TABLE-FULL
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-EXCEPT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       READ-RATE-FEED.
           OPEN INPUT FX-FEED-FILE.
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "FXLOAD01: NO RATE FEED, STATUS: "
                       WS-FEED-STATUS
               MOVE "Y" TO WS-FEED-MISSING-FLAG
               MOVE "Y" TO WS-FEED-EOF-FLAG
               PERFORM WRITE-NO-FEED-EXCEPTION
           END-IF.
           PERFORM READ-ONE-FEED-RATE UNTIL WS-FEED-EOF.
           IF WS-FEED-STATUS = "00" OR WS-FEED-STATUS = "10"
               CLOSE FX-FEED-FILE
           END-IF.

       READ-ONE-FEED-RATE.
           READ FX-FEED-FILE
               AT END
                   MOVE "Y" TO WS-FEED-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-FEED-COUNT
                   PERFORM EDIT-ONE-FEED-RATE
                   IF WS-FEED-VALID
                       PERFORM APPLY-ONE-FEED-RATE
                   ELSE
                       ADD 1 TO WS-REJECT-COUNT
                   END-IF
           END-READ.

       EDIT-ONE-FEED-RATE.
           MOVE "Y" TO WS-FEED-VALID-FLAG.
           MOVE ZERO TO WS-SPACE-COUNT.
           INSPECT FF-CURRENCY-CODE
               TALLYING WS-SPACE-COUNT FOR ALL SPACES.
           EVALUATE TRUE
               WHEN FF-CURRENCY-CODE NOT ALPHABETIC-UPPER
                       OR WS-SPACE-COUNT > ZERO
                   MOVE "N" TO WS-FEED-VALID-FLAG
                   MOVE SPACES TO WS-EX-REASON
                   STRING "INVALID CURRENCY CODE " FF-CURRENCY-CODE
                          DELIMITED BY SIZE INTO WS-EX-REASON
                   PERFORM WRITE-FEED-EXCEPTION
               WHEN FF-CURRENCY-CODE = WS-FX-BASE-CURRENCY
                   MOVE "N" TO WS-FEED-VALID-FLAG
                   MOVE SPACES TO WS-EX-REASON
                   STRING "BASE CURRENCY " FF-CURRENCY-CODE
                          " ON FEED, IGNORED"
                          DELIMITED BY SIZE INTO WS-EX-REASON
                   PERFORM WRITE-FEED-WARNING
               WHEN FF-RATE NOT NUMERIC
                   MOVE "N" TO WS-FEED-VALID-FLAG
                   MOVE SPACES TO WS-EX-REASON
                   STRING "RATE NOT NUMERIC FOR " FF-CURRENCY-CODE
                          DELIMITED BY SIZE INTO WS-EX-REASON
                   PERFORM WRITE-FEED-EXCEPTION
               WHEN FF-RATE = ZERO
                   MOVE "N" TO WS-FEED-VALID-FLAG
                   MOVE SPACES TO WS-EX-REASON
                   STRING "ZERO RATE FOR " FF-CURRENCY-CODE
                          DELIMITED BY SIZE INTO WS-EX-REASON
                   PERFORM WRITE-FEED-EXCEPTION
               WHEN FF-RATE-DATE NOT NUMERIC
                       OR FF-RATE-DATE = ZERO
                       OR FF-RATE-DATE > RC-RUN-DATE
                   MOVE "N" TO WS-FEED-VALID-FLAG
                   MOVE SPACES TO WS-EX-REASON
                   STRING "RATE DATE INVALID OR AFTER RUN DATE FOR "
                          FF-CURRENCY-CODE
                          DELIMITED BY SIZE INTO WS-EX-REASON
                   PERFORM WRITE-FEED-EXCEPTION
           END-EVALUATE.

       APPLY-ONE-FEED-RATE.
           MOVE FF-CURRENCY-CODE TO WS-FX-LOOKUP-CCY.
           PERFORM FIND-FX-RATE-RTN.
           IF WS-FX-FOUND
               SUBTRACT 1 FROM WS-FX-SUB
               IF WS-FEED-SEEN (WS-FX-SUB) = "Y"
                   MOVE SPACES TO WS-EX-REASON
                   STRING FF-CURRENCY-CODE
                          " REPEATED ON FEED, LAST RATE KEPT"
                          DELIMITED BY SIZE INTO WS-EX-REASON
                   PERFORM WRITE-FEED-WARNING
               ELSE
                   PERFORM CHECK-RATE-MOVEMENT
               END-IF
               PERFORM STORE-FEED-RATE
           ELSE
               IF WS-FX-COUNT < WS-FX-MAX
                   ADD 1 TO WS-FX-COUNT
                   MOVE WS-FX-COUNT TO WS-FX-SUB
                   MOVE FF-CURRENCY-CODE
                       TO WS-FR-CURRENCY (WS-FX-SUB)
                   PERFORM STORE-FEED-RATE
               ELSE
                   MOVE "Y" TO WS-TABLE-FULL-FLAG
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE SPACES TO WS-EX-REASON
                   STRING "RATE TABLE FULL, " FF-CURRENCY-CODE
                          " NOT LOADED"
                          DELIMITED BY SIZE INTO WS-EX-REASON
                   PERFORM WRITE-FEED-EXCEPTION
               END-IF
           END-IF.

       STORE-FEED-RATE.
           MOVE FF-RATE-DATE TO WS-FR-RATE-DATE (WS-FX-SUB).
           MOVE FF-RATE TO WS-FR-RATE (WS-FX-SUB).
           MOVE "Y" TO WS-FEED-SEEN (WS-FX-SUB).
           ADD 1 TO WS-APPLIED-COUNT.

       CHECK-RATE-MOVEMENT.
           COMPUTE WS-MOVE-AMOUNT = FF-RATE - WS-FX-LOOKUP-RATE.
           IF WS-MOVE-AMOUNT < ZERO
               COMPUTE WS-MOVE-AMOUNT = ZERO - WS-MOVE-AMOUNT
           END-IF.
           COMPUTE WS-MOVE-PCT ROUNDED =
               WS-MOVE-AMOUNT * 100 / WS-FX-LOOKUP-RATE
               ON SIZE ERROR
                   MOVE 99999 TO WS-MOVE-PCT
           END-COMPUTE.
           IF WS-MOVE-PCT > WS-MOVE-LIMIT-PCT
               MOVE WS-MOVE-PCT TO WS-MOVE-PCT-EDIT
               MOVE SPACES TO WS-EX-REASON
               STRING FF-CURRENCY-CODE " RATE MOVED "
                      WS-MOVE-PCT-EDIT " PCT, CHECK FEED"
                      DELIMITED BY SIZE INTO WS-EX-REASON
               PERFORM WRITE-FEED-WARNING
           END-IF.

       CHECK-ONE-CARRIED-RATE.
           IF WS-FEED-SEEN (WS-FX-SUB) NOT = "Y"
               ADD 1 TO WS-CARRIED-COUNT
               MOVE WS-FR-RATE-DATE (WS-FX-SUB) TO WS-PRIOR-RATE-DATE
               MOVE ZERO TO WS-EX-RECORD-NUM
               MOVE SPACES TO WS-EX-REASON
               STRING WS-FR-CURRENCY (WS-FX-SUB)
                      " NOT ON FEED, RATE OF " WS-PRIOR-RATE-DATE
                      " KEPT"
                      DELIMITED BY SIZE INTO WS-EX-REASON
               MOVE "W" TO WS-EX-SEVERITY
               PERFORM WRITE-FX-EXCEPTION
           END-IF.

       REWRITE-RATE-FILE.
           OPEN OUTPUT FX-RATE-FILE.
           PERFORM WRITE-ONE-RATE
               VARYING WS-FX-SUB FROM 1 BY 1
               UNTIL WS-FX-SUB > WS-FX-COUNT.
           CLOSE FX-RATE-FILE.

       WRITE-ONE-RATE.
           MOVE WS-FR-CURRENCY (WS-FX-SUB) TO FX-CURRENCY-CODE.
           MOVE WS-FR-RATE-DATE (WS-FX-SUB) TO FX-RATE-DATE.
           MOVE WS-FR-RATE (WS-FX-SUB) TO FX-RATE.
           WRITE FX-RATE-RECORD.

       WRITE-FEED-EXCEPTION.
           MOVE WS-FEED-COUNT TO WS-EX-RECORD-NUM.
           MOVE "E" TO WS-EX-SEVERITY.
           PERFORM WRITE-FX-EXCEPTION.

       WRITE-FEED-WARNING.
           MOVE WS-FEED-COUNT TO WS-EX-RECORD-NUM.
           MOVE "W" TO WS-EX-SEVERITY.
           PERFORM WRITE-FX-EXCEPTION.

       WRITE-NO-FEED-EXCEPTION.
           MOVE ZERO TO WS-EX-RECORD-NUM.
           MOVE "W" TO WS-EX-SEVERITY.
           MOVE SPACES TO WS-EX-REASON.
           STRING "NO RATE FEED, PRIOR RATES STAY IN FORCE"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-FX-EXCEPTION.

       WRITE-FX-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "FXLOAD01" TO WS-EX-PROGRAM-ID.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-OPERATOR-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "FXLOAD01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE ZERO      TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "RUN CTL OPERATOR ID MISSING, DEFAULTED UNKNOWN"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

           COPY RUNCTLP.
           COPY FXRTBP.
           COPY EXCPTP.
