       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-NUM
               FILE STATUS IS WS-CUST-STATUS.

           SELECT HELLO-EXCEPT-FILE ASSIGN TO "HELLOEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-STATUS.

           SELECT LETTER-EVENT-FILE ASSIGN TO "LTREVENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LTREVT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           RECORD CONTAINS 29 CHARACTERS.
           COPY CUSTPRF.

       FD  LETTER-EVENT-FILE
           RECORD CONTAINS 133 CHARACTERS.
           COPY LTREVT.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.
               "CSORRY TO SEE YOU GO SAY GOODBYE,        ".
           05  FILLER PIC X(41) VALUE
               "RTHANKS FOR RENEWING SEE YOU NEXT YEAR,  ".
           05  FILLER PIC X(41) VALUE
               "1YOUR ACCOUNT IS OVERDRAWN, PLEASE PAY,  ".
           05  FILLER PIC X(41) VALUE
               "2ACCOUNT OVERDRAWN 30 DAYS, PLEASE PAY,  ".
           05  FILLER PIC X(41) VALUE
               "3ACCOUNT OVERDRAWN 60 DAYS, CONTACT US,  ".
           05  FILLER PIC X(41) VALUE
               "4ACCOUNT OVERDRAWN 90 DAYS FINAL NOTICE, ".
           05  FILLER PIC X(41) VALUE
               "5YOUR ACCOUNT IS NOW CLOSED, THANK YOU,  ".
           05  FILLER PIC X(41) VALUE
               "6YOUR ADDRESS CHANGED, CALL IF NOT YOU,  ".
       01  EVENT-MSG-TABLE REDEFINES WS-EVENT-MSG-DATA.
           05  EVENT-MSG-ENTRY OCCURS 9 TIMES
                   INDEXED BY EVENT-MSG-IDX.
               10  EVENT-MSG-CODE           PIC X.
               10  EVENT-MSG-TEXT           PIC X(20).
               10  EVENT-MSG-TEXT-2         PIC X(20).
       01  WS-EVENT-FOUND-FLAG              PIC X VALUE "N".
           88  WS-EVENT-FOUND                VALUE "Y".
       01  WS-EVENT-MSG-COUNT               PIC 99 VALUE 9.

       01  WS-EXCEPT-STATUS                 PIC XX.
       01  WS-LETTER-STATUS                 PIC XX.
       01  WS-LETTER-COUNT                  PIC 9(6) VALUE ZERO.
       01  WS-EVENT-LETTER-COUNTS.
           05  WS-EVENT-LETTER-COUNT OCCURS 9 TIMES
                                            PIC 9(6).
       01  WS-EVENT-SUB                     PIC 99 VALUE ZERO.

       01  WS-DATE-LINE.
           05  FILLER                       PIC X(6) VALUE SPACES.
           05  WS-BL-NAME                   PIC X(30).
           05  FILLER                       PIC X(10) VALUE SPACES.

       01  WS-MAIL-TO-ADDRESS               VALUE SPACES.
           05  WS-MT-LINE-1                 PIC X(30).
           05  WS-MT-LINE-2                 PIC X(30).
           05  WS-MT-CITY-STATE-ZIP         PIC X(30).

       01  WS-EVENT-ACCT-LINE.
           05  FILLER                       PIC X(15) VALUE
               "ACCOUNT NUMBER ".
           05  WS-EA-ACCT-NUM               PIC 9(8).
           05  FILLER                       PIC X(10) VALUE
               "   AMOUNT ".
           05  WS-EA-AMOUNT                 PIC -(9)9.99.
           05  FILLER                       PIC X(34) VALUE SPACES.

       01  WS-TRAILER-LINE.
           05  FILLER                       PIC X(6) VALUE "EVENT ".
           05  WS-TL-EVENT-CODE             PIC X.
               10  WS-PT-CUSTOMER-NUM       PIC X(6).
               10  WS-PT-FIELD-NAME         PIC X(10).
               10  WS-PT-VALUE              PIC X.
       01  WS-LTREVT-STATUS                 PIC XX.
       01  WS-LTREVT-EOF-FLAG               PIC X VALUE "N".
           88  WS-LTREVT-EOF                 VALUE "Y".
       01  WS-LTREVT-OVER-FLAG              PIC X VALUE "N".
           88  WS-LTREVT-OVERFLOWED          VALUE "Y".
       01  WS-LTREVT-LOADED-FLAG            PIC X VALUE "N".
           88  WS-LTREVT-LOADED              VALUE "Y".
       01  WS-LTREVT-MAX                    PIC 9(4) VALUE 2000.
       01  WS-LTREVT-COUNT                  PIC 9(4) VALUE ZERO.
       01  WS-LTREVT-SUB                    PIC 9(4) VALUE ZERO.
       01  WS-LTREVT-LETTER-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-LTREVT-TABLE.
           05  WS-LTREVT-ENTRY OCCURS 2000 TIMES.
               10  WS-LV-CUSTOMER-NUM       PIC 9(6).
               10  WS-LV-EVENT-CODE         PIC X.
               10  WS-LV-ACCT-NUM           PIC 9(8).
               10  WS-LV-AMOUNT             PIC S9(9)V99.
               10  WS-LV-MAIL-TO-ADDRESS    PIC X(90).
               10  WS-LV-DONE-FLAG          PIC X.
                   88  WS-LV-DONE            VALUE "Y".

       01  HELLO-EXCEPT-LINE.
           05  HE-LABEL                    PIC X(12)
           OPEN OUTPUT HELLO-EXCEPT-FILE.
           OPEN OUTPUT HELLO-LETTER-FILE.
           PERFORM LOAD-PREFERENCE-TABLE.
           PERFORM LOAD-LETTER-EVENTS.
           PERFORM INIT-LETTER-COUNTS.
           IF WS-RUNCTL-OPER-MISSING
               PERFORM WRITE-OPERATOR-EXCEPTION
           END-IF.
           PERFORM PROCESS-CUSTOMER-FILE UNTIL WS-EOF.
           PERFORM CHECK-ONE-EVENT-DONE
               VARYING WS-LTREVT-SUB FROM 1 BY 1
               UNTIL WS-LTREVT-SUB > WS-LTREVT-COUNT.
           PERFORM WRITE-LETTER-TRAILER.
           CLOSE CUST-MASTER-FILE.
           CLOSE HELLO-EXCEPT-FILE.
           CLOSE HELLO-LETTER-FILE.
           IF RC-PRODUCTION-MODE
               PERFORM CLEAR-LETTER-EVENTS
           END-IF.
       PROGRAM-DONE.
           DISPLAY "CUSTOMER RECORDS READ: " WS-CUSTOMER-COUNT.
           DISPLAY "LETTERS WRITTEN:    " WS-LETTER-COUNT.
           DISPLAY "EVENT LETTERS:      " WS-LTREVT-LETTER-COUNT.
           DISPLAY "OPT-OUT SUPPRESSED: " WS-OPT-OUT-COUNT.
           DISPLAY "EXCEPTIONS WRITTEN: " WS-EXCEPT-COUNT.
           IF ADDRESS OF LK-EXCEPTION-COUNT NOT = NULL
                   PERFORM WRITE-NAME-EXCEPTION
               END-IF
               END-IF
               PERFORM LETTER-ONE-EVENT
                   VARYING WS-LTREVT-SUB FROM 1 BY 1
                   UNTIL WS-LTREVT-SUB > WS-LTREVT-COUNT
           ELSE
               PERFORM SKIP-ONE-EVENT
                   VARYING WS-LTREVT-SUB FROM 1 BY 1
                   UNTIL WS-LTREVT-SUB > WS-LTREVT-COUNT
           END-IF.

       LOAD-LETTER-EVENTS.
           OPEN INPUT LETTER-EVENT-FILE.
           IF WS-LTREVT-STATUS NOT = "00"
               DISPLAY "HELLO03: NO LETTER EVENTS TONIGHT"
               MOVE "Y" TO WS-LTREVT-EOF-FLAG
           ELSE
               MOVE "Y" TO WS-LTREVT-LOADED-FLAG
           END-IF.
           PERFORM LOAD-ONE-LETTER-EVENT UNTIL WS-LTREVT-EOF.
           IF WS-LTREVT-LOADED
               CLOSE LETTER-EVENT-FILE
           END-IF.

       LOAD-ONE-LETTER-EVENT.
           READ LETTER-EVENT-FILE
               AT END
                   MOVE "Y" TO WS-LTREVT-EOF-FLAG
               NOT AT END
                   IF WS-LTREVT-COUNT < WS-LTREVT-MAX
                       ADD 1 TO WS-LTREVT-COUNT
                       MOVE LE-CUSTOMER-NUM
                           TO WS-LV-CUSTOMER-NUM (WS-LTREVT-COUNT)
                       MOVE LE-EVENT-CODE
                           TO WS-LV-EVENT-CODE (WS-LTREVT-COUNT)
                       MOVE LE-ACCT-NUM
                           TO WS-LV-ACCT-NUM (WS-LTREVT-COUNT)
                       MOVE LE-AMOUNT
                           TO WS-LV-AMOUNT (WS-LTREVT-COUNT)
                       MOVE LE-MAIL-TO-ADDRESS
                           TO WS-LV-MAIL-TO-ADDRESS (WS-LTREVT-COUNT)
                       MOVE "N" TO WS-LV-DONE-FLAG (WS-LTREVT-COUNT)
                   ELSE
                       MOVE "Y" TO WS-LTREVT-OVER-FLAG
                       DISPLAY "HELLO03: LETTER EVENT TABLE FULL, "
                               "CUSTOMER " LE-CUSTOMER-NUM
                               " EVENT " LE-EVENT-CODE " NOT LOADED"
                   END-IF
           END-READ.

       LETTER-ONE-EVENT.
           IF WS-LV-CUSTOMER-NUM (WS-LTREVT-SUB) = CM-CUSTOMER-NUM
                   AND NOT WS-LV-DONE (WS-LTREVT-SUB)
               MOVE "Y" TO WS-LV-DONE-FLAG (WS-LTREVT-SUB)
               PERFORM LOOKUP-LETTER-EVENT
               IF WS-EVENT-FOUND
                   MOVE WS-LV-MAIL-TO-ADDRESS (WS-LTREVT-SUB)
                       TO WS-MAIL-TO-ADDRESS
                   PERFORM WRITE-ONE-LETTER
                   MOVE SPACES TO WS-MAIL-TO-ADDRESS
                   ADD 1 TO WS-LTREVT-LETTER-COUNT
                   IF WS-LV-ACCT-NUM (WS-LTREVT-SUB) NOT = ZERO
                       MOVE WS-LV-ACCT-NUM (WS-LTREVT-SUB)
                           TO WS-EA-ACCT-NUM
                       MOVE WS-LV-AMOUNT (WS-LTREVT-SUB)
                           TO WS-EA-AMOUNT
                       PERFORM WRITE-BLANK-LETTER-LINE
                       WRITE HELLO-LETTER-RECORD
                           FROM WS-EVENT-ACCT-LINE
                           AFTER ADVANCING 1 LINE
                   END-IF
               ELSE
                   MOVE "UNRECOGNIZED LETTER EVENT CODE" TO HE-REASON
                   PERFORM WRITE-EVENT-EXCEPTION
               END-IF
           END-IF.

       SKIP-ONE-EVENT.
           IF WS-LV-CUSTOMER-NUM (WS-LTREVT-SUB) = CM-CUSTOMER-NUM
                   AND NOT WS-LV-DONE (WS-LTREVT-SUB)
               MOVE "Y" TO WS-LV-DONE-FLAG (WS-LTREVT-SUB)
               MOVE "EVENT LETTER NOT SENT, NAME INVALID"
                   TO HE-REASON
               PERFORM WRITE-EVENT-EXCEPTION
           END-IF.

       LOOKUP-LETTER-EVENT.
           MOVE "N" TO WS-EVENT-FOUND-FLAG.
           SET EVENT-MSG-IDX TO 1.
           SEARCH EVENT-MSG-ENTRY
               AT END
                   CONTINUE
               WHEN EVENT-MSG-CODE (EVENT-MSG-IDX)
                       = WS-LV-EVENT-CODE (WS-LTREVT-SUB)
                   MOVE "Y" TO WS-EVENT-FOUND-FLAG
           END-SEARCH.

       CHECK-ONE-EVENT-DONE.
           IF NOT WS-LV-DONE (WS-LTREVT-SUB)
               MOVE "LETTER EVENT CUSTOMER NOT ON CUSTMAST"
                   TO HE-REASON
               PERFORM WRITE-EVENT-EXCEPTION
           END-IF.

       WRITE-EVENT-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE WS-LV-CUSTOMER-NUM (WS-LTREVT-SUB) TO HE-CUSTOMER-NUM.
           WRITE HELLO-EXCEPT-RECORD FROM HELLO-EXCEPT-LINE.
           DISPLAY "HELLO03: LETTER EVENT "
                   WS-LV-EVENT-CODE (WS-LTREVT-SUB) " FOR CUSTOMER "
                   WS-LV-CUSTOMER-NUM (WS-LTREVT-SUB) " - " HE-REASON.

       CLEAR-LETTER-EVENTS.
           EVALUATE TRUE
               WHEN NOT WS-LTREVT-LOADED
                   CONTINUE
               WHEN WS-CUST-OPEN-FAILED OR WS-LTREVT-OVERFLOWED
                   DISPLAY "HELLO03: LETTER EVENTS KEPT FOR RERUN"
               WHEN OTHER
                   OPEN OUTPUT LETTER-EVENT-FILE
                   CLOSE LETTER-EVENT-FILE
           END-EVALUATE.

       LOAD-PREFERENCE-TABLE.
           OPEN INPUT CUST-PREF-FILE.
           IF WS-PREF-STATUS NOT = "00"
           PERFORM WRITE-BLANK-LETTER-LINE.
           WRITE HELLO-LETTER-RECORD FROM CM-CUSTOMER-NAME
               AFTER ADVANCING 1 LINE.
           IF WS-MAIL-TO-ADDRESS = SPACES
               PERFORM WRITE-MASTER-ADDRESS
           ELSE
               PERFORM WRITE-MAIL-TO-ADDRESS
           END-IF.
           PERFORM WRITE-BLANK-LETTER-LINE.
           MOVE CM-CUSTOMER-NAME TO WS-SL-NAME.
           WRITE HELLO-LETTER-RECORD FROM WS-SALUTATION-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM WRITE-BLANK-LETTER-LINE.
           MOVE EVENT-MSG-TEXT (EVENT-MSG-IDX) TO WS-BL-TEXT-1.
           MOVE EVENT-MSG-TEXT-2 (EVENT-MSG-IDX) TO WS-BL-TEXT-2.
           MOVE CM-CUSTOMER-NAME TO WS-BL-NAME.
           WRITE HELLO-LETTER-RECORD FROM WS-BODY-LINE
               AFTER ADVANCING 1 LINE.

       WRITE-MASTER-ADDRESS.
           IF CM-ADDRESS-LINE-1 NOT = SPACES
               WRITE HELLO-LETTER-RECORD FROM CM-ADDRESS-LINE-1
                   AFTER ADVANCING 1 LINE
               WRITE HELLO-LETTER-RECORD FROM CM-CITY-STATE-ZIP
                   AFTER ADVANCING 1 LINE
           END-IF.

       WRITE-MAIL-TO-ADDRESS.
           IF WS-MT-LINE-1 NOT = SPACES
               WRITE HELLO-LETTER-RECORD FROM WS-MT-LINE-1
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-MT-LINE-2 NOT = SPACES
               WRITE HELLO-LETTER-RECORD FROM WS-MT-LINE-2
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-MT-CITY-STATE-ZIP NOT = SPACES
               WRITE HELLO-LETTER-RECORD FROM WS-MT-CITY-STATE-ZIP
                   AFTER ADVANCING 1 LINE
           END-IF.

       WRITE-BLANK-LETTER-LINE.
           MOVE SPACES TO HELLO-LETTER-RECORD.
               AFTER ADVANCING 1 LINE.
           PERFORM WRITE-ONE-TRAILER-COUNT
               VARYING WS-EVENT-SUB FROM 1 BY 1
               UNTIL WS-EVENT-SUB > WS-EVENT-MSG-COUNT.
           MOVE WS-LETTER-COUNT TO WS-TO-COUNT.
           WRITE HELLO-LETTER-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
