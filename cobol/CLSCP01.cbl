       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLSCP01.
       AUTHOR. STELEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-PEND-FILE ASSIGN TO "CLOSPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-NUM
               ALTERNATE RECORD KEY IS AM-CUSTOMER-NUM WITH DUPLICATES
               FILE STATUS IS WS-BAL-STATUS.

           SELECT ADD-JOURNAL-FILE ASSIGN TO "ADDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUM
               FILE STATUS IS WS-CUST-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SRTWK06".

           SELECT LETTER-EVENT-FILE ASSIGN TO "LTREVENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

           SELECT CLOSE-STMT-FILE ASSIGN TO "CLSSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

           SELECT PENDING-REPORT-FILE ASSIGN TO "CLSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CLOSE-EXCEPT-FILE ASSIGN TO "CLSEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-PEND-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY CLOSPND.

       FD  ACCT-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY ACCTMST.

       FD  ADD-JOURNAL-FILE
           RECORD CONTAINS 148 CHARACTERS.
           COPY ADDJRNL.

       FD  CUST-MASTER-FILE
           RECORD CONTAINS 127 CHARACTERS.
           COPY CUSTMST.

       SD  SORT-WORK-FILE
           RECORD CONTAINS 73 CHARACTERS.
       01  SORT-WORK-RECORD.
           05  SW-ACCT-NUM                 PIC 9(8).
           05  SW-SEQUENCE                 PIC 9(6).
           05  SW-RUN-DATE                 PIC 9(8).
           05  SW-TRANS-TYPE               PIC X.
           05  SW-PRIOR-BALANCE            PIC S9(9)V99.
           05  SW-POSTED-AMOUNT            PIC S9(7)V99.
           05  SW-NEW-BALANCE              PIC S9(9)V99.
           05  SW-REFERENCE                PIC X(10).
           05  SW-DONE-SUB                 PIC 9(4).
           05  FILLER                      PIC X(5).

       FD  LETTER-EVENT-FILE
           RECORD CONTAINS 133 CHARACTERS.
           COPY LTREVT.

       FD  CLOSE-STMT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CLOSE-STMT-RECORD               PIC X(80).

       FD  PENDING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PENDING-REPORT-RECORD           PIC X(80).

       FD  CLOSE-EXCEPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EXCPT.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-PEND-STATUS                  PIC XX.
       01  WS-BAL-STATUS                   PIC XX.
       01  WS-JRNL-STATUS                  PIC XX.
       01  WS-CUST-STATUS                  PIC XX.
       01  WS-EVENT-STATUS                 PIC XX.
       01  WS-STMT-STATUS                  PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-EXCEPT-STATUS                PIC XX.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-RUNCTL-OPER-FLAG             PIC X VALUE "N".
           88  WS-RUNCTL-OPER-MISSING       VALUE "Y".
       01  WS-BAL-OPEN-FAIL-FLAG           PIC X VALUE "N".
           88  WS-BAL-OPEN-FAILED           VALUE "Y".
       01  WS-PEND-EOF-FLAG                PIC X VALUE "N".
           88  WS-PEND-EOF                 VALUE "Y".
       01  WS-PEND-OVER-FLAG               PIC X VALUE "N".
           88  WS-PEND-OVERFLOWED          VALUE "Y".
       01  WS-JRNL-EOF-FLAG                PIC X VALUE "N".
           88  WS-JRNL-EOF                 VALUE "Y".
       01  WS-SORT-EOF-FLAG                PIC X VALUE "N".
           88  WS-SORT-EOF                 VALUE "Y".
       01  WS-ACCT-FOUND-FLAG              PIC X VALUE "N".
           88  WS-ACCT-FOUND               VALUE "Y".
       01  WS-DONE-FOUND-FLAG              PIC X VALUE "N".
           88  WS-DONE-FOUND               VALUE "Y".
       01  WS-ON-ACCOUNT-FLAG              PIC X VALUE "N".
           88  WS-ON-ACCOUNT               VALUE "Y".

       01  WS-PEND-MAX                     PIC 9(4) VALUE 500.
       01  WS-PEND-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-PEND-SUB                     PIC 9(4) VALUE ZERO.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 500 TIMES.
               10  WS-PN-RECORD            PIC X(64).
               10  WS-PN-KEEP-FLAG         PIC X.
                   88  WS-PN-KEEP           VALUE "Y".
               10  WS-PN-NOTE              PIC X(8).

       01  WS-DONE-MAX                     PIC 9(4) VALUE 500.
       01  WS-DONE-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-DONE-SUB                     PIC 9(4) VALUE ZERO.
       01  WS-DONE-TABLE.
           05  WS-DONE-ENTRY OCCURS 500 TIMES
                   INDEXED BY DONE-IDX.
               10  WS-DN-ACCT-NUM          PIC 9(8).
               10  WS-DN-COMPANY-CODE      PIC X(4).
               10  WS-DN-CUSTOMER-NUM      PIC 9(6).
               10  WS-DN-INTEREST          PIC 9(7)V99.
               10  WS-DN-SETTLE-AMOUNT     PIC S9(9)V99.
               10  WS-DN-PRINTED-FLAG      PIC X.
                   88  WS-DN-PRINTED        VALUE "Y".
               10  WS-DN-NAME              PIC X(30).
               10  WS-DN-ADDRESS-1         PIC X(30).
               10  WS-DN-ADDRESS-2         PIC X(30).
               10  WS-DN-CITY-STATE-ZIP    PIC X(30).

       01  WS-STMT-PERIOD                  PIC 9(6) VALUE ZERO.
       01  WS-JRNL-PERIOD                  PIC 9(6) VALUE ZERO.
       01  WS-JRNL-SEQUENCE                PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE-INT                 PIC 9(8) VALUE ZERO.
       01  WS-DAYS-PENDING                 PIC 9(5) VALUE ZERO.
       01  WS-CUR-ACCT-NUM                 PIC 9(8) VALUE ZERO.
       01  WS-CUR-CLOSING-BAL              PIC S9(9)V99 VALUE ZERO.
       01  WS-PAGE-NUM                     PIC 9(4) VALUE ZERO.

       01  WS-CLOSED-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-RESETTLE-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-STILL-PENDING-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-DROPPED-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-LETTER-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-STMT-COUNT                   PIC 9(6) VALUE ZERO.
       01  WS-EXCEPT-COUNT                 PIC 9(6) VALUE ZERO.

       01  WS-STMT-HEADING-LINE.
           05  FILLER                      PIC X(24) VALUE
               "FINAL CLOSING STATEMENT ".
           05  FILLER                      PIC X(7) VALUE
               "PERIOD ".
           05  WS-SH-PERIOD                PIC 9(6).
           05  FILLER                      PIC X(11) VALUE
               "  RUN DATE ".
           05  WS-SH-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(15) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE "PAGE ".
           05  WS-SH-PAGE-NUM              PIC Z(3)9.

       01  WS-ACCOUNT-LINE.
           05  FILLER                      PIC X(8) VALUE
               "ACCOUNT ".
           05  WS-AL-ACCT-NUM              PIC 9(8).
           05  FILLER                      PIC X(10) VALUE
               "  COMPANY ".
           05  WS-AL-COMPANY               PIC X(4).
           05  FILLER                      PIC X(50) VALUE SPACES.

       01  WS-OPENING-LINE.
           05  FILLER                      PIC X(20) VALUE
               "  OPENING BALANCE   ".
           05  WS-OL-BALANCE               PIC -(10)9.99.
           05  FILLER                      PIC X(46) VALUE SPACES.

       01  WS-STMT-DETAIL-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-SD-DATE                  PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-SD-TRANS-TYPE            PIC X.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-SD-REFERENCE             PIC X(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-SD-AMOUNT                PIC -(9)9.99.
           05  FILLER                      PIC X(10) VALUE
               "  BALANCE ".
           05  WS-SD-BALANCE               PIC -(10)9.99.
           05  FILLER                      PIC X(16) VALUE SPACES.

       01  WS-CLOSING-LINE.
           05  FILLER                      PIC X(20) VALUE
               "  CLOSING BALANCE   ".
           05  WS-CL-BALANCE               PIC -(10)9.99.
           05  FILLER                      PIC X(46) VALUE SPACES.

       01  WS-SETTLE-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-SL-TEXT                  PIC X(18).
           05  WS-SL-AMOUNT                PIC -(10)9.99.
           05  FILLER                      PIC X(46) VALUE SPACES.

       01  WS-CLOSED-ON-LINE.
           05  FILLER                      PIC X(20) VALUE
               "  ACCOUNT CLOSED ON ".
           05  WS-CO-DATE                  PIC 9(8).
           05  FILLER                      PIC X(52) VALUE SPACES.

       01  WS-NO-CUST-NAME                 PIC X(30) VALUE
               "CUSTOMER NOT ON FILE".

       01  WS-PEND-HEADING-LINE.
           05  FILLER                      PIC X(30) VALUE
               "CLOSURES PENDING SETTLEMENT   ".
           05  FILLER                      PIC X(9) VALUE
               "RUN DATE ".
           05  WS-PH-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(33) VALUE SPACES.

       01  WS-PEND-DETAIL-LINE.
           05  FILLER                      PIC X(5) VALUE "ACCT ".
           05  WS-PL-ACCT-NUM              PIC 9(8).
           05  FILLER                      PIC X(6) VALUE " CUST ".
           05  WS-PL-CUSTOMER-NUM          PIC 9(6).
           05  FILLER                      PIC X(5) VALUE " REQ ".
           05  WS-PL-REQUEST-DATE          PIC 9(8).
           05  FILLER                      PIC X(5) VALUE " DAYS".
           05  WS-PL-DAYS                  PIC Z(4)9.
           05  FILLER                      PIC X(4) VALUE " BY ".
           05  WS-PL-OPERATOR-ID           PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-PL-NOTE                  PIC X(8).
           05  FILLER                      PIC X(11) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(30).
           05  WS-TL-COUNT                 PIC Z(5)9.
           05  FILLER                      PIC X(44) VALUE SPACES.

           COPY EXCPTWS.

       LINKAGE SECTION.
       01  LK-CLSCP01-RESULTS.
           05  LK-CLOSED-COUNT             PIC 9(6).
           05  LK-PENDING-COUNT            PIC 9(6).

       PROCEDURE DIVISION USING OPTIONAL LK-CLSCP01-RESULTS.
       PROGRAM-BEGIN.
           PERFORM READ-RUN-CONTROL-RTN.
           OPEN OUTPUT CLOSE-EXCEPT-FILE.
           IF WS-RUNCTL-OPER-MISSING
               PERFORM WRITE-OPERATOR-EXCEPTION
           END-IF.
           COMPUTE WS-STMT-PERIOD = RC-RUN-DATE / 100.
           IF RC-RUN-DATE > ZERO
               COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(RC-RUN-DATE)
           END-IF.
           PERFORM LOAD-PENDING-TABLE.
           IF RC-PRODUCTION-MODE
               PERFORM OPEN-EVENT-EXTEND
           ELSE
               DISPLAY "CLSCP01: TEST MODE - NO ACCOUNTS CLOSED, "
                       "NO CLOSURE LETTERS RAISED"
           END-IF.
           OPEN I-O ACCT-BAL-FILE.
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ACCT-BAL-FILE, STATUS: "
                       WS-BAL-STATUS
               MOVE "Y" TO WS-BAL-OPEN-FAIL-FLAG
           ELSE
               PERFORM COMPLETE-ONE-PENDING
                   VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
               CLOSE ACCT-BAL-FILE
           END-IF.
           IF RC-PRODUCTION-MODE
               CLOSE LETTER-EVENT-FILE
           END-IF.
           OPEN OUTPUT CLOSE-STMT-FILE.
           IF WS-DONE-COUNT > ZERO
               PERFORM LOAD-DONE-ADDRESSES
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-ACCT-NUM
                   ON ASCENDING KEY SW-SEQUENCE
                   INPUT PROCEDURE IS SELECT-CLOSING-POSTINGS
                   OUTPUT PROCEDURE IS PRINT-CLOSING-STATEMENTS
               PERFORM PRINT-QUIET-STATEMENT
                   VARYING WS-DONE-SUB FROM 1 BY 1
                   UNTIL WS-DONE-SUB > WS-DONE-COUNT
           END-IF.
           CLOSE CLOSE-STMT-FILE.
           PERFORM WRITE-PENDING-REPORT.
           IF RC-PRODUCTION-MODE
               PERFORM REWRITE-PENDING-FILE
           END-IF.
           CLOSE CLOSE-EXCEPT-FILE.
       PROGRAM-DONE.
           DISPLAY "PENDING CLOSURES READ: " WS-PEND-COUNT.
           DISPLAY "ACCOUNTS CLOSED:       " WS-CLOSED-COUNT.
           DISPLAY "CLOSING STATEMENTS:    " WS-STMT-COUNT.
           DISPLAY "CLOSURE LETTERS:       " WS-LETTER-COUNT.
           DISPLAY "TO BE RE-SETTLED:      " WS-RESETTLE-COUNT.
           DISPLAY "STILL PENDING:         " WS-STILL-PENDING-COUNT.
           DISPLAY "EXCEPTIONS WRITTEN:    " WS-EXCEPT-COUNT.
           IF ADDRESS OF LK-CLSCP01-RESULTS NOT = NULL
               MOVE WS-CLOSED-COUNT TO LK-CLOSED-COUNT
               MOVE WS-STILL-PENDING-COUNT TO LK-PENDING-COUNT
           END-IF.
           IF WS-BAL-OPEN-FAILED OR WS-PEND-OVERFLOWED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-EXCEPT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       LOAD-PENDING-TABLE.
           OPEN INPUT CLOSE-PEND-FILE.
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "CLSCP01: NO PENDING CLOSURES FILE, STATUS: "
                       WS-PEND-STATUS " - NOTHING TO COMPLETE"
               MOVE "Y" TO WS-PEND-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-PENDING UNTIL WS-PEND-EOF.
           IF WS-PEND-STATUS = "00" OR WS-PEND-STATUS = "10"
               CLOSE CLOSE-PEND-FILE
           END-IF.

       LOAD-ONE-PENDING.
           READ CLOSE-PEND-FILE
               AT END
                   MOVE "Y" TO WS-PEND-EOF-FLAG
               NOT AT END
                   IF WS-PEND-COUNT < WS-PEND-MAX
                       ADD 1 TO WS-PEND-COUNT
                       MOVE CLOSE-PENDING-RECORD
                           TO WS-PN-RECORD (WS-PEND-COUNT)
                       MOVE "Y" TO WS-PN-KEEP-FLAG (WS-PEND-COUNT)
                       MOVE "PENDING" TO WS-PN-NOTE (WS-PEND-COUNT)
                   ELSE
                       MOVE "Y" TO WS-PEND-OVER-FLAG
                       DISPLAY "CLSCP01: PENDING CLOSURE TABLE FULL, "
                               "ACCOUNT " CP-ACCT-NUM " NOT LOADED"
                   END-IF
           END-READ.

       OPEN-EVENT-EXTEND.
           OPEN EXTEND LETTER-EVENT-FILE.
           IF WS-EVENT-STATUS NOT = "00"
               OPEN OUTPUT LETTER-EVENT-FILE
           END-IF.

       COMPLETE-ONE-PENDING.
           MOVE WS-PN-RECORD (WS-PEND-SUB) TO CLOSE-PENDING-RECORD.
           MOVE "N" TO WS-ACCT-FOUND-FLAG.
           MOVE CP-ACCT-NUM TO AM-ACCT-NUM.
           READ ACCT-BAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACCT-FOUND-FLAG
           END-READ.
           EVALUATE TRUE
               WHEN NOT WS-ACCT-FOUND
                   MOVE "N" TO WS-PN-KEEP-FLAG (WS-PEND-SUB)
                   ADD 1 TO WS-DROPPED-COUNT
                   PERFORM WRITE-NO-ACCOUNT-EXCEPTION
               WHEN AM-STATUS-CLOSED
                   MOVE "N" TO WS-PN-KEEP-FLAG (WS-PEND-SUB)
                   ADD 1 TO WS-DROPPED-COUNT
               WHEN CP-SETTLING AND AM-BALANCE = ZERO
                   PERFORM CLOSE-SETTLED-ACCOUNT
               WHEN CP-SETTLING
                   ADD 1 TO WS-RESETTLE-COUNT
                   MOVE "P" TO CP-STATUS
                   MOVE "RESETTLE" TO WS-PN-NOTE (WS-PEND-SUB)
                   PERFORM WRITE-RESETTLE-EXCEPTION
               WHEN AM-STATUS-FROZEN
                   MOVE "FROZEN" TO WS-PN-NOTE (WS-PEND-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE CLOSE-PENDING-RECORD TO WS-PN-RECORD (WS-PEND-SUB).

       CLOSE-SETTLED-ACCOUNT.
           MOVE "N" TO WS-PN-KEEP-FLAG (WS-PEND-SUB).
           ADD 1 TO WS-CLOSED-COUNT.
           MOVE "C" TO AM-STATUS.
           IF RC-PRODUCTION-MODE
               REWRITE ACCT-MASTER-RECORD
               PERFORM WRITE-CLOSURE-EVENT
           END-IF.
           DISPLAY "CLSCP01: ACCOUNT " CP-ACCT-NUM
                   " SETTLED AND CLOSED".
           IF WS-DONE-COUNT < WS-DONE-MAX
               ADD 1 TO WS-DONE-COUNT
               SET DONE-IDX TO WS-DONE-COUNT
               MOVE CP-ACCT-NUM TO WS-DN-ACCT-NUM (DONE-IDX)
               MOVE AM-COMPANY-CODE TO WS-DN-COMPANY-CODE (DONE-IDX)
               MOVE AM-CUSTOMER-NUM TO WS-DN-CUSTOMER-NUM (DONE-IDX)
               MOVE CP-INTEREST TO WS-DN-INTEREST (DONE-IDX)
               MOVE CP-SETTLE-AMOUNT
                   TO WS-DN-SETTLE-AMOUNT (DONE-IDX)
               MOVE "N" TO WS-DN-PRINTED-FLAG (DONE-IDX)
               MOVE WS-NO-CUST-NAME TO WS-DN-NAME (DONE-IDX)
               MOVE SPACES TO WS-DN-ADDRESS-1 (DONE-IDX)
               MOVE SPACES TO WS-DN-ADDRESS-2 (DONE-IDX)
               MOVE SPACES TO WS-DN-CITY-STATE-ZIP (DONE-IDX)
           ELSE
               PERFORM WRITE-NO-STATEMENT-EXCEPTION
           END-IF.

       WRITE-CLOSURE-EVENT.
           IF AM-CUSTOMER-NUM = ZERO
               PERFORM WRITE-NO-CUSTOMER-EXCEPTION
           ELSE
               ADD 1 TO WS-LETTER-COUNT
               MOVE AM-CUSTOMER-NUM TO LE-CUSTOMER-NUM
               MOVE "5" TO LE-EVENT-CODE
               MOVE RC-RUN-DATE TO LE-EVENT-DATE
               MOVE CP-ACCT-NUM TO LE-ACCT-NUM
               COMPUTE LE-AMOUNT = ZERO - CP-SETTLE-AMOUNT
               MOVE "CLSCP01" TO LE-SOURCE-PROGRAM
               MOVE SPACES TO LE-MAIL-TO-ADDRESS
               WRITE LETTER-EVENT-RECORD
           END-IF.

       LOAD-DONE-ADDRESSES.
           OPEN INPUT CUST-MASTER-FILE.
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CLSCP01: NO CUSTOMER MASTER, STATUS: "
                       WS-CUST-STATUS " - NAMES WILL BE MISSING"
           ELSE
               PERFORM LOAD-ONE-ADDRESS
                   VARYING WS-DONE-SUB FROM 1 BY 1
                   UNTIL WS-DONE-SUB > WS-DONE-COUNT
               CLOSE CUST-MASTER-FILE
           END-IF.

       LOAD-ONE-ADDRESS.
           MOVE WS-DN-CUSTOMER-NUM (WS-DONE-SUB) TO CM-CUSTOMER-NUM.
           READ CUST-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME TO WS-DN-NAME (WS-DONE-SUB)
                   MOVE CM-ADDRESS-LINE-1
                       TO WS-DN-ADDRESS-1 (WS-DONE-SUB)
                   MOVE CM-ADDRESS-LINE-2
                       TO WS-DN-ADDRESS-2 (WS-DONE-SUB)
                   MOVE CM-CITY-STATE-ZIP
                       TO WS-DN-CITY-STATE-ZIP (WS-DONE-SUB)
           END-READ.

       SELECT-CLOSING-POSTINGS.
           OPEN INPUT ADD-JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "CLSCP01: NO POSTING JOURNAL, STATUS: "
                       WS-JRNL-STATUS " - STATEMENTS WITHOUT DETAIL"
               MOVE "Y" TO WS-JRNL-EOF-FLAG
           END-IF.
           PERFORM SELECT-ONE-POSTING UNTIL WS-JRNL-EOF.
           IF WS-JRNL-STATUS = "00" OR WS-JRNL-STATUS = "10"
               CLOSE ADD-JOURNAL-FILE
           END-IF.

       SELECT-ONE-POSTING.
           READ ADD-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-JRNL-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-JRNL-SEQUENCE
                   COMPUTE WS-JRNL-PERIOD = PJ-RUN-DATE / 100
                   IF WS-JRNL-PERIOD = WS-STMT-PERIOD
                       PERFORM FIND-DONE-ACCOUNT
                       IF WS-DONE-FOUND
                           PERFORM RELEASE-CLOSING-POSTING
                       END-IF
                   END-IF
           END-READ.

       FIND-DONE-ACCOUNT.
           MOVE "N" TO WS-DONE-FOUND-FLAG.
           SET DONE-IDX TO 1.
           SEARCH WS-DONE-ENTRY
               AT END
                   CONTINUE
               WHEN DONE-IDX > WS-DONE-COUNT
                   CONTINUE
               WHEN WS-DN-ACCT-NUM (DONE-IDX) = PJ-ACCT-NUM
                       AND WS-DN-COMPANY-CODE (DONE-IDX)
                           = PJ-COMPANY-CODE
                   MOVE "Y" TO WS-DONE-FOUND-FLAG
           END-SEARCH.

       RELEASE-CLOSING-POSTING.
           MOVE SPACES TO SORT-WORK-RECORD.
           MOVE PJ-ACCT-NUM TO SW-ACCT-NUM.
           MOVE WS-JRNL-SEQUENCE TO SW-SEQUENCE.
           MOVE PJ-RUN-DATE TO SW-RUN-DATE.
           MOVE PJ-TRANS-TYPE TO SW-TRANS-TYPE.
           MOVE PJ-PRIOR-BALANCE TO SW-PRIOR-BALANCE.
           MOVE PJ-POSTED-AMOUNT TO SW-POSTED-AMOUNT.
           MOVE PJ-NEW-BALANCE TO SW-NEW-BALANCE.
           MOVE PJ-REFERENCE TO SW-REFERENCE.
           SET WS-DONE-SUB TO DONE-IDX.
           MOVE WS-DONE-SUB TO SW-DONE-SUB.
           RELEASE SORT-WORK-RECORD.

       PRINT-CLOSING-STATEMENTS.
           PERFORM PRINT-ONE-SORTED UNTIL WS-SORT-EOF.
           IF WS-ON-ACCOUNT
               PERFORM FINISH-CLOSING-STATEMENT
           END-IF.

       PRINT-ONE-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-FLAG
               NOT AT END
                   IF NOT WS-ON-ACCOUNT
                           OR SW-ACCT-NUM NOT = WS-CUR-ACCT-NUM
                       PERFORM START-CLOSING-STATEMENT
                   END-IF
                   PERFORM WRITE-STMT-DETAIL-LINE
           END-RETURN.

       START-CLOSING-STATEMENT.
           IF WS-ON-ACCOUNT
               PERFORM FINISH-CLOSING-STATEMENT
           END-IF.
           MOVE "Y" TO WS-ON-ACCOUNT-FLAG.
           MOVE SW-ACCT-NUM TO WS-CUR-ACCT-NUM.
           SET DONE-IDX TO SW-DONE-SUB.
           PERFORM WRITE-STATEMENT-HEADING.
           MOVE SW-PRIOR-BALANCE TO WS-OL-BALANCE.
           WRITE CLOSE-STMT-RECORD FROM WS-OPENING-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SW-PRIOR-BALANCE TO WS-CUR-CLOSING-BAL.

       WRITE-STATEMENT-HEADING.
           ADD 1 TO WS-STMT-COUNT.
           ADD 1 TO WS-PAGE-NUM.
           MOVE "Y" TO WS-DN-PRINTED-FLAG (DONE-IDX).
           MOVE WS-STMT-PERIOD TO WS-SH-PERIOD.
           MOVE RC-RUN-DATE TO WS-SH-RUN-DATE.
           MOVE WS-PAGE-NUM TO WS-SH-PAGE-NUM.
           IF WS-PAGE-NUM = 1
               WRITE CLOSE-STMT-RECORD FROM WS-STMT-HEADING-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE CLOSE-STMT-RECORD FROM WS-STMT-HEADING-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           PERFORM WRITE-BLANK-LINE.
           WRITE CLOSE-STMT-RECORD FROM WS-DN-NAME (DONE-IDX)
               AFTER ADVANCING 1 LINE.
           IF WS-DN-ADDRESS-1 (DONE-IDX) NOT = SPACES
               WRITE CLOSE-STMT-RECORD FROM WS-DN-ADDRESS-1 (DONE-IDX)
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-DN-ADDRESS-2 (DONE-IDX) NOT = SPACES
               WRITE CLOSE-STMT-RECORD FROM WS-DN-ADDRESS-2 (DONE-IDX)
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-DN-CITY-STATE-ZIP (DONE-IDX) NOT = SPACES
               WRITE CLOSE-STMT-RECORD
                   FROM WS-DN-CITY-STATE-ZIP (DONE-IDX)
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM WRITE-BLANK-LINE.
           MOVE WS-DN-ACCT-NUM (DONE-IDX) TO WS-AL-ACCT-NUM.
           MOVE WS-DN-COMPANY-CODE (DONE-IDX) TO WS-AL-COMPANY.
           WRITE CLOSE-STMT-RECORD FROM WS-ACCOUNT-LINE
               AFTER ADVANCING 1 LINE.

       WRITE-STMT-DETAIL-LINE.
           MOVE SW-RUN-DATE TO WS-SD-DATE.
           MOVE SW-TRANS-TYPE TO WS-SD-TRANS-TYPE.
           MOVE SW-REFERENCE TO WS-SD-REFERENCE.
           MOVE SW-POSTED-AMOUNT TO WS-SD-AMOUNT.
           MOVE SW-NEW-BALANCE TO WS-SD-BALANCE.
           WRITE CLOSE-STMT-RECORD FROM WS-STMT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SW-NEW-BALANCE TO WS-CUR-CLOSING-BAL.

       FINISH-CLOSING-STATEMENT.
           MOVE WS-CUR-CLOSING-BAL TO WS-CL-BALANCE.
           WRITE CLOSE-STMT-RECORD FROM WS-CLOSING-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM WRITE-SETTLEMENT-SUMMARY.
           MOVE "N" TO WS-ON-ACCOUNT-FLAG.

       WRITE-SETTLEMENT-SUMMARY.
           PERFORM WRITE-BLANK-LINE.
           MOVE "INTEREST TO DATE  " TO WS-SL-TEXT.
           MOVE WS-DN-INTEREST (DONE-IDX) TO WS-SL-AMOUNT.
           WRITE CLOSE-STMT-RECORD FROM WS-SETTLE-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-DN-SETTLE-AMOUNT (DONE-IDX) < ZERO
               MOVE "PAID TO YOU       " TO WS-SL-TEXT
               COMPUTE WS-SL-AMOUNT =
                   ZERO - WS-DN-SETTLE-AMOUNT (DONE-IDX)
           ELSE
               MOVE "COLLECTED FROM YOU" TO WS-SL-TEXT
               MOVE WS-DN-SETTLE-AMOUNT (DONE-IDX) TO WS-SL-AMOUNT
           END-IF.
           WRITE CLOSE-STMT-RECORD FROM WS-SETTLE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE RC-RUN-DATE TO WS-CO-DATE.
           WRITE CLOSE-STMT-RECORD FROM WS-CLOSED-ON-LINE
               AFTER ADVANCING 1 LINE.

       PRINT-QUIET-STATEMENT.
           SET DONE-IDX TO WS-DONE-SUB.
           IF NOT WS-DN-PRINTED (DONE-IDX)
               PERFORM WRITE-STATEMENT-HEADING
               MOVE ZERO TO WS-OL-BALANCE
               WRITE CLOSE-STMT-RECORD FROM WS-OPENING-LINE
                   AFTER ADVANCING 1 LINE
               MOVE ZERO TO WS-CUR-CLOSING-BAL
               PERFORM FINISH-CLOSING-STATEMENT
           END-IF.

       WRITE-BLANK-LINE.
           MOVE SPACES TO CLOSE-STMT-RECORD.
           WRITE CLOSE-STMT-RECORD
               AFTER ADVANCING 1 LINE.

       WRITE-PENDING-REPORT.
           OPEN OUTPUT PENDING-REPORT-FILE.
           MOVE RC-RUN-DATE TO WS-PH-RUN-DATE.
           WRITE PENDING-REPORT-RECORD FROM WS-PEND-HEADING-LINE.
           PERFORM REPORT-ONE-PENDING
               VARYING WS-PEND-SUB FROM 1 BY 1
               UNTIL WS-PEND-SUB > WS-PEND-COUNT.
           MOVE SPACES TO PENDING-REPORT-RECORD.
           WRITE PENDING-REPORT-RECORD.
           MOVE "ACCOUNTS SETTLED AND CLOSED" TO WS-TL-LABEL.
           MOVE WS-CLOSED-COUNT TO WS-TL-COUNT.
           WRITE PENDING-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "SETTLEMENTS TO BE RE-RUN" TO WS-TL-LABEL.
           MOVE WS-RESETTLE-COUNT TO WS-TL-COUNT.
           WRITE PENDING-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "CLOSURES STILL PENDING" TO WS-TL-LABEL.
           MOVE WS-STILL-PENDING-COUNT TO WS-TL-COUNT.
           WRITE PENDING-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "DROPPED FROM PENDING" TO WS-TL-LABEL.
           MOVE WS-DROPPED-COUNT TO WS-TL-COUNT.
           WRITE PENDING-REPORT-RECORD FROM WS-TOTAL-LINE.
           CLOSE PENDING-REPORT-FILE.

       REPORT-ONE-PENDING.
           IF WS-PN-KEEP (WS-PEND-SUB)
               ADD 1 TO WS-STILL-PENDING-COUNT
               MOVE WS-PN-RECORD (WS-PEND-SUB)
                   TO CLOSE-PENDING-RECORD
               MOVE ZERO TO WS-DAYS-PENDING
               IF CP-REQUEST-DATE NUMERIC
                       AND CP-REQUEST-DATE > ZERO
                       AND WS-RUN-DATE-INT > ZERO
                   COMPUTE WS-DAYS-PENDING = WS-RUN-DATE-INT
                       - FUNCTION INTEGER-OF-DATE(CP-REQUEST-DATE)
               END-IF
               MOVE CP-ACCT-NUM TO WS-PL-ACCT-NUM
               MOVE CP-CUSTOMER-NUM TO WS-PL-CUSTOMER-NUM
               MOVE CP-REQUEST-DATE TO WS-PL-REQUEST-DATE
               MOVE WS-DAYS-PENDING TO WS-PL-DAYS
               MOVE CP-OPERATOR-ID TO WS-PL-OPERATOR-ID
               MOVE WS-PN-NOTE (WS-PEND-SUB) TO WS-PL-NOTE
               WRITE PENDING-REPORT-RECORD FROM WS-PEND-DETAIL-LINE
           END-IF.

       REWRITE-PENDING-FILE.
           IF WS-PEND-OVERFLOWED OR WS-BAL-OPEN-FAILED
               DISPLAY "CLSCP01: PENDING CLOSURES NOT REWRITTEN - "
                       "NO CHANGES SAVED"
           ELSE
               OPEN OUTPUT CLOSE-PEND-FILE
               PERFORM WRITE-ONE-PENDING
                   VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
               CLOSE CLOSE-PEND-FILE
           END-IF.

       WRITE-ONE-PENDING.
           IF WS-PN-KEEP (WS-PEND-SUB)
               MOVE WS-PN-RECORD (WS-PEND-SUB)
                   TO CLOSE-PENDING-RECORD
               WRITE CLOSE-PENDING-RECORD
           END-IF.

       WRITE-NO-ACCOUNT-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "CLSCP01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE WS-PEND-SUB TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "ACCT " CP-ACCT-NUM
                  " PENDING CLOSURE, NOT ON MASTER"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-RESETTLE-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "CLSCP01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE WS-PEND-SUB TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "ACCT " CP-ACCT-NUM
                  " NOT ZERO AFTER SETTLEMENT, RE-SETTLING"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-NO-CUSTOMER-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "CLSCP01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE WS-PEND-SUB TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "ACCT " CP-ACCT-NUM
                  " NO CUSTOMER NUMBER, NO CLOSURE LETTER"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-NO-STATEMENT-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "CLSCP01" TO WS-EX-PROGRAM-ID.
           MOVE "E"       TO WS-EX-SEVERITY.
           MOVE WS-PEND-SUB TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "ACCT " CP-ACCT-NUM
                  " CLOSED, STATEMENT TABLE FULL"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.
           DISPLAY "CLSCP01: " WS-EX-REASON.

       WRITE-OPERATOR-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "CLSCP01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE ZERO      TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "RUN CTL OPERATOR ID MISSING, DEFAULTED UNKNOWN"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

           COPY RUNCTLP.
           COPY EXCPTP.
