               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-NUM
               ALTERNATE RECORD KEY IS AM-CUSTOMER-NUM WITH DUPLICATES
               FILE STATUS IS WS-BAL-STATUS.

           SELECT BACKOUT-PARM-FILE ASSIGN TO "BKOUTPRM"
       DATA DIVISION.
       FILE SECTION.
       FD  ADD-JOURNAL-FILE
           RECORD CONTAINS 148 CHARACTERS.
           COPY ADDJRNL.

       FD  ACCT-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY ACCTMST.

       FD  BACKOUT-PARM-FILE
           05  BP-RUN-DATE                 PIC 9(8).

       FD  RUN-HIST-FILE
           RECORD CONTAINS 23 CHARACTERS.
           COPY RUNHST.

       FD  ADD-RERUN-FILE
       01  WS-ACCT-FOUND-FLAG              PIC X VALUE "N".
           88  WS-ACCT-FOUND               VALUE "Y".
       01  WS-EX-REASON-STAGE              PIC X(50).
       01  WS-XFER-HELD-FLAG               PIC X VALUE "N".
           88  WS-XFER-HELD                VALUE "Y".
       01  WS-XFER-HELD-JOURNAL            PIC X(148).
       01  WS-XFER-TO-JOURNAL              PIC X(148).
       01  WS-XFER-FROM-FOUND-FLAG         PIC X VALUE "N".
           88  WS-XFER-FROM-FOUND          VALUE "Y".
       01  WS-XFER-FROM-MASTER             PIC X(71).
       01  WS-XFER-COUNT                   PIC 9(6) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(26) VALUE
           05  WS-DL-BALANCE               PIC -(10)9.99.
           05  FILLER                      PIC X(17) VALUE SPACES.

       01  WS-XFER-LINE.
           05  FILLER                      PIC X(5) VALUE "XFER ".
           05  WS-XL-FROM-ACCT             PIC 9(8).
           05  FILLER                      PIC X(4) VALUE " TO ".
           05  WS-XL-TO-ACCT               PIC 9(8).
           05  FILLER                      PIC X(10) VALUE
               "  REVERSED".
           05  WS-XL-AMOUNT                PIC -(9)9.99.
           05  FILLER                      PIC X(32) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(20) VALUE
               "TOTAL AMOUNT BACKED ".

           COPY OPAUTH.

           COPY FXRTB.

           COPY EXCPTWS.

       PROCEDURE DIVISION.
       PROGRAM-DONE.
           DISPLAY "JOURNAL RECORDS READ:  " WS-JRNL-COUNT.
           DISPLAY "POSTINGS REVERSED:     " WS-REVERSED-COUNT.
           IF WS-XFER-COUNT > ZERO
               DISPLAY "TRANSFERS REVERSED:    " WS-XFER-COUNT
           END-IF.
           DISPLAY "EXCEPTIONS WRITTEN:    " WS-EXCEPT-COUNT.
           IF WS-PARM-FAILED
               MOVE 16 TO RETURN-CODE
           MOVE SPACES TO RH-COMPANY-CODE.
           MOVE "R" TO RH-STATUS.
           MOVE RC-OPERATOR-ID TO RH-OPERATOR-ID.
           MOVE 99 TO RH-CYCLE-NUM.
           WRITE RUN-HIST-RECORD.
           CLOSE RUN-HIST-FILE.

           READ ADD-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-JRNL-EOF-FLAG
                   PERFORM RELEASE-HELD-TRANSFER
               NOT AT END
                   ADD 1 TO WS-JRNL-COUNT
                   IF PJ-RUN-DATE = WS-BACKOUT-DATE
                       IF PJ-TRANS-TYPE = "X"
                               AND PJ-XFER-LINK NUMERIC
                           PERFORM REVERSE-TRANSFER-LEG
                       ELSE
                           PERFORM RELEASE-HELD-TRANSFER
                           PERFORM REVERSE-ONE-POSTING
                       END-IF
                   ELSE
                       PERFORM RELEASE-HELD-TRANSFER
                   END-IF
           END-READ.

       REVERSE-TRANSFER-LEG.
           IF PJ-ACCT-NUM = PJ-XFER-FROM-ACCT
               PERFORM RELEASE-HELD-TRANSFER
               MOVE POSTING-JOURNAL-RECORD TO WS-XFER-HELD-JOURNAL
               MOVE "Y" TO WS-XFER-HELD-FLAG
           ELSE
               IF WS-XFER-HELD
                       AND WS-XFER-HELD-JOURNAL (74:16) = PJ-XFER-LINK
                   PERFORM REVERSE-TRANSFER-PAIR
               ELSE
                   PERFORM RELEASE-HELD-TRANSFER
                   MOVE "TRANSFER FROM-LEG NOT FOUND, TO-LEG ALONE"
                       TO WS-EX-REASON-STAGE
                   PERFORM WRITE-BACKOUT-EXCEPTION
                   PERFORM REVERSE-ONE-POSTING
               END-IF
           END-IF.

       RELEASE-HELD-TRANSFER.
           IF WS-XFER-HELD
               MOVE "N" TO WS-XFER-HELD-FLAG
               MOVE POSTING-JOURNAL-RECORD TO WS-XFER-TO-JOURNAL
               MOVE WS-XFER-HELD-JOURNAL TO POSTING-JOURNAL-RECORD
               MOVE "TRANSFER TO-LEG NOT FOUND, FROM-LEG ALONE"
                   TO WS-EX-REASON-STAGE
               PERFORM WRITE-BACKOUT-EXCEPTION
               PERFORM REVERSE-ONE-POSTING
               MOVE WS-XFER-TO-JOURNAL TO POSTING-JOURNAL-RECORD
           END-IF.

       REVERSE-TRANSFER-PAIR.
           MOVE "N" TO WS-XFER-HELD-FLAG.
           MOVE POSTING-JOURNAL-RECORD TO WS-XFER-TO-JOURNAL.
           MOVE WS-XFER-HELD-JOURNAL TO POSTING-JOURNAL-RECORD.
           MOVE "Y" TO WS-XFER-FROM-FOUND-FLAG.
           MOVE PJ-ACCT-NUM TO AM-ACCT-NUM.
           READ ACCT-BAL-FILE
               INVALID KEY
                   MOVE "N" TO WS-XFER-FROM-FOUND-FLAG
           END-READ.
           MOVE ACCT-MASTER-RECORD TO WS-XFER-FROM-MASTER.
           MOVE WS-XFER-TO-JOURNAL TO POSTING-JOURNAL-RECORD.
           MOVE "Y" TO WS-ACCT-FOUND-FLAG.
           MOVE PJ-ACCT-NUM TO AM-ACCT-NUM.
           READ ACCT-BAL-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCT-FOUND-FLAG
           END-READ.
           IF NOT WS-ACCT-FOUND OR NOT WS-XFER-FROM-FOUND
               MOVE "TRANSFER ACCOUNT NOT ON MASTER, NEITHER LEG"
                   TO WS-EX-REASON-STAGE
               PERFORM WRITE-BACKOUT-EXCEPTION
           ELSE
               SUBTRACT PJ-POSTED-AMOUNT FROM AM-BALANCE
               PERFORM REVERSE-BASE-BOOK-VALUE
               IF NOT RC-TEST-MODE
                   REWRITE ACCT-MASTER-RECORD
               END-IF
               ADD PJ-POSTED-AMOUNT TO WS-REVERSED-TOTAL
               MOVE WS-XFER-HELD-JOURNAL TO POSTING-JOURNAL-RECORD
               MOVE WS-XFER-FROM-MASTER TO ACCT-MASTER-RECORD
               SUBTRACT PJ-POSTED-AMOUNT FROM AM-BALANCE
               PERFORM REVERSE-BASE-BOOK-VALUE
               IF NOT RC-TEST-MODE
                   REWRITE ACCT-MASTER-RECORD
               END-IF
               ADD PJ-POSTED-AMOUNT TO WS-REVERSED-TOTAL
               ADD 2 TO WS-REVERSED-COUNT
               ADD 1 TO WS-XFER-COUNT
               MOVE PJ-XFER-FROM-ACCT TO WS-XL-FROM-ACCT
               MOVE PJ-XFER-TO-ACCT TO WS-XL-TO-ACCT
               COMPUTE WS-XL-AMOUNT = ZERO - PJ-POSTED-AMOUNT
               WRITE BACKOUT-REPORT-RECORD FROM WS-XFER-LINE
               MOVE WS-XFER-TO-JOURNAL TO POSTING-JOURNAL-RECORD
           END-IF.

       REVERSE-ONE-POSTING.
           MOVE "Y" TO WS-ACCT-FOUND-FLAG.
           MOVE PJ-ACCT-NUM TO AM-ACCT-NUM.
               PERFORM WRITE-BACKOUT-EXCEPTION
           ELSE
               SUBTRACT PJ-POSTED-AMOUNT FROM AM-BALANCE
               PERFORM REVERSE-BASE-BOOK-VALUE
               IF NOT RC-TEST-MODE
                   REWRITE ACCT-MASTER-RECORD
               END-IF
               WRITE BACKOUT-REPORT-RECORD FROM WS-DETAIL-LINE
           END-IF.

       REVERSE-BASE-BOOK-VALUE.
           IF PJ-ACCT-CURRENCY NOT = SPACES
                   AND PJ-ACCT-CURRENCY NOT = WS-FX-BASE-CURRENCY
                   AND PJ-BASE-AMOUNT NUMERIC
               IF AM-BASE-BOOK-BAL NOT NUMERIC
                   MOVE ZERO TO AM-BASE-BOOK-BAL
               END-IF
               SUBTRACT PJ-BASE-AMOUNT FROM AM-BASE-BOOK-BAL
           END-IF.

       WRITE-REPORT-TOTAL.
           COMPUTE WS-TL-TOTAL = ZERO - WS-REVERSED-TOTAL.
           WRITE BACKOUT-REPORT-RECORD FROM WS-TOTAL-LINE.
