               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCT-NUM
               ALTERNATE RECORD KEY IS AM-CUSTOMER-NUM WITH DUPLICATES
               FILE STATUS IS WS-BAL-STATUS.

           SELECT JRNL-OLD-FILE ASSIGN TO "ADDJRNLO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT JOURNAL-CONTROL-FILE ASSIGN TO "JRNLCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-JC-RRN
               FILE STATUS IS WS-JC-STATUS.

           SELECT TRANS-OLD-FILE ASSIGN TO "ADDTRANO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OTRN-STATUS.
           05  OA-CREDIT-LIMIT             PIC X(8).

       FD  ACCT-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY ACCTMST.

       FD  JRNL-OLD-FILE
           05  OJ-OPERATOR-ID              PIC X(8).

       FD  ADD-JOURNAL-FILE
           RECORD CONTAINS 148 CHARACTERS.
           COPY ADDJRNL.

       FD  JOURNAL-CONTROL-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY JRNCTL.

       FD  TRANS-OLD-FILE
           RECORD CONTAINS 38 CHARACTERS.
       01  TRANS-OLD-RECORD.
           05  FILLER                      PIC X(11).

       FD  ADD-TRANS-FILE
           RECORD CONTAINS 45 CHARACTERS.
           COPY ADDTRN.

       FD  CONVERT-REPORT-FILE
       01  WS-BAL-STATUS                   PIC XX.
       01  WS-OJRN-STATUS                  PIC XX.
       01  WS-JRNL-STATUS                  PIC XX.
           COPY JRNCHN.
       01  WS-OTRN-STATUS                  PIC XX.
       01  WS-TRANS-STATUS                 PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
                   MOVE OA-LAST-ACTIVITY-DATE
                       TO AM-LAST-ACTIVITY-DATE
                   MOVE OA-BALANCE TO AM-BALANCE
                   MOVE SPACES TO AM-CURRENCY-CODE
                   MOVE ZERO TO AM-BASE-BOOK-BAL
                   MOVE SPACE TO AM-ACCT-TYPE
                   IF OA-CREDIT-LIMIT NUMERIC
                       MOVE OA-CREDIT-LIMIT
                           TO ACCT-MASTER-RECORD (47:8)
           ELSE
               IF NOT RC-TEST-MODE
                   OPEN OUTPUT ADD-JOURNAL-FILE
                   MOVE "ACNVRT01" TO WS-JC-PROGRAM-ID
                   PERFORM OPEN-JOURNAL-CONTROL-RTN
                   MOVE ZERO TO JC-LAST-SEQUENCE
                   MOVE ZERO TO JC-LAST-CHAIN
                   PERFORM SAVE-JOURNAL-CONTROL-RTN
               END-IF
           END-IF.
           PERFORM CONVERT-ONE-JOURNAL UNTIL WS-OJRN-EOF.
               CLOSE JRNL-OLD-FILE
               IF NOT RC-TEST-MODE
                   CLOSE ADD-JOURNAL-FILE
                   PERFORM CLOSE-JOURNAL-CONTROL-RTN
               END-IF
           END-IF.

                   MOVE "Y" TO WS-OJRN-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-JRNL-COUNT
                   MOVE SPACES TO POSTING-JOURNAL-RECORD
                   MOVE OJ-RUN-DATE TO PJ-RUN-DATE
                   MOVE OJ-COMPANY-CODE TO PJ-COMPANY-CODE
                   MOVE OJ-ACCT-NUM TO PJ-ACCT-NUM
                   MOVE OJ-NEW-BALANCE TO PJ-NEW-BALANCE
                   MOVE OJ-REFERENCE TO PJ-REFERENCE
                   MOVE OJ-OPERATOR-ID TO PJ-OPERATOR-ID
                   MOVE SPACES TO PJ-XFER-LINK
                   IF NOT RC-TEST-MODE
                       PERFORM CHAIN-JOURNAL-RECORD-RTN
                       WRITE POSTING-JOURNAL-RECORD
                       PERFORM SAVE-JOURNAL-CONTROL-RTN
                   END-IF
           END-READ.

           WRITE CONVERT-REPORT-RECORD FROM WS-REPORT-LINE.

           COPY RUNCTLP.
           COPY JRNCHNP.
