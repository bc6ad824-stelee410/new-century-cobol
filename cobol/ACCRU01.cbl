               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCT-NUM
               ALTERNATE RECORD KEY IS AM-CUSTOMER-NUM WITH DUPLICATES
               FILE STATUS IS WS-BAL-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY ACCTMST.

       FD  CALENDAR-FILE
           05  FILLER                      PIC X(7).

       FD  ACCR-TRANS-FILE
           RECORD CONTAINS 45 CHARACTERS.
           COPY ADDTRN.

       FD  ACCR-REPORT-FILE
           MOVE "H" TO AT-RECORD-TYPE.
           MOVE WS-BATCH-NUM TO BH-BATCH-NUM.
           MOVE RC-RUN-DATE TO BH-BATCH-DATE.
           MOVE "ACCR" TO BH-SOURCE-SYSTEM.
           WRITE ADD-BATCH-HEADER-RECORD.
           MOVE "Y" TO WS-HEADER-WRITTEN-FLAG.

               AT END
                   MOVE "Y" TO WS-BAL-EOF-FLAG
               NOT AT END
                   IF AM-STATUS-OPEN AND NOT AM-TYPE-LOAN
                       PERFORM GENERATE-ACCOUNT-ACCRUALS
                   END-IF
           END-READ.
