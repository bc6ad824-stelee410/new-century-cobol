
           SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-NUM
               ALTERNATE RECORD KEY IS AM-CUSTOMER-NUM WITH DUPLICATES
               FILE STATUS IS WS-BAL-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SRTWK10".

           SELECT AUDIT-REPORT-FILE ASSIGN TO "AUDITRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADD-JOURNAL-FILE
           RECORD CONTAINS 148 CHARACTERS.
           COPY ADDJRNL.

       FD  ACCT-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY ACCTMST.

       SD  SORT-WORK-FILE
           RECORD CONTAINS 49 CHARACTERS.
       01  SORT-WORK-RECORD.
           05  SA-ACCT-NUM                 PIC 9(8).
           05  SA-COMPANY-CODE             PIC X(4).
           05  SA-SEQUENCE                 PIC 9(6).
           05  SA-PRIOR-BALANCE            PIC S9(9)V99.
           05  SA-POSTED-AMOUNT            PIC S9(7)V99.
           05  SA-NEW-BALANCE              PIC S9(9)V99.

       FD  AUDIT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDIT-REPORT-RECORD             PIC X(80).
           88  WS-RUNCTL-OPER-MISSING       VALUE "Y".
       01  WS-JRNL-EOF-FLAG                PIC X VALUE "N".
           88  WS-JRNL-EOF                 VALUE "Y".
       01  WS-SORT-EOF-FLAG                PIC X VALUE "N".
           88  WS-SORT-EOF                 VALUE "Y".
       01  WS-BAL-OPEN-FLAG                PIC X VALUE "N".
           88  WS-BAL-OPEN                 VALUE "Y".
       01  WS-ON-ACCOUNT-FLAG              PIC X VALUE "N".
           88  WS-ON-ACCOUNT               VALUE "Y".
       01  WS-ENTRY-FOUND-FLAG             PIC X VALUE "N".
           88  WS-ENTRY-FOUND              VALUE "Y".

       01  WS-JRNL-COUNT                   PIC 9(6) VALUE ZERO.
       01  WS-ACCT-COUNT                   PIC 9(6) VALUE ZERO.
       01  WS-BREAK-COUNT                  PIC 9(6) VALUE ZERO.
       01  WS-EXPECTED-BALANCE             PIC S9(11)V99 VALUE ZERO.
       01  WS-DIFFERENCE                   PIC S9(11)V99 VALUE ZERO.

       01  WS-AUDIT-ENTRY.
           05  WS-AU-COMPANY-CODE          PIC X(4).
           05  WS-AU-ACCT-NUM              PIC 9(8).
           05  WS-AU-POSTING-COUNT         PIC 9(6).
           05  WS-AU-FIRST-PRIOR           PIC S9(9)V99.
           05  WS-AU-NET-POSTED            PIC S9(11)V99.
           05  WS-AU-LAST-NEW              PIC S9(9)V99.
           05  WS-AU-CHAIN-BREAKS          PIC 9(4).

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(32) VALUE
           OPEN OUTPUT AUDIT-REPORT-FILE.
           MOVE RC-RUN-DATE TO WS-HL-RUN-DATE.
           WRITE AUDIT-REPORT-RECORD FROM WS-HEADING-LINE.
           PERFORM OPEN-ACCT-BAL-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SA-ACCT-NUM
               ON ASCENDING KEY SA-COMPANY-CODE
               ON ASCENDING KEY SA-SEQUENCE
               INPUT PROCEDURE IS ACCUMULATE-JOURNAL
               OUTPUT PROCEDURE IS AUDIT-JOURNAL-ACCOUNTS.
           IF WS-BAL-OPEN
               CLOSE ACCT-BAL-FILE
           END-IF.
           IF WS-BREAK-COUNT = ZERO
               MOVE "NO BREAKS - JOURNAL AGREES WITH MASTER"
                   TO AUDIT-REPORT-RECORD
           CLOSE AUDIT-REPORT-FILE.
       PROGRAM-DONE.
           DISPLAY "JOURNAL RECORDS READ:  " WS-JRNL-COUNT.
           DISPLAY "ACCOUNTS AUDITED:      " WS-ACCT-COUNT.
           DISPLAY "AUDIT BREAKS:          " WS-BREAK-COUNT.
           IF WS-BREAK-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       OPEN-ACCT-BAL-FILE.
           OPEN INPUT ACCT-BAL-FILE.
           IF WS-BAL-STATUS = "00"
               MOVE "Y" TO WS-BAL-OPEN-FLAG
           ELSE
               DISPLAY "UNABLE TO OPEN ACCT-BAL-FILE, STATUS: "
                       WS-BAL-STATUS
           END-IF.

       ACCUMULATE-JOURNAL.
           OPEN INPUT ADD-JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = "00"
                   MOVE "Y" TO WS-JRNL-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-JRNL-COUNT
                   PERFORM RELEASE-ONE-POSTING
           END-READ.

       RELEASE-ONE-POSTING.
           MOVE PJ-ACCT-NUM TO SA-ACCT-NUM.
           MOVE PJ-COMPANY-CODE TO SA-COMPANY-CODE.
           MOVE WS-JRNL-COUNT TO SA-SEQUENCE.
           MOVE PJ-PRIOR-BALANCE TO SA-PRIOR-BALANCE.
           MOVE PJ-POSTED-AMOUNT TO SA-POSTED-AMOUNT.
           MOVE PJ-NEW-BALANCE TO SA-NEW-BALANCE.
           RELEASE SORT-WORK-RECORD.

       AUDIT-JOURNAL-ACCOUNTS.
           PERFORM RETURN-ONE-POSTING UNTIL WS-SORT-EOF.
           IF WS-ON-ACCOUNT
               PERFORM CHECK-ONE-ACCOUNT
           END-IF.

       RETURN-ONE-POSTING.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-FLAG
               NOT AT END
                   IF WS-ON-ACCOUNT
                           AND (SA-ACCT-NUM NOT = WS-AU-ACCT-NUM
                           OR SA-COMPANY-CODE NOT = WS-AU-COMPANY-CODE)
                       PERFORM CHECK-ONE-ACCOUNT
                   END-IF
                   IF WS-ON-ACCOUNT
                       PERFORM UPDATE-AUDIT-ENTRY
                   ELSE
                       PERFORM START-AUDIT-ENTRY
                   END-IF
           END-RETURN.

       START-AUDIT-ENTRY.
           MOVE "Y" TO WS-ON-ACCOUNT-FLAG.
           MOVE SA-COMPANY-CODE TO WS-AU-COMPANY-CODE.
           MOVE SA-ACCT-NUM TO WS-AU-ACCT-NUM.
           MOVE 1 TO WS-AU-POSTING-COUNT.
           MOVE SA-PRIOR-BALANCE TO WS-AU-FIRST-PRIOR.
           MOVE SA-POSTED-AMOUNT TO WS-AU-NET-POSTED.
           MOVE SA-NEW-BALANCE TO WS-AU-LAST-NEW.
           MOVE ZERO TO WS-AU-CHAIN-BREAKS.

       UPDATE-AUDIT-ENTRY.
           ADD 1 TO WS-AU-POSTING-COUNT.
           IF SA-PRIOR-BALANCE NOT = WS-AU-LAST-NEW
               ADD 1 TO WS-AU-CHAIN-BREAKS
           END-IF.
           ADD SA-POSTED-AMOUNT TO WS-AU-NET-POSTED.
           MOVE SA-NEW-BALANCE TO WS-AU-LAST-NEW.

       CHECK-ONE-ACCOUNT.
           MOVE "N" TO WS-ON-ACCOUNT-FLAG.
           MOVE "N" TO WS-ENTRY-FOUND-FLAG.
           IF WS-BAL-OPEN
               MOVE WS-AU-ACCT-NUM TO AM-ACCT-NUM
               READ ACCT-BAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AM-COMPANY-CODE = WS-AU-COMPANY-CODE
                           MOVE "Y" TO WS-ENTRY-FOUND-FLAG
                       END-IF
               END-READ
           END-IF.
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-ACCT-COUNT
               PERFORM CHECK-ONE-MATCHED-ACCOUNT
           ELSE
               PERFORM REPORT-ONE-ORPHAN
           END-IF.

       CHECK-ONE-MATCHED-ACCOUNT.
           MOVE WS-AU-LAST-NEW TO WS-EXPECTED-BALANCE.
           COMPUTE WS-DIFFERENCE =
               AM-BALANCE - WS-EXPECTED-BALANCE.
           IF WS-DIFFERENCE NOT = ZERO
               WRITE AUDIT-REPORT-RECORD FROM WS-BREAK-LINE
           END-IF.
           COMPUTE WS-EXPECTED-BALANCE =
               WS-AU-FIRST-PRIOR + WS-AU-NET-POSTED.
           IF WS-EXPECTED-BALANCE NOT = WS-AU-LAST-NEW
               ADD 1 TO WS-BREAK-COUNT
               MOVE AM-ACCT-NUM TO WS-BL-ACCT-NUM
               MOVE "JRNL SUM VS JRNL NEW BAL" TO WS-BL-REASON
               MOVE WS-AU-LAST-NEW TO WS-BL-MASTER
               MOVE WS-EXPECTED-BALANCE TO WS-BL-EXPECTED
               WRITE AUDIT-REPORT-RECORD FROM WS-BREAK-LINE
           END-IF.
           IF WS-AU-CHAIN-BREAKS > ZERO
               ADD 1 TO WS-BREAK-COUNT
               MOVE AM-ACCT-NUM TO WS-CH-ACCT-NUM
               MOVE "PRIOR/NEW BALANCE CHAIN GAP" TO WS-CH-REASON
               MOVE WS-AU-CHAIN-BREAKS TO WS-CH-COUNT
               WRITE AUDIT-REPORT-RECORD FROM WS-CHAIN-LINE
           END-IF.

       REPORT-ONE-ORPHAN.
           ADD 1 TO WS-BREAK-COUNT.
           MOVE WS-AU-ACCT-NUM TO WS-BL-ACCT-NUM.
           MOVE "JRNL ACCT NOT ON MASTER" TO WS-BL-REASON.
           MOVE ZERO TO WS-BL-MASTER.
           MOVE WS-AU-LAST-NEW TO WS-BL-EXPECTED.
           WRITE AUDIT-REPORT-RECORD FROM WS-BREAK-LINE.

           COPY RUNCTLP.
