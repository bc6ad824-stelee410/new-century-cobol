               FILE STATUS IS WS-MNT-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUM
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCT-NUM
               ALTERNATE RECORD KEY IS AM-CUSTOMER-NUM WITH DUPLICATES
               FILE STATUS IS WS-BAL-STATUS.

           SELECT CUST-EXCEPT-FILE ASSIGN TO "CMTEXCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ADDR-COOL-FILE ASSIGN TO "ADRCOOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COOL-STATUS.

           SELECT ADDR-COOL-PARM-FILE ASSIGN TO "ADRCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPARM-STATUS.

           SELECT CUST-RETIRED-FILE ASSIGN TO "CUSTRETD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-CUSTOMER-NUM
               FILE STATUS IS WS-RET-STATUS.

           SELECT LETTER-EVENT-FILE ASSIGN TO "LTREVENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
           COPY CUSTMST.

       FD  ACCT-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY ACCTMST.

       FD  CUST-EXCEPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CUST-AUDIT-RECORD               PIC X(80).

       FD  ADDR-COOL-FILE
           RECORD CONTAINS 249 CHARACTERS.
           COPY ADRCOOL.

       FD  ADDR-COOL-PARM-FILE
           RECORD CONTAINS 12 CHARACTERS.
           COPY ADRCPRM.

       FD  CUST-RETIRED-FILE
           RECORD CONTAINS 36 CHARACTERS.
           COPY CUSTRET.

       FD  LETTER-EVENT-FILE
           RECORD CONTAINS 133 CHARACTERS.
           COPY LTREVT.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.
       01  WS-EXCEPT-STATUS                PIC XX.
       01  WS-AUDIT-STATUS                 PIC XX.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-COOL-STATUS                  PIC XX.
       01  WS-CPARM-STATUS                 PIC XX.
       01  WS-EVENT-STATUS                 PIC XX.
       01  WS-RET-STATUS                   PIC XX.
       01  WS-RUNCTL-OPER-FLAG             PIC X VALUE "N".
           88  WS-RUNCTL-OPER-MISSING       VALUE "Y".
       01  WS-EOF-FLAG                     PIC X VALUE "N".
           88  WS-EOF                      VALUE "Y".
       01  WS-BAL-OPEN-FLAG                PIC X VALUE "N".
           88  WS-BAL-OPEN                 VALUE "Y".
       01  WS-RET-OPEN-FLAG                PIC X VALUE "N".
           88  WS-RET-OPEN                 VALUE "Y".
       01  WS-RETIRED-FLAG                 PIC X VALUE "N".
           88  WS-RETIRED                  VALUE "Y".
       01  WS-CUST-OPEN-FLAG               PIC X VALUE "N".
           88  WS-CUST-OPEN                VALUE "Y".
       01  WS-CASE-OPEN-FLAG               PIC X VALUE "N".
           88  WS-CASE-OPEN                VALUE "Y".
       01  WS-UPDATE-OK-FLAG               PIC X VALUE "N".
           88  WS-UPDATE-OK                VALUE "Y".
       01  WS-ADDR-CHANGED-FLAG            PIC X VALUE "N".
           88  WS-ADDR-CHANGED             VALUE "Y".
       01  WS-MNT-OPEN-FAIL-FLAG           PIC X VALUE "N".
           88  WS-MNT-OPEN-FAILED           VALUE "Y".
       01  WS-RECORD-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-EXCEPT-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-CUST-FOUND-FLAG              PIC X VALUE "N".
           88  WS-CUST-FOUND               VALUE "Y".
       01  WS-OWNS-ACCTS-FLAG              PIC X VALUE "N".
           88  WS-OWNS-ACCTS               VALUE "Y".
       01  WS-MNT-REASON                   PIC X(30).

       01  WS-COOL-DAYS                    PIC 9(3) VALUE 30.
       01  WS-COOL-EXPIRY-DATE             PIC 9(8) VALUE ZERO.
       01  WS-LETTER-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-CASE-COUNT                   PIC 9(6) VALUE ZERO.
       01  WS-CASE-ADDRESSES.
           05  WS-CS-OLD-ADDRESS.
               10  WS-CS-OLD-LINE-1        PIC X(30).
               10  WS-CS-OLD-LINE-2        PIC X(30).
               10  WS-CS-OLD-CITY-ST-ZIP   PIC X(30).
           05  WS-CS-NEW-ADDRESS.
               10  WS-CS-NEW-LINE-1        PIC X(30).
               10  WS-CS-NEW-LINE-2        PIC X(30).
               10  WS-CS-NEW-CITY-ST-ZIP   PIC X(30).

       01  WS-CUST-WORK.
           05  WS-CW-CUSTOMER-NUM          PIC 9(6).
           05  WS-AU-CUSTOMER-NUM          PIC 9(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-AU-TEXT                  PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-AU-ACTION                PIC X.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-AU-OPERATOR-ID           PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-AU-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(8) VALUE SPACES.

       01  WS-AUDIT-HEADING.
           05  FILLER                      PIC X(33) VALUE
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM READ-RUN-CONTROL-RTN.
           PERFORM READ-COOLING-PARM.
           OPEN OUTPUT CUST-EXCEPT-FILE.
           IF WS-RUNCTL-OPER-MISSING
               PERFORM WRITE-OPERATOR-EXCEPTION
                   MOVE "Y" TO WS-MNT-OPEN-FAIL-FLAG
               END-IF
           END-IF.
           PERFORM OPEN-CUSTOMER-MASTER.
           PERFORM OPEN-ACCT-BAL-FILE.
           PERFORM OPEN-RETIRED-FILE.
           IF NOT RC-TEST-MODE AND NOT WS-MNT-OPEN-FAILED
               PERFORM OPEN-ADDRESS-CASES
           END-IF.
           OPEN OUTPUT CUST-AUDIT-FILE.
           MOVE RC-RUN-DATE TO WS-AH-RUN-DATE.
           MOVE RC-RUN-DATE TO WS-AU-RUN-DATE.
           MOVE RC-OPERATOR-ID TO WS-AU-OPERATOR-ID.
           WRITE CUST-AUDIT-RECORD FROM WS-AUDIT-HEADING.
           PERFORM PROCESS-MNT-FILE UNTIL WS-EOF.
           PERFORM FINISH-CUSTOMER-MASTER.
           CLOSE CUST-MNT-FILE.
           IF WS-RET-OPEN
               CLOSE CUST-RETIRED-FILE
           END-IF.
           CLOSE CUST-AUDIT-FILE.
           CLOSE CUST-EXCEPT-FILE.
       PROGRAM-DONE.
           DISPLAY "MAINTENANCE RECORDS READ: " WS-RECORD-COUNT.
           DISPLAY "ACTIONS APPLIED:          " WS-APPLIED-COUNT.
           DISPLAY "EXCEPTIONS WRITTEN:       " WS-EXCEPT-COUNT.
           IF WS-CASE-COUNT > ZERO
               DISPLAY "ADDRESS CHANGE CASES:     " WS-CASE-COUNT
           END-IF.
           IF WS-MNT-OPEN-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
           END-IF.
           GOBACK.

       READ-COOLING-PARM.
           OPEN INPUT ADDR-COOL-PARM-FILE.
           IF WS-CPARM-STATUS = "00"
               READ ADDR-COOL-PARM-FILE
                   NOT AT END
                       IF AR-COOL-DAYS NUMERIC
                               AND AR-COOL-DAYS > ZERO
                           MOVE AR-COOL-DAYS TO WS-COOL-DAYS
                       END-IF
               END-READ
               CLOSE ADDR-COOL-PARM-FILE
           ELSE
               DISPLAY "CUSTMNT: NO COOLING-OFF PARM, "
                       "DEFAULT " WS-COOL-DAYS " DAYS"
           END-IF.
           COMPUTE WS-COOL-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RC-RUN-DATE) + WS-COOL-DAYS).

       OPEN-CUSTOMER-MASTER.
           OPEN I-O CUST-MASTER-FILE.
           IF WS-CUST-STATUS = "35" AND RC-PRODUCTION-MODE
               DISPLAY "CUSTMNT: NO CUSTOMER MASTER, STATUS: "
                       WS-CUST-STATUS " - STARTING EMPTY"
               OPEN OUTPUT CUST-MASTER-FILE
               IF WS-CUST-STATUS = "00"
                   CLOSE CUST-MASTER-FILE
                   OPEN I-O CUST-MASTER-FILE
               END-IF
           END-IF.
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-FLAG
           ELSE
               DISPLAY "CUSTMNT: UNABLE TO OPEN CUSTOMER MASTER, "
                       "STATUS: " WS-CUST-STATUS
               MOVE "Y" TO WS-MNT-OPEN-FAIL-FLAG
               MOVE "Y" TO WS-EOF-FLAG
           END-IF.

       OPEN-ACCT-BAL-FILE.
           OPEN INPUT ACCT-BAL-FILE.
           IF WS-BAL-STATUS = "00"
               MOVE "Y" TO WS-BAL-OPEN-FLAG
           ELSE
               DISPLAY "CUSTMNT: NO ACCOUNT MASTER, STATUS: "
                       WS-BAL-STATUS " - DELETE EDIT LIMITED"
           END-IF.

       OPEN-RETIRED-FILE.
           OPEN INPUT CUST-RETIRED-FILE.
           IF WS-RET-STATUS = "00"
               MOVE "Y" TO WS-RET-OPEN-FLAG
           ELSE
               IF WS-RET-STATUS NOT = "35"
                   DISPLAY "CUSTMNT: UNABLE TO OPEN RETIRED NUMBERS, "
                           "STATUS: " WS-RET-STATUS
               END-IF
           END-IF.

       PROCESS-MNT-FILE.
           READ CUST-MNT-FILE
           END-IF.

       FIND-CUSTOMER-ENTRY.
           MOVE "Y" TO WS-CUST-FOUND-FLAG.
           MOVE MC-CUSTOMER-NUM TO CM-CUSTOMER-NUM.
           READ CUST-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-CUST-FOUND-FLAG
           END-READ.

       APPLY-ADD-ACTION.
           PERFORM CHECK-RETIRED-NUMBER.
           IF WS-CUST-FOUND
               MOVE "CUSTOMER ALREADY ON MASTER" TO WS-MNT-REASON
               PERFORM WRITE-MNT-EXCEPTION
           ELSE
               IF WS-RETIRED
                   MOVE "CUSTOMER NUMBER RETIRED" TO WS-MNT-REASON
                   PERFORM WRITE-MNT-EXCEPTION
               ELSE
                   IF MC-CUSTOMER-NAME = SPACES
                       MOVE "CUSTOMER NAME IS BLANK" TO WS-MNT-REASON
                       PERFORM WRITE-MNT-EXCEPTION
                   ELSE
                       PERFORM BUILD-ADDED-CUSTOMER
                   END-IF
               END-IF
           END-IF.

       CHECK-RETIRED-NUMBER.
           MOVE "N" TO WS-RETIRED-FLAG.
           IF WS-RET-OPEN
               MOVE MC-CUSTOMER-NUM TO RT-CUSTOMER-NUM
               READ CUST-RETIRED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RETIRED-FLAG
               END-READ
           END-IF.

       BUILD-ADDED-CUSTOMER.
           MOVE MC-CUSTOMER-NUM TO WS-CW-CUSTOMER-NUM.
           MOVE MC-EVENT-CODE TO WS-CW-EVENT-CODE.
           MOVE MC-ADDRESS-LINE-1 TO WS-CW-ADDRESS-LINE-1.
           MOVE MC-ADDRESS-LINE-2 TO WS-CW-ADDRESS-LINE-2.
           MOVE MC-CITY-STATE-ZIP TO WS-CW-CITY-STATE-ZIP.
           MOVE WS-CUST-WORK TO CUST-MASTER-RECORD.
           MOVE "Y" TO WS-UPDATE-OK-FLAG.
           IF NOT RC-TEST-MODE
               WRITE CUST-MASTER-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-UPDATE-OK-FLAG
               END-WRITE
           END-IF.
           IF WS-UPDATE-OK
               PERFORM RECORD-ACTION-APPLIED
               PERFORM WRITE-AFTER-AUDIT
           ELSE
               MOVE "CUSTOMER MASTER WRITE FAILED" TO WS-MNT-REASON
               PERFORM WRITE-UPDATE-EXCEPTION
           END-IF.

       APPLY-NAME-ACTION.
           IF NOT WS-CUST-FOUND
               MOVE "CUSTOMER NOT ON MASTER" TO WS-MNT-REASON
               PERFORM WRITE-MNT-EXCEPTION
           ELSE
                   PERFORM WRITE-MNT-EXCEPTION
               ELSE
                   PERFORM WRITE-BEFORE-AUDIT
                   MOVE MC-CUSTOMER-NAME TO WS-CW-CUSTOMER-NAME
                   PERFORM REWRITE-CUSTOMER-RECORD
                   IF WS-UPDATE-OK
                       PERFORM RECORD-ACTION-APPLIED
                       PERFORM WRITE-AFTER-AUDIT
                   END-IF
               END-IF
           END-IF.

       APPLY-ADDRESS-ACTION.
           IF NOT WS-CUST-FOUND
               MOVE "CUSTOMER NOT ON MASTER" TO WS-MNT-REASON
               PERFORM WRITE-MNT-EXCEPTION
           ELSE
               PERFORM WRITE-BEFORE-AUDIT
               PERFORM NOTE-ADDRESS-CASE
               MOVE MC-ADDRESS-LINE-1 TO WS-CW-ADDRESS-LINE-1
               MOVE MC-ADDRESS-LINE-2 TO WS-CW-ADDRESS-LINE-2
               MOVE MC-CITY-STATE-ZIP TO WS-CW-CITY-STATE-ZIP
               PERFORM REWRITE-CUSTOMER-RECORD
               IF WS-UPDATE-OK
                   PERFORM RECORD-ACTION-APPLIED
                   PERFORM WRITE-AFTER-AUDIT
                   IF WS-ADDR-CHANGED
                       ADD 1 TO WS-CASE-COUNT
                       IF WS-CASE-OPEN
                           PERFORM WRITE-ADDRESS-CASE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       NOTE-ADDRESS-CASE.
           MOVE "N" TO WS-ADDR-CHANGED-FLAG.
           IF MC-ADDRESS-LINE-1 NOT = WS-CW-ADDRESS-LINE-1
                   OR MC-ADDRESS-LINE-2 NOT = WS-CW-ADDRESS-LINE-2
                   OR MC-CITY-STATE-ZIP NOT = WS-CW-CITY-STATE-ZIP
               MOVE "Y" TO WS-ADDR-CHANGED-FLAG
               MOVE WS-CW-ADDRESS-LINE-1 TO WS-CS-OLD-LINE-1
               MOVE WS-CW-ADDRESS-LINE-2 TO WS-CS-OLD-LINE-2
               MOVE WS-CW-CITY-STATE-ZIP TO WS-CS-OLD-CITY-ST-ZIP
               MOVE MC-ADDRESS-LINE-1 TO WS-CS-NEW-LINE-1
               MOVE MC-ADDRESS-LINE-2 TO WS-CS-NEW-LINE-2
               MOVE MC-CITY-STATE-ZIP TO WS-CS-NEW-CITY-ST-ZIP
           END-IF.

       APPLY-DELETE-ACTION.
           IF NOT WS-CUST-FOUND
               MOVE "CUSTOMER NOT ON MASTER" TO WS-MNT-REASON
               PERFORM WRITE-MNT-EXCEPTION
           ELSE
               PERFORM CHECK-OWNED-ACCOUNTS
               IF WS-OWNS-ACCTS
                   MOVE "CUSTOMER STILL OWNS ACCOUNTS"
                       TO WS-MNT-REASON
                   PERFORM WRITE-MNT-EXCEPTION
               ELSE
                   PERFORM WRITE-BEFORE-AUDIT
                   PERFORM DELETE-CUSTOMER-RECORD
                   IF WS-UPDATE-OK
                       PERFORM RECORD-ACTION-APPLIED
                       MOVE "DELETED" TO WS-AUDIT-TAG
                       MOVE MC-CUSTOMER-NUM TO WS-AU-CUSTOMER-NUM
                       MOVE WS-AUDIT-TAG TO WS-AU-TAG
                       MOVE MC-ACTION TO WS-AU-ACTION
                       MOVE SPACES TO WS-AU-TEXT
                       WRITE CUST-AUDIT-RECORD FROM WS-AUDIT-LINE
                   END-IF
               END-IF
           END-IF.

       CHECK-OWNED-ACCOUNTS.
           MOVE "N" TO WS-OWNS-ACCTS-FLAG.
           IF WS-BAL-OPEN
               MOVE MC-CUSTOMER-NUM TO AM-CUSTOMER-NUM
               START ACCT-BAL-FILE KEY IS EQUAL TO AM-CUSTOMER-NUM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-OWNS-ACCTS-FLAG
               END-START
           END-IF.

       REWRITE-CUSTOMER-RECORD.
           MOVE WS-CUST-WORK TO CUST-MASTER-RECORD.
           MOVE "Y" TO WS-UPDATE-OK-FLAG.
           IF NOT RC-TEST-MODE
               REWRITE CUST-MASTER-RECORD
                   INVALID KEY
                       MOVE "N" TO WS-UPDATE-OK-FLAG
               END-REWRITE
           END-IF.
           IF NOT WS-UPDATE-OK
               MOVE "CUSTOMER MASTER REWRITE FAILED" TO WS-MNT-REASON
               PERFORM WRITE-UPDATE-EXCEPTION
           END-IF.

       DELETE-CUSTOMER-RECORD.
           MOVE "Y" TO WS-UPDATE-OK-FLAG.
           IF NOT RC-TEST-MODE
               DELETE CUST-MASTER-FILE RECORD
                   INVALID KEY
                       MOVE "N" TO WS-UPDATE-OK-FLAG
               END-DELETE
           END-IF.
           IF NOT WS-UPDATE-OK
               MOVE "CUSTOMER MASTER DELETE FAILED" TO WS-MNT-REASON
               PERFORM WRITE-UPDATE-EXCEPTION
           END-IF.

       RECORD-ACTION-APPLIED.
           ADD 1 TO WS-APPLIED-COUNT.
           DISPLAY "CUSTMNT: CUSTOMER " MC-CUSTOMER-NUM
                   " ACTION " MC-ACTION " APPLIED".

       WRITE-BEFORE-AUDIT.
           MOVE CUST-MASTER-RECORD TO WS-CUST-WORK.
           MOVE "BEFORE" TO WS-AUDIT-TAG.
           PERFORM WRITE-AUDIT-BLOCK.

           PERFORM WRITE-AUDIT-BLOCK.

       WRITE-AUDIT-BLOCK.
           MOVE WS-AUDIT-TAG TO WS-AU-TAG.
           MOVE MC-ACTION TO WS-AU-ACTION.
           MOVE WS-CW-CUSTOMER-NUM TO WS-AU-CUSTOMER-NUM.
           MOVE WS-CW-CUSTOMER-NAME TO WS-AU-TEXT.
           WRITE CUST-AUDIT-RECORD FROM WS-AUDIT-LINE.
           MOVE WS-CW-CITY-STATE-ZIP TO WS-AU-TEXT.
           WRITE CUST-AUDIT-RECORD FROM WS-AUDIT-LINE.

       FINISH-CUSTOMER-MASTER.
           IF WS-CUST-OPEN
               CLOSE CUST-MASTER-FILE
           END-IF.
           IF WS-BAL-OPEN
               CLOSE ACCT-BAL-FILE
           END-IF.
           IF WS-CASE-OPEN
               CLOSE ADDR-COOL-FILE
               CLOSE LETTER-EVENT-FILE
               IF WS-CASE-COUNT > ZERO
                   DISPLAY "CUSTMNT: " WS-CASE-COUNT
                           " ADDRESS CHANGES IN COOLING-OFF THROUGH "
                           WS-COOL-EXPIRY-DATE ", " WS-LETTER-COUNT
                           " CONFIRMATION LETTERS RAISED"
               END-IF
           END-IF.

       OPEN-ADDRESS-CASES.
           OPEN EXTEND ADDR-COOL-FILE.
           IF WS-COOL-STATUS = "35"
               OPEN OUTPUT ADDR-COOL-FILE
           END-IF.
           OPEN EXTEND LETTER-EVENT-FILE.
           IF WS-EVENT-STATUS = "35"
               OPEN OUTPUT LETTER-EVENT-FILE
           END-IF.
           IF WS-COOL-STATUS = "00" AND WS-EVENT-STATUS = "00"
               MOVE "Y" TO WS-CASE-OPEN-FLAG
           ELSE
               DISPLAY "CUSTMNT: UNABLE TO OPEN ADDRESS CASES, "
                       "STATUS: " WS-COOL-STATUS " " WS-EVENT-STATUS
               IF WS-COOL-STATUS = "00"
                   CLOSE ADDR-COOL-FILE
               END-IF
               IF WS-EVENT-STATUS = "00"
                   CLOSE LETTER-EVENT-FILE
               END-IF
               MOVE "Y" TO WS-MNT-OPEN-FAIL-FLAG
               MOVE "Y" TO WS-EOF-FLAG
           END-IF.

       WRITE-ADDRESS-CASE.
           MOVE MC-CUSTOMER-NUM TO AD-CUSTOMER-NUM.
           MOVE RC-RUN-DATE TO AD-CHANGE-DATE.
           MOVE WS-COOL-EXPIRY-DATE TO AD-EXPIRY-DATE.
           MOVE RC-OPERATOR-ID TO AD-OPERATOR-ID.
           MOVE "O" TO AD-STATUS.
           MOVE WS-CS-OLD-ADDRESS TO AD-OLD-ADDRESS.
           MOVE WS-CS-NEW-ADDRESS TO AD-NEW-ADDRESS.
           MOVE ZERO TO AD-REFER-COUNT.
           MOVE ZERO TO AD-REFER-AMOUNT.
           MOVE ZERO TO AD-NIGHT-DATE.
           MOVE ZERO TO AD-NIGHT-COUNT.
           MOVE ZERO TO AD-NIGHT-AMOUNT.
           WRITE ADDR-COOL-RECORD.
           MOVE SPACES TO LE-MAIL-TO-ADDRESS.
           PERFORM WRITE-ADDRESS-LETTER-EVENT.
           IF WS-CS-OLD-ADDRESS NOT = SPACES
               MOVE WS-CS-OLD-ADDRESS TO LE-MAIL-TO-ADDRESS
               PERFORM WRITE-ADDRESS-LETTER-EVENT
           END-IF.

       WRITE-ADDRESS-LETTER-EVENT.
           MOVE MC-CUSTOMER-NUM TO LE-CUSTOMER-NUM.
           MOVE "6" TO LE-EVENT-CODE.
           MOVE RC-RUN-DATE TO LE-EVENT-DATE.
           MOVE ZERO TO LE-ACCT-NUM.
           MOVE ZERO TO LE-AMOUNT.
           MOVE "CUSTMNT" TO LE-SOURCE-PROGRAM.
           WRITE LETTER-EVENT-RECORD.
           ADD 1 TO WS-LETTER-COUNT.

       WRITE-MNT-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           DISPLAY "CUSTMNT: RECORD " WS-RECORD-COUNT " - "
                   WS-MNT-REASON.

       WRITE-UPDATE-EXCEPTION.
           PERFORM WRITE-MNT-EXCEPTION.
           DISPLAY "CUSTMNT: CUSTOMER MASTER STATUS: " WS-CUST-STATUS.

       WRITE-OPERATOR-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "CUSTMNT" TO WS-EX-PROGRAM-ID.
