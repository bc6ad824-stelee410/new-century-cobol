       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMRG.
       AUTHOR. STELEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MRG-FILE ASSIGN TO "CUSTMRGI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRG-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUM
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-NUM
               ALTERNATE RECORD KEY IS AM-CUSTOMER-NUM WITH DUPLICATES
               FILE STATUS IS WS-BAL-STATUS.

           SELECT CUST-PREF-FILE ASSIGN TO "CUSTPREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-STATUS.

           SELECT CUST-RETIRED-FILE ASSIGN TO "CUSTRETD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RT-CUSTOMER-NUM
               FILE STATUS IS WS-RET-STATUS.

           SELECT CUST-AUDIT-FILE ASSIGN TO "CUSTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT MRG-REPORT-FILE ASSIGN TO "MRGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT MRG-EXCEPT-FILE ASSIGN TO "MRGEXCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MRG-FILE
           RECORD CONTAINS 50 CHARACTERS.
           COPY CUSTMRQ.

       FD  CUST-MASTER-FILE
           RECORD CONTAINS 127 CHARACTERS.
           COPY CUSTMST.

       FD  ACCT-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY ACCTMST.

       FD  CUST-PREF-FILE
           RECORD CONTAINS 29 CHARACTERS.
           COPY CUSTPRF.

       FD  CUST-RETIRED-FILE
           RECORD CONTAINS 36 CHARACTERS.
           COPY CUSTRET.

       FD  CUST-AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CUST-AUDIT-RECORD               PIC X(80).

       FD  MRG-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MRG-REPORT-RECORD               PIC X(80).

       FD  MRG-EXCEPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EXCPT.

       FD  OPER-MASTER-FILE
           RECORD CONTAINS 41 CHARACTERS.
           COPY OPERMST.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-MRG-STATUS                   PIC XX.
       01  WS-CUST-STATUS                  PIC XX.
       01  WS-BAL-STATUS                   PIC XX.
       01  WS-PREF-STATUS                  PIC XX.
       01  WS-RET-STATUS                   PIC XX.
       01  WS-AUDIT-STATUS                 PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-EXCEPT-STATUS                PIC XX.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-RUNCTL-OPER-FLAG             PIC X VALUE "N".
           88  WS-RUNCTL-OPER-MISSING       VALUE "Y".
       01  WS-EOF-FLAG                     PIC X VALUE "N".
           88  WS-EOF                      VALUE "Y".
       01  WS-CUST-OPEN-FLAG               PIC X VALUE "N".
           88  WS-CUST-OPEN                VALUE "Y".
       01  WS-BAL-EOF-FLAG                 PIC X VALUE "N".
           88  WS-BAL-EOF                  VALUE "Y".
       01  WS-PREF-EOF-FLAG                PIC X VALUE "N".
           88  WS-PREF-EOF                 VALUE "Y".
       01  WS-RET-OPEN-FLAG                PIC X VALUE "N".
           88  WS-RET-OPEN                 VALUE "Y".
       01  WS-MRG-OPEN-FAIL-FLAG           PIC X VALUE "N".
           88  WS-MRG-OPEN-FAILED           VALUE "Y".
       01  WS-NOT-AUTH-FLAG                PIC X VALUE "N".
           88  WS-NOT-AUTHORIZED           VALUE "Y".
       01  WS-OPER-LOADED-FLAG             PIC X VALUE "N".
           88  WS-OPER-LOADED              VALUE "Y".
       01  WS-PREF-FULL-FLAG               PIC X VALUE "N".
           88  WS-PREF-TABLE-FULL          VALUE "Y".
       01  WS-RUN-BLOCKED-FLAG             PIC X VALUE "N".
           88  WS-RUN-BLOCKED              VALUE "Y".
       01  WS-REWRITE-ERROR-FLAG           PIC X VALUE "N".
           88  WS-REWRITE-ERROR            VALUE "Y".
       01  WS-CUST-FOUND-FLAG              PIC X VALUE "N".
           88  WS-CUST-FOUND               VALUE "Y".
       01  WS-MRG-FOUND-FLAG               PIC X VALUE "N".
           88  WS-MRG-FOUND                VALUE "Y".
       01  WS-FOUND-FLAG                   PIC X VALUE "N".
           88  WS-FOUND                    VALUE "Y".

       01  WS-RECORD-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-EXCEPT-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-REFUSED-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-APPLIED-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-PREF-DROP-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-MRG-REASON                   PIC X(30).
       01  WS-BLOCK-REASON                 PIC X(30) VALUE SPACES.
       01  WS-FIND-NUM                     PIC 9(6) VALUE ZERO.
       01  WS-OWNER-NUM                    PIC 9(6) VALUE ZERO.
       01  WS-NEW-KEY                      PIC X(10).
       01  WS-MERGE-LEVEL                  PIC 9(2) VALUE 5.

       01  WS-OPER-MAX                     PIC 9(3) VALUE 200.
       01  WS-OPER-COUNT                   PIC 9(3) VALUE ZERO.
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY OCCURS 200 TIMES
                   INDEXED BY OPER-IDX.
               10  WS-OT-OPERATOR-ID       PIC X(8).
               10  WS-OT-AUTH-LEVEL        PIC 9(2).
               10  WS-OT-ACTIVE-FLAG       PIC X.

       01  WS-CUST-WORK.
           05  WS-CW-CUSTOMER-NUM          PIC 9(6).
           05  WS-CW-EVENT-CODE            PIC X.
           05  WS-CW-CUSTOMER-NAME         PIC X(30).
           05  WS-CW-ADDRESS-LINE-1        PIC X(30).
           05  WS-CW-ADDRESS-LINE-2        PIC X(30).
           05  WS-CW-CITY-STATE-ZIP        PIC X(30).

       01  WS-MRG-MAX                      PIC 9(3) VALUE 100.
       01  WS-MRG-COUNT                    PIC 9(3) VALUE ZERO.
       01  WS-MRG-SUB                      PIC 9(3) VALUE ZERO.
       01  WS-MRG-TABLE.
           05  WS-MRG-ENTRY OCCURS 100 TIMES
                   INDEXED BY MRG-IDX.
               10  WS-MG-SURVIVOR-NUM      PIC 9(6).
               10  WS-MG-LOSER-NUM         PIC 9(6).
               10  WS-MG-FINAL-NUM         PIC 9(6).
               10  WS-MG-APPROVER-ID       PIC X(8).
               10  WS-MG-RECORD-NUM        PIC 9(6).
               10  WS-MG-LOSER-RECORD      PIC X(127).

       01  WS-PREF-MAX                     PIC 9(4) VALUE 2000.
       01  WS-PREF-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-PREF-SUB                     PIC 9(4) VALUE ZERO.
       01  WS-PREF-TABLE.
           05  WS-PREF-ENTRY OCCURS 2000 TIMES
                   INDEXED BY PREF-IDX.
               10  WS-PT-REFERENCE-KEY     PIC X(10).
               10  WS-PT-FIELD-NAME        PIC X(10).
               10  WS-PT-VALUE             PIC X.
               10  WS-PT-LAST-RUN-DATE     PIC 9(8).
               10  WS-PT-DELETE-FLAG       PIC X.

       01  WS-MOVE-MAX                     PIC 9(4) VALUE 2000.
       01  WS-MOVE-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-MOVE-SUB                     PIC 9(4) VALUE ZERO.
       01  WS-MOVE-TABLE.
           05  WS-MOVE-ENTRY OCCURS 2000 TIMES.
               10  WS-MV-ACCT-NUM          PIC 9(8).
               10  WS-MV-MERGE-SUB         PIC 9(3).
               10  WS-MV-FROM-NUM          PIC 9(6).
               10  WS-MV-TO-NUM            PIC 9(6).

       01  WS-PMOVE-MAX                    PIC 9(4) VALUE 500.
       01  WS-PMOVE-COUNT                  PIC 9(4) VALUE ZERO.
       01  WS-PMOVE-SUB                    PIC 9(4) VALUE ZERO.
       01  WS-PMOVE-TABLE.
           05  WS-PMOVE-ENTRY OCCURS 500 TIMES.
               10  WS-PM-MERGE-SUB         PIC 9(3).
               10  WS-PM-FROM-NUM          PIC 9(6).
               10  WS-PM-TO-NUM            PIC 9(6).
               10  WS-PM-FIELD-NAME        PIC X(10).
               10  WS-PM-VALUE             PIC X.
               10  WS-PM-KEPT-VALUE        PIC X.
               10  WS-PM-DROPPED-FLAG      PIC X.

       01  WS-AUDIT-TAG                    PIC X(7).
       01  WS-AUDIT-LINE.
           05  WS-AU-TAG                   PIC X(7).
           05  FILLER                      PIC X VALUE SPACE.
           05  FILLER                      PIC X(5) VALUE "CUST ".
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
               "CUSTOMER MAINTENANCE AUDIT LIST  ".
           05  FILLER                      PIC X(9) VALUE
               "RUN DATE ".
           05  WS-AH-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(30) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(24) VALUE
               "CUSTOMER MERGE REPORT  ".
           05  FILLER                      PIC X(9) VALUE
               "RUN DATE ".
           05  WS-HL-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(11) VALUE
               "  OPERATOR ".
           05  WS-HL-OPERATOR              PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-HL-MODE                  PIC X(10).
           05  FILLER                      PIC X(8) VALUE SPACES.

       01  WS-REFUSED-LINE.
           05  FILLER                      PIC X(8) VALUE
               "REQUEST ".
           05  WS-RL-RECORD-NUM            PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-RL-LOSER-NUM             PIC X(6).
           05  FILLER                      PIC X(6) VALUE " INTO ".
           05  WS-RL-SURVIVOR-NUM          PIC X(6).
           05  FILLER                      PIC X(10) VALUE
               " REFUSED: ".
           05  WS-RL-REASON                PIC X(30).
           05  FILLER                      PIC X(7) VALUE SPACES.

       01  WS-MERGE-LINE.
           05  FILLER                      PIC X(6) VALUE "MERGE ".
           05  WS-ML-LOSER-NUM             PIC 9(6).
           05  FILLER                      PIC X(6) VALUE " INTO ".
           05  WS-ML-FINAL-NUM             PIC 9(6).
           05  FILLER                      PIC X(10) VALUE
               " APPROVER ".
           05  WS-ML-APPROVER-ID           PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-ML-STATUS                PIC X(36).

       01  WS-MERGE-NAME-LINE.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  WS-MN-CUSTOMER-NAME         PIC X(30).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-MN-ADDRESS-LINE-1        PIC X(30).
           05  FILLER                      PIC X(13) VALUE SPACES.

       01  WS-MOVE-LINE.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE "ACCT ".
           05  WS-MV-L-ACCT-NUM            PIC 9(8).
           05  FILLER                      PIC X(6) VALUE " FROM ".
           05  WS-MV-L-FROM-NUM            PIC 9(6).
           05  FILLER                      PIC X(4) VALUE " TO ".
           05  WS-MV-L-TO-NUM              PIC 9(6).
           05  FILLER                      PIC X(39) VALUE SPACES.

       01  WS-PREF-LINE.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE "PREF ".
           05  WS-PL-FIELD-NAME            PIC X(10).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-PL-VALUE                 PIC X.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-PL-TEXT                  PIC X(40).
           05  FILLER                      PIC X(16) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(28).
           05  WS-TL-COUNT                 PIC Z(5)9.
           05  FILLER                      PIC X(46) VALUE SPACES.

           COPY OPAUTH.

           COPY EXCPTWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM READ-RUN-CONTROL-RTN.
           OPEN OUTPUT MRG-EXCEPT-FILE.
           IF WS-RUNCTL-OPER-MISSING
               PERFORM WRITE-OPERATOR-EXCEPTION
           END-IF.
           OPEN OUTPUT MRG-REPORT-FILE.
           MOVE RC-RUN-DATE TO WS-HL-RUN-DATE.
           MOVE RC-OPERATOR-ID TO WS-HL-OPERATOR.
           IF RC-TEST-MODE
               MOVE "TEST RUN" TO WS-HL-MODE
           ELSE
               MOVE "PRODUCTION" TO WS-HL-MODE
           END-IF.
           WRITE MRG-REPORT-RECORD FROM WS-HEADING-LINE.
           MOVE SPACES TO MRG-REPORT-RECORD.
           WRITE MRG-REPORT-RECORD.
           OPEN INPUT CUST-MRG-FILE.
           IF WS-MRG-STATUS NOT = "00"
               DISPLAY "CUSTMRG: NO MERGE REQUESTS, STATUS: "
                       WS-MRG-STATUS
               MOVE "Y" TO WS-EOF-FLAG
               IF WS-MRG-STATUS NOT = "35"
                   MOVE "Y" TO WS-MRG-OPEN-FAIL-FLAG
               END-IF
           END-IF.
           IF NOT WS-EOF
               MOVE 3 TO WS-OPAUTH-REQUIRED-LEVEL
               PERFORM CHECK-OPER-AUTH-RTN
               IF NOT WS-OPAUTH-OK
                   PERFORM WRITE-AUTH-EXCEPTION
                   MOVE "Y" TO WS-EOF-FLAG
                   MOVE "Y" TO WS-NOT-AUTH-FLAG
                   DISPLAY "CUSTMRG: OPERATOR " RC-OPERATOR-ID
                           " NOT AUTHORIZED, NO MERGES APPLIED"
               END-IF
           END-IF.
           IF NOT WS-EOF
               PERFORM LOAD-OPERATOR-TABLE
               PERFORM OPEN-RETIRED-FILE
               PERFORM OPEN-CUSTOMER-MASTER
               PERFORM LOAD-PREFERENCE-TABLE
           END-IF.
           PERFORM PROCESS-MRG-FILE UNTIL WS-EOF.
           IF WS-CUST-OPEN
               CLOSE CUST-MASTER-FILE
           END-IF.
           IF WS-RET-OPEN
               CLOSE CUST-RETIRED-FILE
           END-IF.
           IF WS-MRG-COUNT > ZERO
               PERFORM COLLECT-ACCOUNT-MOVES
               PERFORM COLLECT-PREFERENCE-MOVES
                   VARYING WS-MRG-SUB FROM WS-MRG-COUNT BY -1
                   UNTIL WS-MRG-SUB < 1
               PERFORM CHECK-MERGE-RUN
               IF WS-RUN-BLOCKED
                   PERFORM REFUSE-ONE-MERGE
                       VARYING WS-MRG-SUB FROM 1 BY 1
                       UNTIL WS-MRG-SUB > WS-MRG-COUNT
               ELSE
                   IF RC-PRODUCTION-MODE
                       PERFORM APPLY-MERGES
                   END-IF
               END-IF
               PERFORM REPORT-ONE-MERGE
                   VARYING WS-MRG-SUB FROM 1 BY 1
                   UNTIL WS-MRG-SUB > WS-MRG-COUNT
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           IF WS-MRG-STATUS = "00" OR WS-MRG-STATUS = "10"
               CLOSE CUST-MRG-FILE
           END-IF.
           CLOSE MRG-REPORT-FILE.
           CLOSE MRG-EXCEPT-FILE.
       PROGRAM-DONE.
           DISPLAY "MERGE REQUESTS READ:      " WS-RECORD-COUNT.
           DISPLAY "MERGES ACCEPTED:          " WS-MRG-COUNT.
           DISPLAY "MERGES APPLIED:           " WS-APPLIED-COUNT.
           DISPLAY "REQUESTS REFUSED:         " WS-REFUSED-COUNT.
           DISPLAY "ACCOUNTS MOVED:           " WS-MOVE-COUNT.
           DISPLAY "PREFERENCES MOVED:        " WS-PMOVE-COUNT.
           DISPLAY "EXCEPTIONS WRITTEN:       " WS-EXCEPT-COUNT.
           IF WS-MRG-OPEN-FAILED OR WS-REWRITE-ERROR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-NOT-AUTHORIZED OR WS-RUN-BLOCKED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-EXCEPT-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           GOBACK.

       LOAD-OPERATOR-TABLE.
           MOVE "N" TO WS-OPER-EOF-FLAG.
           OPEN INPUT OPER-MASTER-FILE.
           IF WS-OPER-STATUS = "00"
               MOVE "Y" TO WS-OPER-LOADED-FLAG
           ELSE
               DISPLAY "CUSTMRG: NO OPERATOR MASTER, APPROVER "
                       "LEVEL NOT CHECKED"
               MOVE "Y" TO WS-OPER-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-OPERATOR UNTIL WS-OPER-EOF.
           IF WS-OPER-LOADED
               CLOSE OPER-MASTER-FILE
           END-IF.

       LOAD-ONE-OPERATOR.
           READ OPER-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-OPER-EOF-FLAG
               NOT AT END
                   IF WS-OPER-COUNT < WS-OPER-MAX
                       ADD 1 TO WS-OPER-COUNT
                       SET OPER-IDX TO WS-OPER-COUNT
                       MOVE OP-OPERATOR-ID
                           TO WS-OT-OPERATOR-ID (OPER-IDX)
                       MOVE ZERO TO WS-OT-AUTH-LEVEL (OPER-IDX)
                       IF OP-AUTH-LEVEL NUMERIC
                           MOVE OP-AUTH-LEVEL
                               TO WS-OT-AUTH-LEVEL (OPER-IDX)
                       END-IF
                       MOVE OP-ACTIVE-FLAG
                           TO WS-OT-ACTIVE-FLAG (OPER-IDX)
                   ELSE
                       DISPLAY "CUSTMRG: OPERATOR TABLE FULL AT "
                               OP-OPERATOR-ID
                       MOVE "Y" TO WS-OPER-EOF-FLAG
                   END-IF
           END-READ.

       OPEN-RETIRED-FILE.
           OPEN INPUT CUST-RETIRED-FILE.
           IF WS-RET-STATUS = "00"
               MOVE "Y" TO WS-RET-OPEN-FLAG
           ELSE
               IF WS-RET-STATUS NOT = "35"
                   DISPLAY "CUSTMRG: UNABLE TO OPEN RETIRED NUMBERS, "
                           "STATUS: " WS-RET-STATUS
                   MOVE "UNABLE TO READ CUSTRETD" TO WS-BLOCK-REASON
               END-IF
           END-IF.

       OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUST-MASTER-FILE.
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-FLAG
           ELSE
               DISPLAY "CUSTMRG: NO CUSTOMER MASTER, STATUS: "
                       WS-CUST-STATUS
           END-IF.

       LOAD-PREFERENCE-TABLE.
           OPEN INPUT CUST-PREF-FILE.
           IF WS-PREF-STATUS NOT = "00"
               MOVE "Y" TO WS-PREF-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-PREFERENCE UNTIL WS-PREF-EOF.
           IF WS-PREF-STATUS = "00" OR WS-PREF-STATUS = "10"
               CLOSE CUST-PREF-FILE
           END-IF.

       LOAD-ONE-PREFERENCE.
           READ CUST-PREF-FILE
               AT END
                   MOVE "Y" TO WS-PREF-EOF-FLAG
               NOT AT END
                   IF WS-PREF-COUNT < WS-PREF-MAX
                       ADD 1 TO WS-PREF-COUNT
                       SET PREF-IDX TO WS-PREF-COUNT
                       MOVE CP-REFERENCE-KEY
                           TO WS-PT-REFERENCE-KEY (PREF-IDX)
                       MOVE CP-FIELD-NAME
                           TO WS-PT-FIELD-NAME (PREF-IDX)
                       MOVE CP-VALUE TO WS-PT-VALUE (PREF-IDX)
                       MOVE CP-LAST-RUN-DATE
                           TO WS-PT-LAST-RUN-DATE (PREF-IDX)
                       MOVE "N" TO WS-PT-DELETE-FLAG (PREF-IDX)
                   ELSE
                       MOVE "Y" TO WS-PREF-FULL-FLAG
                       DISPLAY "CUSTMRG: PREFERENCE TABLE FULL AT "
                               CP-REFERENCE-KEY
                       MOVE "Y" TO WS-PREF-EOF-FLAG
                   END-IF
           END-READ.

       PROCESS-MRG-FILE.
           READ CUST-MRG-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   PERFORM PROCESS-ONE-REQUEST
           END-READ.

       PROCESS-ONE-REQUEST.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE SPACES TO WS-MRG-REASON.
           EVALUATE TRUE
               WHEN MQ-SURVIVOR-NUM NOT NUMERIC
                       OR MQ-LOSER-NUM NOT NUMERIC
                   MOVE "CUSTOMER NUMBER NOT NUMERIC"
                       TO WS-MRG-REASON
               WHEN MQ-SURVIVOR-NUM = MQ-LOSER-NUM
                   MOVE "SURVIVOR SAME AS LOSING NUMBER"
                       TO WS-MRG-REASON
               WHEN OTHER
                   PERFORM CHECK-MERGE-APPROVER
           END-EVALUATE.
           IF WS-MRG-REASON = SPACES
               PERFORM CHECK-MERGE-CUSTOMERS
           END-IF.
           IF WS-MRG-REASON = SPACES
                   AND WS-MRG-COUNT NOT < WS-MRG-MAX
               MOVE "MERGE TABLE FULL" TO WS-MRG-REASON
           END-IF.
           IF WS-MRG-REASON = SPACES
               PERFORM ACCEPT-MERGE-REQUEST
           ELSE
               PERFORM WRITE-MRG-EXCEPTION
           END-IF.

       CHECK-MERGE-APPROVER.
           EVALUATE TRUE
               WHEN MQ-APPROVER-ID = SPACES
                   MOVE "MERGE NOT APPROVED" TO WS-MRG-REASON
               WHEN MQ-APPROVER-ID = RC-OPERATOR-ID
                   MOVE "APPROVER SAME AS OPERATOR"
                       TO WS-MRG-REASON
               WHEN WS-OPER-LOADED
                   PERFORM CHECK-APPROVER-LEVEL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-APPROVER-LEVEL.
           MOVE "N" TO WS-FOUND-FLAG.
           SET OPER-IDX TO 1.
           SEARCH WS-OPER-ENTRY
               AT END
                   CONTINUE
               WHEN OPER-IDX > WS-OPER-COUNT
                   CONTINUE
               WHEN WS-OT-OPERATOR-ID (OPER-IDX) = MQ-APPROVER-ID
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH.
           IF NOT WS-FOUND
               MOVE "APPROVER NOT ON OPERATOR MASTER"
                   TO WS-MRG-REASON
           ELSE
               IF WS-OT-ACTIVE-FLAG (OPER-IDX) NOT = "Y"
                       OR WS-OT-AUTH-LEVEL (OPER-IDX)
                           < WS-MERGE-LEVEL
                   MOVE "APPROVER NOT ACTIVE LEVEL 5"
                       TO WS-MRG-REASON
               END-IF
           END-IF.

       CHECK-MERGE-CUSTOMERS.
           MOVE "N" TO WS-FOUND-FLAG.
           IF WS-RET-OPEN
               MOVE MQ-LOSER-NUM TO RT-CUSTOMER-NUM
               READ CUST-RETIRED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-FOUND-FLAG
               END-READ
           END-IF.
           IF WS-FOUND
               MOVE "LOSING NUMBER ALREADY RETIRED"
                   TO WS-MRG-REASON
           ELSE
               MOVE MQ-SURVIVOR-NUM TO WS-FIND-NUM
               PERFORM FIND-CUSTOMER-ENTRY
               EVALUATE TRUE
                   WHEN NOT WS-CUST-FOUND
                       MOVE "SURVIVOR NOT ON MASTER"
                           TO WS-MRG-REASON
                   WHEN WS-MRG-FOUND
                       MOVE "SURVIVOR MERGED AWAY THIS RUN"
                           TO WS-MRG-REASON
                   WHEN OTHER
                       MOVE MQ-LOSER-NUM TO WS-FIND-NUM
                       PERFORM FIND-CUSTOMER-ENTRY
                       IF NOT WS-CUST-FOUND
                           MOVE "LOSING CUSTOMER NOT ON MASTER"
                               TO WS-MRG-REASON
                       ELSE
                           IF WS-MRG-FOUND
                               MOVE "LOSING CUSTOMER ALREADY MERGED"
                                   TO WS-MRG-REASON
                           END-IF
                       END-IF
               END-EVALUATE
           END-IF.

       FIND-CUSTOMER-ENTRY.
           MOVE "N" TO WS-CUST-FOUND-FLAG.
           IF WS-CUST-OPEN
               MOVE WS-FIND-NUM TO CM-CUSTOMER-NUM
               READ CUST-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CUST-FOUND-FLAG
               END-READ
           END-IF.
           MOVE WS-FIND-NUM TO WS-OWNER-NUM.
           PERFORM FIND-MERGE-FOR-OWNER.

       ACCEPT-MERGE-REQUEST.
           PERFORM REPOINT-EARLIER-MERGE
               VARYING WS-MRG-SUB FROM 1 BY 1
               UNTIL WS-MRG-SUB > WS-MRG-COUNT.
           ADD 1 TO WS-MRG-COUNT.
           SET MRG-IDX TO WS-MRG-COUNT.
           MOVE MQ-SURVIVOR-NUM TO WS-MG-SURVIVOR-NUM (MRG-IDX).
           MOVE MQ-LOSER-NUM TO WS-MG-LOSER-NUM (MRG-IDX).
           MOVE MQ-SURVIVOR-NUM TO WS-MG-FINAL-NUM (MRG-IDX).
           MOVE MQ-APPROVER-ID TO WS-MG-APPROVER-ID (MRG-IDX).
           MOVE WS-RECORD-COUNT TO WS-MG-RECORD-NUM (MRG-IDX).
           MOVE CUST-MASTER-RECORD TO WS-MG-LOSER-RECORD (MRG-IDX).
           DISPLAY "CUSTMRG: CUSTOMER " MQ-LOSER-NUM
                   " ACCEPTED FOR MERGE INTO " MQ-SURVIVOR-NUM.

       REPOINT-EARLIER-MERGE.
           IF WS-MG-FINAL-NUM (WS-MRG-SUB) = MQ-LOSER-NUM
               MOVE MQ-SURVIVOR-NUM TO WS-MG-FINAL-NUM (WS-MRG-SUB)
           END-IF.

       FIND-MERGE-FOR-OWNER.
           MOVE "N" TO WS-MRG-FOUND-FLAG.
           SET MRG-IDX TO 1.
           SEARCH WS-MRG-ENTRY
               AT END
                   CONTINUE
               WHEN MRG-IDX > WS-MRG-COUNT
                   CONTINUE
               WHEN WS-MG-LOSER-NUM (MRG-IDX) = WS-OWNER-NUM
                   MOVE "Y" TO WS-MRG-FOUND-FLAG
           END-SEARCH.

       COLLECT-ACCOUNT-MOVES.
           OPEN INPUT ACCT-BAL-FILE.
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "CUSTMRG: UNABLE TO OPEN ACCOUNT MASTER, "
                       "STATUS: " WS-BAL-STATUS
               MOVE "ACCOUNT MASTER NOT AVAILABLE" TO WS-BLOCK-REASON
           ELSE
               PERFORM COLLECT-MERGE-ACCOUNTS
                   VARYING WS-MRG-SUB FROM 1 BY 1
                   UNTIL WS-MRG-SUB > WS-MRG-COUNT
               CLOSE ACCT-BAL-FILE
           END-IF.

       COLLECT-MERGE-ACCOUNTS.
           SET MRG-IDX TO WS-MRG-SUB.
           MOVE WS-MG-LOSER-NUM (MRG-IDX) TO WS-OWNER-NUM.
           MOVE WS-OWNER-NUM TO AM-CUSTOMER-NUM.
           MOVE "N" TO WS-BAL-EOF-FLAG.
           START ACCT-BAL-FILE KEY IS EQUAL TO AM-CUSTOMER-NUM
               INVALID KEY
                   MOVE "Y" TO WS-BAL-EOF-FLAG
           END-START.
           PERFORM COLLECT-ONE-ACCOUNT UNTIL WS-BAL-EOF.

       COLLECT-ONE-ACCOUNT.
           READ ACCT-BAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BAL-EOF-FLAG
               NOT AT END
                   IF AM-CUSTOMER-NUM = WS-OWNER-NUM
                       PERFORM NOTE-ACCOUNT-MOVE
                   ELSE
                       MOVE "Y" TO WS-BAL-EOF-FLAG
                   END-IF
           END-READ.

       NOTE-ACCOUNT-MOVE.
           IF WS-MOVE-COUNT < WS-MOVE-MAX
               ADD 1 TO WS-MOVE-COUNT
               MOVE AM-ACCT-NUM TO WS-MV-ACCT-NUM (WS-MOVE-COUNT)
               SET WS-MV-MERGE-SUB (WS-MOVE-COUNT) TO MRG-IDX
               MOVE AM-CUSTOMER-NUM TO WS-MV-FROM-NUM (WS-MOVE-COUNT)
               MOVE WS-MG-FINAL-NUM (MRG-IDX)
                   TO WS-MV-TO-NUM (WS-MOVE-COUNT)
           ELSE
               MOVE "ACCOUNT MOVE TABLE FULL" TO WS-BLOCK-REASON
           END-IF.

       COLLECT-PREFERENCE-MOVES.
           SET MRG-IDX TO WS-MRG-SUB.
           MOVE WS-MG-LOSER-NUM (MRG-IDX) TO WS-OWNER-NUM.
           PERFORM COLLECT-ONE-PREFERENCE
               VARYING WS-PREF-SUB FROM 1 BY 1
               UNTIL WS-PREF-SUB > WS-PREF-COUNT.

       COLLECT-ONE-PREFERENCE.
           IF WS-PT-DELETE-FLAG (WS-PREF-SUB) = "N"
                   AND WS-PT-REFERENCE-KEY (WS-PREF-SUB) (5:6)
                       = WS-OWNER-NUM
               PERFORM NOTE-PREFERENCE-MOVE
           END-IF.

       NOTE-PREFERENCE-MOVE.
           IF WS-PMOVE-COUNT < WS-PMOVE-MAX
               ADD 1 TO WS-PMOVE-COUNT
               MOVE WS-PMOVE-COUNT TO WS-PMOVE-SUB
               SET WS-PM-MERGE-SUB (WS-PMOVE-SUB) TO MRG-IDX
               MOVE WS-OWNER-NUM TO WS-PM-FROM-NUM (WS-PMOVE-SUB)
               MOVE WS-MG-FINAL-NUM (MRG-IDX)
                   TO WS-PM-TO-NUM (WS-PMOVE-SUB)
               MOVE WS-PT-FIELD-NAME (WS-PREF-SUB)
                   TO WS-PM-FIELD-NAME (WS-PMOVE-SUB)
               MOVE WS-PT-VALUE (WS-PREF-SUB)
                   TO WS-PM-VALUE (WS-PMOVE-SUB)
               MOVE SPACE TO WS-PM-KEPT-VALUE (WS-PMOVE-SUB)
               MOVE "N" TO WS-PM-DROPPED-FLAG (WS-PMOVE-SUB)
               MOVE WS-PT-REFERENCE-KEY (WS-PREF-SUB) TO WS-NEW-KEY
               MOVE WS-MG-FINAL-NUM (MRG-IDX) TO WS-NEW-KEY (5:6)
               PERFORM FIND-SURVIVOR-PREFERENCE
               IF WS-FOUND
                   MOVE "Y" TO WS-PT-DELETE-FLAG (WS-PREF-SUB)
                   MOVE "Y" TO WS-PM-DROPPED-FLAG (WS-PMOVE-SUB)
                   MOVE WS-PT-VALUE (PREF-IDX)
                       TO WS-PM-KEPT-VALUE (WS-PMOVE-SUB)
                   ADD 1 TO WS-PREF-DROP-COUNT
               ELSE
                   MOVE WS-NEW-KEY
                       TO WS-PT-REFERENCE-KEY (WS-PREF-SUB)
               END-IF
           ELSE
               MOVE "PREFERENCE MOVE TABLE FULL" TO WS-BLOCK-REASON
           END-IF.

       FIND-SURVIVOR-PREFERENCE.
           MOVE "N" TO WS-FOUND-FLAG.
           SET PREF-IDX TO 1.
           SEARCH WS-PREF-ENTRY
               AT END
                   CONTINUE
               WHEN PREF-IDX > WS-PREF-COUNT
                   CONTINUE
               WHEN WS-PT-REFERENCE-KEY (PREF-IDX) = WS-NEW-KEY
                       AND WS-PT-FIELD-NAME (PREF-IDX)
                           = WS-PT-FIELD-NAME (WS-PREF-SUB)
                       AND WS-PT-DELETE-FLAG (PREF-IDX) = "N"
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH.

       CHECK-MERGE-RUN.
           IF WS-PREF-TABLE-FULL
               MOVE "PREFERENCE TABLE FULL" TO WS-BLOCK-REASON
           END-IF.
           IF WS-BLOCK-REASON NOT = SPACES
               MOVE "Y" TO WS-RUN-BLOCKED-FLAG
               DISPLAY "CUSTMRG: " WS-BLOCK-REASON
                       " - NO MERGES APPLIED"
           END-IF.

       REFUSE-ONE-MERGE.
           MOVE WS-MG-RECORD-NUM (WS-MRG-SUB) TO WS-RECORD-COUNT.
           MOVE WS-MG-SURVIVOR-NUM (WS-MRG-SUB) TO MQ-SURVIVOR-NUM.
           MOVE WS-MG-LOSER-NUM (WS-MRG-SUB) TO MQ-LOSER-NUM.
           MOVE WS-BLOCK-REASON TO WS-MRG-REASON.
           PERFORM WRITE-MRG-EXCEPTION.

       APPLY-MERGES.
           PERFORM APPLY-ACCOUNT-MOVES.
           PERFORM REMOVE-MERGED-CUSTOMERS.
           IF WS-PMOVE-COUNT > ZERO
               OPEN OUTPUT CUST-PREF-FILE
               PERFORM WRITE-ONE-PREFERENCE
                   VARYING PREF-IDX FROM 1 BY 1
                   UNTIL PREF-IDX > WS-PREF-COUNT
               CLOSE CUST-PREF-FILE
           END-IF.
           MOVE "N" TO WS-RET-OPEN-FLAG.
           OPEN I-O CUST-RETIRED-FILE.
           IF WS-RET-STATUS = "35"
               OPEN OUTPUT CUST-RETIRED-FILE
               IF WS-RET-STATUS = "00"
                   CLOSE CUST-RETIRED-FILE
                   OPEN I-O CUST-RETIRED-FILE
               END-IF
           END-IF.
           IF WS-RET-STATUS = "00"
               MOVE "Y" TO WS-RET-OPEN-FLAG
           ELSE
               MOVE "Y" TO WS-REWRITE-ERROR-FLAG
               DISPLAY "CUSTMRG: UNABLE TO OPEN RETIRED NUMBERS, "
                       "STATUS: " WS-RET-STATUS " - NOTHING RETIRED"
           END-IF.
           OPEN EXTEND CUST-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT CUST-AUDIT-FILE
               MOVE RC-RUN-DATE TO WS-AH-RUN-DATE
               WRITE CUST-AUDIT-RECORD FROM WS-AUDIT-HEADING
           END-IF.
           MOVE RC-RUN-DATE TO WS-AU-RUN-DATE.
           MOVE RC-OPERATOR-ID TO WS-AU-OPERATOR-ID.
           MOVE "M" TO WS-AU-ACTION.
           PERFORM RETIRE-ONE-MERGE
               VARYING WS-MRG-SUB FROM 1 BY 1
               UNTIL WS-MRG-SUB > WS-MRG-COUNT.
           IF WS-RET-OPEN
               CLOSE CUST-RETIRED-FILE
           END-IF.
           CLOSE CUST-AUDIT-FILE.

       APPLY-ACCOUNT-MOVES.
           OPEN I-O ACCT-BAL-FILE.
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "CUSTMRG: UNABLE TO OPEN ACCOUNT MASTER FOR "
                       "UPDATE, STATUS: " WS-BAL-STATUS
               MOVE "Y" TO WS-REWRITE-ERROR-FLAG
           ELSE
               PERFORM APPLY-ONE-ACCOUNT
                   VARYING WS-MOVE-SUB FROM 1 BY 1
                   UNTIL WS-MOVE-SUB > WS-MOVE-COUNT
               CLOSE ACCT-BAL-FILE
           END-IF.

       APPLY-ONE-ACCOUNT.
           MOVE WS-MV-ACCT-NUM (WS-MOVE-SUB) TO AM-ACCT-NUM.
           READ ACCT-BAL-FILE
               INVALID KEY
                   MOVE "Y" TO WS-REWRITE-ERROR-FLAG
                   DISPLAY "CUSTMRG: ACCT " AM-ACCT-NUM
                           " NOT FOUND FOR UPDATE, STATUS: "
                           WS-BAL-STATUS
               NOT INVALID KEY
                   MOVE WS-MV-TO-NUM (WS-MOVE-SUB) TO AM-CUSTOMER-NUM
                   REWRITE ACCT-MASTER-RECORD
                   IF WS-BAL-STATUS NOT = "00"
                           AND WS-BAL-STATUS NOT = "02"
                       MOVE "Y" TO WS-REWRITE-ERROR-FLAG
                       DISPLAY "CUSTMRG: REWRITE FAILED FOR ACCT "
                               AM-ACCT-NUM ", STATUS: "
                               WS-BAL-STATUS
                   END-IF
           END-READ.

       REMOVE-MERGED-CUSTOMERS.
           OPEN I-O CUST-MASTER-FILE.
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CUSTMRG: UNABLE TO OPEN CUSTOMER MASTER FOR "
                       "UPDATE, STATUS: " WS-CUST-STATUS
               MOVE "Y" TO WS-REWRITE-ERROR-FLAG
           ELSE
               PERFORM REMOVE-ONE-CUSTOMER
                   VARYING WS-MRG-SUB FROM 1 BY 1
                   UNTIL WS-MRG-SUB > WS-MRG-COUNT
               CLOSE CUST-MASTER-FILE
           END-IF.

       REMOVE-ONE-CUSTOMER.
           MOVE WS-MG-LOSER-NUM (WS-MRG-SUB) TO CM-CUSTOMER-NUM.
           DELETE CUST-MASTER-FILE RECORD
               INVALID KEY
                   MOVE "Y" TO WS-REWRITE-ERROR-FLAG
                   DISPLAY "CUSTMRG: DELETE FAILED FOR CUSTOMER "
                           CM-CUSTOMER-NUM ", STATUS: "
                           WS-CUST-STATUS
           END-DELETE.

       WRITE-ONE-PREFERENCE.
           IF WS-PT-DELETE-FLAG (PREF-IDX) = "N"
               MOVE WS-PT-REFERENCE-KEY (PREF-IDX)
                   TO CP-REFERENCE-KEY
               MOVE WS-PT-FIELD-NAME (PREF-IDX) TO CP-FIELD-NAME
               MOVE WS-PT-VALUE (PREF-IDX) TO CP-VALUE
               MOVE WS-PT-LAST-RUN-DATE (PREF-IDX)
                   TO CP-LAST-RUN-DATE
               WRITE CUST-PREF-RECORD
           END-IF.

       RETIRE-ONE-MERGE.
           MOVE WS-MG-LOSER-NUM (WS-MRG-SUB) TO RT-CUSTOMER-NUM.
           MOVE WS-MG-FINAL-NUM (WS-MRG-SUB) TO RT-SURVIVOR-NUM.
           MOVE RC-RUN-DATE TO RT-RETIRE-DATE.
           MOVE RC-OPERATOR-ID TO RT-OPERATOR-ID.
           MOVE WS-MG-APPROVER-ID (WS-MRG-SUB) TO RT-APPROVER-ID.
           IF WS-RET-OPEN
               WRITE CUST-RETIRED-RECORD
                   INVALID KEY
                       MOVE "Y" TO WS-REWRITE-ERROR-FLAG
                       DISPLAY "CUSTMRG: RETIRE FAILED FOR CUSTOMER "
                               RT-CUSTOMER-NUM ", STATUS: "
                               WS-RET-STATUS
               END-WRITE
           END-IF.
           MOVE WS-MG-LOSER-RECORD (WS-MRG-SUB) TO WS-CUST-WORK.
           MOVE "BEFORE" TO WS-AU-TAG.
           MOVE WS-CW-CUSTOMER-NUM TO WS-AU-CUSTOMER-NUM.
           MOVE WS-CW-CUSTOMER-NAME TO WS-AU-TEXT.
           WRITE CUST-AUDIT-RECORD FROM WS-AUDIT-LINE.
           MOVE WS-CW-ADDRESS-LINE-1 TO WS-AU-TEXT.
           WRITE CUST-AUDIT-RECORD FROM WS-AUDIT-LINE.
           MOVE WS-CW-ADDRESS-LINE-2 TO WS-AU-TEXT.
           WRITE CUST-AUDIT-RECORD FROM WS-AUDIT-LINE.
           MOVE WS-CW-CITY-STATE-ZIP TO WS-AU-TEXT.
           WRITE CUST-AUDIT-RECORD FROM WS-AUDIT-LINE.
           PERFORM AUDIT-ONE-ACCOUNT-MOVE
               VARYING WS-MOVE-SUB FROM 1 BY 1
               UNTIL WS-MOVE-SUB > WS-MOVE-COUNT.
           PERFORM AUDIT-ONE-PREFERENCE-MOVE
               VARYING WS-PMOVE-SUB FROM 1 BY 1
               UNTIL WS-PMOVE-SUB > WS-PMOVE-COUNT.
           MOVE "MERGED" TO WS-AU-TAG.
           MOVE WS-MG-LOSER-NUM (WS-MRG-SUB) TO WS-AU-CUSTOMER-NUM.
           MOVE SPACES TO WS-AU-TEXT.
           STRING "INTO " WS-MG-FINAL-NUM (WS-MRG-SUB)
                  " APPROVER " WS-MG-APPROVER-ID (WS-MRG-SUB)
                  DELIMITED BY SIZE INTO WS-AU-TEXT.
           WRITE CUST-AUDIT-RECORD FROM WS-AUDIT-LINE.
           ADD 1 TO WS-APPLIED-COUNT.
           DISPLAY "CUSTMRG: CUSTOMER " WS-MG-LOSER-NUM (WS-MRG-SUB)
                   " MERGED INTO " WS-MG-FINAL-NUM (WS-MRG-SUB)
                   " AND RETIRED".

       AUDIT-ONE-ACCOUNT-MOVE.
           IF WS-MV-MERGE-SUB (WS-MOVE-SUB) = WS-MRG-SUB
               MOVE "BEFORE" TO WS-AU-TAG
               MOVE WS-MV-FROM-NUM (WS-MOVE-SUB) TO WS-AU-CUSTOMER-NUM
               MOVE SPACES TO WS-AU-TEXT
               STRING "ACCT " WS-MV-ACCT-NUM (WS-MOVE-SUB)
                      " OWNER " WS-MV-FROM-NUM (WS-MOVE-SUB)
                      DELIMITED BY SIZE INTO WS-AU-TEXT
               WRITE CUST-AUDIT-RECORD FROM WS-AUDIT-LINE
               MOVE "AFTER" TO WS-AU-TAG
               MOVE WS-MV-TO-NUM (WS-MOVE-SUB) TO WS-AU-CUSTOMER-NUM
               MOVE SPACES TO WS-AU-TEXT
               STRING "ACCT " WS-MV-ACCT-NUM (WS-MOVE-SUB)
                      " OWNER " WS-MV-TO-NUM (WS-MOVE-SUB)
                      DELIMITED BY SIZE INTO WS-AU-TEXT
               WRITE CUST-AUDIT-RECORD FROM WS-AUDIT-LINE
           END-IF.

       AUDIT-ONE-PREFERENCE-MOVE.
           IF WS-PM-MERGE-SUB (WS-PMOVE-SUB) = WS-MRG-SUB
               MOVE "BEFORE" TO WS-AU-TAG
               MOVE WS-PM-FROM-NUM (WS-PMOVE-SUB) TO WS-AU-CUSTOMER-NUM
               MOVE SPACES TO WS-AU-TEXT
               STRING "PREF " WS-PM-FIELD-NAME (WS-PMOVE-SUB)
                      " " WS-PM-VALUE (WS-PMOVE-SUB)
                      DELIMITED BY SIZE INTO WS-AU-TEXT
               WRITE CUST-AUDIT-RECORD FROM WS-AUDIT-LINE
               MOVE "AFTER" TO WS-AU-TAG
               MOVE WS-PM-TO-NUM (WS-PMOVE-SUB) TO WS-AU-CUSTOMER-NUM
               MOVE SPACES TO WS-AU-TEXT
               IF WS-PM-DROPPED-FLAG (WS-PMOVE-SUB) = "Y"
                   STRING "PREF " WS-PM-FIELD-NAME (WS-PMOVE-SUB)
                          " " WS-PM-KEPT-VALUE (WS-PMOVE-SUB)
                          " KEPT"
                          DELIMITED BY SIZE INTO WS-AU-TEXT
               ELSE
                   STRING "PREF " WS-PM-FIELD-NAME (WS-PMOVE-SUB)
                          " " WS-PM-VALUE (WS-PMOVE-SUB)
                          DELIMITED BY SIZE INTO WS-AU-TEXT
               END-IF
               WRITE CUST-AUDIT-RECORD FROM WS-AUDIT-LINE
           END-IF.

       REPORT-ONE-MERGE.
           MOVE WS-MG-LOSER-NUM (WS-MRG-SUB) TO WS-ML-LOSER-NUM.
           MOVE WS-MG-FINAL-NUM (WS-MRG-SUB) TO WS-ML-FINAL-NUM.
           MOVE WS-MG-APPROVER-ID (WS-MRG-SUB) TO WS-ML-APPROVER-ID.
           MOVE SPACES TO WS-ML-STATUS.
           EVALUATE TRUE
               WHEN WS-RUN-BLOCKED
                   STRING "REFUSED - " WS-BLOCK-REASON
                          DELIMITED BY SIZE INTO WS-ML-STATUS
               WHEN RC-TEST-MODE
                   MOVE "TEST RUN - NOT APPLIED" TO WS-ML-STATUS
               WHEN OTHER
                   MOVE "MERGED AND RETIRED" TO WS-ML-STATUS
           END-EVALUATE.
           WRITE MRG-REPORT-RECORD FROM WS-MERGE-LINE.
           MOVE WS-MG-LOSER-RECORD (WS-MRG-SUB) TO WS-CUST-WORK.
           MOVE WS-CW-CUSTOMER-NAME TO WS-MN-CUSTOMER-NAME.
           MOVE WS-CW-ADDRESS-LINE-1 TO WS-MN-ADDRESS-LINE-1.
           WRITE MRG-REPORT-RECORD FROM WS-MERGE-NAME-LINE.
           PERFORM REPORT-ONE-ACCOUNT-MOVE
               VARYING WS-MOVE-SUB FROM 1 BY 1
               UNTIL WS-MOVE-SUB > WS-MOVE-COUNT.
           PERFORM REPORT-ONE-PREFERENCE-MOVE
               VARYING WS-PMOVE-SUB FROM 1 BY 1
               UNTIL WS-PMOVE-SUB > WS-PMOVE-COUNT.
           MOVE SPACES TO MRG-REPORT-RECORD.
           WRITE MRG-REPORT-RECORD.

       REPORT-ONE-ACCOUNT-MOVE.
           IF WS-MV-MERGE-SUB (WS-MOVE-SUB) = WS-MRG-SUB
               MOVE WS-MV-ACCT-NUM (WS-MOVE-SUB) TO WS-MV-L-ACCT-NUM
               MOVE WS-MV-FROM-NUM (WS-MOVE-SUB) TO WS-MV-L-FROM-NUM
               MOVE WS-MV-TO-NUM (WS-MOVE-SUB) TO WS-MV-L-TO-NUM
               WRITE MRG-REPORT-RECORD FROM WS-MOVE-LINE
           END-IF.

       REPORT-ONE-PREFERENCE-MOVE.
           IF WS-PM-MERGE-SUB (WS-PMOVE-SUB) = WS-MRG-SUB
               MOVE WS-PM-FIELD-NAME (WS-PMOVE-SUB) TO WS-PL-FIELD-NAME
               MOVE WS-PM-VALUE (WS-PMOVE-SUB) TO WS-PL-VALUE
               MOVE SPACES TO WS-PL-TEXT
               IF WS-PM-DROPPED-FLAG (WS-PMOVE-SUB) = "Y"
                   STRING "DROPPED, SURVIVOR KEEPS "
                          WS-PM-KEPT-VALUE (WS-PMOVE-SUB)
                          DELIMITED BY SIZE INTO WS-PL-TEXT
               ELSE
                   STRING "MOVED TO " WS-PM-TO-NUM (WS-PMOVE-SUB)
                          DELIMITED BY SIZE INTO WS-PL-TEXT
               END-IF
               WRITE MRG-REPORT-RECORD FROM WS-PREF-LINE
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE "MERGE REQUESTS READ" TO WS-TL-LABEL.
           MOVE WS-RECORD-COUNT TO WS-TL-COUNT.
           WRITE MRG-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "MERGES ACCEPTED" TO WS-TL-LABEL.
           MOVE WS-MRG-COUNT TO WS-TL-COUNT.
           WRITE MRG-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "MERGES APPLIED" TO WS-TL-LABEL.
           MOVE WS-APPLIED-COUNT TO WS-TL-COUNT.
           WRITE MRG-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "REQUESTS REFUSED" TO WS-TL-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-TL-COUNT.
           WRITE MRG-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "ACCOUNTS MOVED" TO WS-TL-LABEL.
           MOVE WS-MOVE-COUNT TO WS-TL-COUNT.
           WRITE MRG-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "PREFERENCES MOVED" TO WS-TL-LABEL.
           MOVE WS-PMOVE-COUNT TO WS-TL-COUNT.
           WRITE MRG-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "PREFERENCES DROPPED" TO WS-TL-LABEL.
           MOVE WS-PREF-DROP-COUNT TO WS-TL-COUNT.
           WRITE MRG-REPORT-RECORD FROM WS-TOTAL-LINE.

       WRITE-MRG-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE "CUSTMRG" TO WS-EX-PROGRAM-ID.
           MOVE "E"       TO WS-EX-SEVERITY.
           MOVE WS-RECORD-COUNT TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "CUST " MQ-LOSER-NUM " INTO " MQ-SURVIVOR-NUM " "
                  WS-MRG-REASON
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.
           MOVE WS-RECORD-COUNT TO WS-RL-RECORD-NUM.
           MOVE MQ-LOSER-NUM TO WS-RL-LOSER-NUM.
           MOVE MQ-SURVIVOR-NUM TO WS-RL-SURVIVOR-NUM.
           MOVE WS-MRG-REASON TO WS-RL-REASON.
           WRITE MRG-REPORT-RECORD FROM WS-REFUSED-LINE.
           DISPLAY "CUSTMRG: RECORD " WS-RECORD-COUNT " - "
                   WS-MRG-REASON.

       WRITE-AUTH-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "CUSTMRG" TO WS-EX-PROGRAM-ID.
           MOVE "E"       TO WS-EX-SEVERITY.
           MOVE ZERO      TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "OPER " RC-OPERATOR-ID
                  " NOT AUTHORIZED FOR CUSTOMER MERGE"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-OPERATOR-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "CUSTMRG" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE ZERO      TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "RUN CTL OPERATOR ID MISSING, DEFAULTED UNKNOWN"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

           COPY OPAUTHP.
           COPY RUNCTLP.
           COPY EXCPTP.
