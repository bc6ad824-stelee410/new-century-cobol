       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLL01.
       AUTHOR. STELEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCT-NUM
               ALTERNATE RECORD KEY IS AM-CUSTOMER-NUM WITH DUPLICATES
               FILE STATUS IS WS-BAL-STATUS.

           SELECT BAL-HISTORY-FILE ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT COLL-PARM-FILE ASSIGN TO "COLLPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT COLL-MASTER-FILE ASSIGN TO "COLLMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLL-STATUS.

           SELECT COLL-TRANS-FILE ASSIGN TO "COLTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT LETTER-EVENT-FILE ASSIGN TO "LTREVENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.

           SELECT COLL-REPORT-FILE ASSIGN TO "COLLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT COLL-EXCEPT-FILE ASSIGN TO "COLLEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY ACCTMST.

       FD  BAL-HISTORY-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01  BAL-HISTORY-RECORD.
           05  BS-RUN-DATE                 PIC 9(8).
           05  BS-ACCT-NUM                 PIC 9(8).
           05  BS-COMPANY-CODE             PIC X(4).
           05  BS-STATUS                   PIC X.
           05  BS-BALANCE                  PIC S9(9)V99
                                           SIGN LEADING SEPARATE.

       FD  COLL-PARM-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  COLL-PARM-RECORD.
           05  DP-STAGE-FEE OCCURS 4 TIMES PIC 9(5)V99.

       FD  COLL-MASTER-FILE
           RECORD CONTAINS 56 CHARACTERS.
       01  COLL-MASTER-RECORD.
           05  CL-ACCT-NUM                 PIC 9(8).
           05  CL-CUSTOMER-NUM             PIC 9(6).
           05  CL-COMPANY-CODE             PIC X(4).
           05  CL-SINCE-DATE               PIC 9(8).
           05  CL-STAGE                    PIC 9.
           05  CL-STAGE-DATE               PIC 9(8).
           05  CL-BALANCE                  PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  CL-FEES-CHARGED             PIC 9(7)V99.

       FD  COLL-TRANS-FILE
           RECORD CONTAINS 45 CHARACTERS.
           COPY ADDTRN.

       FD  LETTER-EVENT-FILE
           RECORD CONTAINS 133 CHARACTERS.
           COPY LTREVT.

       FD  COLL-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  COLL-REPORT-RECORD              PIC X(80).

       FD  COLL-EXCEPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EXCPT.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-BAL-STATUS                   PIC XX.
       01  WS-HIST-STATUS                  PIC XX.
       01  WS-PARM-STATUS                  PIC XX.
       01  WS-COLL-STATUS                  PIC XX.
       01  WS-TRANS-STATUS                 PIC XX.
       01  WS-EVENT-STATUS                 PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-EXCEPT-STATUS                PIC XX.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-RUNCTL-OPER-FLAG             PIC X VALUE "N".
           88  WS-RUNCTL-OPER-MISSING       VALUE "Y".
       01  WS-BAL-EOF-FLAG                 PIC X VALUE "N".
           88  WS-BAL-EOF                  VALUE "Y".
       01  WS-BAL-OPEN-FAIL-FLAG           PIC X VALUE "N".
           88  WS-BAL-OPEN-FAILED           VALUE "Y".
       01  WS-HIST-EOF-FLAG                PIC X VALUE "N".
           88  WS-HIST-EOF                 VALUE "Y".
       01  WS-COLL-EOF-FLAG                PIC X VALUE "N".
           88  WS-COLL-EOF                 VALUE "Y".
       01  WS-COLL-OVER-FLAG               PIC X VALUE "N".
           88  WS-COLL-OVERFLOWED          VALUE "Y".
       01  WS-DELQ-OVER-FLAG               PIC X VALUE "N".
           88  WS-DELQ-OVERFLOWED          VALUE "Y".
       01  WS-HEADER-WRITTEN-FLAG          PIC X VALUE "N".
           88  WS-HEADER-WRITTEN           VALUE "Y".
       01  WS-COLL-FOUND-FLAG              PIC X VALUE "N".
           88  WS-COLL-FOUND               VALUE "Y".
       01  WS-DELQ-FOUND-FLAG              PIC X VALUE "N".
           88  WS-DELQ-FOUND               VALUE "Y".

       01  WS-STAGE-FEE-DATA.
           05  FILLER                      PIC 9(5)V99 VALUE 10.00.
           05  FILLER                      PIC 9(5)V99 VALUE 25.00.
           05  FILLER                      PIC 9(5)V99 VALUE 35.00.
           05  FILLER                      PIC 9(5)V99 VALUE 50.00.
       01  WS-STAGE-FEE-TABLE REDEFINES WS-STAGE-FEE-DATA.
           05  WS-STAGE-FEE OCCURS 4 TIMES PIC 9(5)V99.
       01  WS-STAGE-SUB                    PIC 9 VALUE ZERO.

       01  WS-COLL-MAX                     PIC 9(4) VALUE 2000.
       01  WS-COLL-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-COLL-SUB                     PIC 9(4) VALUE ZERO.
       01  WS-COLL-TABLE.
           05  WS-COLL-ENTRY OCCURS 2000 TIMES
                   INDEXED BY COLL-IDX.
               10  WS-CT-ACCT-NUM          PIC 9(8).
               10  WS-CT-RECORD            PIC X(56).
               10  WS-CT-STATE             PIC X.
                   88  WS-CT-DELINQUENT     VALUE "D".
                   88  WS-CT-CURED          VALUE "C".
                   88  WS-CT-CLOSED         VALUE "X".
                   88  WS-CT-NOT-ON-MASTER  VALUE SPACE.
               10  WS-CT-CUR-BALANCE       PIC S9(9)V99.

       01  WS-DELQ-MAX                     PIC 9(4) VALUE 2000.
       01  WS-DELQ-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-DELQ-SUB                     PIC 9(4) VALUE ZERO.
       01  WS-DELQ-TABLE.
           05  WS-DELQ-ENTRY OCCURS 2000 TIMES
                   INDEXED BY DELQ-IDX.
               10  WS-DQ-ACCT-NUM          PIC 9(8).
               10  WS-DQ-CUSTOMER-NUM      PIC 9(6).
               10  WS-DQ-COMPANY-CODE      PIC X(4).
               10  WS-DQ-BALANCE           PIC S9(9)V99.
               10  WS-DQ-FLOOR             PIC S9(9)V99.
               10  WS-DQ-SINCE-DATE        PIC 9(8).
               10  WS-DQ-HIST-SINCE        PIC 9(8).
               10  WS-DQ-PRIOR-STAGE       PIC 9.
               10  WS-DQ-STAGE             PIC 9.
               10  WS-DQ-STAGE-DATE        PIC 9(8).
               10  WS-DQ-FEES-CHARGED      PIC 9(7)V99.

       01  WS-FLOOR                        PIC S9(9)V99 VALUE ZERO.
       01  WS-RUN-DATE-INT                 PIC 9(8) VALUE ZERO.
       01  WS-SINCE-DATE-INT               PIC 9(8) VALUE ZERO.
       01  WS-DAYS-OVERDRAWN               PIC 9(5) VALUE ZERO.
       01  WS-FEE-AMOUNT                   PIC 9(5)V99 VALUE ZERO.
       01  WS-ACTION-TAG                   PIC X(7).

       01  WS-ACCT-COUNT                   PIC 9(6) VALUE ZERO.
       01  WS-HIST-COUNT                   PIC 9(6) VALUE ZERO.
       01  WS-NEW-COUNT                    PIC 9(6) VALUE ZERO.
       01  WS-STAGE-CHANGE-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-RECOVERY-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-LETTER-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-FEE-COUNT                    PIC 9(6) VALUE ZERO.
       01  WS-FEE-TOTAL                    PIC 9(9)V99 VALUE ZERO.
       01  WS-EXCEPT-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-STAGE-COUNTS.
           05  WS-STAGE-COUNT OCCURS 4 TIMES PIC 9(6).

       01  WS-HASH-TOTAL                   PIC 9(12) VALUE ZERO.
       01  WS-AMOUNT-TOTAL                 PIC S9(9)V99 VALUE ZERO.
       01  WS-BATCH-NUM                    PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE-SPLIT.
           05  WS-RD-YEAR                  PIC 9(4).
           05  WS-RD-MONTH-DAY             PIC 9(4).

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(24) VALUE
               "COLLECTIONS WORKLIST    ".
           05  FILLER                      PIC X(9) VALUE
               "RUN DATE ".
           05  WS-HL-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(39) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SL-TEXT                  PIC X(50).
           05  FILLER                      PIC X(30) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(5) VALUE "ACCT ".
           05  WS-DL-ACCT-NUM              PIC 9(8).
           05  FILLER                      PIC X(6) VALUE " CUST ".
           05  WS-DL-CUSTOMER-NUM          PIC 9(6).
           05  FILLER                      PIC X(4) VALUE " BAL".
           05  WS-DL-BALANCE               PIC -(9)9.99.
           05  FILLER                      PIC X(7) VALUE " SINCE ".
           05  WS-DL-SINCE-DATE            PIC 9(8).
           05  FILLER                      PIC X(5) VALUE " DAYS".
           05  WS-DL-DAYS                  PIC Z(3)9.
           05  FILLER                      PIC X(5) VALUE " STG ".
           05  WS-DL-STAGE                 PIC 9.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-ACTION                PIC X(7).

       01  WS-STAGE-TOTAL-LINE.
           05  FILLER                      PIC X(6) VALUE "STAGE ".
           05  WS-ST-STAGE                 PIC 9.
           05  FILLER                      PIC X(13) VALUE
               "  ACCOUNTS   ".
           05  WS-ST-COUNT                 PIC Z(5)9.
           05  FILLER                      PIC X(54) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(20).
           05  WS-TL-COUNT                 PIC Z(5)9.
           05  FILLER                      PIC X(9) VALUE
               "  AMOUNT ".
           05  WS-TL-AMOUNT                PIC Z(8)9.99.
           05  FILLER                      PIC X(33) VALUE SPACES.

           COPY EXCPTWS.

       LINKAGE SECTION.
       01  LK-COLL01-RESULTS.
           05  LK-DELINQUENT-COUNT         PIC 9(6).
           05  LK-FEE-COUNT                PIC 9(6).

       PROCEDURE DIVISION USING OPTIONAL LK-COLL01-RESULTS.
       PROGRAM-BEGIN.
           PERFORM READ-RUN-CONTROL-RTN.
           OPEN OUTPUT COLL-EXCEPT-FILE.
           IF WS-RUNCTL-OPER-MISSING
               PERFORM WRITE-OPERATOR-EXCEPTION
           END-IF.
           INITIALIZE WS-STAGE-COUNTS.
           PERFORM READ-COLL-PARM.
           PERFORM SET-BATCH-NUMBER.
           PERFORM LOAD-COLL-TABLE.
           PERFORM SCAN-ACCOUNT-MASTER.
           IF WS-DELQ-COUNT > ZERO
               PERFORM SCAN-BALANCE-HISTORY
           END-IF.
           OPEN OUTPUT COLL-TRANS-FILE.
           OPEN OUTPUT COLL-REPORT-FILE.
           IF RC-PRODUCTION-MODE
               PERFORM OPEN-EVENT-EXTEND
           ELSE
               DISPLAY "COLL01: TEST MODE - NO DUNNING LETTERS "
                       "RAISED, COLLECTIONS MASTER NOT UPDATED"
           END-IF.
           MOVE RC-RUN-DATE TO WS-HL-RUN-DATE.
           WRITE COLL-REPORT-RECORD FROM WS-HEADING-LINE.
           MOVE "ACCOUNTS OVERDRAWN OR OVER CREDIT LIMIT"
               TO WS-SL-TEXT.
           PERFORM WRITE-SECTION-HEADING.
           PERFORM WORK-ONE-DELINQUENT
               VARYING WS-DELQ-SUB FROM 1 BY 1
               UNTIL WS-DELQ-SUB > WS-DELQ-COUNT.
           MOVE "RECOVERIES - LEFT THE COLLECTIONS CYCLE"
               TO WS-SL-TEXT.
           PERFORM WRITE-SECTION-HEADING.
           PERFORM REPORT-ONE-RECOVERY
               VARYING WS-COLL-SUB FROM 1 BY 1
               UNTIL WS-COLL-SUB > WS-COLL-COUNT.
           PERFORM WRITE-REPORT-TOTALS.
           IF WS-HEADER-WRITTEN
               PERFORM WRITE-BATCH-TRAILER
           END-IF.
           CLOSE COLL-TRANS-FILE.
           CLOSE COLL-REPORT-FILE.
           IF RC-PRODUCTION-MODE
               CLOSE LETTER-EVENT-FILE
               PERFORM REWRITE-COLL-MASTER
           END-IF.
           CLOSE COLL-EXCEPT-FILE.
       PROGRAM-DONE.
           DISPLAY "ACCOUNTS SCANNED:      " WS-ACCT-COUNT.
           DISPLAY "IN COLLECTIONS:        " WS-DELQ-COUNT.
           DISPLAY "NEW TO COLLECTIONS:    " WS-NEW-COUNT.
           DISPLAY "STAGE CHANGES:         " WS-STAGE-CHANGE-COUNT.
           DISPLAY "DUNNING LETTERS:       " WS-LETTER-COUNT.
           DISPLAY "LATE FEES GENERATED:   " WS-FEE-COUNT.
           DISPLAY "RECOVERIES:            " WS-RECOVERY-COUNT.
           DISPLAY "EXCEPTIONS WRITTEN:    " WS-EXCEPT-COUNT.
           IF ADDRESS OF LK-COLL01-RESULTS NOT = NULL
               MOVE WS-DELQ-COUNT TO LK-DELINQUENT-COUNT
               MOVE WS-FEE-COUNT TO LK-FEE-COUNT
           END-IF.
           IF WS-BAL-OPEN-FAILED OR WS-COLL-OVERFLOWED
                   OR WS-DELQ-OVERFLOWED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-EXCEPT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       READ-COLL-PARM.
           OPEN INPUT COLL-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ COLL-PARM-FILE
                   NOT AT END
                       PERFORM TAKE-ONE-STAGE-FEE
                           VARYING WS-STAGE-SUB FROM 1 BY 1
                           UNTIL WS-STAGE-SUB > 4
               END-READ
               CLOSE COLL-PARM-FILE
           ELSE
               DISPLAY "COLL01: NO PARM FILE, USING DEFAULT LATE "
                       "FEES"
           END-IF.

       TAKE-ONE-STAGE-FEE.
           IF DP-STAGE-FEE (WS-STAGE-SUB) NUMERIC
               MOVE DP-STAGE-FEE (WS-STAGE-SUB)
                   TO WS-STAGE-FEE (WS-STAGE-SUB)
           END-IF.

       SET-BATCH-NUMBER.
           MOVE RC-RUN-DATE TO WS-RUN-DATE-SPLIT.
           COMPUTE WS-BATCH-NUM = 500000
               + FUNCTION MOD(WS-RD-YEAR 10) * 10000
               + WS-RD-MONTH-DAY.
           IF RC-RUN-DATE > ZERO
               COMPUTE WS-RUN-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(RC-RUN-DATE)
           END-IF.

       LOAD-COLL-TABLE.
           OPEN INPUT COLL-MASTER-FILE.
           IF WS-COLL-STATUS NOT = "00"
               DISPLAY "COLL01: NO COLLECTIONS MASTER, STATUS: "
                       WS-COLL-STATUS " - STARTING EMPTY"
               MOVE "Y" TO WS-COLL-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-COLL UNTIL WS-COLL-EOF.
           IF WS-COLL-STATUS = "00" OR WS-COLL-STATUS = "10"
               CLOSE COLL-MASTER-FILE
           END-IF.

       LOAD-ONE-COLL.
           READ COLL-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-COLL-EOF-FLAG
               NOT AT END
                   IF WS-COLL-COUNT < WS-COLL-MAX
                       ADD 1 TO WS-COLL-COUNT
                       MOVE CL-ACCT-NUM
                           TO WS-CT-ACCT-NUM (WS-COLL-COUNT)
                       MOVE COLL-MASTER-RECORD
                           TO WS-CT-RECORD (WS-COLL-COUNT)
                       MOVE SPACE TO WS-CT-STATE (WS-COLL-COUNT)
                       MOVE CL-BALANCE
                           TO WS-CT-CUR-BALANCE (WS-COLL-COUNT)
                   ELSE
                       MOVE "Y" TO WS-COLL-OVER-FLAG
                       DISPLAY "COLL01: COLLECTIONS TABLE FULL, "
                               "ACCOUNT " CL-ACCT-NUM " NOT LOADED"
                   END-IF
           END-READ.

       SCAN-ACCOUNT-MASTER.
           OPEN INPUT ACCT-BAL-FILE.
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ACCT-BAL-FILE, STATUS: "
                       WS-BAL-STATUS
               MOVE "Y" TO WS-BAL-EOF-FLAG
               MOVE "Y" TO WS-BAL-OPEN-FAIL-FLAG
           END-IF.
           PERFORM CHECK-ONE-ACCOUNT UNTIL WS-BAL-EOF.
           IF WS-BAL-STATUS = "00" OR WS-BAL-STATUS = "10"
               CLOSE ACCT-BAL-FILE
           END-IF.

       CHECK-ONE-ACCOUNT.
           READ ACCT-BAL-FILE
               AT END
                   MOVE "Y" TO WS-BAL-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ACCT-COUNT
                   PERFORM CLASSIFY-ACCOUNT
           END-READ.

       CLASSIFY-ACCOUNT.
           IF AM-CREDIT-LIMIT NUMERIC AND AM-CREDIT-LIMIT < ZERO
               MOVE AM-CREDIT-LIMIT TO WS-FLOOR
           ELSE
               MOVE ZERO TO WS-FLOOR
           END-IF.
           PERFORM FIND-COLL-ENTRY.
           IF NOT AM-STATUS-CLOSED AND NOT AM-TYPE-LOAN
                   AND AM-BALANCE NUMERIC
                   AND AM-BALANCE < WS-FLOOR
               PERFORM ADD-DELINQUENT-ENTRY
               IF WS-COLL-FOUND
                   MOVE "D" TO WS-CT-STATE (COLL-IDX)
               END-IF
           ELSE
               IF WS-COLL-FOUND
                   IF AM-STATUS-CLOSED
                       MOVE "X" TO WS-CT-STATE (COLL-IDX)
                   ELSE
                       MOVE "C" TO WS-CT-STATE (COLL-IDX)
                   END-IF
                   MOVE AM-BALANCE TO WS-CT-CUR-BALANCE (COLL-IDX)
               END-IF
           END-IF.

       FIND-COLL-ENTRY.
           MOVE "N" TO WS-COLL-FOUND-FLAG.
           SET COLL-IDX TO 1.
           SEARCH WS-COLL-ENTRY
               AT END
                   CONTINUE
               WHEN COLL-IDX > WS-COLL-COUNT
                   CONTINUE
               WHEN WS-CT-ACCT-NUM (COLL-IDX) = AM-ACCT-NUM
                   MOVE "Y" TO WS-COLL-FOUND-FLAG
           END-SEARCH.

       ADD-DELINQUENT-ENTRY.
           IF WS-DELQ-COUNT < WS-DELQ-MAX
               ADD 1 TO WS-DELQ-COUNT
               SET DELQ-IDX TO WS-DELQ-COUNT
               MOVE AM-ACCT-NUM TO WS-DQ-ACCT-NUM (DELQ-IDX)
               MOVE AM-CUSTOMER-NUM TO WS-DQ-CUSTOMER-NUM (DELQ-IDX)
               MOVE AM-COMPANY-CODE TO WS-DQ-COMPANY-CODE (DELQ-IDX)
               MOVE AM-BALANCE TO WS-DQ-BALANCE (DELQ-IDX)
               MOVE WS-FLOOR TO WS-DQ-FLOOR (DELQ-IDX)
               MOVE ZERO TO WS-DQ-HIST-SINCE (DELQ-IDX)
               IF WS-COLL-FOUND
                   MOVE WS-CT-RECORD (COLL-IDX) TO COLL-MASTER-RECORD
                   MOVE CL-SINCE-DATE TO WS-DQ-SINCE-DATE (DELQ-IDX)
                   MOVE CL-STAGE TO WS-DQ-PRIOR-STAGE (DELQ-IDX)
                   MOVE CL-STAGE TO WS-DQ-STAGE (DELQ-IDX)
                   MOVE CL-STAGE-DATE TO WS-DQ-STAGE-DATE (DELQ-IDX)
                   MOVE CL-FEES-CHARGED
                       TO WS-DQ-FEES-CHARGED (DELQ-IDX)
               ELSE
                   MOVE ZERO TO WS-DQ-SINCE-DATE (DELQ-IDX)
                   MOVE ZERO TO WS-DQ-PRIOR-STAGE (DELQ-IDX)
                   MOVE ZERO TO WS-DQ-STAGE (DELQ-IDX)
                   MOVE ZERO TO WS-DQ-STAGE-DATE (DELQ-IDX)
                   MOVE ZERO TO WS-DQ-FEES-CHARGED (DELQ-IDX)
               END-IF
           ELSE
               MOVE "Y" TO WS-DELQ-OVER-FLAG
               PERFORM WRITE-TABLE-FULL-EXCEPTION
           END-IF.

       SCAN-BALANCE-HISTORY.
           OPEN INPUT BAL-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "COLL01: NO BALANCE HISTORY, STATUS: "
                       WS-HIST-STATUS " - NEW ACCOUNTS START TODAY"
               MOVE "Y" TO WS-HIST-EOF-FLAG
           END-IF.
           PERFORM READ-ONE-HISTORY UNTIL WS-HIST-EOF.
           IF WS-HIST-STATUS = "00" OR WS-HIST-STATUS = "10"
               CLOSE BAL-HISTORY-FILE
           END-IF.

       READ-ONE-HISTORY.
           READ BAL-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF-FLAG
               NOT AT END
                   IF BS-RUN-DATE NUMERIC
                           AND BS-RUN-DATE <= RC-RUN-DATE
                           AND BS-BALANCE NUMERIC
                       ADD 1 TO WS-HIST-COUNT
                       PERFORM APPLY-ONE-HISTORY
                   END-IF
           END-READ.

       APPLY-ONE-HISTORY.
           MOVE "N" TO WS-DELQ-FOUND-FLAG.
           SET DELQ-IDX TO 1.
           SEARCH WS-DELQ-ENTRY
               AT END
                   CONTINUE
               WHEN DELQ-IDX > WS-DELQ-COUNT
                   CONTINUE
               WHEN WS-DQ-ACCT-NUM (DELQ-IDX) = BS-ACCT-NUM
                   MOVE "Y" TO WS-DELQ-FOUND-FLAG
           END-SEARCH.
           IF WS-DELQ-FOUND
               IF BS-BALANCE < WS-DQ-FLOOR (DELQ-IDX)
                   IF WS-DQ-HIST-SINCE (DELQ-IDX) = ZERO
                       MOVE BS-RUN-DATE
                           TO WS-DQ-HIST-SINCE (DELQ-IDX)
                   END-IF
               ELSE
                   MOVE ZERO TO WS-DQ-HIST-SINCE (DELQ-IDX)
               END-IF
           END-IF.

       OPEN-EVENT-EXTEND.
           OPEN EXTEND LETTER-EVENT-FILE.
           IF WS-EVENT-STATUS NOT = "00"
               OPEN OUTPUT LETTER-EVENT-FILE
           END-IF.

       WORK-ONE-DELINQUENT.
           SET DELQ-IDX TO WS-DELQ-SUB.
           MOVE SPACES TO WS-ACTION-TAG.
           IF WS-DQ-SINCE-DATE (DELQ-IDX) = ZERO
               ADD 1 TO WS-NEW-COUNT
               MOVE "NEW" TO WS-ACTION-TAG
               IF WS-DQ-HIST-SINCE (DELQ-IDX) > ZERO
                   MOVE WS-DQ-HIST-SINCE (DELQ-IDX)
                       TO WS-DQ-SINCE-DATE (DELQ-IDX)
               ELSE
                   MOVE RC-RUN-DATE TO WS-DQ-SINCE-DATE (DELQ-IDX)
               END-IF
           END-IF.
           PERFORM SET-DELINQUENCY-STAGE.
           IF WS-DQ-STAGE (DELQ-IDX) > WS-DQ-PRIOR-STAGE (DELQ-IDX)
               ADD 1 TO WS-STAGE-CHANGE-COUNT
               IF WS-ACTION-TAG = SPACES
                   MOVE "STG UP" TO WS-ACTION-TAG
               END-IF
               MOVE RC-RUN-DATE TO WS-DQ-STAGE-DATE (DELQ-IDX)
               PERFORM RAISE-STAGE-CHANGE
           END-IF.
           MOVE WS-DQ-STAGE (DELQ-IDX) TO WS-STAGE-SUB.
           ADD 1 TO WS-STAGE-COUNT (WS-STAGE-SUB).
           MOVE WS-DQ-ACCT-NUM (DELQ-IDX) TO WS-DL-ACCT-NUM.
           MOVE WS-DQ-CUSTOMER-NUM (DELQ-IDX) TO WS-DL-CUSTOMER-NUM.
           MOVE WS-DQ-BALANCE (DELQ-IDX) TO WS-DL-BALANCE.
           MOVE WS-DQ-SINCE-DATE (DELQ-IDX) TO WS-DL-SINCE-DATE.
           MOVE WS-DAYS-OVERDRAWN TO WS-DL-DAYS.
           MOVE WS-DQ-STAGE (DELQ-IDX) TO WS-DL-STAGE.
           MOVE WS-ACTION-TAG TO WS-DL-ACTION.
           WRITE COLL-REPORT-RECORD FROM WS-DETAIL-LINE.

       SET-DELINQUENCY-STAGE.
           MOVE 1 TO WS-DAYS-OVERDRAWN.
           IF WS-RUN-DATE-INT > ZERO
                   AND WS-DQ-SINCE-DATE (DELQ-IDX) > ZERO
                   AND WS-DQ-SINCE-DATE (DELQ-IDX) < RC-RUN-DATE
               COMPUTE WS-SINCE-DATE-INT = FUNCTION
                   INTEGER-OF-DATE(WS-DQ-SINCE-DATE (DELQ-IDX))
               COMPUTE WS-DAYS-OVERDRAWN =
                   WS-RUN-DATE-INT - WS-SINCE-DATE-INT + 1
           END-IF.
           EVALUATE TRUE
               WHEN WS-DAYS-OVERDRAWN >= 90
                   MOVE 4 TO WS-DQ-STAGE (DELQ-IDX)
               WHEN WS-DAYS-OVERDRAWN >= 60
                   MOVE 3 TO WS-DQ-STAGE (DELQ-IDX)
               WHEN WS-DAYS-OVERDRAWN >= 30
                   MOVE 2 TO WS-DQ-STAGE (DELQ-IDX)
               WHEN OTHER
                   MOVE 1 TO WS-DQ-STAGE (DELQ-IDX)
           END-EVALUATE.
           IF WS-DQ-STAGE (DELQ-IDX) < WS-DQ-PRIOR-STAGE (DELQ-IDX)
               MOVE WS-DQ-PRIOR-STAGE (DELQ-IDX)
                   TO WS-DQ-STAGE (DELQ-IDX)
           END-IF.

       RAISE-STAGE-CHANGE.
           MOVE WS-DQ-STAGE (DELQ-IDX) TO WS-STAGE-SUB.
           MOVE WS-STAGE-FEE (WS-STAGE-SUB) TO WS-FEE-AMOUNT.
           IF WS-FEE-AMOUNT > ZERO
               PERFORM WRITE-LATE-FEE-DETAIL
           END-IF.
           IF RC-PRODUCTION-MODE
               IF WS-DQ-CUSTOMER-NUM (DELQ-IDX) = ZERO
                   PERFORM WRITE-NO-CUSTOMER-EXCEPTION
               ELSE
                   PERFORM WRITE-DUNNING-EVENT
               END-IF
           END-IF.

       WRITE-LATE-FEE-DETAIL.
           IF NOT WS-HEADER-WRITTEN
               PERFORM WRITE-BATCH-HEADER
           END-IF.
           MOVE SPACES TO ADD-TRANS-RECORD.
           MOVE "D" TO AT-RECORD-TYPE.
           MOVE WS-DQ-COMPANY-CODE (DELQ-IDX) TO AT-COMPANY-CODE.
           MOVE WS-DQ-ACCT-NUM (DELQ-IDX) TO AT-ACCT-NUM.
           MOVE RC-RUN-DATE TO AT-TRANS-DATE.
           MOVE "A" TO AT-TRANS-TYPE.
           COMPUTE AT-AMOUNT = ZERO - WS-FEE-AMOUNT.
           MOVE SPACES TO AT-REFERENCE.
           STRING "LF" WS-DQ-ACCT-NUM (DELQ-IDX)
                  DELIMITED BY SIZE INTO AT-REFERENCE.
           WRITE ADD-TRANS-RECORD.
           ADD 1 TO WS-FEE-COUNT.
           ADD WS-DQ-ACCT-NUM (DELQ-IDX) TO WS-HASH-TOTAL.
           SUBTRACT WS-FEE-AMOUNT FROM WS-AMOUNT-TOTAL.
           ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL.
           ADD WS-FEE-AMOUNT TO WS-DQ-FEES-CHARGED (DELQ-IDX).

       WRITE-DUNNING-EVENT.
           MOVE WS-DQ-CUSTOMER-NUM (DELQ-IDX) TO LE-CUSTOMER-NUM.
           MOVE WS-DQ-STAGE (DELQ-IDX) TO LE-EVENT-CODE.
           MOVE RC-RUN-DATE TO LE-EVENT-DATE.
           MOVE WS-DQ-ACCT-NUM (DELQ-IDX) TO LE-ACCT-NUM.
           MOVE WS-DQ-BALANCE (DELQ-IDX) TO LE-AMOUNT.
           MOVE "COLL01" TO LE-SOURCE-PROGRAM.
           MOVE SPACES TO LE-MAIL-TO-ADDRESS.
           WRITE LETTER-EVENT-RECORD.
           ADD 1 TO WS-LETTER-COUNT.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO ADD-BATCH-HEADER-RECORD.
           MOVE "H" TO AT-RECORD-TYPE.
           MOVE WS-BATCH-NUM TO BH-BATCH-NUM.
           MOVE RC-RUN-DATE TO BH-BATCH-DATE.
           MOVE "COLL" TO BH-SOURCE-SYSTEM.
           WRITE ADD-BATCH-HEADER-RECORD.
           MOVE "Y" TO WS-HEADER-WRITTEN-FLAG.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO ADD-BATCH-TRAILER-RECORD.
           MOVE "T" TO AT-RECORD-TYPE.
           MOVE WS-FEE-COUNT TO BT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO BT-HASH-TOTAL.
           MOVE WS-AMOUNT-TOTAL TO BT-AMOUNT-TOTAL.
           WRITE ADD-BATCH-TRAILER-RECORD.

       REPORT-ONE-RECOVERY.
           IF NOT WS-CT-DELINQUENT (WS-COLL-SUB)
               MOVE WS-CT-RECORD (WS-COLL-SUB) TO COLL-MASTER-RECORD
               ADD 1 TO WS-RECOVERY-COUNT
               EVALUATE TRUE
                   WHEN WS-CT-CURED (WS-COLL-SUB)
                       MOVE "CURED" TO WS-DL-ACTION
                   WHEN WS-CT-CLOSED (WS-COLL-SUB)
                       MOVE "CLOSED" TO WS-DL-ACTION
                   WHEN OTHER
                       MOVE "NO ACCT" TO WS-DL-ACTION
               END-EVALUATE
               MOVE CL-ACCT-NUM TO WS-DL-ACCT-NUM
               MOVE CL-CUSTOMER-NUM TO WS-DL-CUSTOMER-NUM
               MOVE WS-CT-CUR-BALANCE (WS-COLL-SUB) TO WS-DL-BALANCE
               MOVE CL-SINCE-DATE TO WS-DL-SINCE-DATE
               MOVE ZERO TO WS-DL-DAYS
               MOVE CL-STAGE TO WS-DL-STAGE
               WRITE COLL-REPORT-RECORD FROM WS-DETAIL-LINE
           END-IF.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO COLL-REPORT-RECORD.
           WRITE COLL-REPORT-RECORD.
           WRITE COLL-REPORT-RECORD FROM WS-SECTION-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO COLL-REPORT-RECORD.
           WRITE COLL-REPORT-RECORD.
           PERFORM WRITE-ONE-STAGE-TOTAL
               VARYING WS-STAGE-SUB FROM 1 BY 1
               UNTIL WS-STAGE-SUB > 4.
           MOVE "IN COLLECTIONS      " TO WS-TL-LABEL.
           MOVE WS-DELQ-COUNT TO WS-TL-COUNT.
           MOVE ZERO TO WS-TL-AMOUNT.
           WRITE COLL-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "STAGE CHANGES       " TO WS-TL-LABEL.
           MOVE WS-STAGE-CHANGE-COUNT TO WS-TL-COUNT.
           MOVE ZERO TO WS-TL-AMOUNT.
           WRITE COLL-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "LATE FEES           " TO WS-TL-LABEL.
           MOVE WS-FEE-COUNT TO WS-TL-COUNT.
           MOVE WS-FEE-TOTAL TO WS-TL-AMOUNT.
           WRITE COLL-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "RECOVERIES          " TO WS-TL-LABEL.
           MOVE WS-RECOVERY-COUNT TO WS-TL-COUNT.
           MOVE ZERO TO WS-TL-AMOUNT.
           WRITE COLL-REPORT-RECORD FROM WS-TOTAL-LINE.

       WRITE-ONE-STAGE-TOTAL.
           MOVE WS-STAGE-SUB TO WS-ST-STAGE.
           MOVE WS-STAGE-COUNT (WS-STAGE-SUB) TO WS-ST-COUNT.
           WRITE COLL-REPORT-RECORD FROM WS-STAGE-TOTAL-LINE.

       REWRITE-COLL-MASTER.
           IF WS-COLL-OVERFLOWED OR WS-DELQ-OVERFLOWED
               DISPLAY "COLL01: COLLECTIONS MASTER NOT REWRITTEN, "
                       "TABLE OVERFLOWED - NO CHANGES SAVED"
           ELSE
               OPEN OUTPUT COLL-MASTER-FILE
               PERFORM WRITE-ONE-COLL
                   VARYING WS-DELQ-SUB FROM 1 BY 1
                   UNTIL WS-DELQ-SUB > WS-DELQ-COUNT
               CLOSE COLL-MASTER-FILE
           END-IF.

       WRITE-ONE-COLL.
           SET DELQ-IDX TO WS-DELQ-SUB.
           MOVE WS-DQ-ACCT-NUM (DELQ-IDX) TO CL-ACCT-NUM.
           MOVE WS-DQ-CUSTOMER-NUM (DELQ-IDX) TO CL-CUSTOMER-NUM.
           MOVE WS-DQ-COMPANY-CODE (DELQ-IDX) TO CL-COMPANY-CODE.
           MOVE WS-DQ-SINCE-DATE (DELQ-IDX) TO CL-SINCE-DATE.
           MOVE WS-DQ-STAGE (DELQ-IDX) TO CL-STAGE.
           MOVE WS-DQ-STAGE-DATE (DELQ-IDX) TO CL-STAGE-DATE.
           MOVE WS-DQ-BALANCE (DELQ-IDX) TO CL-BALANCE.
           MOVE WS-DQ-FEES-CHARGED (DELQ-IDX) TO CL-FEES-CHARGED.
           WRITE COLL-MASTER-RECORD.

       WRITE-NO-CUSTOMER-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "COLL01"  TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE WS-DELQ-SUB TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "ACCT " WS-DQ-ACCT-NUM (DELQ-IDX)
                  " NO CUSTOMER NUMBER, NO DUNNING LETTER"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-TABLE-FULL-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "COLL01"  TO WS-EX-PROGRAM-ID.
           MOVE "E"       TO WS-EX-SEVERITY.
           MOVE WS-ACCT-COUNT TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "ACCT " AM-ACCT-NUM
                  " NOT WORKED, DELINQUENT TABLE FULL"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.
           DISPLAY "COLL01: " WS-EX-REASON.

       WRITE-OPERATOR-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "COLL01"  TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE ZERO      TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "RUN CTL OPERATOR ID MISSING, DEFAULTED UNKNOWN"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

           COPY RUNCTLP.
           COPY EXCPTP.
