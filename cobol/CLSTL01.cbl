       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLSTL01.
       AUTHOR. STELEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-NUM
               ALTERNATE RECORD KEY IS AM-CUSTOMER-NUM WITH DUPLICATES
               FILE STATUS IS WS-BAL-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT ACCR-PARM-FILE ASSIGN TO "ACCRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CLOSE-PEND-FILE ASSIGN TO "CLOSPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT CLOSE-TRANS-FILE ASSIGN TO "CLSTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT CLOSE-REPORT-FILE ASSIGN TO "CLSTLRPT"
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
       FD  ACCT-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY ACCTMST.

       FD  CALENDAR-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  CALENDAR-RECORD.
           05  CAL-DATE                    PIC 9(8).
           05  CAL-DAY-TYPE                PIC X.
           05  CAL-MONTH-END-FLAG          PIC X.
               88  CAL-MONTH-END            VALUE "Y".

       FD  ACCR-PARM-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  ACCR-PARM-RECORD.
           05  AP-RECORD-TYPE              PIC X.
               88  AP-RATE-TIER             VALUE "R".
               88  AP-SERVICE-FEE           VALUE "F".
           05  AP-TIER-FLOOR               PIC 9(9).
           05  AP-MONTHLY-RATE             PIC 9V9(5).
           05  AP-FEE-AMOUNT               PIC 9(5)V99.
           05  FILLER                      PIC X(7).

       FD  CLOSE-PEND-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY CLOSPND.

       FD  HOLD-MASTER-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY HOLDMST.

       FD  CLOSE-TRANS-FILE
           RECORD CONTAINS 45 CHARACTERS.
           COPY ADDTRN.

       FD  CLOSE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CLOSE-REPORT-RECORD             PIC X(80).

       FD  CLOSE-EXCEPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EXCPT.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-BAL-STATUS                   PIC XX.
       01  WS-CAL-STATUS                   PIC XX.
       01  WS-PARM-STATUS                  PIC XX.
       01  WS-PEND-STATUS                  PIC XX.
       01  WS-TRANS-STATUS                 PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-EXCEPT-STATUS                PIC XX.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-RUNCTL-OPER-FLAG             PIC X VALUE "N".
           88  WS-RUNCTL-OPER-MISSING       VALUE "Y".
       01  WS-BAL-OPEN-FAIL-FLAG           PIC X VALUE "N".
           88  WS-BAL-OPEN-FAILED           VALUE "Y".
       01  WS-CAL-EOF-FLAG                 PIC X VALUE "N".
           88  WS-CAL-EOF                  VALUE "Y".
       01  WS-MONTH-END-FLAG               PIC X VALUE "N".
           88  WS-MONTH-END                VALUE "Y".
       01  WS-PARM-EOF-FLAG                PIC X VALUE "N".
           88  WS-PARM-EOF                 VALUE "Y".
       01  WS-PEND-EOF-FLAG                PIC X VALUE "N".
           88  WS-PEND-EOF                 VALUE "Y".
       01  WS-PEND-OVER-FLAG               PIC X VALUE "N".
           88  WS-PEND-OVERFLOWED          VALUE "Y".
       01  WS-ACCT-FOUND-FLAG              PIC X VALUE "N".
           88  WS-ACCT-FOUND               VALUE "Y".
       01  WS-HEADER-WRITTEN-FLAG          PIC X VALUE "N".
           88  WS-HEADER-WRITTEN           VALUE "Y".

       01  WS-TIER-MAX                     PIC 9(2) VALUE 10.
       01  WS-TIER-COUNT                   PIC 9(2) VALUE ZERO.
       01  WS-TIER-SUB                     PIC 9(2) VALUE ZERO.
       01  WS-TIER-TABLE.
           05  WS-TIER-ENTRY OCCURS 10 TIMES.
               10  WS-TR-FLOOR             PIC 9(9).
               10  WS-TR-RATE              PIC 9V9(5).
       01  WS-APPLIED-RATE                 PIC 9V9(5) VALUE ZERO.

       01  WS-PEND-MAX                     PIC 9(4) VALUE 500.
       01  WS-PEND-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-PEND-SUB                     PIC 9(4) VALUE ZERO.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 500 TIMES.
               10  WS-PN-RECORD            PIC X(64).
               10  WS-PN-KEEP-FLAG         PIC X.
                   88  WS-PN-KEEP           VALUE "Y".

       01  WS-RUN-DATE-PARTS.
           05  WS-RP-YEAR                  PIC 9(4).
           05  WS-RP-MONTH                 PIC 9(2).
           05  WS-RP-DAY                   PIC 9(2).
       01  WS-MONTH-START                  PIC 9(8) VALUE ZERO.
       01  WS-NEXT-MONTH-PARTS.
           05  WS-NM-YEAR                  PIC 9(4).
           05  WS-NM-MONTH                 PIC 9(2).
           05  WS-NM-DAY                   PIC 9(2).
       01  WS-NEXT-MONTH-START REDEFINES WS-NEXT-MONTH-PARTS
                                           PIC 9(8).
       01  WS-DAYS-IN-MONTH                PIC 9(3) VALUE 30.

       01  WS-INTEREST-AMOUNT              PIC S9(7)V99 VALUE ZERO.
       01  WS-SETTLE-AMOUNT                PIC S9(9)V99 VALUE ZERO.
       01  WS-ACTION-TAG                   PIC X(6).

       01  WS-SETTLED-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-WAITING-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-DROPPED-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-INTEREST-TOTAL               PIC S9(9)V99 VALUE ZERO.
       01  WS-PAYOUT-TOTAL                 PIC S9(11)V99 VALUE ZERO.
       01  WS-COLLECT-TOTAL                PIC S9(11)V99 VALUE ZERO.
       01  WS-EXCEPT-COUNT                 PIC 9(6) VALUE ZERO.

       01  WS-DETAIL-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-HASH-TOTAL                   PIC 9(12) VALUE ZERO.
       01  WS-AMOUNT-TOTAL                 PIC S9(9)V99 VALUE ZERO.
       01  WS-BATCH-NUM                    PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE-SPLIT.
           05  WS-RD-YEAR                  PIC 9(4).
           05  WS-RD-MONTH-DAY             PIC 9(4).

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(28) VALUE
               "CLOSURE SETTLEMENT REGISTER ".
           05  FILLER                      PIC X(9) VALUE
               "RUN DATE ".
           05  WS-HL-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(8) VALUE
               "  BATCH ".
           05  WS-HL-BATCH-NUM             PIC 9(6).
           05  FILLER                      PIC X(21) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(5) VALUE "ACCT ".
           05  WS-DL-ACCT-NUM              PIC 9(8).
           05  FILLER                      PIC X(5) VALUE " REQ ".
           05  WS-DL-REQUEST-DATE          PIC 9(8).
           05  FILLER                      PIC X(4) VALUE " BAL".
           05  WS-DL-BALANCE               PIC -(9)9.99.
           05  FILLER                      PIC X(4) VALUE " INT".
           05  WS-DL-INTEREST              PIC -(6)9.99.
           05  FILLER                      PIC X(4) VALUE " STL".
           05  WS-DL-SETTLE                PIC -(9)9.99.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-ACTION                PIC X(6).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(28).
           05  WS-TL-COUNT                 PIC Z(5)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TL-AMOUNT                PIC -(12)9.99.
           05  FILLER                      PIC X(28) VALUE SPACES.

           COPY HOLDTB.

           COPY EXCPTWS.

       LINKAGE SECTION.
       01  LK-CLSTL01-RESULTS.
           05  LK-SETTLED-COUNT            PIC 9(6).
           05  LK-WAITING-COUNT            PIC 9(6).

       PROCEDURE DIVISION USING OPTIONAL LK-CLSTL01-RESULTS.
       PROGRAM-BEGIN.
           PERFORM READ-RUN-CONTROL-RTN.
           OPEN OUTPUT CLOSE-EXCEPT-FILE.
           IF WS-RUNCTL-OPER-MISSING
               PERFORM WRITE-OPERATOR-EXCEPTION
           END-IF.
           PERFORM CHECK-MONTH-END-FLAG.
           PERFORM SET-BATCH-NUMBER.
           PERFORM LOAD-ACCRUAL-TIERS.
           PERFORM LOAD-HOLD-TABLE-RTN.
           PERFORM LOAD-PENDING-TABLE.
           OPEN OUTPUT CLOSE-TRANS-FILE.
           OPEN OUTPUT CLOSE-REPORT-FILE.
           MOVE RC-RUN-DATE TO WS-HL-RUN-DATE.
           MOVE WS-BATCH-NUM TO WS-HL-BATCH-NUM.
           WRITE CLOSE-REPORT-RECORD FROM WS-HEADING-LINE.
           IF WS-MONTH-END
               MOVE "MONTH-END - SETTLEMENTS DEFERRED TO NEXT RUN"
                   TO CLOSE-REPORT-RECORD
               WRITE CLOSE-REPORT-RECORD
           END-IF.
           OPEN INPUT ACCT-BAL-FILE.
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ACCT-BAL-FILE, STATUS: "
                       WS-BAL-STATUS
               MOVE "Y" TO WS-BAL-OPEN-FAIL-FLAG
           ELSE
               PERFORM SETTLE-ONE-PENDING
                   VARYING WS-PEND-SUB FROM 1 BY 1
                   UNTIL WS-PEND-SUB > WS-PEND-COUNT
               CLOSE ACCT-BAL-FILE
           END-IF.
           IF WS-HEADER-WRITTEN
               PERFORM WRITE-BATCH-TRAILER
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE CLOSE-TRANS-FILE.
           CLOSE CLOSE-REPORT-FILE.
           IF RC-PRODUCTION-MODE
               PERFORM REWRITE-PENDING-FILE
           ELSE
               DISPLAY "CLSTL01: TEST MODE - PENDING CLOSURES NOT "
                       "UPDATED"
           END-IF.
           CLOSE CLOSE-EXCEPT-FILE.
       PROGRAM-DONE.
           DISPLAY "PENDING CLOSURES:      " WS-PEND-COUNT.
           DISPLAY "SETTLEMENTS GENERATED: " WS-SETTLED-COUNT.
           DISPLAY "STILL WAITING:         " WS-WAITING-COUNT.
           DISPLAY "DROPPED:               " WS-DROPPED-COUNT.
           DISPLAY "EXCEPTIONS WRITTEN:    " WS-EXCEPT-COUNT.
           IF ADDRESS OF LK-CLSTL01-RESULTS NOT = NULL
               MOVE WS-SETTLED-COUNT TO LK-SETTLED-COUNT
               MOVE WS-WAITING-COUNT TO LK-WAITING-COUNT
           END-IF.
           IF WS-BAL-OPEN-FAILED OR WS-PEND-OVERFLOWED
                   OR WS-HOLD-OVERFLOWED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-EXCEPT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       CHECK-MONTH-END-FLAG.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "CLSTL01: NO PROCESSING CALENDAR, STATUS: "
                       WS-CAL-STATUS " - TREATED AS NOT MONTH-END"
               MOVE "Y" TO WS-CAL-EOF-FLAG
           END-IF.
           PERFORM SCAN-ONE-CALENDAR-DAY UNTIL WS-CAL-EOF.
           IF WS-CAL-STATUS = "00" OR WS-CAL-STATUS = "10"
               CLOSE CALENDAR-FILE
           END-IF.

       SCAN-ONE-CALENDAR-DAY.
           READ CALENDAR-FILE
               AT END
                   MOVE "Y" TO WS-CAL-EOF-FLAG
               NOT AT END
                   IF CAL-DATE = RC-RUN-DATE AND CAL-MONTH-END
                       MOVE "Y" TO WS-MONTH-END-FLAG
                   END-IF
           END-READ.

       SET-BATCH-NUMBER.
           MOVE RC-RUN-DATE TO WS-RUN-DATE-SPLIT.
           COMPUTE WS-BATCH-NUM = 400000
               + FUNCTION MOD(WS-RD-YEAR 10) * 10000
               + WS-RD-MONTH-DAY.
           MOVE RC-RUN-DATE TO WS-RUN-DATE-PARTS.
           IF RC-RUN-DATE > ZERO
               COMPUTE WS-MONTH-START =
                   WS-RP-YEAR * 10000 + WS-RP-MONTH * 100 + 1
               MOVE WS-RP-YEAR TO WS-NM-YEAR
               MOVE 1 TO WS-NM-DAY
               IF WS-RP-MONTH = 12
                   ADD 1 TO WS-NM-YEAR
                   MOVE 1 TO WS-NM-MONTH
               ELSE
                   COMPUTE WS-NM-MONTH = WS-RP-MONTH + 1
               END-IF
               COMPUTE WS-DAYS-IN-MONTH =
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START)
                   - FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           END-IF.

       LOAD-ACCRUAL-TIERS.
           OPEN INPUT ACCR-PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "CLSTL01: NO RATE-TIER PARM FILE, STATUS: "
                       WS-PARM-STATUS " - NO INTEREST TO DATE"
           ELSE
               PERFORM LOAD-ONE-PARM UNTIL WS-PARM-EOF
               CLOSE ACCR-PARM-FILE
           END-IF.

       LOAD-ONE-PARM.
           READ ACCR-PARM-FILE
               AT END
                   MOVE "Y" TO WS-PARM-EOF-FLAG
               NOT AT END
                   IF AP-RATE-TIER
                           AND WS-TIER-COUNT < WS-TIER-MAX
                           AND AP-TIER-FLOOR NUMERIC
                           AND AP-MONTHLY-RATE NUMERIC
                       ADD 1 TO WS-TIER-COUNT
                       MOVE AP-TIER-FLOOR
                           TO WS-TR-FLOOR (WS-TIER-COUNT)
                       MOVE AP-MONTHLY-RATE
                           TO WS-TR-RATE (WS-TIER-COUNT)
                   END-IF
           END-READ.

       LOAD-PENDING-TABLE.
           OPEN INPUT CLOSE-PEND-FILE.
           IF WS-PEND-STATUS NOT = "00"
               DISPLAY "CLSTL01: NO PENDING CLOSURES FILE, STATUS: "
                       WS-PEND-STATUS " - NOTHING TO SETTLE"
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
                   ELSE
                       MOVE "Y" TO WS-PEND-OVER-FLAG
                       DISPLAY "CLSTL01: PENDING CLOSURE TABLE FULL, "
                               "ACCOUNT " CP-ACCT-NUM " NOT LOADED"
                   END-IF
           END-READ.

       SETTLE-ONE-PENDING.
           MOVE WS-PN-RECORD (WS-PEND-SUB) TO CLOSE-PENDING-RECORD.
           MOVE ZERO TO WS-INTEREST-AMOUNT.
           MOVE ZERO TO WS-SETTLE-AMOUNT.
           PERFORM READ-PENDING-ACCOUNT.
           EVALUATE TRUE
               WHEN NOT WS-ACCT-FOUND
                   MOVE "N" TO WS-PN-KEEP-FLAG (WS-PEND-SUB)
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE "NOACCT" TO WS-ACTION-TAG
                   PERFORM WRITE-NO-ACCOUNT-EXCEPTION
               WHEN AM-STATUS-CLOSED
                   MOVE "N" TO WS-PN-KEEP-FLAG (WS-PEND-SUB)
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE "CLOSED" TO WS-ACTION-TAG
               WHEN AM-STATUS-FROZEN
                   ADD 1 TO WS-WAITING-COUNT
                   MOVE "FROZEN" TO WS-ACTION-TAG
               WHEN WS-MONTH-END
                   ADD 1 TO WS-WAITING-COUNT
                   MOVE "DEFER" TO WS-ACTION-TAG
               WHEN OTHER
                   MOVE AM-ACCT-NUM TO WS-HOLD-ACCT-NUM
                   PERFORM SUM-ACCOUNT-HOLDS-RTN
                   IF WS-HELD-AMOUNT > ZERO OR WS-HOLD-OVERFLOWED
                       ADD 1 TO WS-WAITING-COUNT
                       MOVE "HELD" TO WS-ACTION-TAG
                   ELSE
                       PERFORM GENERATE-SETTLEMENT
                   END-IF
           END-EVALUATE.
           PERFORM WRITE-SETTLEMENT-LINE.
           MOVE CLOSE-PENDING-RECORD TO WS-PN-RECORD (WS-PEND-SUB).

       READ-PENDING-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND-FLAG.
           MOVE CP-ACCT-NUM TO AM-ACCT-NUM.
           READ ACCT-BAL-FILE
               INVALID KEY
                   MOVE ZERO TO AM-BALANCE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACCT-FOUND-FLAG
           END-READ.

       GENERATE-SETTLEMENT.
           ADD 1 TO WS-SETTLED-COUNT.
           MOVE "SETTLE" TO WS-ACTION-TAG.
           PERFORM COMPUTE-INTEREST-TO-DATE.
           COMPUTE WS-SETTLE-AMOUNT =
               ZERO - (AM-BALANCE + WS-INTEREST-AMOUNT).
           IF WS-INTEREST-AMOUNT > ZERO
               PERFORM WRITE-INTEREST-DETAIL
           END-IF.
           IF WS-SETTLE-AMOUNT NOT = ZERO
               PERFORM WRITE-SETTLEMENT-DETAIL
           END-IF.
           IF WS-SETTLE-AMOUNT < ZERO
               SUBTRACT WS-SETTLE-AMOUNT FROM WS-PAYOUT-TOTAL
           ELSE
               ADD WS-SETTLE-AMOUNT TO WS-COLLECT-TOTAL
           END-IF.
           MOVE "S" TO CP-STATUS.
           MOVE RC-RUN-DATE TO CP-SETTLE-DATE.
           MOVE WS-INTEREST-AMOUNT TO CP-INTEREST.
           MOVE WS-SETTLE-AMOUNT TO CP-SETTLE-AMOUNT.

       COMPUTE-INTEREST-TO-DATE.
           MOVE ZERO TO WS-APPLIED-RATE.
           IF AM-BALANCE > ZERO
               PERFORM MATCH-ONE-TIER
                   VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-SUB > WS-TIER-COUNT
               COMPUTE WS-INTEREST-AMOUNT ROUNDED =
                   AM-BALANCE * WS-APPLIED-RATE * WS-RP-DAY
                   / WS-DAYS-IN-MONTH
                   ON SIZE ERROR
                       MOVE ZERO TO WS-INTEREST-AMOUNT
                       DISPLAY "CLSTL01: INTEREST OVERFLOW ON "
                               "ACCOUNT " AM-ACCT-NUM
                               ", NO INTEREST TO DATE"
               END-COMPUTE
           END-IF.

       MATCH-ONE-TIER.
           IF AM-BALANCE >= WS-TR-FLOOR (WS-TIER-SUB)
               MOVE WS-TR-RATE (WS-TIER-SUB) TO WS-APPLIED-RATE
           END-IF.

       WRITE-INTEREST-DETAIL.
           IF NOT WS-HEADER-WRITTEN
               PERFORM WRITE-BATCH-HEADER
           END-IF.
           MOVE SPACES TO ADD-TRANS-RECORD.
           MOVE "D" TO AT-RECORD-TYPE.
           MOVE AM-COMPANY-CODE TO AT-COMPANY-CODE.
           MOVE AM-ACCT-NUM TO AT-ACCT-NUM.
           MOVE RC-RUN-DATE TO AT-TRANS-DATE.
           MOVE "A" TO AT-TRANS-TYPE.
           MOVE WS-INTEREST-AMOUNT TO AT-AMOUNT.
           MOVE SPACES TO AT-REFERENCE.
           STRING "IN" AM-ACCT-NUM
                  DELIMITED BY SIZE INTO AT-REFERENCE.
           WRITE ADD-TRANS-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD AM-ACCT-NUM TO WS-HASH-TOTAL.
           ADD WS-INTEREST-AMOUNT TO WS-AMOUNT-TOTAL.
           ADD WS-INTEREST-AMOUNT TO WS-INTEREST-TOTAL.

       WRITE-SETTLEMENT-DETAIL.
           IF NOT WS-HEADER-WRITTEN
               PERFORM WRITE-BATCH-HEADER
           END-IF.
           MOVE SPACES TO ADD-TRANS-RECORD.
           MOVE "D" TO AT-RECORD-TYPE.
           MOVE AM-COMPANY-CODE TO AT-COMPANY-CODE.
           MOVE AM-ACCT-NUM TO AT-ACCT-NUM.
           MOVE RC-RUN-DATE TO AT-TRANS-DATE.
           MOVE "S" TO AT-TRANS-TYPE.
           MOVE WS-SETTLE-AMOUNT TO AT-AMOUNT.
           MOVE SPACES TO AT-REFERENCE.
           STRING "CS" AM-ACCT-NUM
                  DELIMITED BY SIZE INTO AT-REFERENCE.
           WRITE ADD-TRANS-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD AM-ACCT-NUM TO WS-HASH-TOTAL.
           ADD WS-SETTLE-AMOUNT TO WS-AMOUNT-TOTAL.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO ADD-BATCH-HEADER-RECORD.
           MOVE "H" TO AT-RECORD-TYPE.
           MOVE WS-BATCH-NUM TO BH-BATCH-NUM.
           MOVE RC-RUN-DATE TO BH-BATCH-DATE.
           MOVE "CLST" TO BH-SOURCE-SYSTEM.
           WRITE ADD-BATCH-HEADER-RECORD.
           MOVE "Y" TO WS-HEADER-WRITTEN-FLAG.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO ADD-BATCH-TRAILER-RECORD.
           MOVE "T" TO AT-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT TO BT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO BT-HASH-TOTAL.
           MOVE WS-AMOUNT-TOTAL TO BT-AMOUNT-TOTAL.
           WRITE ADD-BATCH-TRAILER-RECORD.

       WRITE-SETTLEMENT-LINE.
           MOVE CP-ACCT-NUM TO WS-DL-ACCT-NUM.
           MOVE CP-REQUEST-DATE TO WS-DL-REQUEST-DATE.
           MOVE AM-BALANCE TO WS-DL-BALANCE.
           MOVE WS-INTEREST-AMOUNT TO WS-DL-INTEREST.
           MOVE WS-SETTLE-AMOUNT TO WS-DL-SETTLE.
           MOVE WS-ACTION-TAG TO WS-DL-ACTION.
           WRITE CLOSE-REPORT-RECORD FROM WS-DETAIL-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO CLOSE-REPORT-RECORD.
           WRITE CLOSE-REPORT-RECORD.
           MOVE "SETTLEMENTS GENERATED" TO WS-TL-LABEL.
           MOVE WS-SETTLED-COUNT TO WS-TL-COUNT.
           MOVE WS-AMOUNT-TOTAL TO WS-TL-AMOUNT.
           WRITE CLOSE-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "INTEREST TO DATE" TO WS-TL-LABEL.
           MOVE ZERO TO WS-TL-COUNT.
           MOVE WS-INTEREST-TOTAL TO WS-TL-AMOUNT.
           WRITE CLOSE-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "PAID OUT TO CUSTOMERS" TO WS-TL-LABEL.
           MOVE WS-PAYOUT-TOTAL TO WS-TL-AMOUNT.
           WRITE CLOSE-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "COLLECTED FROM CUSTOMERS" TO WS-TL-LABEL.
           MOVE WS-COLLECT-TOTAL TO WS-TL-AMOUNT.
           WRITE CLOSE-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "STILL WAITING TO SETTLE" TO WS-TL-LABEL.
           MOVE WS-WAITING-COUNT TO WS-TL-COUNT.
           MOVE ZERO TO WS-TL-AMOUNT.
           WRITE CLOSE-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "DROPPED FROM PENDING" TO WS-TL-LABEL.
           MOVE WS-DROPPED-COUNT TO WS-TL-COUNT.
           WRITE CLOSE-REPORT-RECORD FROM WS-TOTAL-LINE.

       REWRITE-PENDING-FILE.
           IF WS-PEND-OVERFLOWED
               DISPLAY "CLSTL01: PENDING CLOSURES NOT REWRITTEN, "
                       "TABLE OVERFLOWED - NO CHANGES SAVED"
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
           MOVE "CLSTL01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE WS-PEND-SUB TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "ACCT " CP-ACCT-NUM
                  " PENDING CLOSURE, NOT ON MASTER"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-OPERATOR-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "CLSTL01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE ZERO      TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "RUN CTL OPERATOR ID MISSING, DEFAULTED UNKNOWN"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

           COPY RUNCTLP.
           COPY HOLDTBP.
           COPY EXCPTP.
