               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-NUM
               ALTERNATE RECORD KEY IS AM-CUSTOMER-NUM WITH DUPLICATES
               FILE STATUS IS WS-BAL-STATUS.

           SELECT ACCT-EXCEPT-FILE ASSIGN TO "ACMEXCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

           SELECT CLOSE-PEND-FILE ASSIGN TO "CLOSPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MNT-FILE
           RECORD CONTAINS 82 CHARACTERS.
       01  ACCT-MNT-RECORD.
           05  MT-ACTION                   PIC X.
               88  MT-ACTION-OPEN           VALUE "O".
           05  MT-EFFECTIVE-DATE           PIC 9(8).
           05  MT-CREDIT-LIMIT             PIC S9(6)V99
                                           SIGN TRAILING.
           05  MT-CURRENCY-CODE            PIC X(3).
           05  MT-ACCT-TYPE                PIC X.
               88  MT-TYPE-DEPOSIT          VALUE " " "D".
               88  MT-TYPE-LOAN             VALUE "L".
           05  MT-LOAN-TERMS.
               10  MT-PAY-FROM-ACCT        PIC 9(8).
               10  MT-LOAN-PRINCIPAL       PIC 9(7)V99.
               10  MT-LOAN-RATE            PIC 9(2)V9(4).
               10  MT-LOAN-TERM            PIC 9(3).
               10  MT-LOAN-PAYMENT         PIC 9(7)V99.
               10  MT-FIRST-DUE-DATE       PIC 9(8).

       FD  ACCT-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY ACCTMST.

       FD  ACCT-EXCEPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EXCPT.

       FD  CLOSE-PEND-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY CLOSPND.

       FD  LOAN-MASTER-FILE
           RECORD CONTAINS 137 CHARACTERS.
           COPY LOANMST.

       FD  OPER-MASTER-FILE
           RECORD CONTAINS 41 CHARACTERS.
           COPY OPERMST.
       01  WS-ACCT-FOUND-FLAG              PIC X VALUE "N".
           88  WS-ACCT-FOUND               VALUE "Y".
       01  WS-MNT-REASON                   PIC X(30).
       01  WS-CCY-SPACE-COUNT              PIC 9(3) VALUE ZERO.

       01  WS-PEND-STATUS                  PIC XX.
       01  WS-PEND-EOF-FLAG                PIC X VALUE "N".
           88  WS-PEND-EOF                 VALUE "Y".
       01  WS-PEND-OPEN-FLAG               PIC X VALUE "N".
           88  WS-PEND-OPENED              VALUE "Y".
       01  WS-PEND-FOUND-FLAG              PIC X VALUE "N".
           88  WS-PEND-FOUND               VALUE "Y".
       01  WS-PEND-MAX                     PIC 9(4) VALUE 500.
       01  WS-PEND-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-PEND-TABLE.
           05  WS-PEND-ENTRY OCCURS 500 TIMES
                   INDEXED BY PEND-IDX.
               10  WS-PD-ACCT-NUM          PIC 9(8).
       01  WS-PENDING-COUNT                PIC 9(6) VALUE ZERO.

       01  WS-LOAN-STATUS                  PIC XX.
       01  WS-LOAN-OPEN-FLAG               PIC X VALUE "N".
           88  WS-LOAN-OPENED              VALUE "Y".
       01  WS-LOAN-VALID-FLAG              PIC X VALUE "N".
           88  WS-LOAN-VALID               VALUE "Y".
       01  WS-LOAN-OPEN-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-LOAN-FIRST-INTEREST          PIC 9(7)V99 VALUE ZERO.

           COPY LNPMT.

           COPY OPAUTH.

                       " NOT AUTHORIZED, NO ACTIONS APPLIED"
           END-IF.
           PERFORM OPEN-ACCT-BAL-FILE.
           PERFORM LOAD-PENDING-CLOSURES.
           PERFORM PROCESS-MNT-FILE UNTIL WS-EOF.
           IF WS-PEND-OPENED
               CLOSE CLOSE-PEND-FILE
           END-IF.
           IF WS-LOAN-OPENED
               CLOSE LOAN-MASTER-FILE
           END-IF.
           CLOSE ACCT-MNT-FILE.
           CLOSE ACCT-EXCEPT-FILE.
           CLOSE ACCT-BAL-FILE.
       PROGRAM-DONE.
           DISPLAY "MAINTENANCE RECORDS READ: " WS-RECORD-COUNT.
           DISPLAY "ACTIONS APPLIED:          " WS-APPLIED-COUNT.
           DISPLAY "CLOSURES TO SETTLEMENT:   " WS-PENDING-COUNT.
           DISPLAY "LOANS OPENED:             " WS-LOAN-OPEN-COUNT.
           DISPLAY "EXCEPTIONS WRITTEN:       " WS-EXCEPT-COUNT.
           IF WS-MNT-OPEN-FAILED
               MOVE 16 TO RETURN-CODE
               OPEN I-O ACCT-BAL-FILE
           END-IF.

       LOAD-PENDING-CLOSURES.
           OPEN INPUT CLOSE-PEND-FILE.
           IF WS-PEND-STATUS NOT = "00"
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
                       MOVE CP-ACCT-NUM
                           TO WS-PD-ACCT-NUM (WS-PEND-COUNT)
                   END-IF
           END-READ.

       PROCESS-MNT-FILE.
           READ ACCT-MNT-FILE
               AT END
                           " REINSTATED TO OPEN"
               END-IF
           ELSE
               MOVE ZERO TO WS-CCY-SPACE-COUNT
               INSPECT MT-CURRENCY-CODE
                   TALLYING WS-CCY-SPACE-COUNT FOR ALL SPACES
               IF MT-CURRENCY-CODE NOT ALPHABETIC-UPPER
                       OR (WS-CCY-SPACE-COUNT > ZERO
                           AND WS-CCY-SPACE-COUNT < 3)
                   MOVE "INVALID CURRENCY CODE" TO WS-MNT-REASON
                   PERFORM WRITE-MNT-EXCEPTION
               ELSE
                   EVALUATE TRUE
                       WHEN MT-TYPE-DEPOSIT
                           PERFORM OPEN-NEW-ACCOUNT
                       WHEN MT-TYPE-LOAN
                           PERFORM CHECK-LOAN-TERMS
                           IF WS-LOAN-VALID
                               PERFORM OPEN-NEW-ACCOUNT
                               PERFORM WRITE-LOAN-MASTER
                           END-IF
                       WHEN OTHER
                           MOVE "INVALID ACCOUNT TYPE"
                               TO WS-MNT-REASON
                           PERFORM WRITE-MNT-EXCEPTION
                   END-EVALUATE
               END-IF
           END-IF.

       CHECK-LOAN-TERMS.
           MOVE "N" TO WS-LOAN-VALID-FLAG.
           EVALUATE TRUE
               WHEN MT-LOAN-TERMS NOT NUMERIC
                   MOVE "LOAN TERMS NOT NUMERIC" TO WS-MNT-REASON
               WHEN MT-LOAN-PRINCIPAL = ZERO
                   MOVE "LOAN PRINCIPAL MUST BE > ZERO"
                       TO WS-MNT-REASON
               WHEN MT-LOAN-TERM = ZERO OR MT-LOAN-TERM > 360
                   MOVE "LOAN TERM MUST BE 1-360 MONTHS"
                       TO WS-MNT-REASON
               WHEN MT-EFFECTIVE-DATE NOT NUMERIC
                       OR MT-FIRST-DUE-DATE NOT > MT-EFFECTIVE-DATE
                   MOVE "FIRST DUE NOT AFTER EFFECTIVE"
                       TO WS-MNT-REASON
               WHEN OTHER
                   MOVE "Y" TO WS-LOAN-VALID-FLAG
           END-EVALUATE.
           IF WS-LOAN-VALID
               PERFORM CHECK-PAY-FROM-ACCOUNT
           END-IF.
           IF WS-LOAN-VALID
               MOVE MT-LOAN-PRINCIPAL TO WS-LP-PRINCIPAL
               MOVE MT-LOAN-RATE TO WS-LP-ANNUAL-RATE
               MOVE MT-LOAN-TERM TO WS-LP-TERM-MONTHS
               IF MT-LOAN-PAYMENT = ZERO
                   PERFORM COMPUTE-LEVEL-PAYMENT-RTN
                   MOVE WS-LP-PAYMENT TO MT-LOAN-PAYMENT
               ELSE
                   COMPUTE WS-LOAN-FIRST-INTEREST ROUNDED =
                       MT-LOAN-PRINCIPAL * MT-LOAN-RATE / 1200
                   IF MT-LOAN-PAYMENT NOT > WS-LOAN-FIRST-INTEREST
                       MOVE "N" TO WS-LOAN-VALID-FLAG
                       MOVE "PAYMENT BELOW FIRST INTEREST"
                           TO WS-MNT-REASON
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-LOAN-VALID
               PERFORM WRITE-MNT-EXCEPTION
           END-IF.

       CHECK-PAY-FROM-ACCOUNT.
           MOVE MT-PAY-FROM-ACCT TO AM-ACCT-NUM.
           READ ACCT-BAL-FILE
               INVALID KEY
                   MOVE "N" TO WS-LOAN-VALID-FLAG
                   MOVE "PAY-FROM ACCOUNT NOT ON MASTER"
                       TO WS-MNT-REASON
           END-READ.
           IF WS-LOAN-VALID
               EVALUATE TRUE
                   WHEN NOT AM-STATUS-OPEN
                       MOVE "N" TO WS-LOAN-VALID-FLAG
                       MOVE "PAY-FROM ACCOUNT NOT OPEN"
                           TO WS-MNT-REASON
                   WHEN AM-TYPE-LOAN
                       MOVE "N" TO WS-LOAN-VALID-FLAG
                       MOVE "PAY-FROM ACCOUNT IS A LOAN"
                           TO WS-MNT-REASON
                   WHEN AM-COMPANY-CODE NOT = MT-COMPANY-CODE
                       MOVE "N" TO WS-LOAN-VALID-FLAG
                       MOVE "PAY-FROM ACCOUNT WRONG COMPANY"
                           TO WS-MNT-REASON
                   WHEN AM-CURRENCY-CODE NOT = MT-CURRENCY-CODE
                       MOVE "N" TO WS-LOAN-VALID-FLAG
                       MOVE "PAY-FROM ACCOUNT CURRENCY DIFF"
                           TO WS-MNT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       OPEN-NEW-ACCOUNT.
           MOVE MT-ACCT-NUM TO AM-ACCT-NUM.
           MOVE MT-COMPANY-CODE TO AM-COMPANY-CODE.
           MOVE MT-CUSTOMER-NUM TO AM-CUSTOMER-NUM.
           MOVE "O" TO AM-STATUS.
           MOVE MT-EFFECTIVE-DATE TO AM-DATE-OPENED.
           MOVE ZERO TO AM-LAST-ACTIVITY-DATE.
           MOVE ZERO TO AM-BALANCE.
           MOVE ZERO TO AM-CREDIT-LIMIT.
           MOVE MT-CURRENCY-CODE TO AM-CURRENCY-CODE.
           MOVE ZERO TO AM-BASE-BOOK-BAL.
           IF MT-TYPE-LOAN
               MOVE "L" TO AM-ACCT-TYPE
           ELSE
               MOVE "D" TO AM-ACCT-TYPE
           END-IF.
           PERFORM WRITE-ACCOUNT-MASTER.
           DISPLAY "ACCTMNT: ACCOUNT " MT-ACCT-NUM " OPENED".

       APPLY-CLOSE-ACTION.
           IF NOT WS-ACCT-FOUND
                   MOVE "ACCOUNT ALREADY CLOSED" TO WS-MNT-REASON
                   PERFORM WRITE-MNT-EXCEPTION
               ELSE
                   EVALUATE TRUE
                       WHEN AM-BALANCE NOT = ZERO AND AM-TYPE-LOAN
                           MOVE "LOAN BALANCE OUTSTANDING"
                               TO WS-MNT-REASON
                           PERFORM WRITE-MNT-EXCEPTION
                       WHEN AM-BALANCE NOT = ZERO
                           PERFORM REQUEST-CLOSE-SETTLEMENT
                       WHEN OTHER
                           MOVE "C" TO AM-STATUS
                           PERFORM REWRITE-ACCOUNT-MASTER
                           DISPLAY "ACCTMNT: ACCOUNT " MT-ACCT-NUM
                                   " CLOSED"
                   END-EVALUATE
               END-IF
           END-IF.

       REQUEST-CLOSE-SETTLEMENT.
           PERFORM FIND-PENDING-CLOSURE.
           EVALUATE TRUE
               WHEN WS-PEND-FOUND
                   MOVE "CLOSURE ALREADY PENDING" TO WS-MNT-REASON
                   PERFORM WRITE-MNT-EXCEPTION
               WHEN WS-PEND-COUNT NOT < WS-PEND-MAX
                   MOVE "PENDING CLOSURE LIST FULL" TO WS-MNT-REASON
                   PERFORM WRITE-MNT-EXCEPTION
               WHEN OTHER
                   ADD 1 TO WS-PEND-COUNT
                   MOVE AM-ACCT-NUM TO WS-PD-ACCT-NUM (WS-PEND-COUNT)
                   PERFORM WRITE-PENDING-CLOSURE
                   DISPLAY "ACCTMNT: ACCOUNT " MT-ACCT-NUM
                           " CLOSURE PENDING SETTLEMENT"
           END-EVALUATE.

       FIND-PENDING-CLOSURE.
           MOVE "N" TO WS-PEND-FOUND-FLAG.
           SET PEND-IDX TO 1.
           SEARCH WS-PEND-ENTRY
               AT END
                   CONTINUE
               WHEN PEND-IDX > WS-PEND-COUNT
                   CONTINUE
               WHEN WS-PD-ACCT-NUM (PEND-IDX) = AM-ACCT-NUM
                   MOVE "Y" TO WS-PEND-FOUND-FLAG
           END-SEARCH.

       WRITE-PENDING-CLOSURE.
           ADD 1 TO WS-PENDING-COUNT.
           IF NOT RC-TEST-MODE
               IF NOT WS-PEND-OPENED
                   PERFORM OPEN-PENDING-EXTEND
               END-IF
               MOVE AM-ACCT-NUM TO CP-ACCT-NUM
               MOVE AM-COMPANY-CODE TO CP-COMPANY-CODE
               MOVE AM-CUSTOMER-NUM TO CP-CUSTOMER-NUM
               IF MT-EFFECTIVE-DATE NUMERIC
                       AND MT-EFFECTIVE-DATE > ZERO
                   MOVE MT-EFFECTIVE-DATE TO CP-REQUEST-DATE
               ELSE
                   MOVE RC-RUN-DATE TO CP-REQUEST-DATE
               END-IF
               MOVE RC-OPERATOR-ID TO CP-OPERATOR-ID
               MOVE "P" TO CP-STATUS
               MOVE ZERO TO CP-SETTLE-DATE
               MOVE ZERO TO CP-INTEREST
               MOVE ZERO TO CP-SETTLE-AMOUNT
               WRITE CLOSE-PENDING-RECORD
           END-IF.

       WRITE-LOAN-MASTER.
           ADD 1 TO WS-LOAN-OPEN-COUNT.
           IF NOT RC-TEST-MODE
               IF NOT WS-LOAN-OPENED
                   OPEN EXTEND LOAN-MASTER-FILE
                   IF WS-LOAN-STATUS NOT = "00"
                       OPEN OUTPUT LOAN-MASTER-FILE
                   END-IF
                   MOVE "Y" TO WS-LOAN-OPEN-FLAG
               END-IF
               MOVE MT-ACCT-NUM TO LN-ACCT-NUM
               MOVE MT-COMPANY-CODE TO LN-COMPANY-CODE
               MOVE MT-CUSTOMER-NUM TO LN-CUSTOMER-NUM
               MOVE MT-PAY-FROM-ACCT TO LN-PAY-FROM-ACCT
               MOVE "P" TO LN-STATUS
               MOVE MT-EFFECTIVE-DATE TO LN-OPEN-DATE
               MOVE MT-LOAN-PRINCIPAL TO LN-PRINCIPAL
               MOVE MT-LOAN-RATE TO LN-ANNUAL-RATE
               MOVE MT-LOAN-TERM TO LN-TERM-MONTHS
               MOVE MT-LOAN-PAYMENT TO LN-PAYMENT-AMOUNT
               MOVE MT-FIRST-DUE-DATE TO LN-FIRST-DUE-DATE
               MOVE MT-FIRST-DUE-DATE TO LN-NEXT-DUE-DATE
               MOVE ZERO TO LN-INSTALLMENTS-BILLED
               MOVE ZERO TO LN-DUE-PRINCIPAL
               MOVE ZERO TO LN-DUE-INTEREST
               MOVE ZERO TO LN-OLDEST-DUE-DATE
               MOVE ZERO TO LN-MISSED-COUNT
               MOVE ZERO TO LN-PARTIAL-COUNT
               MOVE ZERO TO LN-LAST-BILL-DATE
               MOVE ZERO TO LN-LAST-TRACK-DATE
               MOVE RC-OPERATOR-ID TO LN-OPENED-BY
               WRITE LOAN-MASTER-RECORD
           END-IF.
           DISPLAY "ACCTMNT: LOAN " MT-ACCT-NUM " PAYMENT "
                   MT-LOAN-PAYMENT " PENDING DISBURSEMENT".

       OPEN-PENDING-EXTEND.
           OPEN EXTEND CLOSE-PEND-FILE.
           IF WS-PEND-STATUS NOT = "00"
               OPEN OUTPUT CLOSE-PEND-FILE
           END-IF.
           MOVE "Y" TO WS-PEND-OPEN-FLAG.

       APPLY-FREEZE-ACTION.
           IF NOT WS-ACCT-FOUND
               MOVE "ACCOUNT NOT ON MASTER" TO WS-MNT-REASON
               PERFORM WRITE-MNT-EXCEPTION
           ELSE
               EVALUATE TRUE
                   WHEN AM-TYPE-LOAN
                       MOVE "NO CREDIT LIMIT ON A LOAN"
                           TO WS-MNT-REASON
                       PERFORM WRITE-MNT-EXCEPTION
                   WHEN MT-CREDIT-LIMIT NOT NUMERIC
                       MOVE "CREDIT LIMIT NOT NUMERIC"
                           TO WS-MNT-REASON
                       PERFORM WRITE-MNT-EXCEPTION
                   WHEN MT-CREDIT-LIMIT > ZERO
                       MOVE "CREDIT LIMIT MUST BE <= ZERO"
                           TO WS-MNT-REASON
                       PERFORM WRITE-MNT-EXCEPTION
                   WHEN OTHER
                       MOVE MT-CREDIT-LIMIT TO AM-CREDIT-LIMIT
                       PERFORM REWRITE-ACCOUNT-MASTER
                       DISPLAY "ACCTMNT: ACCOUNT " MT-ACCT-NUM
                               " CREDIT LIMIT SET"
               END-EVALUATE
           END-IF.

       WRITE-ACCOUNT-MASTER.
           PERFORM WRITE-EXCEPTION-RTN.

           COPY OPAUTHP.
           COPY LNPMTP.
           COPY RUNCTLP.
           COPY EXCPTP.
