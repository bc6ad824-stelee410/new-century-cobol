       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNBIL01.
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

           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT ADD-SUSPENSE-FILE ASSIGN TO "ADDSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-STATUS.

           SELECT LOAN-TRANS-FILE ASSIGN TO "LNTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT LOAN-REPORT-FILE ASSIGN TO "LNBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT LOAN-EXCEPT-FILE ASSIGN TO "LNBEXC"
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

       FD  LOAN-MASTER-FILE
           RECORD CONTAINS 137 CHARACTERS.
           COPY LOANMST.

       FD  ADD-SUSPENSE-FILE
           RECORD CONTAINS 83 CHARACTERS.
           COPY ADDSUS.

       FD  LOAN-TRANS-FILE
           RECORD CONTAINS 45 CHARACTERS.
           COPY ADDTRN.

       FD  LOAN-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LOAN-REPORT-RECORD              PIC X(80).

       FD  LOAN-EXCEPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EXCPT.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-BAL-STATUS                   PIC XX.
       01  WS-LOAN-STATUS                  PIC XX.
       01  WS-SUSP-STATUS                  PIC XX.
       01  WS-TRANS-STATUS                 PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-EXCEPT-STATUS                PIC XX.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-RUNCTL-OPER-FLAG             PIC X VALUE "N".
           88  WS-RUNCTL-OPER-MISSING       VALUE "Y".
       01  WS-BAL-OPEN-FAIL-FLAG           PIC X VALUE "N".
           88  WS-BAL-OPEN-FAILED           VALUE "Y".
       01  WS-LOAN-EOF-FLAG                PIC X VALUE "N".
           88  WS-LOAN-EOF                 VALUE "Y".
       01  WS-LOAN-OVER-FLAG               PIC X VALUE "N".
           88  WS-LOAN-OVERFLOWED          VALUE "Y".
       01  WS-SUSP-EOF-FLAG                PIC X VALUE "N".
           88  WS-SUSP-EOF                 VALUE "Y".
       01  WS-SUSP-OPEN-FAIL-FLAG          PIC X VALUE "N".
           88  WS-SUSP-OPEN-FAILED          VALUE "Y".
       01  WS-ACCT-FOUND-FLAG              PIC X VALUE "N".
           88  WS-ACCT-FOUND               VALUE "Y".
       01  WS-PAY-FROM-OK-FLAG             PIC X VALUE "N".
           88  WS-PAY-FROM-OK              VALUE "Y".
       01  WS-HEADER-WRITTEN-FLAG          PIC X VALUE "N".
           88  WS-HEADER-WRITTEN           VALUE "Y".
       01  WS-BILL-DONE-FLAG               PIC X VALUE "N".
           88  WS-BILL-DONE                VALUE "Y".

       01  WS-LOAN-MAX                     PIC 9(4) VALUE 500.
       01  WS-LOAN-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-LOAN-SUB                     PIC 9(4) VALUE ZERO.
       01  WS-LOAN-TABLE.
           05  WS-LOAN-ENTRY OCCURS 500 TIMES.
               10  WS-LT-RECORD            PIC X(137).
               10  WS-LT-RECORD-KEY REDEFINES WS-LT-RECORD.
                   15  WS-LT-ACCT-NUM      PIC 9(8).
                   15  FILLER              PIC X(129).
               10  WS-LT-SUSPENSE-FLAG     PIC X.
                   88  WS-LT-ON-SUSPENSE   VALUE "Y".

       01  WS-SUSP-DETAIL.
           05  WS-SD-RECORD-TYPE           PIC X.
           05  WS-SD-COMPANY-CODE          PIC X(4).
           05  WS-SD-ACCT-NUM              PIC 9(8).
           05  WS-SD-TRANS-DATE            PIC 9(8).
           05  WS-SD-TRANS-TYPE            PIC X.
           05  WS-SD-AMOUNT                PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05  WS-SD-REFERENCE.
               10  WS-SD-REF-PREFIX        PIC XX.
               10  WS-SD-REF-ACCT-NUM      PIC 9(8).

       01  WS-OUTSTANDING                  PIC S9(9)V99 VALUE ZERO.
       01  WS-UNBILLED-PRINCIPAL           PIC S9(9)V99 VALUE ZERO.
       01  WS-INST-INTEREST                PIC S9(7)V99 VALUE ZERO.
       01  WS-INST-PRINCIPAL               PIC S9(7)V99 VALUE ZERO.
       01  WS-NIGHT-INTEREST               PIC S9(7)V99 VALUE ZERO.
       01  WS-NIGHT-PRINCIPAL              PIC S9(7)V99 VALUE ZERO.
       01  WS-ITEM-AMOUNT                  PIC S9(7)V99 VALUE ZERO.
       01  WS-ITEM-ACCT-NUM                PIC 9(8) VALUE ZERO.
       01  WS-ITEM-TYPE                    PIC X.
       01  WS-ITEM-REFERENCE               PIC X(10).
       01  WS-ACTION-TAG                   PIC X(5).

       01  WS-DISBURSED-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-BILLED-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-PRESENTED-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-SKIPPED-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-DISBURSED-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01  WS-BILLED-INT-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01  WS-BILLED-PRIN-TOTAL            PIC S9(11)V99 VALUE ZERO.
       01  WS-PRESENTED-INT-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01  WS-PRESENTED-PRIN-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01  WS-EXCEPT-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-EXCEPT-TEXT                  PIC X(30).

       01  WS-DETAIL-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-HASH-TOTAL                   PIC 9(12) VALUE ZERO.
       01  WS-AMOUNT-TOTAL                 PIC S9(9)V99 VALUE ZERO.
       01  WS-BATCH-NUM                    PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE-SPLIT.
           05  WS-RD-YEAR                  PIC 9(4).
           05  WS-RD-MONTH-DAY             PIC 9(4).

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(28) VALUE
               "LOAN BILLING REGISTER       ".
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
           05  FILLER                      PIC X(4) VALUE " ST ".
           05  WS-DL-STATUS                PIC X.
           05  FILLER                      PIC X(6) VALUE " INST ".
           05  WS-DL-BILLED                PIC 9(3).
           05  FILLER                      PIC X VALUE "/".
           05  WS-DL-TERM                  PIC 9(3).
           05  FILLER                      PIC X(4) VALUE " INT".
           05  WS-DL-INTEREST              PIC -(6)9.99.
           05  FILLER                      PIC X(4) VALUE " PRN".
           05  WS-DL-PRINCIPAL             PIC -(6)9.99.
           05  FILLER                      PIC X(4) VALUE " DUE".
           05  WS-DL-DUE                   PIC -(7)9.99.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-ACTION                PIC X(5).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(28).
           05  WS-TL-COUNT                 PIC Z(5)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TL-AMOUNT                PIC -(12)9.99.
           05  FILLER                      PIC X(28) VALUE SPACES.

           COPY LNPMT.

           COPY EXCPTWS.

       LINKAGE SECTION.
       01  LK-LNBIL01-RESULTS.
           05  LK-BILLED-COUNT             PIC 9(6).
           05  LK-PRESENTED-COUNT          PIC 9(6).

       PROCEDURE DIVISION USING OPTIONAL LK-LNBIL01-RESULTS.
       PROGRAM-BEGIN.
           PERFORM READ-RUN-CONTROL-RTN.
           OPEN OUTPUT LOAN-EXCEPT-FILE.
           IF WS-RUNCTL-OPER-MISSING
               PERFORM WRITE-OPERATOR-EXCEPTION
           END-IF.
           PERFORM SET-BATCH-NUMBER.
           PERFORM LOAD-LOAN-TABLE.
           PERFORM LOAD-SUSPENDED-LOANS.
           OPEN OUTPUT LOAN-TRANS-FILE.
           OPEN OUTPUT LOAN-REPORT-FILE.
           MOVE RC-RUN-DATE TO WS-HL-RUN-DATE.
           MOVE WS-BATCH-NUM TO WS-HL-BATCH-NUM.
           WRITE LOAN-REPORT-RECORD FROM WS-HEADING-LINE.
           OPEN INPUT ACCT-BAL-FILE.
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ACCT-BAL-FILE, STATUS: "
                       WS-BAL-STATUS
               MOVE "Y" TO WS-BAL-OPEN-FAIL-FLAG
           ELSE
               PERFORM BILL-ONE-LOAN
                   VARYING WS-LOAN-SUB FROM 1 BY 1
                   UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
               CLOSE ACCT-BAL-FILE
           END-IF.
           IF WS-HEADER-WRITTEN
               PERFORM WRITE-BATCH-TRAILER
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE LOAN-TRANS-FILE.
           CLOSE LOAN-REPORT-FILE.
           IF RC-PRODUCTION-MODE
               PERFORM REWRITE-LOAN-MASTER
           ELSE
               DISPLAY "LNBIL01: TEST MODE - LOAN MASTER NOT UPDATED"
           END-IF.
           CLOSE LOAN-EXCEPT-FILE.
       PROGRAM-DONE.
           DISPLAY "LOANS ON MASTER:       " WS-LOAN-COUNT.
           DISPLAY "DISBURSEMENTS:         " WS-DISBURSED-COUNT.
           DISPLAY "INSTALLMENTS BILLED:   " WS-BILLED-COUNT.
           DISPLAY "LOANS PRESENTED:       " WS-PRESENTED-COUNT.
           DISPLAY "EXCEPTIONS WRITTEN:    " WS-EXCEPT-COUNT.
           IF ADDRESS OF LK-LNBIL01-RESULTS NOT = NULL
               MOVE WS-BILLED-COUNT TO LK-BILLED-COUNT
               MOVE WS-PRESENTED-COUNT TO LK-PRESENTED-COUNT
           END-IF.
           IF WS-BAL-OPEN-FAILED OR WS-LOAN-OVERFLOWED
                   OR WS-SUSP-OPEN-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-EXCEPT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       SET-BATCH-NUMBER.
           MOVE RC-RUN-DATE TO WS-RUN-DATE-SPLIT.
           COMPUTE WS-BATCH-NUM = 100000
               + FUNCTION MOD(WS-RD-YEAR 10) * 10000
               + WS-RD-MONTH-DAY.

       LOAD-LOAN-TABLE.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "LNBIL01: NO LOAN MASTER, STATUS: "
                       WS-LOAN-STATUS " - NOTHING TO BILL"
               MOVE "Y" TO WS-LOAN-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-LOAN UNTIL WS-LOAN-EOF.
           IF WS-LOAN-STATUS = "00" OR WS-LOAN-STATUS = "10"
               CLOSE LOAN-MASTER-FILE
           END-IF.

       LOAD-ONE-LOAN.
           READ LOAN-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-LOAN-EOF-FLAG
               NOT AT END
                   IF WS-LOAN-COUNT < WS-LOAN-MAX
                       ADD 1 TO WS-LOAN-COUNT
                       MOVE LOAN-MASTER-RECORD
                           TO WS-LT-RECORD (WS-LOAN-COUNT)
                       MOVE "N" TO WS-LT-SUSPENSE-FLAG (WS-LOAN-COUNT)
                   ELSE
                       MOVE "Y" TO WS-LOAN-OVER-FLAG
                       DISPLAY "LNBIL01: LOAN TABLE FULL, ACCOUNT "
                               LN-ACCT-NUM " NOT LOADED"
                   END-IF
           END-READ.

       LOAD-SUSPENDED-LOANS.
           OPEN INPUT ADD-SUSPENSE-FILE.
           IF WS-SUSP-STATUS NOT = "00"
               MOVE "Y" TO WS-SUSP-EOF-FLAG
               IF WS-SUSP-STATUS NOT = "35"
                   DISPLAY "LNBIL01: UNABLE TO OPEN SUSPENSE FILE, "
                           "STATUS: " WS-SUSP-STATUS
                   MOVE "Y" TO WS-SUSP-OPEN-FAIL-FLAG
               END-IF
           END-IF.
           PERFORM LOAD-ONE-SUSPENSE UNTIL WS-SUSP-EOF.
           IF WS-SUSP-STATUS = "00" OR WS-SUSP-STATUS = "10"
               CLOSE ADD-SUSPENSE-FILE
           END-IF.

       LOAD-ONE-SUSPENSE.
           READ ADD-SUSPENSE-FILE
               AT END
                   MOVE "Y" TO WS-SUSP-EOF-FLAG
               NOT AT END
                   MOVE SU-TRANS-DETAIL TO WS-SUSP-DETAIL
                   IF (WS-SD-REF-PREFIX = "LD" OR "LI" OR "LP")
                           AND WS-SD-REF-ACCT-NUM NUMERIC
                       PERFORM MARK-SUSPENDED-LOAN
                           VARYING WS-LOAN-SUB FROM 1 BY 1
                           UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
                   END-IF
           END-READ.

       MARK-SUSPENDED-LOAN.
           IF WS-LT-ACCT-NUM (WS-LOAN-SUB) = WS-SD-REF-ACCT-NUM
               MOVE "Y" TO WS-LT-SUSPENSE-FLAG (WS-LOAN-SUB)
           END-IF.

       BILL-ONE-LOAN.
           MOVE WS-LT-RECORD (WS-LOAN-SUB) TO LOAN-MASTER-RECORD.
           MOVE ZERO TO WS-NIGHT-INTEREST.
           MOVE ZERO TO WS-NIGHT-PRINCIPAL.
           MOVE SPACES TO WS-ACTION-TAG.
           IF NOT LN-STATUS-PAID-OFF
               PERFORM READ-LOAN-ACCOUNT
               EVALUATE TRUE
                   WHEN NOT WS-ACCT-FOUND
                       ADD 1 TO WS-SKIPPED-COUNT
                       MOVE "NOACC" TO WS-ACTION-TAG
                       MOVE "LOAN ACCOUNT NOT ON MASTER"
                           TO WS-EXCEPT-TEXT
                       PERFORM WRITE-LOAN-EXCEPTION
                   WHEN NOT AM-STATUS-OPEN
                       ADD 1 TO WS-SKIPPED-COUNT
                       MOVE "NOTOP" TO WS-ACTION-TAG
                       MOVE "LOAN ACCOUNT NOT OPEN, SKIPPED"
                           TO WS-EXCEPT-TEXT
                       PERFORM WRITE-LOAN-EXCEPTION
                   WHEN LN-STATUS-PENDING
                       PERFORM CHECK-PAY-FROM-ACCOUNT
                       IF WS-PAY-FROM-OK
                           PERFORM GENERATE-DISBURSEMENT
                       END-IF
                   WHEN LN-STATUS-ACTIVE
                       PERFORM BILL-DUE-INSTALLMENTS
                       PERFORM PRESENT-AMOUNT-DUE
                   WHEN OTHER
                       ADD 1 TO WS-SKIPPED-COUNT
                       MOVE "BADST" TO WS-ACTION-TAG
                       MOVE "LOAN STATUS INVALID, SKIPPED"
                           TO WS-EXCEPT-TEXT
                       PERFORM WRITE-LOAN-EXCEPTION
               END-EVALUATE
               PERFORM WRITE-BILLING-LINE
           END-IF.
           MOVE LOAN-MASTER-RECORD TO WS-LT-RECORD (WS-LOAN-SUB).

       READ-LOAN-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND-FLAG.
           MOVE LN-ACCT-NUM TO AM-ACCT-NUM.
           READ ACCT-BAL-FILE
               INVALID KEY
                   MOVE ZERO TO AM-BALANCE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACCT-FOUND-FLAG
           END-READ.
           COMPUTE WS-OUTSTANDING = ZERO - AM-BALANCE.

       CHECK-PAY-FROM-ACCOUNT.
           MOVE "N" TO WS-PAY-FROM-OK-FLAG.
           MOVE "N" TO WS-ACCT-FOUND-FLAG.
           IF NOT WS-LT-ON-SUSPENSE (WS-LOAN-SUB)
               MOVE LN-PAY-FROM-ACCT TO AM-ACCT-NUM
               READ ACCT-BAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ACCT-FOUND-FLAG
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN WS-LT-ON-SUSPENSE (WS-LOAN-SUB)
                   MOVE "SUSP" TO WS-ACTION-TAG
                   MOVE "ITEM ON SUSPENSE, NOT RE-SENT"
                       TO WS-EXCEPT-TEXT
               WHEN NOT WS-ACCT-FOUND
                   MOVE "PFNOA" TO WS-ACTION-TAG
                   MOVE "PAY-FROM ACCT NOT ON MASTER"
                       TO WS-EXCEPT-TEXT
               WHEN AM-STATUS-FROZEN
                   MOVE "PFFRZ" TO WS-ACTION-TAG
                   MOVE "PAY-FROM ACCT FROZEN" TO WS-EXCEPT-TEXT
               WHEN NOT AM-STATUS-OPEN
                   MOVE "PFNOT" TO WS-ACTION-TAG
                   MOVE "PAY-FROM ACCT NOT OPEN" TO WS-EXCEPT-TEXT
               WHEN OTHER
                   MOVE "Y" TO WS-PAY-FROM-OK-FLAG
           END-EVALUATE.
           IF NOT WS-PAY-FROM-OK
               ADD 1 TO WS-SKIPPED-COUNT
               PERFORM WRITE-LOAN-EXCEPTION
           END-IF.

       GENERATE-DISBURSEMENT.
           ADD 1 TO WS-DISBURSED-COUNT.
           ADD LN-PRINCIPAL TO WS-DISBURSED-TOTAL.
           MOVE "DISB" TO WS-ACTION-TAG.
           MOVE SPACES TO WS-ITEM-REFERENCE.
           STRING "LD" LN-ACCT-NUM
                  DELIMITED BY SIZE INTO WS-ITEM-REFERENCE.
           MOVE LN-PRINCIPAL TO WS-ITEM-AMOUNT.
           MOVE LN-ACCT-NUM TO WS-ITEM-ACCT-NUM.
           MOVE "X" TO WS-ITEM-TYPE.
           PERFORM WRITE-ITEM-DETAIL.
           MOVE LN-PAY-FROM-ACCT TO WS-ITEM-ACCT-NUM.
           PERFORM WRITE-TRANSFER-TO-LEG.

       BILL-DUE-INSTALLMENTS.
           MOVE "N" TO WS-BILL-DONE-FLAG.
           PERFORM BILL-ONE-INSTALLMENT UNTIL WS-BILL-DONE.

       BILL-ONE-INSTALLMENT.
           IF LN-NEXT-DUE-DATE > RC-RUN-DATE
                   OR LN-INSTALLMENTS-BILLED NOT < LN-TERM-MONTHS
               MOVE "Y" TO WS-BILL-DONE-FLAG
           ELSE
               COMPUTE WS-INST-INTEREST ROUNDED =
                   WS-OUTSTANDING * LN-ANNUAL-RATE / 1200
               IF WS-INST-INTEREST < ZERO
                   MOVE ZERO TO WS-INST-INTEREST
               END-IF
               COMPUTE WS-UNBILLED-PRINCIPAL =
                   WS-OUTSTANDING - LN-DUE-PRINCIPAL
               IF WS-UNBILLED-PRINCIPAL < ZERO
                   MOVE ZERO TO WS-UNBILLED-PRINCIPAL
               END-IF
               ADD 1 TO LN-INSTALLMENTS-BILLED
               IF LN-INSTALLMENTS-BILLED = LN-TERM-MONTHS
                   MOVE WS-UNBILLED-PRINCIPAL TO WS-INST-PRINCIPAL
               ELSE
                   COMPUTE WS-INST-PRINCIPAL =
                       LN-PAYMENT-AMOUNT - WS-INST-INTEREST
                   IF WS-INST-PRINCIPAL < ZERO
                       MOVE ZERO TO WS-INST-PRINCIPAL
                   END-IF
                   IF WS-INST-PRINCIPAL > WS-UNBILLED-PRINCIPAL
                       MOVE WS-UNBILLED-PRINCIPAL TO WS-INST-PRINCIPAL
                   END-IF
               END-IF
               ADD WS-INST-INTEREST TO LN-DUE-INTEREST
               ADD WS-INST-PRINCIPAL TO LN-DUE-PRINCIPAL
               ADD WS-INST-INTEREST TO WS-NIGHT-INTEREST
               ADD WS-INST-PRINCIPAL TO WS-NIGHT-PRINCIPAL
               ADD WS-INST-INTEREST TO WS-BILLED-INT-TOTAL
               ADD WS-INST-PRINCIPAL TO WS-BILLED-PRIN-TOTAL
               ADD 1 TO WS-BILLED-COUNT
               MOVE RC-RUN-DATE TO LN-LAST-BILL-DATE
               MOVE LN-FIRST-DUE-DATE TO WS-LP-FIRST-DUE-DATE
               COMPUTE WS-LP-INSTALLMENT-NUM =
                   LN-INSTALLMENTS-BILLED + 1
               PERFORM SET-INSTALLMENT-DUE-RTN
               MOVE WS-LP-DUE-DATE TO LN-NEXT-DUE-DATE
               PERFORM SET-LOAN-OLDEST-DUE
           END-IF.

       SET-LOAN-OLDEST-DUE.
           MOVE LN-FIRST-DUE-DATE TO WS-LP-FIRST-DUE-DATE.
           MOVE LN-PAYMENT-AMOUNT TO WS-LP-PAYMENT.
           MOVE LN-INSTALLMENTS-BILLED TO WS-LP-BILLED-COUNT.
           COMPUTE WS-LP-DUE-TOTAL =
               LN-DUE-PRINCIPAL + LN-DUE-INTEREST.
           PERFORM SET-OLDEST-DUE-RTN.
           MOVE WS-LP-DUE-DATE TO LN-OLDEST-DUE-DATE.

       PRESENT-AMOUNT-DUE.
           IF LN-DUE-INTEREST = ZERO AND LN-DUE-PRINCIPAL = ZERO
               MOVE "NODUE" TO WS-ACTION-TAG
           ELSE
               PERFORM CHECK-PAY-FROM-ACCOUNT
               IF WS-PAY-FROM-OK
                   PERFORM PRESENT-DUE-ITEMS
               END-IF
           END-IF.

       PRESENT-DUE-ITEMS.
           ADD 1 TO WS-PRESENTED-COUNT.
           IF WS-NIGHT-INTEREST > ZERO OR WS-NIGHT-PRINCIPAL > ZERO
               MOVE "BILL" TO WS-ACTION-TAG
           ELSE
               MOVE "COLL" TO WS-ACTION-TAG
           END-IF.
           MOVE LN-PAY-FROM-ACCT TO WS-ITEM-ACCT-NUM.
           IF LN-DUE-INTEREST > ZERO
               ADD LN-DUE-INTEREST TO WS-PRESENTED-INT-TOTAL
               MOVE SPACES TO WS-ITEM-REFERENCE
               STRING "LI" LN-ACCT-NUM
                      DELIMITED BY SIZE INTO WS-ITEM-REFERENCE
               COMPUTE WS-ITEM-AMOUNT = ZERO - LN-DUE-INTEREST
               MOVE "I" TO WS-ITEM-TYPE
               PERFORM WRITE-ITEM-DETAIL
           END-IF.
           IF LN-DUE-PRINCIPAL > ZERO
               ADD LN-DUE-PRINCIPAL TO WS-PRESENTED-PRIN-TOTAL
               MOVE SPACES TO WS-ITEM-REFERENCE
               STRING "LP" LN-ACCT-NUM
                      DELIMITED BY SIZE INTO WS-ITEM-REFERENCE
               MOVE LN-DUE-PRINCIPAL TO WS-ITEM-AMOUNT
               MOVE "X" TO WS-ITEM-TYPE
               PERFORM WRITE-ITEM-DETAIL
               MOVE LN-ACCT-NUM TO WS-ITEM-ACCT-NUM
               PERFORM WRITE-TRANSFER-TO-LEG
           END-IF.

       WRITE-ITEM-DETAIL.
           IF NOT WS-HEADER-WRITTEN
               PERFORM WRITE-BATCH-HEADER
           END-IF.
           MOVE SPACES TO ADD-TRANS-RECORD.
           MOVE "D" TO AT-RECORD-TYPE.
           MOVE LN-COMPANY-CODE TO AT-COMPANY-CODE.
           MOVE WS-ITEM-ACCT-NUM TO AT-ACCT-NUM.
           MOVE RC-RUN-DATE TO AT-TRANS-DATE.
           MOVE WS-ITEM-TYPE TO AT-TRANS-TYPE.
           MOVE WS-ITEM-AMOUNT TO AT-AMOUNT.
           MOVE WS-ITEM-REFERENCE TO AT-REFERENCE.
           WRITE ADD-TRANS-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-ITEM-ACCT-NUM TO WS-HASH-TOTAL.
           ADD WS-ITEM-AMOUNT TO WS-AMOUNT-TOTAL.

       WRITE-TRANSFER-TO-LEG.
           MOVE SPACES TO ADD-TRANS-RECORD.
           MOVE "X" TO AT-RECORD-TYPE.
           MOVE LN-COMPANY-CODE TO AT-COMPANY-CODE.
           MOVE WS-ITEM-ACCT-NUM TO AT-ACCT-NUM.
           MOVE RC-RUN-DATE TO AT-TRANS-DATE.
           MOVE "X" TO AT-TRANS-TYPE.
           MOVE WS-ITEM-AMOUNT TO AT-AMOUNT.
           MOVE WS-ITEM-REFERENCE TO AT-REFERENCE.
           WRITE ADD-TRANS-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-ITEM-ACCT-NUM TO WS-HASH-TOTAL.
           ADD WS-ITEM-AMOUNT TO WS-AMOUNT-TOTAL.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO ADD-BATCH-HEADER-RECORD.
           MOVE "H" TO AT-RECORD-TYPE.
           MOVE WS-BATCH-NUM TO BH-BATCH-NUM.
           MOVE RC-RUN-DATE TO BH-BATCH-DATE.
           MOVE "LOAN" TO BH-SOURCE-SYSTEM.
           WRITE ADD-BATCH-HEADER-RECORD.
           MOVE "Y" TO WS-HEADER-WRITTEN-FLAG.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO ADD-BATCH-TRAILER-RECORD.
           MOVE "T" TO AT-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT TO BT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO BT-HASH-TOTAL.
           MOVE WS-AMOUNT-TOTAL TO BT-AMOUNT-TOTAL.
           WRITE ADD-BATCH-TRAILER-RECORD.

       WRITE-BILLING-LINE.
           MOVE LN-ACCT-NUM TO WS-DL-ACCT-NUM.
           MOVE LN-STATUS TO WS-DL-STATUS.
           MOVE LN-INSTALLMENTS-BILLED TO WS-DL-BILLED.
           MOVE LN-TERM-MONTHS TO WS-DL-TERM.
           MOVE WS-NIGHT-INTEREST TO WS-DL-INTEREST.
           MOVE WS-NIGHT-PRINCIPAL TO WS-DL-PRINCIPAL.
           IF WS-ACTION-TAG = "DISB"
               MOVE LN-PRINCIPAL TO WS-DL-DUE
           ELSE
               COMPUTE WS-DL-DUE = LN-DUE-PRINCIPAL + LN-DUE-INTEREST
           END-IF.
           MOVE WS-ACTION-TAG TO WS-DL-ACTION.
           WRITE LOAN-REPORT-RECORD FROM WS-DETAIL-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO LOAN-REPORT-RECORD.
           WRITE LOAN-REPORT-RECORD.
           MOVE "DISBURSEMENTS PRESENTED" TO WS-TL-LABEL.
           MOVE WS-DISBURSED-COUNT TO WS-TL-COUNT.
           MOVE WS-DISBURSED-TOTAL TO WS-TL-AMOUNT.
           WRITE LOAN-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "INSTALLMENTS BILLED - INT" TO WS-TL-LABEL.
           MOVE WS-BILLED-COUNT TO WS-TL-COUNT.
           MOVE WS-BILLED-INT-TOTAL TO WS-TL-AMOUNT.
           WRITE LOAN-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "INSTALLMENTS BILLED - PRIN" TO WS-TL-LABEL.
           MOVE WS-BILLED-PRIN-TOTAL TO WS-TL-AMOUNT.
           WRITE LOAN-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "AMOUNT DUE PRESENTED - INT" TO WS-TL-LABEL.
           MOVE WS-PRESENTED-COUNT TO WS-TL-COUNT.
           MOVE WS-PRESENTED-INT-TOTAL TO WS-TL-AMOUNT.
           WRITE LOAN-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "AMOUNT DUE PRESENTED - PRIN" TO WS-TL-LABEL.
           MOVE WS-PRESENTED-PRIN-TOTAL TO WS-TL-AMOUNT.
           WRITE LOAN-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "LOANS SKIPPED" TO WS-TL-LABEL.
           MOVE WS-SKIPPED-COUNT TO WS-TL-COUNT.
           MOVE ZERO TO WS-TL-AMOUNT.
           WRITE LOAN-REPORT-RECORD FROM WS-TOTAL-LINE.

       REWRITE-LOAN-MASTER.
           IF WS-LOAN-OVERFLOWED
               DISPLAY "LNBIL01: LOAN MASTER NOT REWRITTEN, "
                       "TABLE OVERFLOWED - NO CHANGES SAVED"
           ELSE
               IF WS-LOAN-COUNT > ZERO
                   OPEN OUTPUT LOAN-MASTER-FILE
                   PERFORM WRITE-ONE-LOAN
                       VARYING WS-LOAN-SUB FROM 1 BY 1
                       UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
                   CLOSE LOAN-MASTER-FILE
               END-IF
           END-IF.

       WRITE-ONE-LOAN.
           MOVE WS-LT-RECORD (WS-LOAN-SUB) TO LOAN-MASTER-RECORD.
           WRITE LOAN-MASTER-RECORD.

       WRITE-LOAN-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "LNBIL01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE WS-LOAN-SUB TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "LOAN " LN-ACCT-NUM " " WS-EXCEPT-TEXT
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-OPERATOR-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "LNBIL01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE ZERO      TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "RUN CTL OPERATOR ID MISSING, DEFAULTED UNKNOWN"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

           COPY RUNCTLP.
           COPY LNPMTP.
           COPY EXCPTP.
