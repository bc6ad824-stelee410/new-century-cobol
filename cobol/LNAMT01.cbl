       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNAMT01.
       AUTHOR. STELEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-NUM
               ALTERNATE RECORD KEY IS AM-CUSTOMER-NUM WITH DUPLICATES
               FILE STATUS IS WS-BAL-STATUS.

           SELECT AMORT-PARM-FILE ASSIGN TO "LNAMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT AMORT-REPORT-FILE ASSIGN TO "LNAMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER-FILE
           RECORD CONTAINS 137 CHARACTERS.
           COPY LOANMST.

       FD  ACCT-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY ACCTMST.

       FD  AMORT-PARM-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  AMORT-PARM-RECORD.
           05  LA-ACCT-NUM                 PIC X(8).

       FD  AMORT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  AMORT-REPORT-RECORD             PIC X(80).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS                  PIC XX.
       01  WS-BAL-STATUS                   PIC XX.
       01  WS-PARM-STATUS                  PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-RUNCTL-OPER-FLAG             PIC X VALUE "N".
           88  WS-RUNCTL-OPER-MISSING       VALUE "Y".
       01  WS-LOAN-EOF-FLAG                PIC X VALUE "N".
           88  WS-LOAN-EOF                 VALUE "Y".
       01  WS-LOAN-OPEN-FAIL-FLAG          PIC X VALUE "N".
           88  WS-LOAN-OPEN-FAILED          VALUE "Y".
       01  WS-BAL-OPEN-FLAG                PIC X VALUE "N".
           88  WS-BAL-OPENED               VALUE "Y".
       01  WS-ACCT-FOUND-FLAG              PIC X VALUE "N".
           88  WS-ACCT-FOUND               VALUE "Y".
       01  WS-SELECT-ALL-FLAG              PIC X VALUE "Y".
           88  WS-SELECT-ALL               VALUE "Y".
       01  WS-PARM-BAD-FLAG                PIC X VALUE "N".
           88  WS-PARM-BAD                 VALUE "Y".
       01  WS-SELECT-ACCT                  PIC 9(8) VALUE ZERO.

       01  WS-LOANS-READ                   PIC 9(6) VALUE ZERO.
       01  WS-LOANS-PRINTED                PIC 9(6) VALUE ZERO.

       01  WS-SCHED-SUB                    PIC 9(3) VALUE ZERO.
       01  WS-SCHED-BALANCE                PIC S9(9)V99 VALUE ZERO.
       01  WS-SCHED-INTEREST               PIC S9(7)V99 VALUE ZERO.
       01  WS-SCHED-PRINCIPAL              PIC S9(7)V99 VALUE ZERO.
       01  WS-SCHED-PAYMENT                PIC S9(7)V99 VALUE ZERO.
       01  WS-TOTAL-PAYMENT                PIC S9(9)V99 VALUE ZERO.
       01  WS-TOTAL-INTEREST               PIC S9(9)V99 VALUE ZERO.
       01  WS-TOTAL-PRINCIPAL              PIC S9(9)V99 VALUE ZERO.
       01  WS-OUTSTANDING                  PIC S9(9)V99 VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER                      PIC X(27) VALUE
               "AMORTIZATION SCHEDULE LOAN ".
           05  WS-TT-ACCT-NUM              PIC 9(8).
           05  FILLER                      PIC X(6) VALUE "  CO  ".
           05  WS-TT-COMPANY-CODE          PIC X(4).
           05  FILLER                      PIC X(7) VALUE "  CUST ".
           05  WS-TT-CUSTOMER-NUM          PIC 9(6).
           05  FILLER                      PIC X(10) VALUE
               "  RUN DATE".
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-TT-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(3) VALUE SPACES.

       01  WS-TERMS-LINE.
           05  FILLER                      PIC X(10) VALUE
               "PRINCIPAL ".
           05  WS-TM-PRINCIPAL             PIC Z(6)9.99.
           05  FILLER                      PIC X(6) VALUE "  RATE".
           05  WS-TM-RATE                  PIC Z9.9999.
           05  FILLER                      PIC X(8) VALUE "%  TERM ".
           05  WS-TM-TERM                  PIC ZZ9.
           05  FILLER                      PIC X(10) VALUE
               "  PAYMENT ".
           05  WS-TM-PAYMENT               PIC Z(6)9.99.
           05  FILLER                      PIC X(7) VALUE "  FROM ".
           05  WS-TM-PAY-FROM              PIC 9(8).

       01  WS-DATES-LINE.
           05  FILLER                      PIC X(10) VALUE
               "OPENED    ".
           05  WS-DT-OPEN-DATE             PIC 9(8).
           05  FILLER                      PIC X(13) VALUE
               "   FIRST DUE ".
           05  WS-DT-FIRST-DUE             PIC 9(8).
           05  FILLER                      PIC X(10) VALUE
               "   BY OPER".
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DT-OPENED-BY             PIC X(8).
           05  FILLER                      PIC X(22) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(35) VALUE
               " NO  DUE DATE      PAYMENT    INTER".
           05  FILLER                      PIC X(35) VALUE
               "EST   PRINCIPAL      BALANCE  STATU".
           05  FILLER                      PIC X(10) VALUE "S".

       01  WS-DETAIL-LINE.
           05  WS-DL-NUMBER                PIC ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-DUE-DATE              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-PAYMENT               PIC -(7)9.99.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-INTEREST              PIC -(7)9.99.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-PRINCIPAL             PIC -(7)9.99.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-BALANCE               PIC -(8)9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-STATUS                PIC X(6).
           05  FILLER                      PIC X(9) VALUE SPACES.

       01  WS-SCHED-TOTAL-LINE.
           05  FILLER                      PIC X(15) VALUE
               "TOTALS".
           05  WS-ST-PAYMENT               PIC -(7)9.99.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-ST-INTEREST              PIC -(7)9.99.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-ST-PRINCIPAL             PIC -(7)9.99.
           05  FILLER                      PIC X(30) VALUE SPACES.

       01  WS-POSITION-LINE.
           05  FILLER                      PIC X(8) VALUE "STATUS ".
           05  WS-PS-STATUS                PIC X(8).
           05  FILLER                      PIC X(8) VALUE "  BILLED".
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-PS-BILLED                PIC ZZ9.
           05  FILLER                      PIC X(4) VALUE " OF ".
           05  WS-PS-TERM                  PIC ZZ9.
           05  FILLER                      PIC X(12) VALUE
               "   NEXT DUE ".
           05  WS-PS-NEXT-DUE              PIC 9(8).
           05  FILLER                      PIC X(13) VALUE
               " OUTSTANDING ".
           05  WS-PS-OUTSTANDING           PIC -(8)9.99.

       01  WS-PAST-DUE-LINE.
           05  FILLER                      PIC X(14) VALUE
               "PAST DUE PRIN ".
           05  WS-PD-PRINCIPAL             PIC Z(6)9.99.
           05  FILLER                      PIC X(5) VALUE "  INT".
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-PD-INTEREST              PIC Z(6)9.99.
           05  FILLER                      PIC X(8) VALUE "  OLDEST".
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-PD-OLDEST                PIC 9(8).
           05  FILLER                      PIC X(7) VALUE "  MISS ".
           05  WS-PD-MISSED                PIC ZZ9.
           05  FILLER                      PIC X(7) VALUE "  PART ".
           05  WS-PD-PARTIAL               PIC ZZ9.
           05  FILLER                      PIC X(3) VALUE SPACES.

           COPY LNPMT.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM READ-RUN-CONTROL-RTN.
           PERFORM READ-AMORT-PARM.
           OPEN OUTPUT AMORT-REPORT-FILE.
           IF WS-PARM-BAD
               MOVE "LNAMPARM ACCOUNT NOT NUMERIC - NO SCHEDULES"
                   TO AMORT-REPORT-RECORD
               WRITE AMORT-REPORT-RECORD
           ELSE
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-LOAN-STATUS NOT = "00"
                   DISPLAY "LNAMT01: NO LOAN MASTER, STATUS: "
                           WS-LOAN-STATUS
                   MOVE "Y" TO WS-LOAN-OPEN-FAIL-FLAG
                   MOVE "NO LOAN MASTER - NO SCHEDULES"
                       TO AMORT-REPORT-RECORD
                   WRITE AMORT-REPORT-RECORD
               ELSE
                   OPEN INPUT ACCT-BAL-FILE
                   IF WS-BAL-STATUS = "00"
                       MOVE "Y" TO WS-BAL-OPEN-FLAG
                   ELSE
                       DISPLAY "LNAMT01: ACCOUNT MASTER NOT OPENED, "
                               "STATUS: " WS-BAL-STATUS
                               " - OUTSTANDING NOT SHOWN"
                   END-IF
                   PERFORM PRINT-ONE-LOAN UNTIL WS-LOAN-EOF
                   CLOSE LOAN-MASTER-FILE
                   IF WS-BAL-OPENED
                       CLOSE ACCT-BAL-FILE
                   END-IF
               END-IF
               IF WS-LOANS-PRINTED = ZERO AND NOT WS-LOAN-OPEN-FAILED
                   MOVE "NO LOAN SELECTED FOR SCHEDULE"
                       TO AMORT-REPORT-RECORD
                   WRITE AMORT-REPORT-RECORD
               END-IF
           END-IF.
           CLOSE AMORT-REPORT-FILE.
       PROGRAM-DONE.
           DISPLAY "LOANS READ:            " WS-LOANS-READ.
           DISPLAY "SCHEDULES PRINTED:     " WS-LOANS-PRINTED.
           EVALUATE TRUE
               WHEN WS-PARM-BAD OR WS-LOAN-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LOANS-PRINTED = ZERO AND NOT WS-SELECT-ALL
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

       READ-AMORT-PARM.
           OPEN INPUT AMORT-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ AMORT-PARM-FILE
                   AT END
                       MOVE SPACES TO LA-ACCT-NUM
               END-READ
               CLOSE AMORT-PARM-FILE
               EVALUATE TRUE
                   WHEN LA-ACCT-NUM = SPACES
                       CONTINUE
                   WHEN LA-ACCT-NUM NOT NUMERIC
                       MOVE "Y" TO WS-PARM-BAD-FLAG
                       DISPLAY "LNAMT01: LNAMPARM ACCOUNT '"
                               LA-ACCT-NUM "' NOT NUMERIC"
                   WHEN OTHER
                       MOVE LA-ACCT-NUM TO WS-SELECT-ACCT
                       IF WS-SELECT-ACCT NOT = ZERO
                           MOVE "N" TO WS-SELECT-ALL-FLAG
                       END-IF
               END-EVALUATE
           END-IF.
           IF WS-SELECT-ALL
               DISPLAY "LNAMT01: SCHEDULES FOR ALL LOANS"
           END-IF.

       PRINT-ONE-LOAN.
           READ LOAN-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-LOAN-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-LOANS-READ
                   IF WS-SELECT-ALL OR LN-ACCT-NUM = WS-SELECT-ACCT
                       PERFORM PRINT-LOAN-SCHEDULE
                   END-IF
           END-READ.

       PRINT-LOAN-SCHEDULE.
           ADD 1 TO WS-LOANS-PRINTED.
           IF WS-LOANS-PRINTED > 1
               MOVE SPACES TO AMORT-REPORT-RECORD
               WRITE AMORT-REPORT-RECORD
           END-IF.
           MOVE LN-ACCT-NUM TO WS-TT-ACCT-NUM.
           MOVE LN-COMPANY-CODE TO WS-TT-COMPANY-CODE.
           MOVE LN-CUSTOMER-NUM TO WS-TT-CUSTOMER-NUM.
           MOVE RC-RUN-DATE TO WS-TT-RUN-DATE.
           WRITE AMORT-REPORT-RECORD FROM WS-TITLE-LINE.
           MOVE LN-PRINCIPAL TO WS-TM-PRINCIPAL.
           MOVE LN-ANNUAL-RATE TO WS-TM-RATE.
           MOVE LN-TERM-MONTHS TO WS-TM-TERM.
           MOVE LN-PAYMENT-AMOUNT TO WS-TM-PAYMENT.
           MOVE LN-PAY-FROM-ACCT TO WS-TM-PAY-FROM.
           WRITE AMORT-REPORT-RECORD FROM WS-TERMS-LINE.
           MOVE LN-OPEN-DATE TO WS-DT-OPEN-DATE.
           MOVE LN-FIRST-DUE-DATE TO WS-DT-FIRST-DUE.
           MOVE LN-OPENED-BY TO WS-DT-OPENED-BY.
           WRITE AMORT-REPORT-RECORD FROM WS-DATES-LINE.
           MOVE SPACES TO AMORT-REPORT-RECORD.
           WRITE AMORT-REPORT-RECORD.
           WRITE AMORT-REPORT-RECORD FROM WS-COLUMN-LINE.
           MOVE LN-PRINCIPAL TO WS-SCHED-BALANCE.
           MOVE ZERO TO WS-TOTAL-PAYMENT.
           MOVE ZERO TO WS-TOTAL-INTEREST.
           MOVE ZERO TO WS-TOTAL-PRINCIPAL.
           MOVE LN-FIRST-DUE-DATE TO WS-LP-FIRST-DUE-DATE.
           PERFORM PRINT-ONE-INSTALLMENT
               VARYING WS-SCHED-SUB FROM 1 BY 1
               UNTIL WS-SCHED-SUB > LN-TERM-MONTHS.
           MOVE WS-TOTAL-PAYMENT TO WS-ST-PAYMENT.
           MOVE WS-TOTAL-INTEREST TO WS-ST-INTEREST.
           MOVE WS-TOTAL-PRINCIPAL TO WS-ST-PRINCIPAL.
           WRITE AMORT-REPORT-RECORD FROM WS-SCHED-TOTAL-LINE.
           MOVE SPACES TO AMORT-REPORT-RECORD.
           WRITE AMORT-REPORT-RECORD.
           PERFORM PRINT-LOAN-POSITION.

       PRINT-ONE-INSTALLMENT.
           COMPUTE WS-SCHED-INTEREST ROUNDED =
               WS-SCHED-BALANCE * LN-ANNUAL-RATE / 1200.
           IF WS-SCHED-SUB = LN-TERM-MONTHS
               MOVE WS-SCHED-BALANCE TO WS-SCHED-PRINCIPAL
           ELSE
               COMPUTE WS-SCHED-PRINCIPAL =
                   LN-PAYMENT-AMOUNT - WS-SCHED-INTEREST
               IF WS-SCHED-PRINCIPAL < ZERO
                   MOVE ZERO TO WS-SCHED-PRINCIPAL
               END-IF
               IF WS-SCHED-PRINCIPAL > WS-SCHED-BALANCE
                   MOVE WS-SCHED-BALANCE TO WS-SCHED-PRINCIPAL
               END-IF
           END-IF.
           COMPUTE WS-SCHED-PAYMENT =
               WS-SCHED-INTEREST + WS-SCHED-PRINCIPAL.
           SUBTRACT WS-SCHED-PRINCIPAL FROM WS-SCHED-BALANCE.
           ADD WS-SCHED-PAYMENT TO WS-TOTAL-PAYMENT.
           ADD WS-SCHED-INTEREST TO WS-TOTAL-INTEREST.
           ADD WS-SCHED-PRINCIPAL TO WS-TOTAL-PRINCIPAL.
           MOVE WS-SCHED-SUB TO WS-LP-INSTALLMENT-NUM.
           PERFORM SET-INSTALLMENT-DUE-RTN.
           MOVE WS-SCHED-SUB TO WS-DL-NUMBER.
           MOVE WS-LP-DUE-DATE TO WS-DL-DUE-DATE.
           MOVE WS-SCHED-PAYMENT TO WS-DL-PAYMENT.
           MOVE WS-SCHED-INTEREST TO WS-DL-INTEREST.
           MOVE WS-SCHED-PRINCIPAL TO WS-DL-PRINCIPAL.
           MOVE WS-SCHED-BALANCE TO WS-DL-BALANCE.
           IF WS-SCHED-SUB NOT > LN-INSTALLMENTS-BILLED
               MOVE "BILLED" TO WS-DL-STATUS
           ELSE
               MOVE SPACES TO WS-DL-STATUS
           END-IF.
           WRITE AMORT-REPORT-RECORD FROM WS-DETAIL-LINE.

       PRINT-LOAN-POSITION.
           EVALUATE TRUE
               WHEN LN-STATUS-PENDING
                   MOVE "PENDING" TO WS-PS-STATUS
               WHEN LN-STATUS-ACTIVE
                   MOVE "ACTIVE" TO WS-PS-STATUS
               WHEN LN-STATUS-PAID-OFF
                   MOVE "PAID OFF" TO WS-PS-STATUS
               WHEN OTHER
                   MOVE LN-STATUS TO WS-PS-STATUS
           END-EVALUATE.
           MOVE LN-INSTALLMENTS-BILLED TO WS-PS-BILLED.
           MOVE LN-TERM-MONTHS TO WS-PS-TERM.
           MOVE LN-NEXT-DUE-DATE TO WS-PS-NEXT-DUE.
           MOVE ZERO TO WS-OUTSTANDING.
           IF WS-BAL-OPENED
               MOVE LN-ACCT-NUM TO AM-ACCT-NUM
               READ ACCT-BAL-FILE
                   INVALID KEY
                       DISPLAY "LNAMT01: LOAN " LN-ACCT-NUM
                               " NOT ON ACCOUNT MASTER"
                   NOT INVALID KEY
                       COMPUTE WS-OUTSTANDING = ZERO - AM-BALANCE
               END-READ
           END-IF.
           MOVE WS-OUTSTANDING TO WS-PS-OUTSTANDING.
           WRITE AMORT-REPORT-RECORD FROM WS-POSITION-LINE.
           MOVE LN-DUE-PRINCIPAL TO WS-PD-PRINCIPAL.
           MOVE LN-DUE-INTEREST TO WS-PD-INTEREST.
           MOVE LN-OLDEST-DUE-DATE TO WS-PD-OLDEST.
           MOVE LN-MISSED-COUNT TO WS-PD-MISSED.
           MOVE LN-PARTIAL-COUNT TO WS-PD-PARTIAL.
           WRITE AMORT-REPORT-RECORD FROM WS-PAST-DUE-LINE.

           COPY RUNCTLP.
           COPY LNPMTP.
