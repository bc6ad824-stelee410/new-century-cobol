       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNPAY01.
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

           SELECT ADD-JOURNAL-FILE ASSIGN TO "ADDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT LOAN-REPORT-FILE ASSIGN TO "LNPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT LOAN-EXCEPT-FILE ASSIGN TO "LNPEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

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

       FD  ADD-JOURNAL-FILE
           RECORD CONTAINS 148 CHARACTERS.
           COPY ADDJRNL.

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
       01  WS-LOAN-STATUS                  PIC XX.
       01  WS-BAL-STATUS                   PIC XX.
       01  WS-JRNL-STATUS                  PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-EXCEPT-STATUS                PIC XX.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-RUNCTL-OPER-FLAG             PIC X VALUE "N".
           88  WS-RUNCTL-OPER-MISSING       VALUE "Y".
       01  WS-BAL-OPEN-FAIL-FLAG           PIC X VALUE "N".
           88  WS-BAL-OPEN-FAILED           VALUE "Y".
       01  WS-JRNL-OPEN-FAIL-FLAG          PIC X VALUE "N".
           88  WS-JRNL-OPEN-FAILED          VALUE "Y".
       01  WS-LOAN-EOF-FLAG                PIC X VALUE "N".
           88  WS-LOAN-EOF                 VALUE "Y".
       01  WS-LOAN-OVER-FLAG               PIC X VALUE "N".
           88  WS-LOAN-OVERFLOWED          VALUE "Y".
       01  WS-JRNL-EOF-FLAG                PIC X VALUE "N".
           88  WS-JRNL-EOF                 VALUE "Y".
       01  WS-LOAN-FOUND-FLAG              PIC X VALUE "N".
           88  WS-LOAN-FOUND               VALUE "Y".
       01  WS-ACCT-FOUND-FLAG              PIC X VALUE "N".
           88  WS-ACCT-FOUND               VALUE "Y".

       01  WS-LOAN-MAX                     PIC 9(4) VALUE 500.
       01  WS-LOAN-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-LOAN-SUB                     PIC 9(4) VALUE ZERO.
       01  WS-LOAN-TABLE.
           05  WS-LOAN-ENTRY OCCURS 500 TIMES
                   INDEXED BY LOAN-IDX.
               10  WS-LT-ACCT-NUM          PIC 9(8).
               10  WS-LT-RECORD            PIC X(137).
               10  WS-LT-INT-PAID          PIC S9(7)V99.
               10  WS-LT-PRIN-PAID         PIC S9(7)V99.
               10  WS-LT-DISB-FLAG         PIC X.
                   88  WS-LT-DISBURSED      VALUE "Y".

       01  WS-JRNL-LOAN-ACCT               PIC 9(8) VALUE ZERO.
       01  WS-OUTSTANDING                  PIC S9(9)V99 VALUE ZERO.
       01  WS-PAST-DUE                     PIC S9(9)V99 VALUE ZERO.
       01  WS-COLLECTED                    PIC S9(9)V99 VALUE ZERO.
       01  WS-DAYS-PAST-DUE                PIC 9(5) VALUE ZERO.
       01  WS-ACTION-TAG                   PIC X(4).
       01  WS-EXCEPT-TEXT                  PIC X(30).
       01  WS-EXCEPT-SEVERITY              PIC X.

       01  WS-JOURNAL-MATCHED              PIC 9(6) VALUE ZERO.
       01  WS-TRACKED-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-ALREADY-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-ACTIVATED-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-PAID-OFF-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-MISSED-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-PARTIAL-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-INT-COLLECTED-TOTAL          PIC S9(11)V99 VALUE ZERO.
       01  WS-PRIN-COLLECTED-TOTAL         PIC S9(11)V99 VALUE ZERO.
       01  WS-OUTSTANDING-TOTAL            PIC S9(11)V99 VALUE ZERO.
       01  WS-PAST-DUE-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-PAST-DUE-TOTAL               PIC S9(11)V99 VALUE ZERO.
       01  WS-EXCEPT-COUNT                 PIC 9(6) VALUE ZERO.

       01  WS-AGING-TABLE.
           05  WS-AGE-ENTRY OCCURS 4 TIMES.
               10  WS-AG-COUNT             PIC 9(6).
               10  WS-AG-AMOUNT            PIC S9(11)V99.
       01  WS-AGE-SUB                      PIC 9 VALUE ZERO.
       01  WS-AGE-LABELS.
           05  FILLER                      PIC X(28) VALUE
               "PAST DUE UNDER 30 DAYS".
           05  FILLER                      PIC X(28) VALUE
               "PAST DUE 30-59 DAYS".
           05  FILLER                      PIC X(28) VALUE
               "PAST DUE 60-89 DAYS".
           05  FILLER                      PIC X(28) VALUE
               "PAST DUE 90 DAYS AND OVER".
       01  WS-AGE-LABEL-TABLE REDEFINES WS-AGE-LABELS.
           05  WS-AGE-LABEL OCCURS 4 TIMES PIC X(28).

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(28) VALUE
               "LOAN DUE-PAYMENT TRACKING   ".
           05  FILLER                      PIC X(9) VALUE
               "RUN DATE ".
           05  WS-HL-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(9) VALUE "ACCOUNT  ".
           05  FILLER                      PIC X(2) VALUE "S ".
           05  FILLER                      PIC X(9) VALUE "NEXT DUE ".
           05  FILLER                      PIC X(8) VALUE "BIL/TRM ".
           05  FILLER                      PIC X(13) VALUE
               " OUTSTANDING ".
           05  FILLER                      PIC X(11) VALUE
               "  PAST DUE ".
           05  FILLER                      PIC X(5) VALUE " DPD ".
           05  FILLER                      PIC X(4) VALUE "MIS ".
           05  FILLER                      PIC X(4) VALUE "PAR ".
           05  FILLER                      PIC X(11) VALUE
               " COLLECTED ".
           05  FILLER                      PIC X(4) VALUE "TAG ".

       01  WS-DETAIL-LINE.
           05  WS-DL-ACCT-NUM              PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-STATUS                PIC X.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-NEXT-DUE              PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-BILLED                PIC 9(3).
           05  FILLER                      PIC X VALUE "/".
           05  WS-DL-TERM                  PIC 9(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-OUTSTANDING           PIC -(8)9.99.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-PAST-DUE              PIC -(6)9.99.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-DAYS-PAST-DUE         PIC Z(3)9.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-MISSED                PIC ZZ9.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-PARTIAL               PIC ZZ9.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-COLLECTED             PIC -(6)9.99.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-TAG                   PIC X(4).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(28).
           05  WS-TL-COUNT                 PIC Z(5)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TL-AMOUNT                PIC -(12)9.99.
           05  FILLER                      PIC X(28) VALUE SPACES.

           COPY LNPMT.

           COPY EXCPTWS.

       LINKAGE SECTION.
       01  LK-LNPAY01-RESULTS.
           05  LK-PAST-DUE-COUNT           PIC 9(6).
           05  LK-MISSED-COUNT             PIC 9(6).

       PROCEDURE DIVISION USING OPTIONAL LK-LNPAY01-RESULTS.
       PROGRAM-BEGIN.
           PERFORM READ-RUN-CONTROL-RTN.
           OPEN OUTPUT LOAN-EXCEPT-FILE.
           IF WS-RUNCTL-OPER-MISSING
               PERFORM WRITE-OPERATOR-EXCEPTION
           END-IF.
           PERFORM LOAD-LOAN-TABLE.
           PERFORM SCAN-TONIGHTS-JOURNAL.
           OPEN OUTPUT LOAN-REPORT-FILE.
           MOVE RC-RUN-DATE TO WS-HL-RUN-DATE.
           WRITE LOAN-REPORT-RECORD FROM WS-HEADING-LINE.
           WRITE LOAN-REPORT-RECORD FROM WS-COLUMN-LINE.
           INITIALIZE WS-AGING-TABLE.
           IF WS-JRNL-OPEN-FAILED
               MOVE "NO POSTING JOURNAL - LOANS NOT TRACKED"
                   TO LOAN-REPORT-RECORD
               WRITE LOAN-REPORT-RECORD
           ELSE
               OPEN INPUT ACCT-BAL-FILE
               IF WS-BAL-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN ACCT-BAL-FILE, STATUS: "
                           WS-BAL-STATUS
                   MOVE "Y" TO WS-BAL-OPEN-FAIL-FLAG
               ELSE
                   PERFORM TRACK-ONE-LOAN
                       VARYING WS-LOAN-SUB FROM 1 BY 1
                       UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
                   CLOSE ACCT-BAL-FILE
               END-IF
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE LOAN-REPORT-FILE.
           IF RC-PRODUCTION-MODE
               PERFORM REWRITE-LOAN-MASTER
           ELSE
               DISPLAY "LNPAY01: TEST MODE - LOAN MASTER NOT UPDATED"
           END-IF.
           CLOSE LOAN-EXCEPT-FILE.
       PROGRAM-DONE.
           DISPLAY "LOANS ON MASTER:       " WS-LOAN-COUNT.
           DISPLAY "JOURNAL ITEMS MATCHED: " WS-JOURNAL-MATCHED.
           DISPLAY "LOANS TRACKED:         " WS-TRACKED-COUNT.
           DISPLAY "MISSED INSTALLMENTS:   " WS-MISSED-COUNT.
           DISPLAY "PARTIAL INSTALLMENTS:  " WS-PARTIAL-COUNT.
           DISPLAY "LOANS PAST DUE:        " WS-PAST-DUE-COUNT.
           DISPLAY "LOANS PAID OFF:        " WS-PAID-OFF-COUNT.
           DISPLAY "EXCEPTIONS WRITTEN:    " WS-EXCEPT-COUNT.
           IF ADDRESS OF LK-LNPAY01-RESULTS NOT = NULL
               MOVE WS-PAST-DUE-COUNT TO LK-PAST-DUE-COUNT
               MOVE WS-MISSED-COUNT TO LK-MISSED-COUNT
           END-IF.
           IF WS-BAL-OPEN-FAILED OR WS-JRNL-OPEN-FAILED
                   OR WS-LOAN-OVERFLOWED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-EXCEPT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       LOAD-LOAN-TABLE.
           OPEN INPUT LOAN-MASTER-FILE.
           IF WS-LOAN-STATUS NOT = "00"
               DISPLAY "LNPAY01: NO LOAN MASTER, STATUS: "
                       WS-LOAN-STATUS " - NOTHING TO TRACK"
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
                       MOVE LN-ACCT-NUM
                           TO WS-LT-ACCT-NUM (WS-LOAN-COUNT)
                       MOVE LOAN-MASTER-RECORD
                           TO WS-LT-RECORD (WS-LOAN-COUNT)
                       MOVE ZERO TO WS-LT-INT-PAID (WS-LOAN-COUNT)
                       MOVE ZERO TO WS-LT-PRIN-PAID (WS-LOAN-COUNT)
                       MOVE "N" TO WS-LT-DISB-FLAG (WS-LOAN-COUNT)
                   ELSE
                       MOVE "Y" TO WS-LOAN-OVER-FLAG
                       DISPLAY "LNPAY01: LOAN TABLE FULL, ACCOUNT "
                               LN-ACCT-NUM " NOT LOADED"
                   END-IF
           END-READ.

       SCAN-TONIGHTS-JOURNAL.
           OPEN INPUT ADD-JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "LNPAY01: NO POSTING JOURNAL, STATUS: "
                       WS-JRNL-STATUS " - LOANS NOT TRACKED"
               MOVE "Y" TO WS-JRNL-OPEN-FAIL-FLAG
               MOVE "Y" TO WS-JRNL-EOF-FLAG
           END-IF.
           PERFORM SCAN-ONE-POSTING UNTIL WS-JRNL-EOF.
           IF WS-JRNL-STATUS = "00" OR WS-JRNL-STATUS = "10"
               CLOSE ADD-JOURNAL-FILE
           END-IF.

       SCAN-ONE-POSTING.
           READ ADD-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-JRNL-EOF-FLAG
               NOT AT END
                   IF PJ-RUN-DATE = RC-RUN-DATE
                           AND (PJ-REFERENCE (1:2) = "LI"
                               OR PJ-REFERENCE (1:2) = "LP"
                               OR PJ-REFERENCE (1:2) = "LD")
                           AND PJ-REFERENCE (3:8) NUMERIC
                       PERFORM APPLY-LOAN-POSTING
                   END-IF
           END-READ.

       APPLY-LOAN-POSTING.
           MOVE PJ-REFERENCE (3:8) TO WS-JRNL-LOAN-ACCT.
           PERFORM FIND-LOAN-ENTRY.
           IF WS-LOAN-FOUND
               EVALUATE TRUE
                   WHEN PJ-REFERENCE (1:2) = "LI"
                       ADD 1 TO WS-JOURNAL-MATCHED
                       SUBTRACT PJ-POSTED-AMOUNT
                           FROM WS-LT-INT-PAID (LOAN-IDX)
                   WHEN PJ-REFERENCE (1:2) = "LP"
                           AND PJ-ACCT-NUM = WS-JRNL-LOAN-ACCT
                       ADD 1 TO WS-JOURNAL-MATCHED
                       ADD PJ-POSTED-AMOUNT
                           TO WS-LT-PRIN-PAID (LOAN-IDX)
                   WHEN PJ-REFERENCE (1:2) = "LD"
                           AND PJ-ACCT-NUM = WS-JRNL-LOAN-ACCT
                       ADD 1 TO WS-JOURNAL-MATCHED
                       MOVE "Y" TO WS-LT-DISB-FLAG (LOAN-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       FIND-LOAN-ENTRY.
           MOVE "N" TO WS-LOAN-FOUND-FLAG.
           SET LOAN-IDX TO 1.
           SEARCH WS-LOAN-ENTRY
               AT END
                   CONTINUE
               WHEN LOAN-IDX > WS-LOAN-COUNT
                   CONTINUE
               WHEN WS-LT-ACCT-NUM (LOAN-IDX) = WS-JRNL-LOAN-ACCT
                   MOVE "Y" TO WS-LOAN-FOUND-FLAG
           END-SEARCH.

       TRACK-ONE-LOAN.
           MOVE WS-LT-RECORD (WS-LOAN-SUB) TO LOAN-MASTER-RECORD.
           MOVE SPACES TO WS-ACTION-TAG.
           COMPUTE WS-COLLECTED = WS-LT-INT-PAID (WS-LOAN-SUB)
               + WS-LT-PRIN-PAID (WS-LOAN-SUB).
           IF LN-STATUS-PAID-OFF
               CONTINUE
           ELSE
               IF LN-LAST-TRACK-DATE = RC-RUN-DATE
                   ADD 1 TO WS-ALREADY-COUNT
                   MOVE "DONE" TO WS-ACTION-TAG
               ELSE
                   PERFORM APPLY-TONIGHTS-PAYMENTS
               END-IF
               PERFORM READ-LOAN-ACCOUNT
               IF LN-STATUS-ACTIVE AND WS-ACCT-FOUND
                       AND AM-BALANCE NOT < ZERO
                       AND LN-DUE-PRINCIPAL = ZERO
                       AND LN-DUE-INTEREST = ZERO
                   MOVE "S" TO LN-STATUS
                   ADD 1 TO WS-PAID-OFF-COUNT
                   MOVE "PAID" TO WS-ACTION-TAG
                   DISPLAY "LNPAY01: LOAN " LN-ACCT-NUM " PAID OFF"
               END-IF
               PERFORM WRITE-TRACKING-LINE
           END-IF.
           MOVE LOAN-MASTER-RECORD TO WS-LT-RECORD (WS-LOAN-SUB).

       APPLY-TONIGHTS-PAYMENTS.
           ADD 1 TO WS-TRACKED-COUNT.
           ADD WS-LT-INT-PAID (WS-LOAN-SUB) TO WS-INT-COLLECTED-TOTAL.
           ADD WS-LT-PRIN-PAID (WS-LOAN-SUB)
               TO WS-PRIN-COLLECTED-TOTAL.
           IF WS-LT-DISBURSED (WS-LOAN-SUB) AND LN-STATUS-PENDING
               MOVE "A" TO LN-STATUS
               ADD 1 TO WS-ACTIVATED-COUNT
               MOVE "DISB" TO WS-ACTION-TAG
           END-IF.
           IF WS-LT-INT-PAID (WS-LOAN-SUB) > LN-DUE-INTEREST
               MOVE ZERO TO LN-DUE-INTEREST
               MOVE "W" TO WS-EXCEPT-SEVERITY
               MOVE "INTEREST COLLECTED OVER DUE" TO WS-EXCEPT-TEXT
               PERFORM WRITE-LOAN-EXCEPTION
           ELSE
               SUBTRACT WS-LT-INT-PAID (WS-LOAN-SUB)
                   FROM LN-DUE-INTEREST
           END-IF.
           IF WS-LT-PRIN-PAID (WS-LOAN-SUB) > LN-DUE-PRINCIPAL
               MOVE ZERO TO LN-DUE-PRINCIPAL
           ELSE
               SUBTRACT WS-LT-PRIN-PAID (WS-LOAN-SUB)
                   FROM LN-DUE-PRINCIPAL
           END-IF.
           IF LN-STATUS-ACTIVE
                   AND LN-LAST-BILL-DATE > LN-LAST-TRACK-DATE
               EVALUATE TRUE
                   WHEN WS-COLLECTED NOT > ZERO
                       ADD 1 TO LN-MISSED-COUNT
                       ADD 1 TO WS-MISSED-COUNT
                       MOVE "MISS" TO WS-ACTION-TAG
                       MOVE "W" TO WS-EXCEPT-SEVERITY
                       MOVE "INSTALLMENT MISSED" TO WS-EXCEPT-TEXT
                       PERFORM WRITE-LOAN-EXCEPTION
                   WHEN LN-DUE-PRINCIPAL > ZERO
                           OR LN-DUE-INTEREST > ZERO
                       ADD 1 TO LN-PARTIAL-COUNT
                       ADD 1 TO WS-PARTIAL-COUNT
                       MOVE "PART" TO WS-ACTION-TAG
                       MOVE "W" TO WS-EXCEPT-SEVERITY
                       MOVE "INSTALLMENT PARTLY PAID"
                           TO WS-EXCEPT-TEXT
                       PERFORM WRITE-LOAN-EXCEPTION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           MOVE LN-FIRST-DUE-DATE TO WS-LP-FIRST-DUE-DATE.
           MOVE LN-PAYMENT-AMOUNT TO WS-LP-PAYMENT.
           MOVE LN-INSTALLMENTS-BILLED TO WS-LP-BILLED-COUNT.
           COMPUTE WS-LP-DUE-TOTAL =
               LN-DUE-PRINCIPAL + LN-DUE-INTEREST.
           PERFORM SET-OLDEST-DUE-RTN.
           MOVE WS-LP-DUE-DATE TO LN-OLDEST-DUE-DATE.
           MOVE RC-RUN-DATE TO LN-LAST-TRACK-DATE.

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
           IF WS-OUTSTANDING < ZERO
               MOVE ZERO TO WS-OUTSTANDING
           END-IF.

       WRITE-TRACKING-LINE.
           COMPUTE WS-PAST-DUE = LN-DUE-PRINCIPAL + LN-DUE-INTEREST.
           MOVE ZERO TO WS-DAYS-PAST-DUE.
           IF WS-PAST-DUE > ZERO AND LN-OLDEST-DUE-DATE > ZERO
                   AND LN-OLDEST-DUE-DATE < RC-RUN-DATE
               COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(RC-RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(LN-OLDEST-DUE-DATE)
           END-IF.
           IF WS-PAST-DUE > ZERO
               ADD 1 TO WS-PAST-DUE-COUNT
               ADD WS-PAST-DUE TO WS-PAST-DUE-TOTAL
               EVALUATE TRUE
                   WHEN WS-DAYS-PAST-DUE < 30
                       MOVE 1 TO WS-AGE-SUB
                   WHEN WS-DAYS-PAST-DUE < 60
                       MOVE 2 TO WS-AGE-SUB
                   WHEN WS-DAYS-PAST-DUE < 90
                       MOVE 3 TO WS-AGE-SUB
                   WHEN OTHER
                       MOVE 4 TO WS-AGE-SUB
               END-EVALUATE
               ADD 1 TO WS-AG-COUNT (WS-AGE-SUB)
               ADD WS-PAST-DUE TO WS-AG-AMOUNT (WS-AGE-SUB)
               IF WS-ACTION-TAG = SPACES
                   MOVE "LATE" TO WS-ACTION-TAG
               END-IF
           END-IF.
           ADD WS-OUTSTANDING TO WS-OUTSTANDING-TOTAL.
           MOVE LN-ACCT-NUM TO WS-DL-ACCT-NUM.
           MOVE LN-STATUS TO WS-DL-STATUS.
           MOVE LN-NEXT-DUE-DATE TO WS-DL-NEXT-DUE.
           MOVE LN-INSTALLMENTS-BILLED TO WS-DL-BILLED.
           MOVE LN-TERM-MONTHS TO WS-DL-TERM.
           MOVE WS-OUTSTANDING TO WS-DL-OUTSTANDING.
           MOVE WS-PAST-DUE TO WS-DL-PAST-DUE.
           MOVE WS-DAYS-PAST-DUE TO WS-DL-DAYS-PAST-DUE.
           MOVE LN-MISSED-COUNT TO WS-DL-MISSED.
           MOVE LN-PARTIAL-COUNT TO WS-DL-PARTIAL.
           MOVE WS-COLLECTED TO WS-DL-COLLECTED.
           MOVE WS-ACTION-TAG TO WS-DL-TAG.
           WRITE LOAN-REPORT-RECORD FROM WS-DETAIL-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO LOAN-REPORT-RECORD.
           WRITE LOAN-REPORT-RECORD.
           MOVE "LOANS TRACKED TONIGHT" TO WS-TL-LABEL.
           MOVE WS-TRACKED-COUNT TO WS-TL-COUNT.
           MOVE WS-OUTSTANDING-TOTAL TO WS-TL-AMOUNT.
           WRITE LOAN-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "ALREADY TRACKED TONIGHT" TO WS-TL-LABEL.
           MOVE WS-ALREADY-COUNT TO WS-TL-COUNT.
           MOVE ZERO TO WS-TL-AMOUNT.
           WRITE LOAN-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "INTEREST COLLECTED" TO WS-TL-LABEL.
           MOVE ZERO TO WS-TL-COUNT.
           MOVE WS-INT-COLLECTED-TOTAL TO WS-TL-AMOUNT.
           WRITE LOAN-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "PRINCIPAL COLLECTED" TO WS-TL-LABEL.
           MOVE WS-PRIN-COLLECTED-TOTAL TO WS-TL-AMOUNT.
           WRITE LOAN-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "LOANS DISBURSED" TO WS-TL-LABEL.
           MOVE WS-ACTIVATED-COUNT TO WS-TL-COUNT.
           MOVE ZERO TO WS-TL-AMOUNT.
           WRITE LOAN-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "INSTALLMENTS MISSED" TO WS-TL-LABEL.
           MOVE WS-MISSED-COUNT TO WS-TL-COUNT.
           WRITE LOAN-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "INSTALLMENTS PARTLY PAID" TO WS-TL-LABEL.
           MOVE WS-PARTIAL-COUNT TO WS-TL-COUNT.
           WRITE LOAN-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "LOANS PAID OFF" TO WS-TL-LABEL.
           MOVE WS-PAID-OFF-COUNT TO WS-TL-COUNT.
           WRITE LOAN-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "LOANS PAST DUE" TO WS-TL-LABEL.
           MOVE WS-PAST-DUE-COUNT TO WS-TL-COUNT.
           MOVE WS-PAST-DUE-TOTAL TO WS-TL-AMOUNT.
           WRITE LOAN-REPORT-RECORD FROM WS-TOTAL-LINE.
           PERFORM WRITE-AGING-LINE
               VARYING WS-AGE-SUB FROM 1 BY 1
               UNTIL WS-AGE-SUB > 4.

       WRITE-AGING-LINE.
           MOVE WS-AGE-LABEL (WS-AGE-SUB) TO WS-TL-LABEL.
           MOVE WS-AG-COUNT (WS-AGE-SUB) TO WS-TL-COUNT.
           MOVE WS-AG-AMOUNT (WS-AGE-SUB) TO WS-TL-AMOUNT.
           WRITE LOAN-REPORT-RECORD FROM WS-TOTAL-LINE.

       REWRITE-LOAN-MASTER.
           EVALUATE TRUE
               WHEN WS-LOAN-OVERFLOWED
                   DISPLAY "LNPAY01: LOAN MASTER NOT REWRITTEN, "
                           "TABLE OVERFLOWED - NO CHANGES SAVED"
               WHEN WS-JRNL-OPEN-FAILED OR WS-BAL-OPEN-FAILED
                   DISPLAY "LNPAY01: LOAN MASTER NOT REWRITTEN, "
                           "NOTHING TRACKED"
               WHEN WS-LOAN-COUNT > ZERO
                   OPEN OUTPUT LOAN-MASTER-FILE
                   PERFORM WRITE-ONE-LOAN
                       VARYING WS-LOAN-SUB FROM 1 BY 1
                       UNTIL WS-LOAN-SUB > WS-LOAN-COUNT
                   CLOSE LOAN-MASTER-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-ONE-LOAN.
           MOVE WS-LT-RECORD (WS-LOAN-SUB) TO LOAN-MASTER-RECORD.
           WRITE LOAN-MASTER-RECORD.

       WRITE-LOAN-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "LNPAY01" TO WS-EX-PROGRAM-ID.
           MOVE WS-EXCEPT-SEVERITY TO WS-EX-SEVERITY.
           MOVE WS-LOAN-SUB TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "LOAN " LN-ACCT-NUM " " WS-EXCEPT-TEXT
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-OPERATOR-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "LNPAY01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE ZERO      TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "RUN CTL OPERATOR ID MISSING, DEFAULTED UNKNOWN"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

           COPY RUNCTLP.
           COPY LNPMTP.
           COPY EXCPTP.
