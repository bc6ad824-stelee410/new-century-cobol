       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADRCL01.
       AUTHOR. STELEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDR-COOL-FILE ASSIGN TO "ADRCOOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COOL-STATUS.

           SELECT ADD-REFER-FILE ASSIGN TO "ADDREFER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFER-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUM
               FILE STATUS IS WS-CUST-STATUS.

           SELECT COOL-REPORT-FILE ASSIGN TO "ADRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDR-COOL-FILE
           RECORD CONTAINS 249 CHARACTERS.
           COPY ADRCOOL.

       FD  ADD-REFER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ADD-REFER-RECORD                PIC X(80).

       FD  CUST-MASTER-FILE
           RECORD CONTAINS 127 CHARACTERS.
           COPY CUSTMST.

       FD  COOL-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  COOL-REPORT-RECORD              PIC X(80).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-COOL-STATUS                  PIC XX.
       01  WS-REFER-STATUS                 PIC XX.
       01  WS-CUST-STATUS                  PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-RUNCTL-OPER-FLAG             PIC X VALUE "N".
           88  WS-RUNCTL-OPER-MISSING       VALUE "Y".
       01  WS-COOL-EOF-FLAG                PIC X VALUE "N".
           88  WS-COOL-EOF                 VALUE "Y".
       01  WS-COOL-OPEN-FAIL-FLAG          PIC X VALUE "N".
           88  WS-COOL-OPEN-FAILED          VALUE "Y".
       01  WS-CASE-OVER-FLAG               PIC X VALUE "N".
           88  WS-CASE-OVERFLOWED          VALUE "Y".
       01  WS-REFER-EOF-FLAG               PIC X VALUE "N".
           88  WS-REFER-EOF                VALUE "Y".
       01  WS-CUST-OPEN-FLAG               PIC X VALUE "N".
           88  WS-CUST-OPEN                VALUE "Y".
       01  WS-TONIGHT-FLAG                 PIC X VALUE "N".
           88  WS-TONIGHT                  VALUE "Y".
       01  WS-REFER-DUP-FLAG               PIC X VALUE "N".
           88  WS-REFER-DUP                VALUE "Y".
       01  WS-CASE-FOUND-FLAG              PIC X VALUE "N".
           88  WS-CASE-FOUND               VALUE "Y".

       01  WS-OPEN-COUNT                   PIC 9(6) VALUE ZERO.
       01  WS-EXPIRED-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-PURGED-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-NO-CASE-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-REFER-AMOUNT                 PIC S9(7)V99 VALUE ZERO.
       01  WS-REFER-ABS-AMOUNT             PIC 9(7)V99 VALUE ZERO.
       01  WS-REFER-TOTAL                  PIC 9(11)V99 VALUE ZERO.
       01  WS-REFER-CUST-NUM               PIC 9(6) VALUE ZERO.
       01  WS-RETAIN-DAYS                  PIC 9(3) VALUE 90.
       01  WS-PURGE-CUTOFF-INT             PIC S9(8) VALUE ZERO.
       01  WS-PURGE-CUTOFF-DATE            PIC 9(8) VALUE ZERO.

       01  WS-CASE-MAX                     PIC 9(4) VALUE 2000.
       01  WS-CASE-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-CASE-SUB                     PIC 9(4) VALUE ZERO.
       01  WS-CASE-TABLE.
           05  WS-CASE-ENTRY OCCURS 2000 TIMES.
               10  WS-CE-RECORD            PIC X(249).

       01  WS-RFT-MAX                      PIC 9(4) VALUE 1000.
       01  WS-RFT-COUNT                    PIC 9(4) VALUE ZERO.
       01  WS-RFT-SUB                      PIC 9(4) VALUE ZERO.
       01  WS-RFT-TABLE.
           05  WS-RFT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY RFT-IDX.
               10  WS-RT-ACCT-NUM          PIC X(8).
               10  WS-RT-REFERENCE         PIC X(10).
               10  WS-RT-CUSTOMER-NUM      PIC 9(6).
               10  WS-RT-AMOUNT            PIC 9(7)V99.
               10  WS-RT-CASE-FLAG         PIC X.

       01  WS-CUST-NAME                    PIC X(30).

       01  WS-REFER-IN.
           05  WS-RI-TAG                   PIC X(5).
           05  WS-RI-ACCT-NUM              PIC X(8).
           05  FILLER                      PIC X(5).
           05  WS-RI-REFERENCE             PIC X(10).
           05  FILLER                      PIC X(5).
           05  WS-RI-AMOUNT                PIC -(7)9.99.
           05  WS-RI-COOL-TAG              PIC X(19).
           05  WS-RI-CUSTOMER-NUM          PIC X(6).
           05  FILLER                      PIC X(11).
       01  WS-REFER-HEAD-IN REDEFINES WS-REFER-IN.
           05  WS-RH-TITLE                 PIC X(24).
           05  FILLER                      PIC X(9).
           05  WS-RH-RUN-DATE              PIC X(8).
           05  FILLER                      PIC X(39).

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(35) VALUE
               "ADDRESS-CHANGE COOLING-OFF REPORT  ".
           05  FILLER                      PIC X(9) VALUE
               "RUN DATE ".
           05  WS-HL-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(28) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SL-TITLE                 PIC X(40).
           05  FILLER                      PIC X(40) VALUE SPACES.

       01  WS-CASE-LINE.
           05  FILLER                      PIC X(5) VALUE "CUST ".
           05  WS-CL-CUSTOMER-NUM          PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-CL-NAME                  PIC X(30).
           05  FILLER                      PIC X(9) VALUE
               " CHANGED ".
           05  WS-CL-CHANGE-DATE           PIC 9(8).
           05  FILLER                      PIC X(4) VALUE " BY ".
           05  WS-CL-OPERATOR-ID           PIC X(8).
           05  FILLER                      PIC X(9) VALUE SPACES.

       01  WS-ADDRESS-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-AL-LABEL                 PIC X(5).
           05  WS-AL-LINE-1                PIC X(30).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-AL-CITY-ST-ZIP           PIC X(30).
           05  FILLER                      PIC X(12) VALUE SPACES.

       01  WS-CASE-REFER-LINE.
           05  FILLER                      PIC X(15) VALUE
               "  COOLING-OFF  ".
           05  WS-CR-STATUS-TEXT           PIC X(8).
           05  WS-CR-EXPIRY-DATE           PIC 9(8).
           05  FILLER                      PIC X(9) VALUE
               " TONIGHT ".
           05  WS-CR-NIGHT-COUNT           PIC Z(3)9.
           05  FILLER                      PIC X(9) VALUE
               " TO DATE ".
           05  WS-CR-TOTAL-COUNT           PIC Z(3)9.
           05  FILLER                      PIC X(5) VALUE
               " AMT ".
           05  WS-CR-TOTAL-AMOUNT          PIC Z(8)9.99.
           05  FILLER                      PIC X(6) VALUE SPACES.

       01  WS-REFER-LINE.
           05  FILLER                      PIC X(5) VALUE "ACCT ".
           05  WS-RL-ACCT-NUM              PIC X(8).
           05  FILLER                      PIC X(5) VALUE " REF ".
           05  WS-RL-REFERENCE             PIC X(10).
           05  FILLER                      PIC X(5) VALUE "  AMT".
           05  WS-RL-AMOUNT                PIC Z(6)9.99.
           05  FILLER                      PIC X(7) VALUE
               "  CUST ".
           05  WS-RL-CUSTOMER-NUM          PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-RL-NOTE                  PIC X(23).

       01  WS-NONE-LINE.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  FILLER                      PIC X(4) VALUE "NONE".
           05  FILLER                      PIC X(70) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(28).
           05  WS-TL-COUNT                 PIC Z(5)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TL-AMOUNT-TEXT           PIC X(7).
           05  WS-TL-AMOUNT                PIC Z(10)9.99
                                           BLANK WHEN ZERO.
           05  FILLER                      PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM READ-RUN-CONTROL-RTN.
           PERFORM LOAD-CASE-TABLE.
           PERFORM OPEN-CUSTOMER-MASTER.
           PERFORM LOAD-TONIGHT-REFERRALS.
           PERFORM APPLY-ONE-REFERRAL
               VARYING WS-RFT-SUB FROM 1 BY 1
               UNTIL WS-RFT-SUB > WS-RFT-COUNT.
           OPEN OUTPUT COOL-REPORT-FILE.
           MOVE RC-RUN-DATE TO WS-HL-RUN-DATE.
           WRITE COOL-REPORT-RECORD FROM WS-HEADING-LINE.
           PERFORM WRITE-OPEN-CASES.
           PERFORM WRITE-TONIGHT-REFERRALS.
           PERFORM WRITE-EXPIRED-CASES.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE COOL-REPORT-FILE.
           IF WS-CUST-OPEN
               CLOSE CUST-MASTER-FILE
           END-IF.
           IF RC-PRODUCTION-MODE
               PERFORM REWRITE-CASE-FILE
           ELSE
               DISPLAY "ADRCL01: TEST MODE - COOLING-OFF CASES NOT "
                       "UPDATED"
           END-IF.
       PROGRAM-DONE.
           DISPLAY "OPEN COOLING-OFF CASES:   " WS-OPEN-COUNT.
           DISPLAY "REFERRALS TONIGHT:        " WS-RFT-COUNT.
           DISPLAY "CASES EXPIRED:            " WS-EXPIRED-COUNT.
           DISPLAY "CASES PURGED:             " WS-PURGED-COUNT.
           IF WS-COOL-OPEN-FAILED OR WS-CASE-OVERFLOWED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-RFT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       LOAD-CASE-TABLE.
           OPEN INPUT ADDR-COOL-FILE.
           IF WS-COOL-STATUS NOT = "00"
               DISPLAY "ADRCL01: NO COOLING-OFF CASE FILE, STATUS: "
                       WS-COOL-STATUS
               MOVE "Y" TO WS-COOL-EOF-FLAG
               IF WS-COOL-STATUS NOT = "35"
                   MOVE "Y" TO WS-COOL-OPEN-FAIL-FLAG
               END-IF
           END-IF.
           PERFORM LOAD-ONE-CASE UNTIL WS-COOL-EOF.
           IF WS-COOL-STATUS = "00" OR WS-COOL-STATUS = "10"
               CLOSE ADDR-COOL-FILE
           END-IF.

       LOAD-ONE-CASE.
           READ ADDR-COOL-FILE
               AT END
                   MOVE "Y" TO WS-COOL-EOF-FLAG
               NOT AT END
                   IF WS-CASE-COUNT < WS-CASE-MAX
                       ADD 1 TO WS-CASE-COUNT
                       PERFORM START-CASE-NIGHT
                       MOVE ADDR-COOL-RECORD
                           TO WS-CE-RECORD (WS-CASE-COUNT)
                   ELSE
                       MOVE "Y" TO WS-CASE-OVER-FLAG
                       DISPLAY "ADRCL01: CASE TABLE FULL AT CUSTOMER "
                               AD-CUSTOMER-NUM
                               ", CASE FILE WILL NOT BE REWRITTEN"
                   END-IF
           END-READ.

       START-CASE-NIGHT.
           IF AD-REFER-COUNT NOT NUMERIC
               MOVE ZERO TO AD-REFER-COUNT
           END-IF.
           IF AD-REFER-AMOUNT NOT NUMERIC
               MOVE ZERO TO AD-REFER-AMOUNT
           END-IF.
           IF AD-NIGHT-COUNT NOT NUMERIC
               MOVE ZERO TO AD-NIGHT-COUNT
           END-IF.
           IF AD-NIGHT-AMOUNT NOT NUMERIC
               MOVE ZERO TO AD-NIGHT-AMOUNT
           END-IF.
           IF AD-NIGHT-DATE NOT = RC-RUN-DATE
               ADD AD-NIGHT-COUNT TO AD-REFER-COUNT
               ADD AD-NIGHT-AMOUNT TO AD-REFER-AMOUNT
               MOVE RC-RUN-DATE TO AD-NIGHT-DATE
           END-IF.
           MOVE ZERO TO AD-NIGHT-COUNT.
           MOVE ZERO TO AD-NIGHT-AMOUNT.

       OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUST-MASTER-FILE.
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-FLAG
           ELSE
               DISPLAY "ADRCL01: NO CUSTOMER MASTER, STATUS: "
                       WS-CUST-STATUS " - NAMES WILL BE MISSING"
           END-IF.

       LOAD-TONIGHT-REFERRALS.
           OPEN INPUT ADD-REFER-FILE.
           IF WS-REFER-STATUS NOT = "00"
               DISPLAY "ADRCL01: NO REFERRED ITEMS FILE, STATUS: "
                       WS-REFER-STATUS " - NO REFERRALS TONIGHT"
               MOVE "Y" TO WS-REFER-EOF-FLAG
           END-IF.
           PERFORM READ-ONE-REFERRAL UNTIL WS-REFER-EOF.
           IF WS-REFER-STATUS = "00" OR WS-REFER-STATUS = "10"
               CLOSE ADD-REFER-FILE
           END-IF.

       READ-ONE-REFERRAL.
           READ ADD-REFER-FILE
               AT END
                   MOVE "Y" TO WS-REFER-EOF-FLAG
               NOT AT END
                   MOVE ADD-REFER-RECORD TO WS-REFER-IN
                   IF WS-RH-TITLE = "REFERRED ITEMS REPORT"
                       IF WS-RH-RUN-DATE = RC-RUN-DATE
                           MOVE "Y" TO WS-TONIGHT-FLAG
                       ELSE
                           MOVE "N" TO WS-TONIGHT-FLAG
                       END-IF
                   ELSE
                       IF WS-TONIGHT AND WS-RI-TAG = "ACCT "
                               AND WS-RI-COOL-TAG
                                   = "  COOLING-OFF CUST "
                               AND WS-RI-CUSTOMER-NUM NUMERIC
                           PERFORM NOTE-COOL-REFERRAL
                       END-IF
                   END-IF
           END-READ.

       NOTE-COOL-REFERRAL.
           MOVE "N" TO WS-REFER-DUP-FLAG.
           SET RFT-IDX TO 1.
           SEARCH WS-RFT-ENTRY
               AT END
                   CONTINUE
               WHEN RFT-IDX > WS-RFT-COUNT
                   CONTINUE
               WHEN WS-RT-ACCT-NUM (RFT-IDX) = WS-RI-ACCT-NUM
                       AND WS-RT-REFERENCE (RFT-IDX) = WS-RI-REFERENCE
                   MOVE "Y" TO WS-REFER-DUP-FLAG
           END-SEARCH.
           IF NOT WS-REFER-DUP
               IF WS-RFT-COUNT < WS-RFT-MAX
                   ADD 1 TO WS-RFT-COUNT
                   SET RFT-IDX TO WS-RFT-COUNT
                   MOVE WS-RI-AMOUNT TO WS-REFER-AMOUNT
                   IF WS-REFER-AMOUNT < ZERO
                       COMPUTE WS-REFER-ABS-AMOUNT =
                           ZERO - WS-REFER-AMOUNT
                   ELSE
                       MOVE WS-REFER-AMOUNT TO WS-REFER-ABS-AMOUNT
                   END-IF
                   MOVE WS-RI-ACCT-NUM TO WS-RT-ACCT-NUM (RFT-IDX)
                   MOVE WS-RI-REFERENCE TO WS-RT-REFERENCE (RFT-IDX)
                   MOVE WS-RI-CUSTOMER-NUM
                       TO WS-RT-CUSTOMER-NUM (RFT-IDX)
                   MOVE WS-REFER-ABS-AMOUNT TO WS-RT-AMOUNT (RFT-IDX)
                   MOVE "N" TO WS-RT-CASE-FLAG (RFT-IDX)
               ELSE
                   DISPLAY "ADRCL01: REFERRAL TABLE FULL, ACCT "
                           WS-RI-ACCT-NUM " REF " WS-RI-REFERENCE
                           " NOT COUNTED"
               END-IF
           END-IF.

       APPLY-ONE-REFERRAL.
           ADD WS-RT-AMOUNT (WS-RFT-SUB) TO WS-REFER-TOTAL.
           MOVE WS-RT-CUSTOMER-NUM (WS-RFT-SUB) TO WS-REFER-CUST-NUM.
           MOVE "N" TO WS-CASE-FOUND-FLAG.
           PERFORM MATCH-REFERRAL-CASE
               VARYING WS-CASE-SUB FROM 1 BY 1
               UNTIL WS-CASE-SUB > WS-CASE-COUNT
                   OR WS-CASE-FOUND.
           IF WS-CASE-FOUND
               MOVE "Y" TO WS-RT-CASE-FLAG (WS-RFT-SUB)
           ELSE
               ADD 1 TO WS-NO-CASE-COUNT
           END-IF.

       MATCH-REFERRAL-CASE.
           MOVE WS-CE-RECORD (WS-CASE-SUB) TO ADDR-COOL-RECORD.
           IF AD-CUSTOMER-NUM = WS-REFER-CUST-NUM AND AD-CASE-OPEN
                   AND AD-CHANGE-DATE <= RC-RUN-DATE
                   AND AD-EXPIRY-DATE >= RC-RUN-DATE
               MOVE "Y" TO WS-CASE-FOUND-FLAG
               ADD 1 TO AD-NIGHT-COUNT
               ADD WS-RT-AMOUNT (WS-RFT-SUB) TO AD-NIGHT-AMOUNT
               MOVE ADDR-COOL-RECORD TO WS-CE-RECORD (WS-CASE-SUB)
           END-IF.

       WRITE-OPEN-CASES.
           MOVE "OPEN COOLING-OFF CASES" TO WS-SL-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           PERFORM WRITE-ONE-OPEN-CASE
               VARYING WS-CASE-SUB FROM 1 BY 1
               UNTIL WS-CASE-SUB > WS-CASE-COUNT.
           IF WS-OPEN-COUNT = ZERO
               WRITE COOL-REPORT-RECORD FROM WS-NONE-LINE
           END-IF.

       WRITE-ONE-OPEN-CASE.
           MOVE WS-CE-RECORD (WS-CASE-SUB) TO ADDR-COOL-RECORD.
           IF AD-CASE-OPEN AND AD-EXPIRY-DATE >= RC-RUN-DATE
               ADD 1 TO WS-OPEN-COUNT
               MOVE "OPEN TO " TO WS-CR-STATUS-TEXT
               PERFORM WRITE-CASE-BLOCK
           END-IF.

       WRITE-CASE-BLOCK.
           MOVE SPACES TO COOL-REPORT-RECORD.
           WRITE COOL-REPORT-RECORD.
           PERFORM FIND-CUSTOMER-NAME.
           MOVE AD-CUSTOMER-NUM TO WS-CL-CUSTOMER-NUM.
           MOVE WS-CUST-NAME TO WS-CL-NAME.
           MOVE AD-CHANGE-DATE TO WS-CL-CHANGE-DATE.
           MOVE AD-OPERATOR-ID TO WS-CL-OPERATOR-ID.
           WRITE COOL-REPORT-RECORD FROM WS-CASE-LINE.
           MOVE "FROM " TO WS-AL-LABEL.
           MOVE AD-OLD-ADDRESS-LINE-1 TO WS-AL-LINE-1.
           MOVE AD-OLD-CITY-STATE-ZIP TO WS-AL-CITY-ST-ZIP.
           WRITE COOL-REPORT-RECORD FROM WS-ADDRESS-LINE.
           MOVE "TO   " TO WS-AL-LABEL.
           MOVE AD-NEW-ADDRESS-LINE-1 TO WS-AL-LINE-1.
           MOVE AD-NEW-CITY-STATE-ZIP TO WS-AL-CITY-ST-ZIP.
           WRITE COOL-REPORT-RECORD FROM WS-ADDRESS-LINE.
           MOVE AD-EXPIRY-DATE TO WS-CR-EXPIRY-DATE.
           MOVE AD-NIGHT-COUNT TO WS-CR-NIGHT-COUNT.
           COMPUTE WS-CR-TOTAL-COUNT =
               AD-REFER-COUNT + AD-NIGHT-COUNT.
           COMPUTE WS-CR-TOTAL-AMOUNT =
               AD-REFER-AMOUNT + AD-NIGHT-AMOUNT.
           WRITE COOL-REPORT-RECORD FROM WS-CASE-REFER-LINE.

       FIND-CUSTOMER-NAME.
           MOVE "CUSTOMER NOT ON FILE" TO WS-CUST-NAME.
           IF WS-CUST-OPEN
               MOVE AD-CUSTOMER-NUM TO CM-CUSTOMER-NUM
               READ CUST-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-NAME TO WS-CUST-NAME
               END-READ
           END-IF.

       WRITE-TONIGHT-REFERRALS.
           MOVE "DEBITS REFERRED TONIGHT" TO WS-SL-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           PERFORM WRITE-ONE-REFERRAL
               VARYING WS-RFT-SUB FROM 1 BY 1
               UNTIL WS-RFT-SUB > WS-RFT-COUNT.
           IF WS-RFT-COUNT = ZERO
               WRITE COOL-REPORT-RECORD FROM WS-NONE-LINE
           END-IF.

       WRITE-ONE-REFERRAL.
           MOVE WS-RT-ACCT-NUM (WS-RFT-SUB) TO WS-RL-ACCT-NUM.
           MOVE WS-RT-REFERENCE (WS-RFT-SUB) TO WS-RL-REFERENCE.
           MOVE WS-RT-AMOUNT (WS-RFT-SUB) TO WS-RL-AMOUNT.
           MOVE WS-RT-CUSTOMER-NUM (WS-RFT-SUB) TO WS-RL-CUSTOMER-NUM.
           IF WS-RT-CASE-FLAG (WS-RFT-SUB) = "Y"
               MOVE SPACES TO WS-RL-NOTE
           ELSE
               MOVE "NO OPEN CASE FOUND" TO WS-RL-NOTE
           END-IF.
           WRITE COOL-REPORT-RECORD FROM WS-REFER-LINE.

       WRITE-EXPIRED-CASES.
           MOVE "CASES EXPIRED TONIGHT" TO WS-SL-TITLE.
           PERFORM WRITE-SECTION-HEADING.
           PERFORM EXPIRE-ONE-CASE
               VARYING WS-CASE-SUB FROM 1 BY 1
               UNTIL WS-CASE-SUB > WS-CASE-COUNT.
           IF WS-EXPIRED-COUNT = ZERO
               WRITE COOL-REPORT-RECORD FROM WS-NONE-LINE
           END-IF.

       EXPIRE-ONE-CASE.
           MOVE WS-CE-RECORD (WS-CASE-SUB) TO ADDR-COOL-RECORD.
           IF AD-CASE-OPEN AND AD-EXPIRY-DATE < RC-RUN-DATE
               MOVE "E" TO AD-STATUS
               MOVE ADDR-COOL-RECORD TO WS-CE-RECORD (WS-CASE-SUB)
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE "ENDED   " TO WS-CR-STATUS-TEXT
               PERFORM WRITE-CASE-BLOCK
           END-IF.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO COOL-REPORT-RECORD.
           WRITE COOL-REPORT-RECORD.
           WRITE COOL-REPORT-RECORD FROM WS-SECTION-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO COOL-REPORT-RECORD.
           WRITE COOL-REPORT-RECORD.
           MOVE SPACES TO WS-TL-AMOUNT-TEXT.
           MOVE ZERO TO WS-TL-AMOUNT.
           MOVE "OPEN CASES" TO WS-TL-LABEL.
           MOVE WS-OPEN-COUNT TO WS-TL-COUNT.
           WRITE COOL-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "DEBITS REFERRED TONIGHT" TO WS-TL-LABEL.
           MOVE WS-RFT-COUNT TO WS-TL-COUNT.
           MOVE "AMOUNT " TO WS-TL-AMOUNT-TEXT.
           MOVE WS-REFER-TOTAL TO WS-TL-AMOUNT.
           WRITE COOL-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE SPACES TO WS-TL-AMOUNT-TEXT.
           MOVE ZERO TO WS-TL-AMOUNT.
           IF WS-NO-CASE-COUNT > ZERO
               MOVE "  WITH NO OPEN CASE" TO WS-TL-LABEL
               MOVE WS-NO-CASE-COUNT TO WS-TL-COUNT
               WRITE COOL-REPORT-RECORD FROM WS-TOTAL-LINE
           END-IF.
           MOVE "CASES EXPIRED TONIGHT" TO WS-TL-LABEL.
           MOVE WS-EXPIRED-COUNT TO WS-TL-COUNT.
           WRITE COOL-REPORT-RECORD FROM WS-TOTAL-LINE.

       REWRITE-CASE-FILE.
           IF WS-CASE-OVERFLOWED OR WS-COOL-OPEN-FAILED
               DISPLAY "ADRCL01: CASE FILE NOT REWRITTEN - NO "
                       "CHANGES SAVED"
           ELSE
               MOVE ZERO TO WS-PURGE-CUTOFF-INT
               IF RC-RUN-DATE > ZERO
                   COMPUTE WS-PURGE-CUTOFF-INT =
                       FUNCTION INTEGER-OF-DATE(RC-RUN-DATE)
                       - WS-RETAIN-DAYS
               END-IF
               IF WS-PURGE-CUTOFF-INT > ZERO
                   COMPUTE WS-PURGE-CUTOFF-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-PURGE-CUTOFF-INT)
               ELSE
                   MOVE ZERO TO WS-PURGE-CUTOFF-DATE
               END-IF
               OPEN OUTPUT ADDR-COOL-FILE
               PERFORM WRITE-ONE-CASE
                   VARYING WS-CASE-SUB FROM 1 BY 1
                   UNTIL WS-CASE-SUB > WS-CASE-COUNT
               CLOSE ADDR-COOL-FILE
           END-IF.

       WRITE-ONE-CASE.
           MOVE WS-CE-RECORD (WS-CASE-SUB) TO ADDR-COOL-RECORD.
           IF AD-CASE-EXPIRED
                   AND AD-EXPIRY-DATE < WS-PURGE-CUTOFF-DATE
               ADD 1 TO WS-PURGED-COUNT
           ELSE
               WRITE ADDR-COOL-RECORD
           END-IF.

           COPY RUNCTLP.
