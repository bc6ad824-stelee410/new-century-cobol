               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCT-NUM
               ALTERNATE RECORD KEY IS AM-CUSTOMER-NUM WITH DUPLICATES
               FILE STATUS IS WS-BAL-STATUS.

           SELECT ADD-JOURNAL-FILE ASSIGN TO "ADDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO "ADDCYCLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY ACCTMST.

       FD  ADD-JOURNAL-FILE
           RECORD CONTAINS 148 CHARACTERS.
           COPY ADDJRNL.

       FD  RECON-CONTROL-FILE
           RECORD CONTAINS 41 CHARACTERS.
       01  RECON-CONTROL-RECORD.
           05  RN-PRIOR-RUN-DATE           PIC 9(8).
           05  RN-PRIOR-CLOSING-TOTAL      PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  RN-PRIOR-CYCLE-NUM          PIC 9(2).
           05  RN-PRIOR-DATE-NET           PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  RN-CURRENCY-CODE            PIC X(3).

       FD  RECON-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.

       FD  CYCLE-CONTROL-FILE
           RECORD CONTAINS 6 CHARACTERS.
           COPY CYCCTL.

       WORKING-STORAGE SECTION.
       01  WS-BAL-STATUS                   PIC XX.
       01  WS-JRNL-STATUS                  PIC XX.
           88  WS-BAL-EOF                  VALUE "Y".
       01  WS-JRNL-EOF-FLAG                PIC X VALUE "N".
           88  WS-JRNL-EOF                 VALUE "Y".
       01  WS-CTL-EOF-FLAG                 PIC X VALUE "N".
           88  WS-CTL-EOF                  VALUE "Y".
       01  WS-HAVE-PRIOR-FLAG              PIC X VALUE "N".
           88  WS-HAVE-PRIOR               VALUE "Y".
       01  WS-OUT-OF-BAL-FLAG              PIC X VALUE "N".
           88  WS-OUT-OF-BALANCE           VALUE "Y".
       01  WS-CYCLE-STATUS                 PIC XX.
       01  WS-CYCLE-BAD-FLAG               PIC X VALUE "N".
           88  WS-CYCLE-CARD-BAD           VALUE "Y".

       01  WS-PRIOR-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-PRIOR-TOTAL                  PIC S9(11)V99 VALUE ZERO.
       01  WS-PRIOR-CYCLE-NUM              PIC 9(2) VALUE 99.
       01  WS-PRIOR-DATE-NET               PIC S9(11)V99 VALUE ZERO.
       01  WS-DATE-NET                     PIC S9(11)V99 VALUE ZERO.
       01  WS-MASTER-TOTAL                 PIC S9(11)V99 VALUE ZERO.
       01  WS-NET-MOVEMENT                 PIC S9(11)V99 VALUE ZERO.
       01  WS-EXPECTED-TOTAL               PIC S9(11)V99 VALUE ZERO.
       01  WS-ACCT-COUNT                   PIC 9(6) VALUE ZERO.
       01  WS-EXCEPT-COUNT                 PIC 9(6) VALUE ZERO.

       01  WS-LOOKUP-CCY                   PIC X(3) VALUE SPACES.
       01  WS-CCY-EXPECTED                 PIC S9(11)V99 VALUE ZERO.
       01  WS-CCY-MAX                      PIC 9(2) VALUE 20.
       01  WS-CCY-COUNT                    PIC 9(2) VALUE ZERO.
       01  WS-CCY-SUB                      PIC 9(2) VALUE ZERO.
       01  WS-CCY-LK-MAX                   PIC 9(2) VALUE 10.
       01  WS-CCY-LK-COUNT                 PIC 9(2) VALUE ZERO.
       01  WS-CCY-FOUND-FLAG               PIC X VALUE "N".
           88  WS-CCY-FOUND                VALUE "Y".
       01  WS-CCY-FULL-FLAG                PIC X VALUE "N".
           88  WS-CCY-TABLE-FULL           VALUE "Y".
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 20 TIMES.
               10  WS-CT-CURRENCY          PIC X(3).
               10  WS-CT-PRIOR-FLAG        PIC X.
                   88  WS-CT-HAVE-PRIOR    VALUE "Y".
               10  WS-CT-PRIOR-TOTAL       PIC S9(11)V99.
               10  WS-CT-PRIOR-DATE-NET    PIC S9(11)V99.
               10  WS-CT-DATE-NET          PIC S9(11)V99.
               10  WS-CT-MASTER-TOTAL      PIC S9(11)V99.
               10  WS-CT-NET-MOVEMENT      PIC S9(11)V99.
               10  WS-CT-DIFFERENCE        PIC S9(11)V99.

       01  WS-CYCLE-LINE.
           05  FILLER                      PIC X(9) VALUE "RUN DATE ".
           05  WS-CL-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(7) VALUE " CYCLE ".
           05  WS-CL-CYCLE-NUM             PIC 9(2).
           05  FILLER                      PIC X(25) VALUE
               "  CARRY-FORWARD FROM RUN ".
           05  WS-CL-PRIOR-DATE            PIC 9(8).
           05  FILLER                      PIC X(7) VALUE " CYCLE ".
           05  WS-CL-PRIOR-CYCLE           PIC 9(2).
           05  FILLER                      PIC X(12) VALUE SPACES.

       01  WS-REPORT-LINE.
           05  WS-RL-LABEL                 PIC X(28).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RL-AMOUNT                PIC -(12)9.99.
           05  FILLER                      PIC X(33) VALUE SPACES.

       01  WS-BASE-LINE.
           05  FILLER                      PIC X(14) VALUE
               "BASE CURRENCY ".
           05  WS-BL-BASE-CCY              PIC X(3).
           05  FILLER                      PIC X(40) VALUE
               " - FOREIGN ACCOUNTS AT BASE BOOK VALUE  ".
           05  FILLER                      PIC X(23) VALUE SPACES.

       01  WS-CCY-HEADING-LINE.
           05  FILLER                      PIC X(40) VALUE
               "CCY      PRIOR CLOSING    NET MOVEMENT  ".
           05  FILLER                      PIC X(40) VALUE
               "  MASTER TOTAL      DIFFERENCE          ".

       01  WS-CCY-LINE.
           05  WS-CY-CURRENCY              PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CY-PRIOR-TOTAL           PIC -(11)9.99.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-CY-NET-MOVEMENT          PIC -(11)9.99.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-CY-MASTER-TOTAL          PIC -(11)9.99.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-CY-DIFFERENCE            PIC -(11)9.99.
           05  FILLER                      PIC X(12) VALUE SPACES.

           COPY FXRTB.

           COPY EXCPTWS.

       LINKAGE SECTION.
       01  LK-RECON01-RESULTS.
           05  LK-OUT-OF-BAL-FLAG          PIC X.
           05  LK-DIFFERENCE               PIC S9(11)V99.
           05  LK-CCY-COUNT                PIC 9(2).
           05  LK-CCY-ENTRY OCCURS 10 TIMES.
               10  LK-CCY-CODE             PIC X(3).
               10  LK-CCY-MASTER-TOTAL     PIC S9(11)V99.
               10  LK-CCY-DIFFERENCE       PIC S9(11)V99.

       PROCEDURE DIVISION USING OPTIONAL LK-RECON01-RESULTS.
       PROGRAM-BEGIN.
           IF WS-RUNCTL-OPER-MISSING
               PERFORM WRITE-OPERATOR-EXCEPTION
           END-IF.
           PERFORM READ-CYCLE-CONTROL-RTN.
           IF WS-CYCLE-CARD-BAD
               MOVE 99 TO CY-CYCLE-NUM
           END-IF.
           PERFORM READ-CARRY-FORWARD.
           PERFORM SEED-BASE-CURRENCY.
           PERFORM SUM-ACCOUNT-MASTER.
           PERFORM SUM-NET-MOVEMENT.
           PERFORM BALANCE-THE-RUN.
           IF ADDRESS OF LK-RECON01-RESULTS NOT = NULL
               MOVE WS-OUT-OF-BAL-FLAG TO LK-OUT-OF-BAL-FLAG
               MOVE WS-DIFFERENCE TO LK-DIFFERENCE
               MOVE ZERO TO WS-CCY-LK-COUNT
               PERFORM RETURN-ONE-CURRENCY
                   VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-COUNT
                       OR WS-CCY-SUB > WS-CCY-LK-MAX
               MOVE WS-CCY-LK-COUNT TO LK-CCY-COUNT
           END-IF.
           IF WS-OUT-OF-BALANCE
               MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.

       RETURN-ONE-CURRENCY.
           ADD 1 TO WS-CCY-LK-COUNT.
           MOVE WS-CT-CURRENCY (WS-CCY-SUB)
               TO LK-CCY-CODE (WS-CCY-LK-COUNT).
           MOVE WS-CT-MASTER-TOTAL (WS-CCY-SUB)
               TO LK-CCY-MASTER-TOTAL (WS-CCY-LK-COUNT).
           MOVE WS-CT-DIFFERENCE (WS-CCY-SUB)
               TO LK-CCY-DIFFERENCE (WS-CCY-LK-COUNT).

       READ-CARRY-FORWARD.
           OPEN INPUT RECON-CONTROL-FILE.
           IF WS-CTL-STATUS = "00"
               PERFORM READ-ONE-CARRY-FORWARD UNTIL WS-CTL-EOF
               CLOSE RECON-CONTROL-FILE
           ELSE
               DISPLAY "RECON01: NO CARRY-FORWARD CONTROL FILE, "
                       "TREATING PRIOR CLOSING TOTAL AS ZERO"
           END-IF.

       READ-ONE-CARRY-FORWARD.
           READ RECON-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-CTL-EOF-FLAG
               NOT AT END
                   IF RN-CURRENCY-CODE = SPACES
                       MOVE "Y" TO WS-HAVE-PRIOR-FLAG
                       MOVE RN-PRIOR-RUN-DATE TO WS-PRIOR-RUN-DATE
                       MOVE RN-PRIOR-CLOSING-TOTAL TO WS-PRIOR-TOTAL
                       PERFORM NOTE-PRIOR-CYCLE
                   ELSE
                       PERFORM NOTE-PRIOR-CURRENCY
                   END-IF
           END-READ.

       NOTE-PRIOR-CURRENCY.
           MOVE RN-CURRENCY-CODE TO WS-LOOKUP-CCY.
           PERFORM FIND-CURRENCY-ENTRY.
           IF WS-CCY-FOUND AND RN-PRIOR-CLOSING-TOTAL NUMERIC
               MOVE "Y" TO WS-CT-PRIOR-FLAG (WS-CCY-SUB)
               MOVE RN-PRIOR-CLOSING-TOTAL
                   TO WS-CT-PRIOR-TOTAL (WS-CCY-SUB)
               IF RN-PRIOR-RUN-DATE = RC-RUN-DATE
                       AND RN-PRIOR-DATE-NET NUMERIC
                   MOVE RN-PRIOR-DATE-NET
                       TO WS-CT-PRIOR-DATE-NET (WS-CCY-SUB)
               END-IF
           END-IF.

       SEED-BASE-CURRENCY.
           IF WS-HAVE-PRIOR
               MOVE WS-FX-BASE-CURRENCY TO WS-LOOKUP-CCY
               PERFORM FIND-CURRENCY-ENTRY
               IF WS-CCY-FOUND AND NOT WS-CT-HAVE-PRIOR (WS-CCY-SUB)
                   MOVE "Y" TO WS-CT-PRIOR-FLAG (WS-CCY-SUB)
                   MOVE WS-PRIOR-TOTAL
                       TO WS-CT-PRIOR-TOTAL (WS-CCY-SUB)
                   MOVE WS-PRIOR-DATE-NET
                       TO WS-CT-PRIOR-DATE-NET (WS-CCY-SUB)
                   DISPLAY "RECON01: NO " WS-FX-BASE-CURRENCY
                           " CARRY-FORWARD, TAKEN FROM BASE TOTAL"
               END-IF
           END-IF.

       FIND-CURRENCY-ENTRY.
           MOVE "N" TO WS-CCY-FOUND-FLAG.
           PERFORM MATCH-ONE-CURRENCY
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT
                   OR WS-CCY-FOUND.
           IF WS-CCY-FOUND
               SUBTRACT 1 FROM WS-CCY-SUB
           ELSE
               IF WS-CCY-COUNT < WS-CCY-MAX
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-CCY-COUNT TO WS-CCY-SUB
                   MOVE WS-LOOKUP-CCY TO WS-CT-CURRENCY (WS-CCY-SUB)
                   MOVE "N" TO WS-CT-PRIOR-FLAG (WS-CCY-SUB)
                   MOVE ZERO TO WS-CT-PRIOR-TOTAL (WS-CCY-SUB)
                   MOVE ZERO TO WS-CT-PRIOR-DATE-NET (WS-CCY-SUB)
                   MOVE ZERO TO WS-CT-DATE-NET (WS-CCY-SUB)
                   MOVE ZERO TO WS-CT-MASTER-TOTAL (WS-CCY-SUB)
                   MOVE ZERO TO WS-CT-NET-MOVEMENT (WS-CCY-SUB)
                   MOVE ZERO TO WS-CT-DIFFERENCE (WS-CCY-SUB)
                   MOVE "Y" TO WS-CCY-FOUND-FLAG
               ELSE
                   MOVE "Y" TO WS-CCY-FULL-FLAG
               END-IF
           END-IF.

       MATCH-ONE-CURRENCY.
           IF WS-CT-CURRENCY (WS-CCY-SUB) = WS-LOOKUP-CCY
               MOVE "Y" TO WS-CCY-FOUND-FLAG
           END-IF.

       NOTE-PRIOR-CYCLE.
           IF RN-PRIOR-CYCLE-NUM NUMERIC AND RN-PRIOR-CYCLE-NUM > ZERO
               MOVE RN-PRIOR-CYCLE-NUM TO WS-PRIOR-CYCLE-NUM
           END-IF.
           IF RN-PRIOR-RUN-DATE = RC-RUN-DATE
                   AND RN-PRIOR-DATE-NET NUMERIC
               MOVE RN-PRIOR-DATE-NET TO WS-PRIOR-DATE-NET
               DISPLAY "RECON01: CYCLE " CY-CYCLE-NUM
                       " BALANCED AGAINST CYCLE " WS-PRIOR-CYCLE-NUM
                       " CARRY-FORWARD OF THE SAME DAY"
           END-IF.

       SUM-ACCOUNT-MASTER.
           OPEN INPUT ACCT-BAL-FILE.
           IF WS-BAL-STATUS NOT = "00"
                   MOVE "Y" TO WS-BAL-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ACCT-COUNT
                   PERFORM ADD-ACCOUNT-TO-TOTALS
           END-READ.

       ADD-ACCOUNT-TO-TOTALS.
           MOVE AM-CURRENCY-CODE TO WS-LOOKUP-CCY.
           IF WS-LOOKUP-CCY = SPACES
               MOVE WS-FX-BASE-CURRENCY TO WS-LOOKUP-CCY
           END-IF.
           IF WS-LOOKUP-CCY = WS-FX-BASE-CURRENCY
               ADD AM-BALANCE TO WS-MASTER-TOTAL
           ELSE
               IF AM-BASE-BOOK-BAL NUMERIC
                   ADD AM-BASE-BOOK-BAL TO WS-MASTER-TOTAL
               END-IF
           END-IF.
           PERFORM FIND-CURRENCY-ENTRY.
           IF WS-CCY-FOUND
               ADD AM-BALANCE TO WS-CT-MASTER-TOTAL (WS-CCY-SUB)
           END-IF.

       SUM-NET-MOVEMENT.
           OPEN INPUT ADD-JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = "00"
           END-IF.
           PERFORM SUM-ONE-POSTING UNTIL WS-JRNL-EOF.
           CLOSE ADD-JOURNAL-FILE.
           COMPUTE WS-NET-MOVEMENT =
               WS-DATE-NET - WS-PRIOR-DATE-NET.
           PERFORM NET-ONE-CURRENCY
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT.

       NET-ONE-CURRENCY.
           COMPUTE WS-CT-NET-MOVEMENT (WS-CCY-SUB) =
               WS-CT-DATE-NET (WS-CCY-SUB)
               - WS-CT-PRIOR-DATE-NET (WS-CCY-SUB).

       SUM-ONE-POSTING.
           READ ADD-JOURNAL-FILE
               NOT AT END
                   IF PJ-RUN-DATE = RC-RUN-DATE
                           AND PJ-POSTED-AMOUNT NUMERIC
                       PERFORM ADD-POSTING-TO-TOTALS
                   END-IF
           END-READ.

       ADD-POSTING-TO-TOTALS.
           IF PJ-BASE-AMOUNT NUMERIC
               ADD PJ-BASE-AMOUNT TO WS-DATE-NET
           ELSE
               ADD PJ-POSTED-AMOUNT TO WS-DATE-NET
           END-IF.
           MOVE PJ-ACCT-CURRENCY TO WS-LOOKUP-CCY.
           IF WS-LOOKUP-CCY = SPACES
               MOVE WS-FX-BASE-CURRENCY TO WS-LOOKUP-CCY
           END-IF.
           PERFORM FIND-CURRENCY-ENTRY.
           IF WS-CCY-FOUND
               ADD PJ-POSTED-AMOUNT TO WS-CT-DATE-NET (WS-CCY-SUB)
           END-IF.

       BALANCE-THE-RUN.
           COMPUTE WS-EXPECTED-TOTAL =
               WS-PRIOR-TOTAL + WS-NET-MOVEMENT.
           IF WS-DIFFERENCE NOT = ZERO
               MOVE "Y" TO WS-OUT-OF-BAL-FLAG
               PERFORM WRITE-OUT-OF-BAL-EXCEPTION
           END-IF.
           PERFORM BALANCE-ONE-CURRENCY
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT.
           IF WS-CCY-TABLE-FULL
               PERFORM WRITE-CCY-FULL-EXCEPTION
           END-IF.
           IF WS-OUT-OF-BALANCE
               DISPLAY "RECON01: MASTER OUT OF BALANCE - "
                       "SEE BALANCING REPORT"
           ELSE
               DISPLAY "RECON01: MASTER IN BALANCE"
           END-IF.

       BALANCE-ONE-CURRENCY.
           COMPUTE WS-CCY-EXPECTED =
               WS-CT-PRIOR-TOTAL (WS-CCY-SUB)
               + WS-CT-NET-MOVEMENT (WS-CCY-SUB).
           COMPUTE WS-CT-DIFFERENCE (WS-CCY-SUB) =
               WS-CT-MASTER-TOTAL (WS-CCY-SUB) - WS-CCY-EXPECTED.
           IF WS-CT-DIFFERENCE (WS-CCY-SUB) NOT = ZERO
               MOVE "Y" TO WS-OUT-OF-BAL-FLAG
               PERFORM WRITE-CCY-OUT-OF-BAL-EXCEPTION
           END-IF.

       WRITE-BALANCING-REPORT.
           OPEN OUTPUT RECON-REPORT-FILE.
           MOVE "RUN-TO-RUN BALANCING REPORT" TO RECON-REPORT-RECORD.
           WRITE RECON-REPORT-RECORD.
           MOVE RC-RUN-DATE TO WS-CL-RUN-DATE.
           MOVE CY-CYCLE-NUM TO WS-CL-CYCLE-NUM.
           MOVE WS-PRIOR-RUN-DATE TO WS-CL-PRIOR-DATE.
           MOVE WS-PRIOR-CYCLE-NUM TO WS-CL-PRIOR-CYCLE.
           WRITE RECON-REPORT-RECORD FROM WS-CYCLE-LINE.
           MOVE WS-FX-BASE-CURRENCY TO WS-BL-BASE-CCY.
           WRITE RECON-REPORT-RECORD FROM WS-BASE-LINE.
           MOVE "PRIOR CLOSING TOTAL" TO WS-RL-LABEL.
           MOVE WS-PRIOR-TOTAL TO WS-RL-AMOUNT.
           PERFORM WRITE-REPORT-AMOUNT-LINE.
           MOVE "NET MOVEMENT THIS CYCLE" TO WS-RL-LABEL.
           MOVE WS-NET-MOVEMENT TO WS-RL-AMOUNT.
           PERFORM WRITE-REPORT-AMOUNT-LINE.
           MOVE "EXPECTED CLOSING TOTAL" TO WS-RL-LABEL.
           MOVE "DIFFERENCE" TO WS-RL-LABEL.
           MOVE WS-DIFFERENCE TO WS-RL-AMOUNT.
           PERFORM WRITE-REPORT-AMOUNT-LINE.
           WRITE RECON-REPORT-RECORD FROM WS-CCY-HEADING-LINE.
           PERFORM WRITE-CURRENCY-LINE
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT.
           IF WS-OUT-OF-BALANCE
               MOVE "*** OUT OF BALANCE ***" TO RECON-REPORT-RECORD
           ELSE
       WRITE-REPORT-AMOUNT-LINE.
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-CURRENCY-LINE.
           MOVE WS-CT-CURRENCY (WS-CCY-SUB) TO WS-CY-CURRENCY.
           MOVE WS-CT-PRIOR-TOTAL (WS-CCY-SUB) TO WS-CY-PRIOR-TOTAL.
           MOVE WS-CT-NET-MOVEMENT (WS-CCY-SUB)
               TO WS-CY-NET-MOVEMENT.
           MOVE WS-CT-MASTER-TOTAL (WS-CCY-SUB)
               TO WS-CY-MASTER-TOTAL.
           MOVE WS-CT-DIFFERENCE (WS-CCY-SUB) TO WS-CY-DIFFERENCE.
           WRITE RECON-REPORT-RECORD FROM WS-CCY-LINE.

       SAVE-CARRY-FORWARD.
           IF NOT RC-TEST-MODE
               OPEN OUTPUT RECON-CONTROL-FILE
               MOVE RC-RUN-DATE TO RN-PRIOR-RUN-DATE
               MOVE WS-MASTER-TOTAL TO RN-PRIOR-CLOSING-TOTAL
               MOVE CY-CYCLE-NUM TO RN-PRIOR-CYCLE-NUM
               MOVE WS-DATE-NET TO RN-PRIOR-DATE-NET
               MOVE SPACES TO RN-CURRENCY-CODE
               WRITE RECON-CONTROL-RECORD
               PERFORM SAVE-ONE-CURRENCY
                   VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-COUNT
               CLOSE RECON-CONTROL-FILE
           END-IF.

       SAVE-ONE-CURRENCY.
           MOVE RC-RUN-DATE TO RN-PRIOR-RUN-DATE.
           MOVE WS-CT-MASTER-TOTAL (WS-CCY-SUB)
               TO RN-PRIOR-CLOSING-TOTAL.
           MOVE CY-CYCLE-NUM TO RN-PRIOR-CYCLE-NUM.
           MOVE WS-CT-DATE-NET (WS-CCY-SUB) TO RN-PRIOR-DATE-NET.
           MOVE WS-CT-CURRENCY (WS-CCY-SUB) TO RN-CURRENCY-CODE.
           WRITE RECON-CONTROL-RECORD.

       WRITE-OUT-OF-BAL-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "RECON01" TO WS-EX-PROGRAM-ID.
           MOVE ZERO      TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "MASTER OUT OF BALANCE VS PRIOR RUN "
                  WS-PRIOR-RUN-DATE " CY " WS-PRIOR-CYCLE-NUM
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-CCY-OUT-OF-BAL-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "RECON01" TO WS-EX-PROGRAM-ID.
           MOVE "E"       TO WS-EX-SEVERITY.
           MOVE ZERO      TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING WS-CT-CURRENCY (WS-CCY-SUB)
                  " OUT OF BALANCE VS PRIOR RUN "
                  WS-PRIOR-RUN-DATE " CY " WS-PRIOR-CYCLE-NUM
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-CCY-FULL-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "RECON01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE ZERO      TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "CURRENCY TABLE FULL, SOME CURRENCIES NOT BALANCED"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

           PERFORM WRITE-EXCEPTION-RTN.

           COPY RUNCTLP.
           COPY CYCCTLP.
           COPY EXCPTP.
