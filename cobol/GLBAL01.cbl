       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLBAL01.
       AUTHOR. STELEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLBAL-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-STATUS.

           SELECT ACCT-PERIOD-FILE ASSIGN TO "ACCTPERD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT RECON-CONTROL-FILE ASSIGN TO "RECONCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT GL-BAL-PARM-FILE ASSIGN TO "GLBPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT TRIAL-BALANCE-FILE ASSIGN TO "GLTBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT GL-BAL-EXCEPT-FILE ASSIGN TO "GLBEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE
           RECORD CONTAINS 116 CHARACTERS.
           COPY GLBAL.

       FD  GL-POSTING-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  GL-POSTING-RECORD.
           05  GP-RECORD-TYPE              PIC X.
               88  GP-DETAIL                VALUE "D".
               88  GP-TRAILER               VALUE "T".
           05  GP-RUN-DATE                 PIC 9(8).
           05  GP-GL-ACCOUNT               PIC X(8).
           05  GP-COST-CENTER              PIC X(4).
           05  GP-DR-CR                    PIC X.
               88  GP-DEBIT                 VALUE "D".
               88  GP-CREDIT                VALUE "C".
           05  GP-AMOUNT                   PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X.
           05  GP-COMPANY-CODE             PIC X(4).
       01  GL-POSTING-TRAILER.
           05  FILLER                      PIC X.
           05  GX-ENTRY-COUNT              PIC 9(6).
           05  GX-DEBIT-TOTAL              PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  GX-CREDIT-TOTAL             PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X(4).

       FD  ACCT-PERIOD-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY ACCTPER.

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

       FD  GL-BAL-PARM-FILE
           RECORD CONTAINS 8 CHARACTERS.
       01  GL-BAL-PARM-RECORD.
           05  GBP-LIABILITY-GL            PIC X(8).

       FD  TRIAL-BALANCE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRIAL-BALANCE-RECORD            PIC X(80).

       FD  GL-BAL-EXCEPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EXCPT.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-GLBAL-STATUS                 PIC XX.
       01  WS-POST-STATUS                  PIC XX.
       01  WS-PERIOD-STATUS                PIC XX.
       01  WS-CTL-STATUS                   PIC XX.
       01  WS-PARM-STATUS                  PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-EXCEPT-STATUS                PIC XX.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-RUNCTL-OPER-FLAG             PIC X VALUE "N".
           88  WS-RUNCTL-OPER-MISSING       VALUE "Y".
       01  WS-GLBAL-EOF-FLAG               PIC X VALUE "N".
           88  WS-GLBAL-EOF                VALUE "Y".
       01  WS-POST-EOF-FLAG                PIC X VALUE "N".
           88  WS-POST-EOF                 VALUE "Y".
       01  WS-PERIOD-EOF-FLAG              PIC X VALUE "N".
           88  WS-PERIOD-EOF               VALUE "Y".
       01  WS-GLBAL-OPEN-FAIL-FLAG         PIC X VALUE "N".
           88  WS-GLBAL-OPEN-FAILED         VALUE "Y".
       01  WS-TABLE-OVERFLOW-FLAG          PIC X VALUE "N".
           88  WS-TABLE-OVERFLOW           VALUE "Y".
       01  WS-HAVE-RECON-FLAG              PIC X VALUE "N".
           88  WS-HAVE-RECON               VALUE "Y".
       01  WS-BAL-FOUND-FLAG               PIC X VALUE "N".
           88  WS-BAL-FOUND                VALUE "Y".
       01  WS-GROUP-TONIGHT-FLAG           PIC X VALUE "N".
           88  WS-GROUP-TONIGHT            VALUE "Y".
       01  WS-GROUP-BAD-FLAG               PIC X VALUE "N".
           88  WS-GROUP-BAD                VALUE "Y".
       01  WS-TONIGHT-FOUND-FLAG           PIC X VALUE "N".
           88  WS-TONIGHT-FOUND            VALUE "Y".
       01  WS-TONIGHT-REFUSED-FLAG         PIC X VALUE "N".
           88  WS-TONIGHT-REFUSED          VALUE "Y".
       01  WS-ALREADY-APPLIED-FLAG         PIC X VALUE "N".
           88  WS-ALREADY-APPLIED          VALUE "Y".
       01  WS-OUT-OF-BAL-FLAG              PIC X VALUE "N".
           88  WS-LEDGER-OUT-OF-BALANCE    VALUE "Y".
       01  WS-YEAR-END-FLAG                PIC X VALUE "N".
           88  WS-YEAR-END                 VALUE "Y".

       01  WS-LIABILITY-GL                 PIC X(8) VALUE "CUSTDEPS".
       01  WS-RECON-RUN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-RECON-TOTAL                  PIC S9(11)V99 VALUE ZERO.
       01  WS-LIABILITY-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01  WS-LIABILITY-DIFFERENCE         PIC S9(11)V99 VALUE ZERO.
       01  WS-LAST-POST-DATE               PIC 9(8) VALUE ZERO.
       01  WS-ROLLED-THRU                  PIC 9(8) VALUE ZERO.
       01  WS-ROLL-LIMIT                   PIC 9(8) VALUE ZERO.
       01  WS-ROLL-DATE                    PIC 9(8) VALUE ZERO.
       01  WS-ROLL-DATE-PARTS REDEFINES WS-ROLL-DATE.
           05  WS-ROLL-YYYY                PIC 9(4).
           05  WS-ROLL-MM                  PIC 9(2).
           05  WS-ROLL-DD                  PIC 9(2).
       01  WS-ROLL-COUNT                   PIC 9(2) VALUE ZERO.
       01  WS-REFUSE-REASON                PIC X(50) VALUE SPACES.
       01  WS-EXCEPT-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-POST-READ-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-TONIGHT-GROUPS               PIC 9(3) VALUE ZERO.
       01  WS-APPLIED-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-NEW-ACCOUNT-COUNT            PIC 9(6) VALUE ZERO.

       01  WS-PERIOD-MAX                   PIC 9(2) VALUE 48.
       01  WS-PERIOD-COUNT                 PIC 9(2) VALUE ZERO.
       01  WS-PERIOD-SUB                   PIC 9(2) VALUE ZERO.
       01  WS-PERIOD-TABLE.
           05  WS-PERIOD-ENTRY OCCURS 48 TIMES.
               10  WS-PE-START             PIC 9(8).
               10  WS-PE-END               PIC 9(8).
               10  WS-PE-STATUS            PIC X.

       01  WS-LINE-MAX                     PIC 9(3) VALUE 500.
       01  WS-LINE-SUB                     PIC 9(3) VALUE ZERO.
       01  WS-GROUP-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-GROUP-READ                   PIC 9(6) VALUE ZERO.
       01  WS-GROUP-DEBITS                 PIC S9(11)V99 VALUE ZERO.
       01  WS-GROUP-CREDITS                PIC S9(11)V99 VALUE ZERO.
       01  WS-GROUP-REASON                 PIC X(50) VALUE SPACES.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-LINE OCCURS 500 TIMES.
               10  WS-GG-COMPANY           PIC X(4).
               10  WS-GG-ACCOUNT           PIC X(8).
               10  WS-GG-COST-CENTER       PIC X(4).
               10  WS-GG-DR-CR             PIC X.
               10  WS-GG-AMOUNT            PIC S9(9)V99.
       01  WS-TONIGHT-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-TONIGHT-DEBITS               PIC S9(11)V99 VALUE ZERO.
       01  WS-TONIGHT-CREDITS              PIC S9(11)V99 VALUE ZERO.
       01  WS-TONIGHT-TABLE.
           05  WS-TONIGHT-LINE OCCURS 500 TIMES.
               10  WS-TN-COMPANY           PIC X(4).
               10  WS-TN-ACCOUNT           PIC X(8).
               10  WS-TN-COST-CENTER       PIC X(4).
               10  WS-TN-DR-CR             PIC X.
               10  WS-TN-AMOUNT            PIC S9(9)V99.

       01  WS-BAL-MAX                      PIC 9(4) VALUE 1000.
       01  WS-BAL-COUNT                    PIC 9(4) VALUE ZERO.
       01  WS-BAL-SUB                      PIC 9(4) VALUE ZERO.
       01  WS-SHIFT-SUB                    PIC 9(4) VALUE ZERO.
       01  WS-SEARCH-KEY.
           05  WS-SK-COMPANY               PIC X(4).
           05  WS-SK-ACCOUNT               PIC X(8).
           05  WS-SK-COST-CENTER           PIC X(4).
       01  WS-BALANCE-TABLE.
           05  WS-BAL-ENTRY OCCURS 1000 TIMES
                   INDEXED BY BAL-IDX.
               10  WS-BE-KEY.
                   15  WS-BE-COMPANY       PIC X(4).
                   15  WS-BE-ACCOUNT       PIC X(8).
                   15  WS-BE-COST-CENTER   PIC X(4).
               10  WS-BE-YEAR-OPENING      PIC S9(11)V99.
               10  WS-BE-PERIOD-OPENING    PIC S9(11)V99.
               10  WS-BE-PTD-DEBITS        PIC S9(11)V99.
               10  WS-BE-PTD-CREDITS       PIC S9(11)V99.
               10  WS-BE-YTD-DEBITS        PIC S9(11)V99.
               10  WS-BE-YTD-CREDITS       PIC S9(11)V99.
               10  WS-BE-LAST-POST-DATE    PIC 9(8).

       01  WS-BALANCE                      PIC S9(11)V99 VALUE ZERO.
       01  WS-PREV-COMPANY                 PIC X(4) VALUE SPACES.
       01  WS-CO-DEBIT-TOTAL               PIC S9(11)V99 VALUE ZERO.
       01  WS-CO-CREDIT-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01  WS-DEBIT-TOTAL                  PIC S9(11)V99 VALUE ZERO.
       01  WS-CREDIT-TOTAL                 PIC S9(11)V99 VALUE ZERO.

           COPY EXCPTWS.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(30) VALUE
               "GENERAL LEDGER TRIAL BALANCE  ".
           05  FILLER                      PIC X(9) VALUE
               "RUN DATE ".
           05  WS-HL-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(19) VALUE
               "  PREV POSTED THRU ".
           05  WS-HL-LAST-POST             PIC 9(8).
           05  FILLER                      PIC X(6) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(19) VALUE
               "CO   GL ACCT  CC   ".
           05  FILLER                      PIC X(15) VALUE
               " PERIOD-TO-DATE".
           05  FILLER                      PIC X(15) VALUE
               "   YEAR-TO-DATE".
           05  FILLER                      PIC X(15) VALUE
               "      DEBIT BAL".
           05  FILLER                      PIC X(15) VALUE
               "     CREDIT BAL".
           05  FILLER                      PIC X VALUE SPACE.

       01  WS-DETAIL-LINE.
           05  WS-DL-COMPANY               PIC X(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-ACCOUNT               PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-COST-CENTER           PIC X(4).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-PTD-NET               PIC -(11)9.99.
           05  WS-DL-YTD-NET               PIC -(11)9.99.
           05  WS-DL-DEBIT                 PIC -(11)9.99.
           05  WS-DL-CREDIT                PIC -(11)9.99.
           05  FILLER                      PIC X VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(49).
           05  WS-TL-DEBIT                 PIC -(11)9.99.
           05  WS-TL-CREDIT                PIC -(11)9.99.
           05  FILLER                      PIC X VALUE SPACE.

       01  WS-AMOUNT-LINE.
           05  WS-AL-LABEL                 PIC X(49).
           05  WS-AL-AMOUNT                PIC -(11)9.99.
           05  FILLER                      PIC X(16) VALUE SPACES.

       01  WS-MESSAGE-LINE                 PIC X(80).

       LINKAGE SECTION.
       01  LK-GLBAL01-RESULTS.
           05  LK-BALANCE-COUNT            PIC 9(6).
           05  LK-APPLIED-COUNT            PIC 9(6).
           05  LK-LIABILITY-DIFFERENCE     PIC S9(11)V99.

       PROCEDURE DIVISION USING OPTIONAL LK-GLBAL01-RESULTS.
       PROGRAM-BEGIN.
           PERFORM READ-RUN-CONTROL-RTN.
           OPEN OUTPUT GL-BAL-EXCEPT-FILE.
           OPEN OUTPUT TRIAL-BALANCE-FILE.
           PERFORM READ-GLBAL-PARM.
           PERFORM READ-RECON-CONTROL.
           PERFORM LOAD-PERIOD-TABLE.
           PERFORM LOAD-BALANCE-TABLE.
           MOVE RC-RUN-DATE TO WS-HL-RUN-DATE.
           MOVE WS-LAST-POST-DATE TO WS-HL-LAST-POST.
           WRITE TRIAL-BALANCE-RECORD FROM WS-HEADING-LINE.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
           IF WS-GLBAL-OPEN-FAILED OR WS-TABLE-OVERFLOW
               MOVE "GL BALANCE MASTER NOT LOADED - NOTHING APPLIED"
                   TO TRIAL-BALANCE-RECORD
               WRITE TRIAL-BALANCE-RECORD
           ELSE
               PERFORM READ-GL-POSTING-FILE
               COMPUTE WS-ROLL-LIMIT = RC-RUN-DATE - 1
               PERFORM ROLL-CLOSED-PERIODS
               PERFORM APPLY-TONIGHT-POSTINGS
               PERFORM PRINT-TRIAL-BALANCE
               PERFORM CHECK-LIABILITY-TOTAL
               MOVE RC-RUN-DATE TO WS-ROLL-LIMIT
               PERFORM ROLL-CLOSED-PERIODS
               IF RC-PRODUCTION-MODE AND NOT WS-TABLE-OVERFLOW
                   PERFORM REWRITE-BALANCE-FILE
               END-IF
           END-IF.
           CLOSE TRIAL-BALANCE-FILE.
           CLOSE GL-BAL-EXCEPT-FILE.
       PROGRAM-DONE.
           DISPLAY "GL BALANCES ON FILE:    " WS-BAL-COUNT.
           DISPLAY "GL LINES APPLIED:       " WS-APPLIED-COUNT.
           DISPLAY "NEW GL BALANCES:        " WS-NEW-ACCOUNT-COUNT.
           DISPLAY "PERIODS ROLLED:         " WS-ROLL-COUNT.
           DISPLAY "EXCEPTIONS WRITTEN:     " WS-EXCEPT-COUNT.
           IF ADDRESS OF LK-GLBAL01-RESULTS NOT = NULL
               MOVE WS-BAL-COUNT TO LK-BALANCE-COUNT
               MOVE WS-APPLIED-COUNT TO LK-APPLIED-COUNT
               MOVE WS-LIABILITY-DIFFERENCE
                   TO LK-LIABILITY-DIFFERENCE
           END-IF.
           IF WS-GLBAL-OPEN-FAILED OR WS-TABLE-OVERFLOW
                   OR WS-TONIGHT-REFUSED
                   OR WS-LEDGER-OUT-OF-BALANCE
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-EXCEPT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       READ-GLBAL-PARM.
           OPEN INPUT GL-BAL-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ GL-BAL-PARM-FILE
                   NOT AT END
                       IF GBP-LIABILITY-GL NOT = SPACES
                           MOVE GBP-LIABILITY-GL TO WS-LIABILITY-GL
                       END-IF
               END-READ
               CLOSE GL-BAL-PARM-FILE
           ELSE
               DISPLAY "GLBAL01: NO PARM FILE, LIABILITY GL "
                       WS-LIABILITY-GL
           END-IF.

       READ-RECON-CONTROL.
           OPEN INPUT RECON-CONTROL-FILE.
           IF WS-CTL-STATUS = "00"
               READ RECON-CONTROL-FILE
                   NOT AT END
                       IF RN-PRIOR-RUN-DATE NUMERIC
                               AND RN-PRIOR-CLOSING-TOTAL NUMERIC
                           MOVE "Y" TO WS-HAVE-RECON-FLAG
                           MOVE RN-PRIOR-RUN-DATE
                               TO WS-RECON-RUN-DATE
                           MOVE RN-PRIOR-CLOSING-TOTAL
                               TO WS-RECON-TOTAL
                       END-IF
               END-READ
               CLOSE RECON-CONTROL-FILE
           ELSE
               DISPLAY "GLBAL01: NO RECON CARRY-FORWARD, STATUS: "
                       WS-CTL-STATUS
           END-IF.

       LOAD-PERIOD-TABLE.
           OPEN INPUT ACCT-PERIOD-FILE.
           IF WS-PERIOD-STATUS NOT = "00"
               DISPLAY "GLBAL01: NO PERIOD CONTROL FILE, STATUS: "
                       WS-PERIOD-STATUS " - NO PERIOD ROLL"
               MOVE "Y" TO WS-PERIOD-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-PERIOD UNTIL WS-PERIOD-EOF.
           IF WS-PERIOD-STATUS = "00" OR WS-PERIOD-STATUS = "10"
               CLOSE ACCT-PERIOD-FILE
           END-IF.

       LOAD-ONE-PERIOD.
           READ ACCT-PERIOD-FILE
               AT END
                   MOVE "Y" TO WS-PERIOD-EOF-FLAG
               NOT AT END
                   IF WS-PERIOD-COUNT < WS-PERIOD-MAX
                       ADD 1 TO WS-PERIOD-COUNT
                       MOVE PD-PERIOD-START
                           TO WS-PE-START (WS-PERIOD-COUNT)
                       MOVE PD-PERIOD-END
                           TO WS-PE-END (WS-PERIOD-COUNT)
                       MOVE PD-STATUS
                           TO WS-PE-STATUS (WS-PERIOD-COUNT)
                   ELSE
                       DISPLAY "GLBAL01: PERIOD TABLE FULL, "
                               PD-PERIOD-START " DROPPED"
                   END-IF
           END-READ.

       LOAD-BALANCE-TABLE.
           OPEN INPUT GL-BALANCE-FILE.
           IF WS-GLBAL-STATUS NOT = "00"
               MOVE "Y" TO WS-GLBAL-EOF-FLAG
               IF WS-GLBAL-STATUS = "35"
                   DISPLAY "GLBAL01: NO GL BALANCE MASTER, "
                           "STARTING AN EMPTY LEDGER"
               ELSE
                   DISPLAY "GLBAL01: UNABLE TO OPEN GL BALANCE "
                           "MASTER, STATUS: " WS-GLBAL-STATUS
                   MOVE "Y" TO WS-GLBAL-OPEN-FAIL-FLAG
                   MOVE SPACES TO WS-EX-REASON
                   STRING "GL BALANCE MASTER OPEN FAILED, STATUS "
                          WS-GLBAL-STATUS
                          DELIMITED BY SIZE INTO WS-EX-REASON
                   MOVE ZERO TO WS-EX-RECORD-NUM
                   PERFORM WRITE-GLBAL-EXCEPTION
               END-IF
           END-IF.
           PERFORM LOAD-ONE-BALANCE UNTIL WS-GLBAL-EOF.
           IF WS-GLBAL-STATUS = "00" OR WS-GLBAL-STATUS = "10"
               CLOSE GL-BALANCE-FILE
           END-IF.

       LOAD-ONE-BALANCE.
           READ GL-BALANCE-FILE
               AT END
                   MOVE "Y" TO WS-GLBAL-EOF-FLAG
               NOT AT END
                   MOVE GB-KEY TO WS-SEARCH-KEY
                   PERFORM FIND-OR-ADD-BALANCE
                   EVALUATE TRUE
                       WHEN WS-BAL-SUB = ZERO
                           CONTINUE
                       WHEN WS-BAL-FOUND
                           MOVE SPACES TO WS-EX-REASON
                           STRING "DUPLICATE GL BALANCE "
                                  GB-COMPANY-CODE " " GB-GL-ACCOUNT
                                  " " GB-COST-CENTER " DROPPED"
                                  DELIMITED BY SIZE INTO WS-EX-REASON
                           MOVE WS-BAL-COUNT TO WS-EX-RECORD-NUM
                           PERFORM WRITE-GLBAL-EXCEPTION
                       WHEN OTHER
                           PERFORM LOAD-BALANCE-AMOUNTS
                   END-EVALUATE
           END-READ.

       LOAD-BALANCE-AMOUNTS.
           MOVE GB-YEAR-OPENING TO WS-BE-YEAR-OPENING (WS-BAL-SUB).
           MOVE GB-PERIOD-OPENING
               TO WS-BE-PERIOD-OPENING (WS-BAL-SUB).
           MOVE GB-PTD-DEBITS TO WS-BE-PTD-DEBITS (WS-BAL-SUB).
           MOVE GB-PTD-CREDITS TO WS-BE-PTD-CREDITS (WS-BAL-SUB).
           MOVE GB-YTD-DEBITS TO WS-BE-YTD-DEBITS (WS-BAL-SUB).
           MOVE GB-YTD-CREDITS TO WS-BE-YTD-CREDITS (WS-BAL-SUB).
           MOVE GB-LAST-POST-DATE
               TO WS-BE-LAST-POST-DATE (WS-BAL-SUB).
           IF GB-LAST-POST-DATE > WS-LAST-POST-DATE
               MOVE GB-LAST-POST-DATE TO WS-LAST-POST-DATE
           END-IF.
           IF GB-ROLLED-THRU > WS-ROLLED-THRU
               MOVE GB-ROLLED-THRU TO WS-ROLLED-THRU
           END-IF.

       FIND-OR-ADD-BALANCE.
           MOVE "N" TO WS-BAL-FOUND-FLAG.
           MOVE ZERO TO WS-BAL-SUB.
           SET BAL-IDX TO 1.
           SEARCH WS-BAL-ENTRY
               AT END
                   COMPUTE WS-BAL-SUB = WS-BAL-COUNT + 1
               WHEN BAL-IDX > WS-BAL-COUNT
                   SET WS-BAL-SUB TO BAL-IDX
               WHEN WS-BE-KEY (BAL-IDX) = WS-SEARCH-KEY
                   MOVE "Y" TO WS-BAL-FOUND-FLAG
                   SET WS-BAL-SUB TO BAL-IDX
               WHEN WS-BE-KEY (BAL-IDX) > WS-SEARCH-KEY
                   SET WS-BAL-SUB TO BAL-IDX
           END-SEARCH.
           IF NOT WS-BAL-FOUND
               IF WS-BAL-COUNT < WS-BAL-MAX
                   PERFORM SHIFT-ONE-BALANCE
                       VARYING WS-SHIFT-SUB FROM WS-BAL-COUNT BY -1
                       UNTIL WS-SHIFT-SUB < WS-BAL-SUB
                   ADD 1 TO WS-BAL-COUNT
                   PERFORM CLEAR-BALANCE-ENTRY
               ELSE
                   MOVE ZERO TO WS-BAL-SUB
                   MOVE "Y" TO WS-TABLE-OVERFLOW-FLAG
                   DISPLAY "GLBAL01: GL BALANCE TABLE FULL, "
                           WS-SEARCH-KEY " DROPPED"
                   MOVE SPACES TO WS-EX-REASON
                   STRING "GL BALANCE TABLE FULL, " WS-SEARCH-KEY
                          " DROPPED"
                          DELIMITED BY SIZE INTO WS-EX-REASON
                   MOVE WS-BAL-COUNT TO WS-EX-RECORD-NUM
                   PERFORM WRITE-GLBAL-EXCEPTION
               END-IF
           END-IF.

       SHIFT-ONE-BALANCE.
           MOVE WS-BAL-ENTRY (WS-SHIFT-SUB)
               TO WS-BAL-ENTRY (WS-SHIFT-SUB + 1).

       CLEAR-BALANCE-ENTRY.
           MOVE WS-SEARCH-KEY TO WS-BE-KEY (WS-BAL-SUB).
           MOVE ZERO TO WS-BE-YEAR-OPENING (WS-BAL-SUB).
           MOVE ZERO TO WS-BE-PERIOD-OPENING (WS-BAL-SUB).
           MOVE ZERO TO WS-BE-PTD-DEBITS (WS-BAL-SUB).
           MOVE ZERO TO WS-BE-PTD-CREDITS (WS-BAL-SUB).
           MOVE ZERO TO WS-BE-YTD-DEBITS (WS-BAL-SUB).
           MOVE ZERO TO WS-BE-YTD-CREDITS (WS-BAL-SUB).
           MOVE ZERO TO WS-BE-LAST-POST-DATE (WS-BAL-SUB).

       READ-GL-POSTING-FILE.
           PERFORM RESET-POST-GROUP.
           OPEN INPUT GL-POSTING-FILE.
           IF WS-POST-STATUS NOT = "00"
               DISPLAY "GLBAL01: NO GL POSTING FILE, STATUS: "
                       WS-POST-STATUS
               MOVE "Y" TO WS-POST-EOF-FLAG
           END-IF.
           PERFORM READ-ONE-POST-RECORD UNTIL WS-POST-EOF.
           IF WS-POST-STATUS = "00" OR WS-POST-STATUS = "10"
               CLOSE GL-POSTING-FILE
           END-IF.
           IF WS-GROUP-TONIGHT
               MOVE "Y" TO WS-TONIGHT-FOUND-FLAG
               MOVE "Y" TO WS-TONIGHT-REFUSED-FLAG
               MOVE "GLPOST LINES FOR RUN DATE HAVE NO TRAILER"
                   TO WS-REFUSE-REASON
           END-IF.
           IF WS-TONIGHT-GROUPS > 1
               DISPLAY "GLBAL01: " WS-TONIGHT-GROUPS
                       " GLPOST GROUPS FOR RUN DATE, LAST ONE USED"
           END-IF.

       READ-ONE-POST-RECORD.
           READ GL-POSTING-FILE
               AT END
                   MOVE "Y" TO WS-POST-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-POST-READ-COUNT
                   EVALUATE TRUE
                       WHEN GP-DETAIL
                           PERFORM ADD-GROUP-LINE
                       WHEN GP-TRAILER
                           PERFORM END-POST-GROUP
                       WHEN OTHER
                           MOVE "Y" TO WS-GROUP-BAD-FLAG
                           MOVE "GLPOST RECORD TYPE NOT D OR T"
                               TO WS-GROUP-REASON
                   END-EVALUATE
           END-READ.

       ADD-GROUP-LINE.
           ADD 1 TO WS-GROUP-READ.
           IF GP-RUN-DATE = RC-RUN-DATE
               MOVE "Y" TO WS-GROUP-TONIGHT-FLAG
           END-IF.
           EVALUATE TRUE
               WHEN NOT GP-DEBIT AND NOT GP-CREDIT
                   MOVE "Y" TO WS-GROUP-BAD-FLAG
                   MOVE "GLPOST LINE NOT MARKED DEBIT OR CREDIT"
                       TO WS-GROUP-REASON
               WHEN GP-AMOUNT NOT NUMERIC
                   MOVE "Y" TO WS-GROUP-BAD-FLAG
                   MOVE "GLPOST LINE AMOUNT NOT NUMERIC"
                       TO WS-GROUP-REASON
               WHEN WS-GROUP-COUNT NOT < WS-LINE-MAX
                   MOVE "Y" TO WS-GROUP-BAD-FLAG
                   MOVE "GLPOST GROUP EXCEEDS LINE TABLE"
                       TO WS-GROUP-REASON
               WHEN OTHER
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE GP-COMPANY-CODE
                       TO WS-GG-COMPANY (WS-GROUP-COUNT)
                   MOVE GP-GL-ACCOUNT
                       TO WS-GG-ACCOUNT (WS-GROUP-COUNT)
                   MOVE GP-COST-CENTER
                       TO WS-GG-COST-CENTER (WS-GROUP-COUNT)
                   MOVE GP-DR-CR TO WS-GG-DR-CR (WS-GROUP-COUNT)
                   MOVE GP-AMOUNT TO WS-GG-AMOUNT (WS-GROUP-COUNT)
                   IF GP-DEBIT
                       ADD GP-AMOUNT TO WS-GROUP-DEBITS
                   ELSE
                       ADD GP-AMOUNT TO WS-GROUP-CREDITS
                   END-IF
           END-EVALUATE.

       END-POST-GROUP.
           IF WS-GROUP-TONIGHT
               ADD 1 TO WS-TONIGHT-GROUPS
               MOVE "Y" TO WS-TONIGHT-FOUND-FLAG
               MOVE "N" TO WS-TONIGHT-REFUSED-FLAG
               MOVE SPACES TO WS-REFUSE-REASON
               EVALUATE TRUE
                   WHEN WS-GROUP-BAD
                       MOVE WS-GROUP-REASON TO WS-REFUSE-REASON
                   WHEN GX-ENTRY-COUNT NOT NUMERIC
                           OR GX-DEBIT-TOTAL NOT NUMERIC
                           OR GX-CREDIT-TOTAL NOT NUMERIC
                       MOVE "GLPOST TRAILER NOT NUMERIC"
                           TO WS-REFUSE-REASON
                   WHEN GX-ENTRY-COUNT NOT = WS-GROUP-READ
                       MOVE "GLPOST TRAILER COUNT DOES NOT AGREE"
                           TO WS-REFUSE-REASON
                   WHEN GX-DEBIT-TOTAL NOT = WS-GROUP-DEBITS
                           OR GX-CREDIT-TOTAL NOT = WS-GROUP-CREDITS
                       MOVE "GLPOST TRAILER TOTALS DO NOT AGREE"
                           TO WS-REFUSE-REASON
                   WHEN WS-GROUP-DEBITS NOT = WS-GROUP-CREDITS
                       MOVE "GLPOST DEBITS DO NOT EQUAL CREDITS"
                           TO WS-REFUSE-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-REFUSE-REASON NOT = SPACES
                   MOVE "Y" TO WS-TONIGHT-REFUSED-FLAG
               END-IF
               MOVE WS-GROUP-TABLE TO WS-TONIGHT-TABLE
               MOVE WS-GROUP-COUNT TO WS-TONIGHT-COUNT
               MOVE WS-GROUP-DEBITS TO WS-TONIGHT-DEBITS
               MOVE WS-GROUP-CREDITS TO WS-TONIGHT-CREDITS
           END-IF.
           PERFORM RESET-POST-GROUP.

       RESET-POST-GROUP.
           MOVE ZERO TO WS-GROUP-COUNT.
           MOVE ZERO TO WS-GROUP-READ.
           MOVE ZERO TO WS-GROUP-DEBITS.
           MOVE ZERO TO WS-GROUP-CREDITS.
           MOVE SPACES TO WS-GROUP-REASON.
           MOVE "N" TO WS-GROUP-TONIGHT-FLAG.
           MOVE "N" TO WS-GROUP-BAD-FLAG.

       APPLY-TONIGHT-POSTINGS.
           MOVE SPACES TO WS-MESSAGE-LINE.
           EVALUATE TRUE
               WHEN NOT WS-TONIGHT-FOUND
                   MOVE "NO GLPOST LINES FOR TONIGHT'S RUN DATE"
                       TO WS-MESSAGE-LINE
               WHEN WS-TONIGHT-REFUSED
                   STRING "GLPOST NOT APPLIED - " WS-REFUSE-REASON
                          DELIMITED BY SIZE INTO WS-MESSAGE-LINE
                   DISPLAY "GLBAL01: GLPOST NOT APPLIED - "
                           WS-REFUSE-REASON
                   MOVE WS-REFUSE-REASON TO WS-EX-REASON
                   MOVE WS-POST-READ-COUNT TO WS-EX-RECORD-NUM
                   PERFORM WRITE-GLBAL-EXCEPTION
               WHEN RC-RUN-DATE NOT > WS-LAST-POST-DATE
                   MOVE "Y" TO WS-ALREADY-APPLIED-FLAG
                   STRING "GLPOST FOR " RC-RUN-DATE
                          " ALREADY APPLIED - NOT APPLIED AGAIN"
                          DELIMITED BY SIZE INTO WS-MESSAGE-LINE
                   DISPLAY "GLBAL01: GLPOST FOR " RC-RUN-DATE
                           " ALREADY APPLIED"
               WHEN OTHER
                   PERFORM APPLY-ONE-LINE
                       VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > WS-TONIGHT-COUNT
                   MOVE WS-TONIGHT-DEBITS TO WS-TL-DEBIT
                   MOVE WS-TONIGHT-CREDITS TO WS-TL-CREDIT
                   MOVE SPACES TO WS-TL-LABEL
                   STRING "GLPOST APPLIED, " WS-APPLIED-COUNT
                          " LINES, DEBITS/CREDITS"
                          DELIMITED BY SIZE INTO WS-TL-LABEL
                   MOVE WS-TOTAL-LINE TO WS-MESSAGE-LINE
           END-EVALUATE.
           WRITE TRIAL-BALANCE-RECORD FROM WS-MESSAGE-LINE.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.

       APPLY-ONE-LINE.
           MOVE WS-TN-COMPANY (WS-LINE-SUB) TO WS-SK-COMPANY.
           MOVE WS-TN-ACCOUNT (WS-LINE-SUB) TO WS-SK-ACCOUNT.
           MOVE WS-TN-COST-CENTER (WS-LINE-SUB) TO WS-SK-COST-CENTER.
           PERFORM FIND-OR-ADD-BALANCE.
           IF WS-BAL-SUB > ZERO
               IF NOT WS-BAL-FOUND
                   ADD 1 TO WS-NEW-ACCOUNT-COUNT
               END-IF
               IF WS-TN-DR-CR (WS-LINE-SUB) = "D"
                   ADD WS-TN-AMOUNT (WS-LINE-SUB)
                       TO WS-BE-PTD-DEBITS (WS-BAL-SUB)
                   ADD WS-TN-AMOUNT (WS-LINE-SUB)
                       TO WS-BE-YTD-DEBITS (WS-BAL-SUB)
               ELSE
                   ADD WS-TN-AMOUNT (WS-LINE-SUB)
                       TO WS-BE-PTD-CREDITS (WS-BAL-SUB)
                   ADD WS-TN-AMOUNT (WS-LINE-SUB)
                       TO WS-BE-YTD-CREDITS (WS-BAL-SUB)
               END-IF
               MOVE RC-RUN-DATE TO WS-BE-LAST-POST-DATE (WS-BAL-SUB)
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

       PRINT-TRIAL-BALANCE.
           WRITE TRIAL-BALANCE-RECORD FROM WS-COLUMN-LINE.
           MOVE SPACES TO WS-PREV-COMPANY.
           MOVE ZERO TO WS-CO-DEBIT-TOTAL.
           MOVE ZERO TO WS-CO-CREDIT-TOTAL.
           PERFORM PRINT-ONE-BALANCE
               VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-COUNT.
           IF WS-BAL-COUNT > ZERO
               PERFORM PRINT-COMPANY-TOTAL
           END-IF.
           MOVE SPACES TO WS-TL-LABEL.
           IF WS-DEBIT-TOTAL = WS-CREDIT-TOTAL
               MOVE "LEDGER TOTAL" TO WS-TL-LABEL
           ELSE
               MOVE "Y" TO WS-OUT-OF-BAL-FLAG
               MOVE "LEDGER TOTAL  *** OUT OF BALANCE ***"
                   TO WS-TL-LABEL
               DISPLAY "GLBAL01: LEDGER OUT OF BALANCE, DEBITS DO "
                       "NOT EQUAL CREDITS"
               MOVE "LEDGER OUT OF BALANCE, DEBITS NOT EQUAL CREDITS"
                   TO WS-EX-REASON
               MOVE WS-BAL-COUNT TO WS-EX-RECORD-NUM
               PERFORM WRITE-GLBAL-EXCEPTION
           END-IF.
           MOVE WS-DEBIT-TOTAL TO WS-TL-DEBIT.
           MOVE WS-CREDIT-TOTAL TO WS-TL-CREDIT.
           WRITE TRIAL-BALANCE-RECORD FROM WS-TOTAL-LINE.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.

       PRINT-ONE-BALANCE.
           IF WS-BE-COMPANY (WS-BAL-SUB) NOT = WS-PREV-COMPANY
                   AND WS-BAL-SUB > 1
               PERFORM PRINT-COMPANY-TOTAL
           END-IF.
           MOVE WS-BE-COMPANY (WS-BAL-SUB) TO WS-PREV-COMPANY.
           COMPUTE WS-BALANCE = WS-BE-PERIOD-OPENING (WS-BAL-SUB)
                              + WS-BE-PTD-DEBITS (WS-BAL-SUB)
                              - WS-BE-PTD-CREDITS (WS-BAL-SUB).
           MOVE WS-BE-COMPANY (WS-BAL-SUB) TO WS-DL-COMPANY.
           MOVE WS-BE-ACCOUNT (WS-BAL-SUB) TO WS-DL-ACCOUNT.
           MOVE WS-BE-COST-CENTER (WS-BAL-SUB) TO WS-DL-COST-CENTER.
           COMPUTE WS-DL-PTD-NET = WS-BE-PTD-DEBITS (WS-BAL-SUB)
                                 - WS-BE-PTD-CREDITS (WS-BAL-SUB).
           COMPUTE WS-DL-YTD-NET = WS-BE-YTD-DEBITS (WS-BAL-SUB)
                                 - WS-BE-YTD-CREDITS (WS-BAL-SUB).
           IF WS-BALANCE < ZERO
               MOVE ZERO TO WS-DL-DEBIT
               COMPUTE WS-DL-CREDIT = ZERO - WS-BALANCE
               SUBTRACT WS-BALANCE FROM WS-CO-CREDIT-TOTAL
               SUBTRACT WS-BALANCE FROM WS-CREDIT-TOTAL
           ELSE
               MOVE WS-BALANCE TO WS-DL-DEBIT
               MOVE ZERO TO WS-DL-CREDIT
               ADD WS-BALANCE TO WS-CO-DEBIT-TOTAL
               ADD WS-BALANCE TO WS-DEBIT-TOTAL
           END-IF.
           IF WS-BE-ACCOUNT (WS-BAL-SUB) = WS-LIABILITY-GL
               SUBTRACT WS-BALANCE FROM WS-LIABILITY-TOTAL
           END-IF.
           WRITE TRIAL-BALANCE-RECORD FROM WS-DETAIL-LINE.

       PRINT-COMPANY-TOTAL.
           MOVE SPACES TO WS-TL-LABEL.
           IF WS-CO-DEBIT-TOTAL = WS-CO-CREDIT-TOTAL
               STRING "  TOTAL COMPANY " WS-PREV-COMPANY
                      DELIMITED BY SIZE INTO WS-TL-LABEL
           ELSE
               MOVE "Y" TO WS-OUT-OF-BAL-FLAG
               STRING "  TOTAL COMPANY " WS-PREV-COMPANY
                      "  *** OUT OF BALANCE ***"
                      DELIMITED BY SIZE INTO WS-TL-LABEL
               DISPLAY "GLBAL01: COMPANY " WS-PREV-COMPANY
                       " OUT OF BALANCE"
               MOVE SPACES TO WS-EX-REASON
               STRING "COMPANY " WS-PREV-COMPANY
                      " LEDGER OUT OF BALANCE"
                      DELIMITED BY SIZE INTO WS-EX-REASON
               MOVE WS-BAL-SUB TO WS-EX-RECORD-NUM
               PERFORM WRITE-GLBAL-EXCEPTION
           END-IF.
           MOVE WS-CO-DEBIT-TOTAL TO WS-TL-DEBIT.
           MOVE WS-CO-CREDIT-TOTAL TO WS-TL-CREDIT.
           WRITE TRIAL-BALANCE-RECORD FROM WS-TOTAL-LINE.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
           MOVE ZERO TO WS-CO-DEBIT-TOTAL.
           MOVE ZERO TO WS-CO-CREDIT-TOTAL.

       CHECK-LIABILITY-TOTAL.
           MOVE SPACES TO WS-AL-LABEL.
           STRING "CUSTOMER LIABILITY GL " WS-LIABILITY-GL
                  " CREDIT BALANCE"
                  DELIMITED BY SIZE INTO WS-AL-LABEL.
           MOVE WS-LIABILITY-TOTAL TO WS-AL-AMOUNT.
           WRITE TRIAL-BALANCE-RECORD FROM WS-AMOUNT-LINE.
           IF WS-HAVE-RECON AND WS-RECON-RUN-DATE = RC-RUN-DATE
               MOVE "ACCOUNT MASTER TOTAL CARRIED FORWARD BY RECON01"
                   TO WS-AL-LABEL
               MOVE WS-RECON-TOTAL TO WS-AL-AMOUNT
               WRITE TRIAL-BALANCE-RECORD FROM WS-AMOUNT-LINE
               COMPUTE WS-LIABILITY-DIFFERENCE =
                   WS-LIABILITY-TOTAL - WS-RECON-TOTAL
               MOVE "DIFFERENCE" TO WS-AL-LABEL
               MOVE WS-LIABILITY-DIFFERENCE TO WS-AL-AMOUNT
               WRITE TRIAL-BALANCE-RECORD FROM WS-AMOUNT-LINE
               IF WS-LIABILITY-DIFFERENCE NOT = ZERO
                   DISPLAY "GLBAL01: LIABILITY GL DOES NOT AGREE "
                           "WITH ACCOUNT MASTER TOTAL"
                   MOVE "LIABILITY GL DOES NOT AGREE WITH RECON01 TOTAL"
                       TO WS-EX-REASON
                   MOVE ZERO TO WS-EX-RECORD-NUM
                   PERFORM WRITE-GLBAL-EXCEPTION
               END-IF
           ELSE
               MOVE SPACES TO TRIAL-BALANCE-RECORD
               STRING "NO RECON01 TOTAL DATED " RC-RUN-DATE
                      " - LIABILITY NOT COMPARED"
                      DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
               WRITE TRIAL-BALANCE-RECORD
               MOVE "W" TO WS-EX-SEVERITY
               MOVE "NO RECON01 TOTAL FOR RUN DATE, LIABILITY NOT CHKD"
                   TO WS-EX-REASON
               MOVE ZERO TO WS-EX-RECORD-NUM
               PERFORM WRITE-GLBAL-WARNING
           END-IF.
           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.

       ROLL-CLOSED-PERIODS.
           PERFORM ROLL-ONE-PERIOD
               VARYING WS-PERIOD-SUB FROM 1 BY 1
               UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT.

       ROLL-ONE-PERIOD.
           IF WS-PE-STATUS (WS-PERIOD-SUB) = "C"
                   AND WS-PE-END (WS-PERIOD-SUB) > WS-ROLLED-THRU
                   AND WS-PE-END (WS-PERIOD-SUB) NOT > WS-ROLL-LIMIT
               MOVE WS-PE-END (WS-PERIOD-SUB) TO WS-ROLL-DATE
               MOVE "N" TO WS-YEAR-END-FLAG
               IF WS-ROLL-MM = 12
                   MOVE "Y" TO WS-YEAR-END-FLAG
               END-IF
               PERFORM ROLL-ONE-BALANCE
                   VARYING WS-BAL-SUB FROM 1 BY 1
                   UNTIL WS-BAL-SUB > WS-BAL-COUNT
               MOVE WS-ROLL-DATE TO WS-ROLLED-THRU
               ADD 1 TO WS-ROLL-COUNT
               MOVE SPACES TO TRIAL-BALANCE-RECORD
               IF WS-YEAR-END
                   STRING "PERIOD ENDING " WS-ROLL-DATE
                          " CLOSED - PERIOD AND YEAR TOTALS ROLLED"
                          DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
               ELSE
                   STRING "PERIOD ENDING " WS-ROLL-DATE
                          " CLOSED - PERIOD TOTALS ROLLED"
                          DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
               END-IF
               WRITE TRIAL-BALANCE-RECORD
               DISPLAY "GLBAL01: PERIOD ENDING " WS-ROLL-DATE
                       " ROLLED"
           END-IF.

       ROLL-ONE-BALANCE.
           COMPUTE WS-BALANCE = WS-BE-PERIOD-OPENING (WS-BAL-SUB)
                              + WS-BE-PTD-DEBITS (WS-BAL-SUB)
                              - WS-BE-PTD-CREDITS (WS-BAL-SUB).
           MOVE WS-BALANCE TO WS-BE-PERIOD-OPENING (WS-BAL-SUB).
           MOVE ZERO TO WS-BE-PTD-DEBITS (WS-BAL-SUB).
           MOVE ZERO TO WS-BE-PTD-CREDITS (WS-BAL-SUB).
           IF WS-YEAR-END
               MOVE WS-BALANCE TO WS-BE-YEAR-OPENING (WS-BAL-SUB)
               MOVE ZERO TO WS-BE-YTD-DEBITS (WS-BAL-SUB)
               MOVE ZERO TO WS-BE-YTD-CREDITS (WS-BAL-SUB)
           END-IF.

       REWRITE-BALANCE-FILE.
           OPEN OUTPUT GL-BALANCE-FILE.
           PERFORM WRITE-ONE-BALANCE
               VARYING WS-BAL-SUB FROM 1 BY 1
               UNTIL WS-BAL-SUB > WS-BAL-COUNT.
           CLOSE GL-BALANCE-FILE.

       WRITE-ONE-BALANCE.
           MOVE WS-BE-KEY (WS-BAL-SUB) TO GB-KEY.
           MOVE WS-BE-YEAR-OPENING (WS-BAL-SUB) TO GB-YEAR-OPENING.
           MOVE WS-BE-PERIOD-OPENING (WS-BAL-SUB)
               TO GB-PERIOD-OPENING.
           MOVE WS-BE-PTD-DEBITS (WS-BAL-SUB) TO GB-PTD-DEBITS.
           MOVE WS-BE-PTD-CREDITS (WS-BAL-SUB) TO GB-PTD-CREDITS.
           MOVE WS-BE-YTD-DEBITS (WS-BAL-SUB) TO GB-YTD-DEBITS.
           MOVE WS-BE-YTD-CREDITS (WS-BAL-SUB) TO GB-YTD-CREDITS.
           MOVE WS-BE-LAST-POST-DATE (WS-BAL-SUB)
               TO GB-LAST-POST-DATE.
           MOVE WS-ROLLED-THRU TO GB-ROLLED-THRU.
           WRITE GL-BALANCE-RECORD.

       WRITE-GLBAL-EXCEPTION.
           MOVE "E" TO WS-EX-SEVERITY.
           PERFORM WRITE-GLBAL-WARNING.

       WRITE-GLBAL-WARNING.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "GLBAL01" TO WS-EX-PROGRAM-ID.
           PERFORM WRITE-EXCEPTION-RTN.

           COPY RUNCTLP.
           COPY EXCPTP.
