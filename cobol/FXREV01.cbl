       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREV01.
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

           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.

           SELECT ADD-JOURNAL-FILE ASSIGN TO "ADDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT JOURNAL-CONTROL-FILE ASSIGN TO "JRNLCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-JC-RRN
               FILE STATUS IS WS-JC-STATUS.

           SELECT REVAL-REPORT-FILE ASSIGN TO "FXREVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT REVAL-EXCEPT-FILE ASSIGN TO "FXREXCPT"
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

       FD  FX-RATE-FILE
           RECORD CONTAINS 22 CHARACTERS.
           COPY FXRATE.

       FD  ADD-JOURNAL-FILE
           RECORD CONTAINS 148 CHARACTERS.
           COPY ADDJRNL.

       FD  JOURNAL-CONTROL-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY JRNCTL.

       FD  REVAL-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REVAL-REPORT-RECORD             PIC X(80).

       FD  REVAL-EXCEPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EXCPT.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-BAL-STATUS                   PIC XX.
       01  WS-JRNL-STATUS                  PIC XX.
           COPY JRNCHN.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-EXCEPT-STATUS                PIC XX.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-RUNCTL-OPER-FLAG             PIC X VALUE "N".
           88  WS-RUNCTL-OPER-MISSING       VALUE "Y".
       01  WS-BAL-EOF-FLAG                 PIC X VALUE "N".
           88  WS-BAL-EOF                  VALUE "Y".
       01  WS-BAL-OPEN-FAIL-FLAG           PIC X VALUE "N".
           88  WS-BAL-OPEN-FAILED          VALUE "Y".

       01  WS-ACCT-COUNT                   PIC 9(6) VALUE ZERO.
       01  WS-FOREIGN-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-REVALUED-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-EXCEPT-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-ACCT-CCY                     PIC X(3) VALUE SPACES.
       01  WS-BOOK-VALUE                   PIC S9(11)V99 VALUE ZERO.
       01  WS-MARKET-VALUE                 PIC S9(11)V99 VALUE ZERO.
       01  WS-REVAL-AMOUNT                 PIC S9(11)V99 VALUE ZERO.
       01  WS-REVAL-TOTAL                  PIC S9(11)V99 VALUE ZERO.

       01  WS-CCY-MAX                      PIC 9(2) VALUE 20.
       01  WS-CCY-COUNT                    PIC 9(2) VALUE ZERO.
       01  WS-CCY-SUB                      PIC 9(2) VALUE ZERO.
       01  WS-CCY-FOUND-FLAG               PIC X VALUE "N".
           88  WS-CCY-FOUND                VALUE "Y".
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 20 TIMES.
               10  WS-CT-CURRENCY          PIC X(3).
               10  WS-CT-RATE              PIC 9(5)V9(6).
               10  WS-CT-ACCT-COUNT        PIC 9(6).
               10  WS-CT-BALANCE           PIC S9(11)V99.
               10  WS-CT-MARKET            PIC S9(11)V99.
               10  WS-CT-REVAL             PIC S9(11)V99.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(35) VALUE
               "FOREIGN-CURRENCY REVALUATION       ".
           05  FILLER                      PIC X(9) VALUE
               "RUN DATE ".
           05  WS-HL-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(6) VALUE
               " BASE ".
           05  WS-HL-BASE-CCY              PIC X(3).
           05  FILLER                      PIC X(19) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(40) VALUE
               "ACCOUNT  CCY       BALANCE         RATE ".
           05  FILLER                      PIC X(40) VALUE
               "  MARKET VALUE    REVALUATION           ".

       01  WS-DETAIL-LINE.
           05  WS-DL-ACCT-NUM              PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-CURRENCY              PIC X(3).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-BALANCE               PIC -(9)9.99.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-RATE                  PIC Z(4)9.9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-MARKET                PIC -(10)9.99.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-REVAL                 PIC -(10)9.99.
           05  FILLER                      PIC X(11) VALUE SPACES.

       01  WS-CCY-TOTAL-LINE.
           05  FILLER                      PIC X(6) VALUE "TOTAL ".
           05  WS-CL-CURRENCY              PIC X(3).
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-CL-BALANCE               PIC -(9)9.99.
           05  FILLER                      PIC X(7) VALUE " ACCTS ".
           05  WS-CL-ACCT-COUNT            PIC Z(5)9.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-CL-MARKET                PIC -(10)9.99.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-CL-REVAL                 PIC -(10)9.99.
           05  FILLER                      PIC X(11) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(53).
           05  WS-TL-AMOUNT                PIC -(12)9.99.
           05  FILLER                      PIC X(11) VALUE SPACES.

           COPY FXRTB.

           COPY EXCPTWS.

       LINKAGE SECTION.
       01  LK-FXREV01-RESULTS.
           05  LK-REVALUED-COUNT           PIC 9(6).
           05  LK-REVAL-TOTAL              PIC S9(11)V99.

       PROCEDURE DIVISION USING OPTIONAL LK-FXREV01-RESULTS.
       PROGRAM-BEGIN.
           PERFORM READ-RUN-CONTROL-RTN.
           OPEN OUTPUT REVAL-EXCEPT-FILE.
           IF WS-RUNCTL-OPER-MISSING
               PERFORM WRITE-OPERATOR-EXCEPTION
           END-IF.
           PERFORM LOAD-FX-RATE-TABLE-RTN.
           OPEN OUTPUT REVAL-REPORT-FILE.
           MOVE RC-RUN-DATE TO WS-HL-RUN-DATE.
           MOVE WS-FX-BASE-CURRENCY TO WS-HL-BASE-CCY.
           WRITE REVAL-REPORT-RECORD FROM WS-HEADING-LINE.
           WRITE REVAL-REPORT-RECORD FROM WS-COLUMN-LINE.
           PERFORM OPEN-ACCT-BAL-FILE.
           IF RC-PRODUCTION-MODE AND NOT WS-BAL-OPEN-FAILED
               OPEN EXTEND ADD-JOURNAL-FILE
               IF WS-JRNL-STATUS NOT = "00"
                   OPEN OUTPUT ADD-JOURNAL-FILE
               END-IF
               MOVE "FXREV01" TO WS-JC-PROGRAM-ID
               PERFORM OPEN-JOURNAL-CONTROL-RTN
           END-IF.
           PERFORM REVALUE-ONE-ACCOUNT UNTIL WS-BAL-EOF.
           IF NOT WS-BAL-OPEN-FAILED
               CLOSE ACCT-BAL-FILE
               IF RC-PRODUCTION-MODE
                   CLOSE ADD-JOURNAL-FILE
                   PERFORM CLOSE-JOURNAL-CONTROL-RTN
               END-IF
           END-IF.
           PERFORM WRITE-CURRENCY-TOTAL
               VARYING WS-CCY-SUB FROM 1 BY 1
               UNTIL WS-CCY-SUB > WS-CCY-COUNT.
           MOVE "TOTAL REVALUATION (BASE)" TO WS-TL-LABEL.
           MOVE WS-REVAL-TOTAL TO WS-TL-AMOUNT.
           WRITE REVAL-REPORT-RECORD FROM WS-TOTAL-LINE.
           IF RC-TEST-MODE
               MOVE "TEST MODE - MASTER AND JOURNAL NOT UPDATED"
                   TO REVAL-REPORT-RECORD
               WRITE REVAL-REPORT-RECORD
           END-IF.
           CLOSE REVAL-REPORT-FILE.
           CLOSE REVAL-EXCEPT-FILE.
       PROGRAM-DONE.
           DISPLAY "ACCOUNTS READ:            " WS-ACCT-COUNT.
           DISPLAY "FOREIGN-CURRENCY ACCOUNTS:" WS-FOREIGN-COUNT.
           DISPLAY "ACCOUNTS REVALUED:        " WS-REVALUED-COUNT.
           IF ADDRESS OF LK-FXREV01-RESULTS NOT = NULL
               MOVE WS-REVALUED-COUNT TO LK-REVALUED-COUNT
               MOVE WS-REVAL-TOTAL TO LK-REVAL-TOTAL
           END-IF.
           IF WS-BAL-OPEN-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-EXCEPT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       OPEN-ACCT-BAL-FILE.
           IF RC-PRODUCTION-MODE
               OPEN I-O ACCT-BAL-FILE
           ELSE
               OPEN INPUT ACCT-BAL-FILE
           END-IF.
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "FXREV01: UNABLE TO OPEN ACCT-BAL-FILE, STATUS: "
                       WS-BAL-STATUS
               MOVE "Y" TO WS-BAL-EOF-FLAG
               MOVE "Y" TO WS-BAL-OPEN-FAIL-FLAG
           END-IF.

       REVALUE-ONE-ACCOUNT.
           READ ACCT-BAL-FILE
               AT END
                   MOVE "Y" TO WS-BAL-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ACCT-COUNT
                   IF AM-CURRENCY-CODE NOT = SPACES
                           AND AM-CURRENCY-CODE
                               NOT = WS-FX-BASE-CURRENCY
                       ADD 1 TO WS-FOREIGN-COUNT
                       PERFORM REVALUE-FOREIGN-ACCOUNT
                   END-IF
           END-READ.

       REVALUE-FOREIGN-ACCOUNT.
           MOVE AM-CURRENCY-CODE TO WS-ACCT-CCY.
           MOVE WS-ACCT-CCY TO WS-FX-LOOKUP-CCY.
           PERFORM FIND-FX-RATE-RTN.
           IF NOT WS-FX-FOUND
               MOVE SPACES TO WS-EX-REASON
               STRING "NO RATE FOR " WS-ACCT-CCY ", ACCT "
                      AM-ACCT-NUM " NOT REVALUED"
                      DELIMITED BY SIZE INTO WS-EX-REASON
               PERFORM WRITE-REVAL-EXCEPTION
           ELSE
               IF AM-BASE-BOOK-BAL NUMERIC
                   MOVE AM-BASE-BOOK-BAL TO WS-BOOK-VALUE
               ELSE
                   MOVE ZERO TO WS-BOOK-VALUE
               END-IF
               COMPUTE WS-MARKET-VALUE ROUNDED =
                   AM-BALANCE * WS-FX-LOOKUP-RATE
               COMPUTE WS-REVAL-AMOUNT =
                   WS-MARKET-VALUE - WS-BOOK-VALUE
               PERFORM ADD-TO-CURRENCY-TOTAL
               PERFORM WRITE-DETAIL-LINE
               IF WS-REVAL-AMOUNT NOT = ZERO
                   PERFORM POST-REVALUATION
               END-IF
           END-IF.

       POST-REVALUATION.
           MOVE ZERO TO PJ-BASE-AMOUNT.
           ADD WS-REVAL-AMOUNT TO PJ-BASE-AMOUNT
               ON SIZE ERROR
                   MOVE SPACES TO WS-EX-REASON
                   STRING "REVALUATION TOO LARGE, ACCT "
                          AM-ACCT-NUM " NOT REVALUED"
                          DELIMITED BY SIZE INTO WS-EX-REASON
                   PERFORM WRITE-REVAL-EXCEPTION
               NOT ON SIZE ERROR
                   ADD 1 TO WS-REVALUED-COUNT
                   ADD WS-REVAL-AMOUNT TO WS-REVAL-TOTAL
                   ADD WS-REVAL-AMOUNT TO WS-CT-REVAL (WS-CCY-SUB)
                   IF RC-PRODUCTION-MODE
                       MOVE WS-MARKET-VALUE TO AM-BASE-BOOK-BAL
                       REWRITE ACCT-MASTER-RECORD
                       PERFORM WRITE-REVAL-JOURNAL
                   END-IF
           END-ADD.

       WRITE-REVAL-JOURNAL.
           MOVE RC-RUN-DATE TO PJ-RUN-DATE.
           MOVE AM-COMPANY-CODE TO PJ-COMPANY-CODE.
           MOVE AM-ACCT-NUM TO PJ-ACCT-NUM.
           MOVE "V" TO PJ-TRANS-TYPE.
           MOVE AM-BALANCE TO PJ-PRIOR-BALANCE.
           MOVE ZERO TO PJ-POSTED-AMOUNT.
           MOVE AM-BALANCE TO PJ-NEW-BALANCE.
           MOVE "FXREVAL" TO PJ-REFERENCE.
           MOVE RC-OPERATOR-ID TO PJ-OPERATOR-ID.
           MOVE SPACES TO PJ-XFER-LINK.
           MOVE WS-ACCT-CCY TO PJ-ACCT-CURRENCY.
           MOVE WS-ACCT-CCY TO PJ-TRANS-CURRENCY.
           MOVE ZERO TO PJ-TRANS-AMOUNT.
           MOVE WS-FX-LOOKUP-RATE TO PJ-FX-RATE.
           PERFORM CHAIN-JOURNAL-RECORD-RTN.
           WRITE POSTING-JOURNAL-RECORD.
           PERFORM SAVE-JOURNAL-CONTROL-RTN.

       ADD-TO-CURRENCY-TOTAL.
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
                   MOVE WS-ACCT-CCY TO WS-CT-CURRENCY (WS-CCY-SUB)
                   MOVE WS-FX-LOOKUP-RATE TO WS-CT-RATE (WS-CCY-SUB)
                   MOVE ZERO TO WS-CT-ACCT-COUNT (WS-CCY-SUB)
                   MOVE ZERO TO WS-CT-BALANCE (WS-CCY-SUB)
                   MOVE ZERO TO WS-CT-MARKET (WS-CCY-SUB)
                   MOVE ZERO TO WS-CT-REVAL (WS-CCY-SUB)
               ELSE
                   DISPLAY "FXREV01: CURRENCY TABLE FULL, "
                           WS-ACCT-CCY " TOTALLED UNDER "
                           WS-CT-CURRENCY (WS-CCY-MAX)
                   MOVE WS-CCY-MAX TO WS-CCY-SUB
               END-IF
           END-IF.
           ADD 1 TO WS-CT-ACCT-COUNT (WS-CCY-SUB).
           ADD AM-BALANCE TO WS-CT-BALANCE (WS-CCY-SUB).
           ADD WS-MARKET-VALUE TO WS-CT-MARKET (WS-CCY-SUB).

       MATCH-ONE-CURRENCY.
           IF WS-CT-CURRENCY (WS-CCY-SUB) = WS-ACCT-CCY
               MOVE "Y" TO WS-CCY-FOUND-FLAG
           END-IF.

       WRITE-DETAIL-LINE.
           MOVE AM-ACCT-NUM TO WS-DL-ACCT-NUM.
           MOVE WS-ACCT-CCY TO WS-DL-CURRENCY.
           MOVE AM-BALANCE TO WS-DL-BALANCE.
           MOVE WS-FX-LOOKUP-RATE TO WS-DL-RATE.
           MOVE WS-MARKET-VALUE TO WS-DL-MARKET.
           MOVE WS-REVAL-AMOUNT TO WS-DL-REVAL.
           WRITE REVAL-REPORT-RECORD FROM WS-DETAIL-LINE.

       WRITE-CURRENCY-TOTAL.
           MOVE WS-CT-CURRENCY (WS-CCY-SUB) TO WS-CL-CURRENCY.
           MOVE WS-CT-ACCT-COUNT (WS-CCY-SUB) TO WS-CL-ACCT-COUNT.
           MOVE WS-CT-BALANCE (WS-CCY-SUB) TO WS-CL-BALANCE.
           MOVE WS-CT-MARKET (WS-CCY-SUB) TO WS-CL-MARKET.
           MOVE WS-CT-REVAL (WS-CCY-SUB) TO WS-CL-REVAL.
           WRITE REVAL-REPORT-RECORD FROM WS-CCY-TOTAL-LINE.

       WRITE-REVAL-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "FXREV01" TO WS-EX-PROGRAM-ID.
           MOVE "E"       TO WS-EX-SEVERITY.
           MOVE WS-ACCT-COUNT TO WS-EX-RECORD-NUM.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-OPERATOR-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "FXREV01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE ZERO      TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "RUN CTL OPERATOR ID MISSING, DEFAULTED UNKNOWN"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

           COPY RUNCTLP.
           COPY FXRTBP.
           COPY JRNCHNP.
           COPY EXCPTP.
