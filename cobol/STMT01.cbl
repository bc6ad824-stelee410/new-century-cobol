
           SELECT SORT-WORK-FILE ASSIGN TO "SRTWK02".

           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT STMT-REPORT-FILE ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADD-JOURNAL-FILE
           RECORD CONTAINS 148 CHARACTERS.
           COPY ADDJRNL.

       SD  SORT-WORK-FILE
           RECORD CONTAINS 75 CHARACTERS.
       01  SORT-WORK-RECORD.
           05  SW-COMPANY-CODE             PIC X(4).
           05  SW-ACCT-NUM                 PIC 9(8).
           05  SW-POSTED-AMOUNT            PIC S9(7)V99.
           05  SW-NEW-BALANCE              PIC S9(9)V99.
           05  SW-REFERENCE                PIC X(10).
           05  SW-XFER-TEXT                PIC X(15).

       FD  STMT-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STMT-REPORT-RECORD              PIC X(80).

       FD  HOLD-MASTER-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY HOLDMST.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.
           05  FILLER                      PIC X(10) VALUE
               "  BALANCE ".
           05  WS-DL-BALANCE               PIC -(10)9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-XFER-TEXT             PIC X(15).
           05  FILLER                      PIC X(8) VALUE SPACES.

       01  WS-CLOSING-LINE.
           05  FILLER                      PIC X(20) VALUE
           05  WS-CL-BALANCE               PIC -(10)9.99.
           05  FILLER                      PIC X(46) VALUE SPACES.

       01  WS-HELD-LINE.
           05  FILLER                      PIC X(20) VALUE
               "  FUNDS ON HOLD     ".
           05  WS-HD-LINE-AMOUNT           PIC -(10)9.99.
           05  FILLER                      PIC X(46) VALUE SPACES.

       01  WS-AVAILABLE-LINE.
           05  FILLER                      PIC X(20) VALUE
               "  AVAILABLE BALANCE ".
           05  WS-AV-BALANCE               PIC -(10)9.99.
           05  FILLER                      PIC X(46) VALUE SPACES.
       01  WS-AVAILABLE-BAL                PIC S9(11)V99 VALUE ZERO.

           COPY HOLDTB.

       LINKAGE SECTION.
       01  LK-STMT01-RESULTS.
           05  LK-ACCOUNT-COUNT            PIC 9(6).
       PROCEDURE DIVISION USING OPTIONAL LK-STMT01-RESULTS.
       PROGRAM-BEGIN.
           PERFORM READ-RUN-CONTROL-RTN.
           PERFORM LOAD-HOLD-TABLE-RTN.
           OPEN OUTPUT STMT-REPORT-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-COMPANY-CODE
           IF ADDRESS OF LK-STMT01-RESULTS NOT = NULL
               MOVE WS-ACCOUNT-COUNT TO LK-ACCOUNT-COUNT
           END-IF.
           IF WS-HOLD-OVERFLOWED
               DISPLAY "STMT01: HOLD TABLE FULL - FUNDS ON HOLD "
                       "UNDERSTATED"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-JRNL-OPEN-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.
                       MOVE PJ-POSTED-AMOUNT TO SW-POSTED-AMOUNT
                       MOVE PJ-NEW-BALANCE TO SW-NEW-BALANCE
                       MOVE PJ-REFERENCE TO SW-REFERENCE
                       PERFORM SET-XFER-TEXT
                       RELEASE SORT-WORK-RECORD
                   END-IF
           END-READ.

       SET-XFER-TEXT.
           MOVE SPACES TO SW-XFER-TEXT.
           IF PJ-TRANS-TYPE = "X" AND PJ-XFER-LINK NUMERIC
               IF PJ-ACCT-NUM = PJ-XFER-FROM-ACCT
                   STRING "TO " PJ-XFER-TO-ACCT
                          DELIMITED BY SIZE INTO SW-XFER-TEXT
               ELSE
                   STRING "FROM " PJ-XFER-FROM-ACCT
                          DELIMITED BY SIZE INTO SW-XFER-TEXT
               END-IF
           END-IF.

       PRINT-STATEMENTS.
           PERFORM PRINT-ONE-SORTED UNTIL WS-SORT-EOF.
           IF WS-ON-ACCOUNT
           MOVE SW-REFERENCE TO WS-DL-REFERENCE.
           MOVE SW-POSTED-AMOUNT TO WS-DL-AMOUNT.
           MOVE SW-NEW-BALANCE TO WS-DL-BALANCE.
           MOVE SW-XFER-TEXT TO WS-DL-XFER-TEXT.
           WRITE STMT-REPORT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SW-NEW-BALANCE TO WS-CUR-CLOSING-BAL.
           MOVE WS-CUR-CLOSING-BAL TO WS-CL-BALANCE.
           WRITE STMT-REPORT-RECORD FROM WS-CLOSING-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM WRITE-AVAILABLE-LINES.

       WRITE-AVAILABLE-LINES.
           MOVE WS-CUR-ACCT-NUM TO WS-HOLD-ACCT-NUM.
           PERFORM SUM-ACCOUNT-HOLDS-RTN.
           COMPUTE WS-AVAILABLE-BAL =
               WS-CUR-CLOSING-BAL - WS-HELD-AMOUNT.
           MOVE WS-HELD-AMOUNT TO WS-HD-LINE-AMOUNT.
           WRITE STMT-REPORT-RECORD FROM WS-HELD-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-AVAILABLE-BAL TO WS-AV-BALANCE.
           WRITE STMT-REPORT-RECORD FROM WS-AVAILABLE-LINE
               AFTER ADVANCING 1 LINE.

           COPY RUNCTLP.
           COPY HOLDTBP.
