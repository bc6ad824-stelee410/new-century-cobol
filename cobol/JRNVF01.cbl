       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNVF01.
       AUTHOR. STELEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCH-JOURNAL-FILE ASSIGN TO "ADDJRARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT ADD-JOURNAL-FILE ASSIGN TO "ADDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT JOURNAL-CONTROL-FILE ASSIGN TO "JRNLCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-JC-RRN
               FILE STATUS IS WS-JC-STATUS.

           SELECT VERIFY-REPORT-FILE ASSIGN TO "JRNVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT VERIFY-EXCEPT-FILE ASSIGN TO "JRNVEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-JOURNAL-FILE
           RECORD CONTAINS 148 CHARACTERS.
       01  ARCH-JOURNAL-RECORD             PIC X(148).

       FD  ADD-JOURNAL-FILE
           RECORD CONTAINS 148 CHARACTERS.
           COPY ADDJRNL.

       FD  JOURNAL-CONTROL-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY JRNCTL.

       FD  VERIFY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  VERIFY-REPORT-RECORD            PIC X(80).

       FD  VERIFY-EXCEPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EXCPT.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-ARCH-STATUS                  PIC XX.
       01  WS-JRNL-STATUS                  PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-EXCEPT-STATUS                PIC XX.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-RUNCTL-OPER-FLAG             PIC X VALUE "N".
           88  WS-RUNCTL-OPER-MISSING       VALUE "Y".
       01  WS-ARCH-EOF-FLAG                PIC X VALUE "N".
           88  WS-ARCH-EOF                 VALUE "Y".
       01  WS-JRNL-EOF-FLAG                PIC X VALUE "N".
           88  WS-JRNL-EOF                 VALUE "Y".
       01  WS-CTL-FOUND-FLAG               PIC X VALUE "N".
           88  WS-CTL-FOUND                VALUE "Y".
       01  WS-CHAIN-STARTED-FLAG           PIC X VALUE "N".
           88  WS-CHAIN-STARTED            VALUE "Y".
       01  WS-OVERLAP-FLAG                 PIC X VALUE "N".
           88  WS-IN-OVERLAP               VALUE "Y".
       01  WS-SRC-FIRST-FLAG               PIC X VALUE "Y".
           88  WS-SRC-FIRST-CHAINED        VALUE "Y".
           COPY JRNCHN.

       01  WS-SRC-SUB                      PIC 9 VALUE ZERO.
           88  WS-SOURCE-IS-ARCHIVE        VALUE 1.
           88  WS-SOURCE-IS-LIVE           VALUE 2.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 2 TIMES.
               10  WS-SRC-NAME             PIC X(8).
               10  WS-SRC-PRESENT-FLAG     PIC X.
                   88  WS-SRC-PRESENT      VALUE "Y".
               10  WS-SRC-RECORDS          PIC 9(8).
               10  WS-SRC-UNCHAINED        PIC 9(8).
               10  WS-SRC-FIRST-SEQ        PIC 9(10).
               10  WS-SRC-LAST-SEQ         PIC 9(10).

       01  WS-PREV-SEQ                     PIC 9(10) VALUE ZERO.
       01  WS-PREV-CHAIN                   PIC 9(10) VALUE ZERO.
       01  WS-NEXT-SEQ                     PIC 9(10) VALUE ZERO.
       01  WS-GAP-TO                       PIC 9(10) VALUE ZERO.
       01  WS-OVERLAP-SEQ                  PIC 9(10) VALUE ZERO.
       01  WS-OVERLAP-CHAIN                PIC 9(10) VALUE ZERO.
       01  WS-VERIFIED-COUNT               PIC 9(8) VALUE ZERO.
       01  WS-ERROR-COUNT                  PIC 9(6) VALUE ZERO.
       01  WS-EXCEPT-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-ERROR-LINE-MAX               PIC 9(6) VALUE 200.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(35) VALUE
               "POSTING JOURNAL CHAIN VERIFICATION ".
           05  FILLER                      PIC X(9) VALUE
               "RUN DATE ".
           05  WS-HL-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(28) VALUE SPACES.

       01  WS-ERROR-COLUMN-LINE.
           05  FILLER                      PIC X(40) VALUE
               "SOURCE     RECORD   SEQUENCE ERROR      ".
           05  FILLER                      PIC X(40) VALUE SPACES.

       01  WS-ERROR-LINE.
           05  WS-EL-SOURCE                PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-EL-RECORD-NUM            PIC Z(7)9.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-EL-SEQUENCE              PIC X(10).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-EL-REASON                PIC X(50).
           05  FILLER                      PIC X VALUE SPACE.

       01  WS-SOURCE-COLUMN-LINE.
           05  FILLER                      PIC X(40) VALUE
               "SOURCE    RECORDS UNCHAINED  FIRST SEQ  ".
           05  FILLER                      PIC X(40) VALUE
               " LAST SEQ                               ".

       01  WS-SOURCE-LINE.
           05  WS-SL-SOURCE                PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-SL-RECORDS               PIC Z(7)9.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-SL-UNCHAINED             PIC Z(8)9.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-SL-FIRST-SEQ             PIC Z(9)9.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-SL-LAST-SEQ              PIC Z(9)9.
           05  FILLER                      PIC X(31) VALUE SPACES.

       01  WS-CHAIN-END-LINE.
           05  WS-CE-LABEL                 PIC X(18).
           05  FILLER                      PIC X(9) VALUE "LAST SEQ ".
           05  WS-CE-SEQUENCE              PIC Z(9)9.
           05  FILLER                      PIC X(8) VALUE "  CHAIN ".
           05  WS-CE-CHAIN                 PIC 9(10).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CE-WRITER                PIC X(23).

       01  WS-RESULT-LINE.
           05  WS-RL-TEXT                  PIC X(50).
           05  WS-RL-COUNT                 PIC Z(7)9.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-RL-SUFFIX                PIC X(21).

           COPY EXCPTWS.

       LINKAGE SECTION.
       01  LK-JRNVF01-RESULTS.
           05  LK-VERIFIED-COUNT           PIC 9(8).
           05  LK-CHAIN-ERROR-COUNT        PIC 9(6).

       PROCEDURE DIVISION USING OPTIONAL LK-JRNVF01-RESULTS.
       PROGRAM-BEGIN.
           PERFORM READ-RUN-CONTROL-RTN.
           OPEN OUTPUT VERIFY-EXCEPT-FILE.
           IF WS-RUNCTL-OPER-MISSING
               PERFORM WRITE-OPERATOR-EXCEPTION
           END-IF.
           OPEN OUTPUT VERIFY-REPORT-FILE.
           MOVE RC-RUN-DATE TO WS-HL-RUN-DATE.
           WRITE VERIFY-REPORT-RECORD FROM WS-HEADING-LINE.
           PERFORM READ-JOURNAL-CONTROL.
           MOVE "ARCHIVE" TO WS-SRC-NAME (1).
           MOVE "LIVE" TO WS-SRC-NAME (2).
           MOVE 1 TO WS-SRC-SUB.
           PERFORM VERIFY-ARCHIVE-JOURNAL.
           MOVE 2 TO WS-SRC-SUB.
           PERFORM VERIFY-LIVE-JOURNAL.
           PERFORM CHECK-JOURNAL-CONTROL.
           PERFORM WRITE-VERIFY-SUMMARY.
           CLOSE VERIFY-REPORT-FILE.
           CLOSE VERIFY-EXCEPT-FILE.
       PROGRAM-DONE.
           DISPLAY "JOURNAL RECORDS VERIFIED: " WS-VERIFIED-COUNT.
           DISPLAY "JOURNAL CHAIN ERRORS:     " WS-ERROR-COUNT.
           IF ADDRESS OF LK-JRNVF01-RESULTS NOT = NULL
               MOVE WS-VERIFIED-COUNT TO LK-VERIFIED-COUNT
               MOVE WS-ERROR-COUNT TO LK-CHAIN-ERROR-COUNT
           END-IF.
           IF WS-ERROR-COUNT > ZERO
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-EXCEPT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       READ-JOURNAL-CONTROL.
           OPEN INPUT JOURNAL-CONTROL-FILE.
           IF WS-JC-STATUS = "00"
               MOVE 1 TO WS-JC-RRN
               READ JOURNAL-CONTROL-FILE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CTL-FOUND-FLAG
               END-READ
               CLOSE JOURNAL-CONTROL-FILE
           END-IF.
           IF WS-CTL-FOUND
               IF JC-LAST-SEQUENCE NOT NUMERIC
                       OR JC-LAST-CHAIN NOT NUMERIC
                   MOVE "N" TO WS-CTL-FOUND-FLAG
               END-IF
           END-IF.
           IF NOT WS-CTL-FOUND
               DISPLAY "JRNVF01: NO USABLE JOURNAL CONTROL RECORD, "
                       "STATUS: " WS-JC-STATUS
           END-IF.

       START-SOURCE.
           MOVE "N" TO WS-SRC-PRESENT-FLAG (WS-SRC-SUB).
           MOVE ZERO TO WS-SRC-RECORDS (WS-SRC-SUB).
           MOVE ZERO TO WS-SRC-UNCHAINED (WS-SRC-SUB).
           MOVE ZERO TO WS-SRC-FIRST-SEQ (WS-SRC-SUB).
           MOVE ZERO TO WS-SRC-LAST-SEQ (WS-SRC-SUB).
           MOVE "Y" TO WS-SRC-FIRST-FLAG.

       VERIFY-ARCHIVE-JOURNAL.
           PERFORM START-SOURCE.
           OPEN INPUT ARCH-JOURNAL-FILE.
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "JRNVF01: NO ARCHIVE JOURNAL, STATUS: "
                       WS-ARCH-STATUS " - LIVE JOURNAL ONLY"
               MOVE "Y" TO WS-ARCH-EOF-FLAG
           ELSE
               MOVE "Y" TO WS-SRC-PRESENT-FLAG (WS-SRC-SUB)
           END-IF.
           PERFORM VERIFY-ONE-ARCHIVE UNTIL WS-ARCH-EOF.
           IF WS-ARCH-STATUS = "00" OR WS-ARCH-STATUS = "10"
               CLOSE ARCH-JOURNAL-FILE
           END-IF.

       VERIFY-ONE-ARCHIVE.
           READ ARCH-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-ARCH-EOF-FLAG
               NOT AT END
                   MOVE ARCH-JOURNAL-RECORD
                       TO POSTING-JOURNAL-RECORD
                   PERFORM CHECK-ONE-JOURNAL-RECORD
           END-READ.

       VERIFY-LIVE-JOURNAL.
           PERFORM START-SOURCE.
           OPEN INPUT ADD-JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "JRNVF01: NO LIVE JOURNAL, STATUS: "
                       WS-JRNL-STATUS
               MOVE "Y" TO WS-JRNL-EOF-FLAG
           ELSE
               MOVE "Y" TO WS-SRC-PRESENT-FLAG (WS-SRC-SUB)
           END-IF.
           PERFORM VERIFY-ONE-LIVE UNTIL WS-JRNL-EOF.
           IF WS-JRNL-STATUS = "00" OR WS-JRNL-STATUS = "10"
               CLOSE ADD-JOURNAL-FILE
           END-IF.

       VERIFY-ONE-LIVE.
           READ ADD-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-JRNL-EOF-FLAG
               NOT AT END
                   PERFORM CHECK-ONE-JOURNAL-RECORD
           END-READ.

       CHECK-ONE-JOURNAL-RECORD.
           ADD 1 TO WS-SRC-RECORDS (WS-SRC-SUB).
           IF POSTING-JOURNAL-RECORD (129:20) = SPACES
               ADD 1 TO WS-SRC-UNCHAINED (WS-SRC-SUB)
               IF WS-CHAIN-STARTED
                   MOVE SPACES TO WS-EX-REASON
                   STRING "UNCHAINED RECORD AFTER SEQUENCE "
                          WS-PREV-SEQ
                          DELIMITED BY SIZE INTO WS-EX-REASON
                   PERFORM NOTE-RECORD-ERROR
               END-IF
           ELSE
               IF PJ-SEQUENCE-NUM NOT NUMERIC
                       OR PJ-CHAIN-VALUE NOT NUMERIC
                   MOVE SPACES TO WS-EX-REASON
                   STRING "SEQUENCE OR CHAIN VALUE NOT NUMERIC"
                          DELIMITED BY SIZE INTO WS-EX-REASON
                   PERFORM NOTE-RECORD-ERROR
               ELSE
                   PERFORM CHECK-CHAINED-RECORD
               END-IF
           END-IF.

       CHECK-CHAINED-RECORD.
           IF WS-SRC-FIRST-CHAINED
               MOVE "N" TO WS-SRC-FIRST-FLAG
               MOVE PJ-SEQUENCE-NUM TO WS-SRC-FIRST-SEQ (WS-SRC-SUB)
               IF WS-CHAIN-STARTED
                       AND PJ-SEQUENCE-NUM NOT > WS-PREV-SEQ
                   PERFORM START-ARCHIVE-OVERLAP
               ELSE
                   PERFORM CHECK-JOURNAL-LINK
               END-IF
           ELSE
               PERFORM CHECK-JOURNAL-LINK
           END-IF.
           IF WS-IN-OVERLAP
                   AND PJ-SEQUENCE-NUM NOT < WS-OVERLAP-SEQ
               PERFORM END-ARCHIVE-OVERLAP
           END-IF.
           MOVE PJ-SEQUENCE-NUM TO WS-SRC-LAST-SEQ (WS-SRC-SUB).
           MOVE PJ-SEQUENCE-NUM TO WS-PREV-SEQ.
           MOVE PJ-CHAIN-VALUE TO WS-PREV-CHAIN.
           MOVE "Y" TO WS-CHAIN-STARTED-FLAG.

       CHECK-JOURNAL-LINK.
           IF NOT WS-CHAIN-STARTED
               PERFORM START-JOURNAL-CHAIN
           ELSE
               COMPUTE WS-NEXT-SEQ = WS-PREV-SEQ + 1
               EVALUATE TRUE
                   WHEN PJ-SEQUENCE-NUM = WS-NEXT-SEQ
                       PERFORM VERIFY-CHAIN-VALUE
                   WHEN PJ-SEQUENCE-NUM > WS-NEXT-SEQ
                       COMPUTE WS-GAP-TO = PJ-SEQUENCE-NUM - 1
                       MOVE SPACES TO WS-EX-REASON
                       STRING "GAP - SEQUENCE " WS-NEXT-SEQ
                              " THRU " WS-GAP-TO " MISSING"
                              DELIMITED BY SIZE INTO WS-EX-REASON
                       PERFORM NOTE-RECORD-ERROR
                   WHEN OTHER
                       MOVE SPACES TO WS-EX-REASON
                       STRING "OUT OF SEQUENCE - FOLLOWS SEQUENCE "
                              WS-PREV-SEQ
                              DELIMITED BY SIZE INTO WS-EX-REASON
                       PERFORM NOTE-RECORD-ERROR
               END-EVALUATE
           END-IF.

       START-JOURNAL-CHAIN.
           IF PJ-SEQUENCE-NUM = 1
               MOVE ZERO TO WS-PREV-CHAIN
               PERFORM VERIFY-CHAIN-VALUE
           ELSE
               IF WS-SOURCE-IS-ARCHIVE
                   DISPLAY "JRNVF01: ARCHIVE HISTORY BEGINS AT "
                           "SEQUENCE " PJ-SEQUENCE-NUM
               ELSE
                   COMPUTE WS-GAP-TO = PJ-SEQUENCE-NUM - 1
                   MOVE SPACES TO WS-EX-REASON
                   STRING "GAP - SEQUENCE 1 THRU " WS-GAP-TO
                          " NOT ON FILE"
                          DELIMITED BY SIZE INTO WS-EX-REASON
                   PERFORM NOTE-RECORD-ERROR
               END-IF
           END-IF.

       START-ARCHIVE-OVERLAP.
           MOVE "Y" TO WS-OVERLAP-FLAG.
           MOVE WS-PREV-SEQ TO WS-OVERLAP-SEQ.
           MOVE WS-PREV-CHAIN TO WS-OVERLAP-CHAIN.
           DISPLAY "JRNVF01: LIVE JOURNAL OVERLAPS ARCHIVE FROM "
                   "SEQUENCE " PJ-SEQUENCE-NUM.

       END-ARCHIVE-OVERLAP.
           MOVE "N" TO WS-OVERLAP-FLAG.
           IF PJ-SEQUENCE-NUM = WS-OVERLAP-SEQ
                   AND PJ-CHAIN-VALUE NOT = WS-OVERLAP-CHAIN
               MOVE SPACES TO WS-EX-REASON
               STRING "CHAIN DIFFERS FROM ARCHIVE AT SEQUENCE "
                      WS-OVERLAP-SEQ
                      DELIMITED BY SIZE INTO WS-EX-REASON
               PERFORM NOTE-RECORD-ERROR
           END-IF.

       VERIFY-CHAIN-VALUE.
           MOVE POSTING-JOURNAL-RECORD (1:138) TO WS-JC-HASH-AREA.
           MOVE WS-PREV-CHAIN TO WS-JC-HASH.
           PERFORM COMPUTE-JOURNAL-CHAIN-RTN.
           IF WS-JC-HASH NOT = PJ-CHAIN-VALUE
               MOVE SPACES TO WS-EX-REASON
               STRING "CHAIN BROKEN - RECORD ALTERED, INSERTED "
                      "OR MOVED"
                      DELIMITED BY SIZE INTO WS-EX-REASON
               PERFORM NOTE-RECORD-ERROR
           ELSE
               ADD 1 TO WS-VERIFIED-COUNT
           END-IF.

       CHECK-JOURNAL-CONTROL.
           IF NOT WS-CTL-FOUND
               IF WS-CHAIN-STARTED
                   MOVE SPACES TO WS-EX-REASON
                   STRING "CONTROL RECORD MISSING - JOURNAL END "
                          "UNPROVEN"
                          DELIMITED BY SIZE INTO WS-EX-REASON
                   PERFORM NOTE-CONTROL-ERROR
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN JC-LAST-SEQUENCE > WS-PREV-SEQ
                       COMPUTE WS-NEXT-SEQ = WS-PREV-SEQ + 1
                       MOVE SPACES TO WS-EX-REASON
                       STRING "TRUNCATED - SEQ " WS-NEXT-SEQ
                              " THRU " JC-LAST-SEQUENCE " MISSING"
                              DELIMITED BY SIZE INTO WS-EX-REASON
                       PERFORM NOTE-CONTROL-ERROR
                   WHEN JC-LAST-SEQUENCE < WS-PREV-SEQ
                       MOVE SPACES TO WS-EX-REASON
                       STRING "JOURNAL RUNS PAST CONTROL TO SEQUENCE "
                              WS-PREV-SEQ
                              DELIMITED BY SIZE INTO WS-EX-REASON
                       PERFORM NOTE-CONTROL-ERROR
                   WHEN JC-LAST-CHAIN NOT = WS-PREV-CHAIN
                       MOVE SPACES TO WS-EX-REASON
                       STRING "LAST CHAIN VALUE DOES NOT MATCH CONTROL"
                              DELIMITED BY SIZE INTO WS-EX-REASON
                       PERFORM NOTE-CONTROL-ERROR
               END-EVALUATE
           END-IF.

       NOTE-RECORD-ERROR.
           MOVE WS-SRC-NAME (WS-SRC-SUB) TO WS-EL-SOURCE.
           MOVE WS-SRC-RECORDS (WS-SRC-SUB) TO WS-EL-RECORD-NUM.
           MOVE WS-SRC-RECORDS (WS-SRC-SUB) TO WS-EX-RECORD-NUM.
           MOVE POSTING-JOURNAL-RECORD (129:10) TO WS-EL-SEQUENCE.
           PERFORM WRITE-CHAIN-ERROR.

       NOTE-CONTROL-ERROR.
           MOVE "CONTROL" TO WS-EL-SOURCE.
           MOVE ZERO TO WS-EL-RECORD-NUM.
           MOVE ZERO TO WS-EX-RECORD-NUM.
           IF WS-CTL-FOUND
               MOVE JC-LAST-SEQUENCE TO WS-EL-SEQUENCE
           ELSE
               MOVE SPACES TO WS-EL-SEQUENCE
           END-IF.
           PERFORM WRITE-CHAIN-ERROR.

       WRITE-CHAIN-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           IF WS-ERROR-COUNT = 1
               MOVE SPACES TO VERIFY-REPORT-RECORD
               WRITE VERIFY-REPORT-RECORD
               WRITE VERIFY-REPORT-RECORD FROM WS-ERROR-COLUMN-LINE
           END-IF.
           IF WS-ERROR-COUNT NOT > WS-ERROR-LINE-MAX
               MOVE WS-EX-REASON TO WS-EL-REASON
               WRITE VERIFY-REPORT-RECORD FROM WS-ERROR-LINE
               MOVE "JRNVF01" TO WS-EX-PROGRAM-ID
               MOVE "E"       TO WS-EX-SEVERITY
               PERFORM WRITE-EXCEPTION-RTN
           ELSE
               IF WS-ERROR-COUNT = WS-ERROR-LINE-MAX + 1
                   MOVE "FURTHER ERRORS COUNTED BUT NOT LISTED"
                       TO VERIFY-REPORT-RECORD
                   WRITE VERIFY-REPORT-RECORD
               END-IF
           END-IF.

       WRITE-VERIFY-SUMMARY.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           WRITE VERIFY-REPORT-RECORD.
           WRITE VERIFY-REPORT-RECORD FROM WS-SOURCE-COLUMN-LINE.
           PERFORM WRITE-SOURCE-LINE
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > 2.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           WRITE VERIFY-REPORT-RECORD.
           MOVE "JOURNAL ENDS AT" TO WS-CE-LABEL.
           MOVE WS-PREV-SEQ TO WS-CE-SEQUENCE.
           MOVE WS-PREV-CHAIN TO WS-CE-CHAIN.
           MOVE SPACES TO WS-CE-WRITER.
           WRITE VERIFY-REPORT-RECORD FROM WS-CHAIN-END-LINE.
           IF WS-CTL-FOUND
               MOVE "CONTROL RECORD" TO WS-CE-LABEL
               MOVE JC-LAST-SEQUENCE TO WS-CE-SEQUENCE
               MOVE JC-LAST-CHAIN TO WS-CE-CHAIN
               MOVE SPACES TO WS-CE-WRITER
               STRING "BY " JC-LAST-PROGRAM " " JC-LAST-RUN-DATE
                      DELIMITED BY SIZE INTO WS-CE-WRITER
               WRITE VERIFY-REPORT-RECORD FROM WS-CHAIN-END-LINE
           ELSE
               MOVE "CONTROL RECORD    NOT FOUND"
                   TO VERIFY-REPORT-RECORD
               WRITE VERIFY-REPORT-RECORD
           END-IF.
           MOVE SPACES TO VERIFY-REPORT-RECORD.
           WRITE VERIFY-REPORT-RECORD.
           IF WS-ERROR-COUNT > ZERO
               MOVE "RESULT: JOURNAL CHAIN BROKEN, ERRORS FOUND:"
                   TO WS-RL-TEXT
               MOVE WS-ERROR-COUNT TO WS-RL-COUNT
               MOVE "- DO NOT PROCEED" TO WS-RL-SUFFIX
           ELSE
               MOVE "RESULT: JOURNAL CHAIN INTACT, RECORDS VERIFIED:"
                   TO WS-RL-TEXT
               MOVE WS-VERIFIED-COUNT TO WS-RL-COUNT
               MOVE SPACES TO WS-RL-SUFFIX
           END-IF.
           WRITE VERIFY-REPORT-RECORD FROM WS-RESULT-LINE.

       WRITE-SOURCE-LINE.
           MOVE WS-SRC-NAME (WS-SRC-SUB) TO WS-SL-SOURCE.
           IF WS-SRC-PRESENT (WS-SRC-SUB)
               MOVE WS-SRC-RECORDS (WS-SRC-SUB) TO WS-SL-RECORDS
               MOVE WS-SRC-UNCHAINED (WS-SRC-SUB) TO WS-SL-UNCHAINED
               MOVE WS-SRC-FIRST-SEQ (WS-SRC-SUB) TO WS-SL-FIRST-SEQ
               MOVE WS-SRC-LAST-SEQ (WS-SRC-SUB) TO WS-SL-LAST-SEQ
               WRITE VERIFY-REPORT-RECORD FROM WS-SOURCE-LINE
           ELSE
               MOVE SPACES TO VERIFY-REPORT-RECORD
               STRING WS-SRC-NAME (WS-SRC-SUB) " NOT PRESENT"
                      DELIMITED BY SIZE INTO VERIFY-REPORT-RECORD
               WRITE VERIFY-REPORT-RECORD
           END-IF.

       WRITE-OPERATOR-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "JRNVF01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE ZERO      TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "RUN CTL OPERATOR ID MISSING, DEFAULTED UNKNOWN"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

           COPY RUNCTLP.
           COPY JRNCHNP.
           COPY EXCPTP.
