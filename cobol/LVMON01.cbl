       IDENTIFICATION DIVISION.
       PROGRAM-ID. LVMON01.
       AUTHOR. STELEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MON-PARM-FILE ASSIGN TO "MONPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ADD-JOURNAL-FILE ASSIGN TO "ADDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-NUM
               ALTERNATE RECORD KEY IS AM-CUSTOMER-NUM WITH DUPLICATES
               FILE STATUS IS WS-BAL-STATUS.

           SELECT MON-CASE-FILE ASSIGN TO "MONCASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SRTWK05".

           SELECT MON-REPORT-FILE ASSIGN TO "MONRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT MON-EXCEPT-FILE ASSIGN TO "MONEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MON-PARM-FILE
           RECORD CONTAINS 29 CHARACTERS.
       01  MON-PARM-RECORD.
           05  MP-ITEM-LIMIT               PIC 9(7)V99.
           05  MP-DAILY-LIMIT              PIC 9(9)V99.
           05  MP-WINDOW-DAYS              PIC 9(3).
           05  MP-NEAR-PERCENT             PIC 9(3).
           05  MP-NEAR-COUNT               PIC 9(3).

       FD  ADD-JOURNAL-FILE
           RECORD CONTAINS 148 CHARACTERS.
           COPY ADDJRNL.

       FD  ACCT-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY ACCTMST.

       FD  MON-CASE-FILE
           RECORD CONTAINS 43 CHARACTERS.
       01  MON-CASE-RECORD.
           05  MC-CASE-DATE                PIC 9(8).
           05  MC-CASE-SEQ                 PIC 9(4).
           05  MC-CUSTOMER-NUM             PIC 9(6).
           05  MC-ALERT-TYPE               PIC X.
               88  MC-ALERT-ITEM            VALUE "I".
               88  MC-ALERT-DAILY           VALUE "D".
               88  MC-ALERT-STRUCTURING     VALUE "S".
           05  MC-ITEM-COUNT               PIC 9(4).
           05  MC-TOTAL-AMOUNT             PIC 9(9)V99.
           05  MC-WINDOW-START             PIC 9(8).
           05  MC-CASE-STATUS              PIC X.
               88  MC-CASE-OPEN             VALUE "O".

       SD  SORT-WORK-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01  SORT-WORK-RECORD.
           05  SW-CUSTOMER-NUM             PIC 9(6).
           05  SW-RUN-DATE                 PIC 9(8).
           05  SW-ACCT-NUM                 PIC 9(8).
           05  SW-TRANS-TYPE               PIC X.
           05  SW-AMOUNT                   PIC 9(9)V99.
           05  SW-REFERENCE                PIC X(10).
           05  SW-OPERATOR-ID              PIC X(8).

       FD  MON-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  MON-REPORT-RECORD               PIC X(80).

       FD  MON-EXCEPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EXCPT.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                  PIC XX.
       01  WS-JRNL-STATUS                  PIC XX.
       01  WS-BAL-STATUS                   PIC XX.
       01  WS-CASE-STATUS                  PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-EXCEPT-STATUS                PIC XX.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-RUNCTL-OPER-FLAG             PIC X VALUE "N".
           88  WS-RUNCTL-OPER-MISSING       VALUE "Y".
       01  WS-JRNL-EOF-FLAG                PIC X VALUE "N".
           88  WS-JRNL-EOF                 VALUE "Y".
       01  WS-CASE-EOF-FLAG                PIC X VALUE "N".
           88  WS-CASE-EOF                 VALUE "Y".
       01  WS-SORT-EOF-FLAG                PIC X VALUE "N".
           88  WS-SORT-EOF                 VALUE "Y".
       01  WS-BAL-OPEN-FAIL-FLAG           PIC X VALUE "N".
           88  WS-BAL-OPEN-FAILED           VALUE "Y".
       01  WS-BASE-AMOUNT                  PIC S9(9)V99 VALUE ZERO.
       01  WS-ACCT-FOUND-FLAG              PIC X VALUE "N".
           88  WS-ACCT-FOUND               VALUE "Y".
       01  WS-ON-CUSTOMER-FLAG             PIC X VALUE "N".
           88  WS-ON-CUSTOMER              VALUE "Y".
       01  WS-CASE-FOUND-FLAG              PIC X VALUE "N".
           88  WS-CASE-FOUND               VALUE "Y".

       01  WS-ITEM-LIMIT                   PIC 9(7)V99 VALUE 10000.00.
       01  WS-DAILY-LIMIT                  PIC 9(9)V99 VALUE 10000.00.
       01  WS-WINDOW-DAYS                  PIC 9(3) VALUE 10.
       01  WS-NEAR-PERCENT                 PIC 9(3) VALUE 90.
       01  WS-NEAR-COUNT                   PIC 9(3) VALUE 3.
       01  WS-NEAR-FLOOR                   PIC 9(7)V99 VALUE ZERO.
       01  WS-WINDOW-START                 PIC 9(8) VALUE ZERO.
       01  WS-DATE-INT                     PIC 9(8) VALUE ZERO.

       01  WS-SEEN-MAX                     PIC 9(4) VALUE 500.
       01  WS-SEEN-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-SEEN-TABLE.
           05  WS-SEEN-ENTRY OCCURS 500 TIMES
                   INDEXED BY SEEN-IDX.
               10  WS-SN-CUSTOMER-NUM      PIC 9(6).
               10  WS-SN-ALERT-TYPE        PIC X.
               10  WS-SN-CASE-DATE         PIC 9(8).
       01  WS-NEXT-CASE-SEQ                PIC 9(4) VALUE ZERO.

       01  WS-CUR-CUSTOMER                 PIC 9(6) VALUE ZERO.
       01  WS-ITEM-MAX                     PIC 9(4) VALUE 500.
       01  WS-ITEM-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-ITEM-SUB                     PIC 9(4) VALUE ZERO.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 500 TIMES.
               10  WS-IT-RUN-DATE          PIC 9(8).
               10  WS-IT-ACCT-NUM          PIC 9(8).
               10  WS-IT-TRANS-TYPE        PIC X.
               10  WS-IT-AMOUNT            PIC 9(9)V99.
               10  WS-IT-REFERENCE         PIC X(10).
               10  WS-IT-OPERATOR-ID       PIC X(8).
               10  WS-IT-TONIGHT-FLAG      PIC X.
                   88  WS-IT-TONIGHT        VALUE "Y".
               10  WS-IT-OVER-FLAG         PIC X.
                   88  WS-IT-OVER-LIMIT     VALUE "Y".
               10  WS-IT-NEAR-FLAG         PIC X.
                   88  WS-IT-NEAR-LIMIT     VALUE "Y".
       01  WS-ITEM-DROPPED-COUNT           PIC 9(4) VALUE ZERO.

       01  WS-CUST-TONIGHT-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01  WS-CUST-TONIGHT-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-CUST-WINDOW-TOTAL            PIC 9(9)V99 VALUE ZERO.
       01  WS-CUST-OVER-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-CUST-OVER-TOTAL              PIC 9(9)V99 VALUE ZERO.
       01  WS-CUST-NEAR-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-CUST-NEAR-TOTAL              PIC 9(9)V99 VALUE ZERO.
       01  WS-CUST-NEAR-TONIGHT            PIC 9(4) VALUE ZERO.

       01  WS-ALERT-TYPE                   PIC X.
           88  WS-ALERT-ITEM                VALUE "I".
           88  WS-ALERT-DAILY               VALUE "D".
           88  WS-ALERT-STRUCTURING         VALUE "S".
       01  WS-ALERT-COUNT-ITEMS            PIC 9(4) VALUE ZERO.
       01  WS-ALERT-TOTAL                  PIC 9(9)V99 VALUE ZERO.

       01  WS-JRNL-READ-COUNT              PIC 9(7) VALUE ZERO.
       01  WS-SELECTED-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-CUSTOMER-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-ITEM-ALERT-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-DAILY-ALERT-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-STRUCT-ALERT-COUNT           PIC 9(6) VALUE ZERO.
       01  WS-ALERT-TOTAL-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-SUPPRESSED-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-EXCEPT-COUNT                 PIC 9(6) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(30) VALUE
               "LARGE-VALUE MONITORING REPORT ".
           05  FILLER                      PIC X(9) VALUE
               "RUN DATE ".
           05  WS-HL-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(9) VALUE
               "  WINDOW ".
           05  WS-HL-WINDOW-START          PIC 9(8).
           05  FILLER                      PIC X(4) VALUE " TO ".
           05  WS-HL-WINDOW-END            PIC 9(8).
           05  FILLER                      PIC X(4) VALUE SPACES.

       01  WS-LIMIT-LINE.
           05  FILLER                      PIC X(11) VALUE
               "ITEM LIMIT ".
           05  WS-LL-ITEM-LIMIT            PIC Z(6)9.99.
           05  FILLER                      PIC X(14) VALUE
               "  DAILY LIMIT ".
           05  WS-LL-DAILY-LIMIT           PIC Z(8)9.99.
           05  FILLER                      PIC X(13) VALUE
               "  NEAR FLOOR ".
           05  WS-LL-NEAR-FLOOR            PIC Z(6)9.99.
           05  FILLER                      PIC X(3) VALUE " X ".
           05  WS-LL-NEAR-COUNT            PIC ZZ9.
           05  FILLER                      PIC X(4) VALUE SPACES.

       01  WS-ALERT-LINE.
           05  FILLER                      PIC X(6) VALUE "ALERT ".
           05  WS-AL-TYPE                  PIC X.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-AL-DESC                  PIC X(24).
           05  FILLER                      PIC X(6) VALUE " CUST ".
           05  WS-AL-CUSTOMER-NUM          PIC 9(6).
           05  FILLER                      PIC X(7) VALUE " ITEMS ".
           05  WS-AL-ITEMS                 PIC ZZZ9.
           05  FILLER                      PIC X(7) VALUE " TOTAL ".
           05  WS-AL-TOTAL                 PIC Z(9)9.99.
           05  FILLER                      PIC X(5) VALUE SPACES.

       01  WS-ITEM-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-IL-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(6) VALUE " ACCT ".
           05  WS-IL-ACCT-NUM              PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-IL-TRANS-TYPE            PIC X.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-IL-AMOUNT                PIC Z(7)9.99.
           05  FILLER                      PIC X(5) VALUE " REF ".
           05  WS-IL-REFERENCE             PIC X(10).
           05  FILLER                      PIC X(6) VALUE " OPER ".
           05  WS-IL-OPERATOR-ID           PIC X(8).
           05  FILLER                      PIC X(11) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(30).
           05  WS-TL-COUNT                 PIC Z(6)9.
           05  FILLER                      PIC X(43) VALUE SPACES.

           COPY EXCPTWS.

       LINKAGE SECTION.
       01  LK-LVMON01-RESULTS.
           05  LK-ALERT-COUNT              PIC 9(6).
           05  LK-SELECTED-COUNT           PIC 9(7).

       PROCEDURE DIVISION USING OPTIONAL LK-LVMON01-RESULTS.
       PROGRAM-BEGIN.
           PERFORM READ-RUN-CONTROL-RTN.
           OPEN OUTPUT MON-EXCEPT-FILE.
           IF WS-RUNCTL-OPER-MISSING
               PERFORM WRITE-OPERATOR-EXCEPTION
           END-IF.
           PERFORM READ-MON-PARM.
           PERFORM SET-WINDOW-START.
           PERFORM LOAD-RECENT-CASES.
           OPEN OUTPUT MON-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           OPEN INPUT ACCT-BAL-FILE.
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ACCT-BAL-FILE, STATUS: "
                       WS-BAL-STATUS
               MOVE "Y" TO WS-BAL-OPEN-FAIL-FLAG
           ELSE
               IF RC-PRODUCTION-MODE
                   PERFORM OPEN-CASE-EXTEND
               ELSE
                   DISPLAY "LVMON01: TEST MODE - CASES NOT RECORDED"
               END-IF
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-CUSTOMER-NUM
                   ON ASCENDING KEY SW-RUN-DATE
                   ON ASCENDING KEY SW-ACCT-NUM
                   INPUT PROCEDURE IS SELECT-WINDOW-POSTINGS
                   OUTPUT PROCEDURE IS MONITOR-CUSTOMERS
               CLOSE ACCT-BAL-FILE
               IF RC-PRODUCTION-MODE
                   CLOSE MON-CASE-FILE
               END-IF
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE MON-REPORT-FILE.
           CLOSE MON-EXCEPT-FILE.
       PROGRAM-DONE.
           DISPLAY "JOURNAL RECORDS READ:  " WS-JRNL-READ-COUNT.
           DISPLAY "POSTINGS IN WINDOW:    " WS-SELECTED-COUNT.
           DISPLAY "CUSTOMERS MONITORED:   " WS-CUSTOMER-COUNT.
           DISPLAY "ALERTS RAISED:         " WS-ALERT-TOTAL-COUNT.
           DISPLAY "ALREADY REPORTED:      " WS-SUPPRESSED-COUNT.
           DISPLAY "EXCEPTIONS WRITTEN:    " WS-EXCEPT-COUNT.
           IF ADDRESS OF LK-LVMON01-RESULTS NOT = NULL
               MOVE WS-ALERT-TOTAL-COUNT TO LK-ALERT-COUNT
               MOVE WS-SELECTED-COUNT TO LK-SELECTED-COUNT
           END-IF.
           IF WS-BAL-OPEN-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-ALERT-TOTAL-COUNT > ZERO
                       OR WS-EXCEPT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       READ-MON-PARM.
           OPEN INPUT MON-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ MON-PARM-FILE
                   NOT AT END
                       PERFORM TAKE-MON-PARM
               END-READ
               CLOSE MON-PARM-FILE
           ELSE
               DISPLAY "LVMON01: NO PARM FILE, USING DEFAULT LIMITS"
           END-IF.
           COMPUTE WS-NEAR-FLOOR ROUNDED =
               WS-ITEM-LIMIT * WS-NEAR-PERCENT / 100.

       TAKE-MON-PARM.
           IF MP-ITEM-LIMIT NUMERIC AND MP-ITEM-LIMIT > ZERO
               MOVE MP-ITEM-LIMIT TO WS-ITEM-LIMIT
           END-IF.
           IF MP-DAILY-LIMIT NUMERIC AND MP-DAILY-LIMIT > ZERO
               MOVE MP-DAILY-LIMIT TO WS-DAILY-LIMIT
           END-IF.
           IF MP-WINDOW-DAYS NUMERIC AND MP-WINDOW-DAYS > ZERO
               MOVE MP-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF.
           IF MP-NEAR-PERCENT NUMERIC AND MP-NEAR-PERCENT > ZERO
                   AND MP-NEAR-PERCENT < 100
               MOVE MP-NEAR-PERCENT TO WS-NEAR-PERCENT
           END-IF.
           IF MP-NEAR-COUNT NUMERIC AND MP-NEAR-COUNT > ZERO
               MOVE MP-NEAR-COUNT TO WS-NEAR-COUNT
           END-IF.

       SET-WINDOW-START.
           MOVE RC-RUN-DATE TO WS-WINDOW-START.
           IF RC-RUN-DATE > ZERO
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(RC-RUN-DATE)
                   - WS-WINDOW-DAYS + 1
               COMPUTE WS-WINDOW-START =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF.

       LOAD-RECENT-CASES.
           OPEN INPUT MON-CASE-FILE.
           IF WS-CASE-STATUS NOT = "00"
               MOVE "Y" TO WS-CASE-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-CASE UNTIL WS-CASE-EOF.
           IF WS-CASE-STATUS = "00" OR WS-CASE-STATUS = "10"
               CLOSE MON-CASE-FILE
           END-IF.

       LOAD-ONE-CASE.
           READ MON-CASE-FILE
               AT END
                   MOVE "Y" TO WS-CASE-EOF-FLAG
               NOT AT END
                   IF MC-CASE-DATE = RC-RUN-DATE
                           AND MC-CASE-SEQ > WS-NEXT-CASE-SEQ
                       MOVE MC-CASE-SEQ TO WS-NEXT-CASE-SEQ
                   END-IF
                   IF MC-CASE-DATE >= WS-WINDOW-START
                       IF WS-SEEN-COUNT < WS-SEEN-MAX
                           ADD 1 TO WS-SEEN-COUNT
                           SET SEEN-IDX TO WS-SEEN-COUNT
                           MOVE MC-CUSTOMER-NUM
                               TO WS-SN-CUSTOMER-NUM (SEEN-IDX)
                           MOVE MC-ALERT-TYPE
                               TO WS-SN-ALERT-TYPE (SEEN-IDX)
                           MOVE MC-CASE-DATE
                               TO WS-SN-CASE-DATE (SEEN-IDX)
                       END-IF
                   END-IF
           END-READ.

       OPEN-CASE-EXTEND.
           OPEN EXTEND MON-CASE-FILE.
           IF WS-CASE-STATUS NOT = "00"
               OPEN OUTPUT MON-CASE-FILE
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE RC-RUN-DATE TO WS-HL-RUN-DATE.
           MOVE WS-WINDOW-START TO WS-HL-WINDOW-START.
           MOVE RC-RUN-DATE TO WS-HL-WINDOW-END.
           WRITE MON-REPORT-RECORD FROM WS-HEADING-LINE.
           MOVE WS-ITEM-LIMIT TO WS-LL-ITEM-LIMIT.
           MOVE WS-DAILY-LIMIT TO WS-LL-DAILY-LIMIT.
           MOVE WS-NEAR-FLOOR TO WS-LL-NEAR-FLOOR.
           MOVE WS-NEAR-COUNT TO WS-LL-NEAR-COUNT.
           WRITE MON-REPORT-RECORD FROM WS-LIMIT-LINE.
           MOVE SPACES TO MON-REPORT-RECORD.
           WRITE MON-REPORT-RECORD.

       SELECT-WINDOW-POSTINGS.
           OPEN INPUT ADD-JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "LVMON01: NO POSTING JOURNAL, STATUS: "
                       WS-JRNL-STATUS " - NOTHING TO MONITOR"
               MOVE "Y" TO WS-JRNL-EOF-FLAG
           END-IF.
           PERFORM SELECT-ONE-POSTING UNTIL WS-JRNL-EOF.
           IF WS-JRNL-STATUS = "00" OR WS-JRNL-STATUS = "10"
               CLOSE ADD-JOURNAL-FILE
           END-IF.

       SELECT-ONE-POSTING.
           READ ADD-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-JRNL-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-JRNL-READ-COUNT
                   IF PJ-RUN-DATE >= WS-WINDOW-START
                           AND PJ-RUN-DATE <= RC-RUN-DATE
                           AND (PJ-TRANS-TYPE = "D"
                                OR PJ-TRANS-TYPE = "C"
                                OR PJ-TRANS-TYPE = "X")
                       PERFORM RELEASE-ONE-POSTING
                   END-IF
           END-READ.

       RELEASE-ONE-POSTING.
           MOVE "N" TO WS-ACCT-FOUND-FLAG.
           MOVE PJ-ACCT-NUM TO AM-ACCT-NUM.
           READ ACCT-BAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACCT-FOUND-FLAG
           END-READ.
           IF NOT WS-ACCT-FOUND
               PERFORM WRITE-NO-ACCOUNT-EXCEPTION
           ELSE
               MOVE SPACES TO SORT-WORK-RECORD
               MOVE AM-CUSTOMER-NUM TO SW-CUSTOMER-NUM
               MOVE PJ-RUN-DATE TO SW-RUN-DATE
               MOVE PJ-ACCT-NUM TO SW-ACCT-NUM
               MOVE PJ-TRANS-TYPE TO SW-TRANS-TYPE
               IF PJ-BASE-AMOUNT NUMERIC
                   MOVE PJ-BASE-AMOUNT TO WS-BASE-AMOUNT
               ELSE
                   MOVE PJ-POSTED-AMOUNT TO WS-BASE-AMOUNT
               END-IF
               IF WS-BASE-AMOUNT < ZERO
                   COMPUTE SW-AMOUNT = ZERO - WS-BASE-AMOUNT
               ELSE
                   MOVE WS-BASE-AMOUNT TO SW-AMOUNT
               END-IF
               MOVE PJ-REFERENCE TO SW-REFERENCE
               MOVE PJ-OPERATOR-ID TO SW-OPERATOR-ID
               RELEASE SORT-WORK-RECORD
               ADD 1 TO WS-SELECTED-COUNT
           END-IF.

       MONITOR-CUSTOMERS.
           PERFORM MONITOR-ONE-SORTED UNTIL WS-SORT-EOF.
           IF WS-ON-CUSTOMER
               PERFORM FINISH-ONE-CUSTOMER
           END-IF.

       MONITOR-ONE-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-FLAG
               NOT AT END
                   IF NOT WS-ON-CUSTOMER
                           OR SW-CUSTOMER-NUM NOT = WS-CUR-CUSTOMER
                       PERFORM START-ONE-CUSTOMER
                   END-IF
                   PERFORM ADD-ONE-ITEM
           END-RETURN.

       START-ONE-CUSTOMER.
           IF WS-ON-CUSTOMER
               PERFORM FINISH-ONE-CUSTOMER
           END-IF.
           MOVE "Y" TO WS-ON-CUSTOMER-FLAG.
           MOVE SW-CUSTOMER-NUM TO WS-CUR-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT.
           MOVE ZERO TO WS-ITEM-COUNT.
           MOVE ZERO TO WS-ITEM-DROPPED-COUNT.
           MOVE ZERO TO WS-CUST-TONIGHT-TOTAL.
           MOVE ZERO TO WS-CUST-TONIGHT-COUNT.
           MOVE ZERO TO WS-CUST-WINDOW-TOTAL.
           MOVE ZERO TO WS-CUST-OVER-COUNT.
           MOVE ZERO TO WS-CUST-OVER-TOTAL.
           MOVE ZERO TO WS-CUST-NEAR-COUNT.
           MOVE ZERO TO WS-CUST-NEAR-TOTAL.
           MOVE ZERO TO WS-CUST-NEAR-TONIGHT.

       ADD-ONE-ITEM.
           ADD SW-AMOUNT TO WS-CUST-WINDOW-TOTAL.
           IF WS-ITEM-COUNT < WS-ITEM-MAX
               ADD 1 TO WS-ITEM-COUNT
               MOVE SW-RUN-DATE TO WS-IT-RUN-DATE (WS-ITEM-COUNT)
               MOVE SW-ACCT-NUM TO WS-IT-ACCT-NUM (WS-ITEM-COUNT)
               MOVE SW-TRANS-TYPE TO WS-IT-TRANS-TYPE (WS-ITEM-COUNT)
               MOVE SW-AMOUNT TO WS-IT-AMOUNT (WS-ITEM-COUNT)
               MOVE SW-REFERENCE TO WS-IT-REFERENCE (WS-ITEM-COUNT)
               MOVE SW-OPERATOR-ID
                   TO WS-IT-OPERATOR-ID (WS-ITEM-COUNT)
               MOVE "N" TO WS-IT-TONIGHT-FLAG (WS-ITEM-COUNT)
               MOVE "N" TO WS-IT-OVER-FLAG (WS-ITEM-COUNT)
               MOVE "N" TO WS-IT-NEAR-FLAG (WS-ITEM-COUNT)
               IF SW-RUN-DATE = RC-RUN-DATE
                   MOVE "Y" TO WS-IT-TONIGHT-FLAG (WS-ITEM-COUNT)
                   ADD 1 TO WS-CUST-TONIGHT-COUNT
                   ADD SW-AMOUNT TO WS-CUST-TONIGHT-TOTAL
                   IF SW-AMOUNT >= WS-ITEM-LIMIT
                       MOVE "Y" TO WS-IT-OVER-FLAG (WS-ITEM-COUNT)
                       ADD 1 TO WS-CUST-OVER-COUNT
                       ADD SW-AMOUNT TO WS-CUST-OVER-TOTAL
                   END-IF
               END-IF
               IF SW-AMOUNT >= WS-NEAR-FLOOR
                       AND SW-AMOUNT < WS-ITEM-LIMIT
                   MOVE "Y" TO WS-IT-NEAR-FLAG (WS-ITEM-COUNT)
                   ADD 1 TO WS-CUST-NEAR-COUNT
                   ADD SW-AMOUNT TO WS-CUST-NEAR-TOTAL
                   IF SW-RUN-DATE = RC-RUN-DATE
                       ADD 1 TO WS-CUST-NEAR-TONIGHT
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-ITEM-DROPPED-COUNT
               IF WS-ITEM-DROPPED-COUNT = 1
                   PERFORM WRITE-ITEM-TABLE-EXCEPTION
               END-IF
           END-IF.

       FINISH-ONE-CUSTOMER.
           IF WS-CUST-OVER-COUNT > ZERO
               MOVE "I" TO WS-ALERT-TYPE
               MOVE WS-CUST-OVER-COUNT TO WS-ALERT-COUNT-ITEMS
               MOVE WS-CUST-OVER-TOTAL TO WS-ALERT-TOTAL
               PERFORM RAISE-ONE-ALERT
           END-IF.
           IF WS-CUST-TONIGHT-TOTAL >= WS-DAILY-LIMIT
               MOVE "D" TO WS-ALERT-TYPE
               MOVE WS-CUST-TONIGHT-COUNT TO WS-ALERT-COUNT-ITEMS
               MOVE WS-CUST-TONIGHT-TOTAL TO WS-ALERT-TOTAL
               PERFORM RAISE-ONE-ALERT
           END-IF.
           IF WS-CUST-NEAR-COUNT >= WS-NEAR-COUNT
                   AND WS-CUST-NEAR-TONIGHT > ZERO
               MOVE "S" TO WS-ALERT-TYPE
               MOVE WS-CUST-NEAR-COUNT TO WS-ALERT-COUNT-ITEMS
               MOVE WS-CUST-NEAR-TOTAL TO WS-ALERT-TOTAL
               PERFORM RAISE-ONE-ALERT
           END-IF.

       RAISE-ONE-ALERT.
           MOVE "N" TO WS-CASE-FOUND-FLAG.
           SET SEEN-IDX TO 1.
           SEARCH WS-SEEN-ENTRY
               AT END
                   CONTINUE
               WHEN SEEN-IDX > WS-SEEN-COUNT
                   CONTINUE
               WHEN WS-SN-CUSTOMER-NUM (SEEN-IDX) = WS-CUR-CUSTOMER
                       AND WS-SN-ALERT-TYPE (SEEN-IDX) = WS-ALERT-TYPE
                       AND (WS-ALERT-STRUCTURING
                            OR WS-SN-CASE-DATE (SEEN-IDX) = RC-RUN-DATE)
                   MOVE "Y" TO WS-CASE-FOUND-FLAG
           END-SEARCH.
           IF WS-CASE-FOUND
               ADD 1 TO WS-SUPPRESSED-COUNT
           ELSE
               ADD 1 TO WS-ALERT-TOTAL-COUNT
               EVALUATE TRUE
                   WHEN WS-ALERT-ITEM
                       ADD 1 TO WS-ITEM-ALERT-COUNT
                       MOVE "SINGLE ITEM OVER LIMIT" TO WS-AL-DESC
                   WHEN WS-ALERT-DAILY
                       ADD 1 TO WS-DAILY-ALERT-COUNT
                       MOVE "DAILY TOTAL OVER LIMIT" TO WS-AL-DESC
                   WHEN OTHER
                       ADD 1 TO WS-STRUCT-ALERT-COUNT
                       MOVE "REPEATED ITEMS UNDER LIM"
                           TO WS-AL-DESC
               END-EVALUATE
               MOVE WS-ALERT-TYPE TO WS-AL-TYPE
               MOVE WS-CUR-CUSTOMER TO WS-AL-CUSTOMER-NUM
               MOVE WS-ALERT-COUNT-ITEMS TO WS-AL-ITEMS
               MOVE WS-ALERT-TOTAL TO WS-AL-TOTAL
               WRITE MON-REPORT-RECORD FROM WS-ALERT-LINE
               PERFORM LIST-ONE-CONTRIBUTOR
                   VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               MOVE SPACES TO MON-REPORT-RECORD
               WRITE MON-REPORT-RECORD
               IF RC-PRODUCTION-MODE
                   PERFORM WRITE-CASE-RECORD
               END-IF
           END-IF.

       LIST-ONE-CONTRIBUTOR.
           IF (WS-ALERT-ITEM AND WS-IT-OVER-LIMIT (WS-ITEM-SUB))
                   OR (WS-ALERT-DAILY AND WS-IT-TONIGHT (WS-ITEM-SUB))
                   OR (WS-ALERT-STRUCTURING
                       AND WS-IT-NEAR-LIMIT (WS-ITEM-SUB))
               MOVE WS-IT-RUN-DATE (WS-ITEM-SUB) TO WS-IL-RUN-DATE
               MOVE WS-IT-ACCT-NUM (WS-ITEM-SUB) TO WS-IL-ACCT-NUM
               MOVE WS-IT-TRANS-TYPE (WS-ITEM-SUB)
                   TO WS-IL-TRANS-TYPE
               MOVE WS-IT-AMOUNT (WS-ITEM-SUB) TO WS-IL-AMOUNT
               MOVE WS-IT-REFERENCE (WS-ITEM-SUB) TO WS-IL-REFERENCE
               MOVE WS-IT-OPERATOR-ID (WS-ITEM-SUB)
                   TO WS-IL-OPERATOR-ID
               WRITE MON-REPORT-RECORD FROM WS-ITEM-LINE
           END-IF.

       WRITE-CASE-RECORD.
           ADD 1 TO WS-NEXT-CASE-SEQ.
           MOVE RC-RUN-DATE TO MC-CASE-DATE.
           MOVE WS-NEXT-CASE-SEQ TO MC-CASE-SEQ.
           MOVE WS-CUR-CUSTOMER TO MC-CUSTOMER-NUM.
           MOVE WS-ALERT-TYPE TO MC-ALERT-TYPE.
           MOVE WS-ALERT-COUNT-ITEMS TO MC-ITEM-COUNT.
           MOVE WS-ALERT-TOTAL TO MC-TOTAL-AMOUNT.
           IF WS-ALERT-STRUCTURING
               MOVE WS-WINDOW-START TO MC-WINDOW-START
           ELSE
               MOVE RC-RUN-DATE TO MC-WINDOW-START
           END-IF.
           MOVE "O" TO MC-CASE-STATUS.
           WRITE MON-CASE-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO MON-REPORT-RECORD.
           WRITE MON-REPORT-RECORD.
           MOVE "POSTINGS IN WINDOW" TO WS-TL-LABEL.
           MOVE WS-SELECTED-COUNT TO WS-TL-COUNT.
           WRITE MON-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "CUSTOMERS MONITORED" TO WS-TL-LABEL.
           MOVE WS-CUSTOMER-COUNT TO WS-TL-COUNT.
           WRITE MON-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "SINGLE-ITEM ALERTS" TO WS-TL-LABEL.
           MOVE WS-ITEM-ALERT-COUNT TO WS-TL-COUNT.
           WRITE MON-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "DAILY-AGGREGATE ALERTS" TO WS-TL-LABEL.
           MOVE WS-DAILY-ALERT-COUNT TO WS-TL-COUNT.
           WRITE MON-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "STRUCTURING ALERTS" TO WS-TL-LABEL.
           MOVE WS-STRUCT-ALERT-COUNT TO WS-TL-COUNT.
           WRITE MON-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "ALREADY REPORTED, NOT RAISED" TO WS-TL-LABEL.
           MOVE WS-SUPPRESSED-COUNT TO WS-TL-COUNT.
           WRITE MON-REPORT-RECORD FROM WS-TOTAL-LINE.

       WRITE-NO-ACCOUNT-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "LVMON01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE WS-JRNL-READ-COUNT TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "ACCT " PJ-ACCT-NUM " REF " PJ-REFERENCE
                  " NOT ON MASTER, NOT MONITORED"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-ITEM-TABLE-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "LVMON01" TO WS-EX-PROGRAM-ID.
           MOVE "E"       TO WS-EX-SEVERITY.
           MOVE WS-ITEM-MAX TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "CUST " WS-CUR-CUSTOMER
                  " TOO MANY POSTINGS, LISTING INCOMPLETE"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.
           DISPLAY "LVMON01: " WS-EX-REASON.

       WRITE-OPERATOR-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "LVMON01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE ZERO      TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "RUN CTL OPERATOR ID MISSING, DEFAULTED UNKNOWN"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

           COPY RUNCTLP.
           COPY EXCPTP.
