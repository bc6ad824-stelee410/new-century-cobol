               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-NUM
               ALTERNATE RECORD KEY IS AM-CUSTOMER-NUM WITH DUPLICATES
               FILE STATUS IS WS-BAL-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUM
               FILE STATUS IS WS-CUST-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SRTWK03".

           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT STMT-MONTH-FILE ASSIGN TO "STMCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT STMT-HELD-FILE ASSIGN TO "STMTHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.

           SELECT ADDR-COOL-FILE ASSIGN TO "ADRCOOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COOL-STATUS.

           SELECT CUST-PREF-FILE ASSIGN TO "CUSTPREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-STATUS.

           SELECT ESTMT-EXTRACT-FILE ASSIGN TO "ESTMTEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTMT-STATUS.

           SELECT STMT-MANIFEST-FILE ASSIGN TO "STMMANF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADD-JOURNAL-FILE
           RECORD CONTAINS 148 CHARACTERS.
           COPY ADDJRNL.

       FD  ACCT-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY ACCTMST.

       FD  CUST-MASTER-FILE
           COPY CUSTMST.

       SD  SORT-WORK-FILE
           RECORD CONTAINS 92 CHARACTERS.
       01  SORT-WORK-RECORD.
           05  SW-CUSTOMER-NUM             PIC 9(6).
           05  SW-COMPANY-CODE             PIC X(4).
           05  SW-POSTED-AMOUNT            PIC S9(7)V99.
           05  SW-NEW-BALANCE              PIC S9(9)V99.
           05  SW-REFERENCE                PIC X(10).
           05  SW-XFER-TEXT                PIC X(15).
           05  FILLER                      PIC X(3).

       FD  STMT-MONTH-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STMT-MONTH-RECORD               PIC X(80).

       FD  HOLD-MASTER-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY HOLDMST.

       FD  STMT-HELD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STMT-HELD-RECORD                PIC X(80).

       FD  ADDR-COOL-FILE
           RECORD CONTAINS 249 CHARACTERS.
           COPY ADRCOOL.

       FD  CUST-PREF-FILE
           RECORD CONTAINS 29 CHARACTERS.
           COPY CUSTPRF.

       FD  ESTMT-EXTRACT-FILE
           RECORD CONTAINS 120 CHARACTERS.
           COPY ESTMT.

       FD  STMT-MANIFEST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  STMT-MANIFEST-RECORD            PIC X(80).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.
       01  WS-BAL-STATUS                   PIC XX.
       01  WS-CUST-STATUS                  PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-HELD-STATUS                  PIC XX.
       01  WS-PREF-STATUS                  PIC XX.
       01  WS-ESTMT-STATUS                 PIC XX.
       01  WS-MANIFEST-STATUS              PIC XX.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-RUNCTL-OPER-FLAG             PIC X VALUE "N".
           88  WS-RUNCTL-OPER-MISSING       VALUE "Y".
           88  WS-JRNL-EOF                 VALUE "Y".
       01  WS-JRNL-OPEN-FAIL-FLAG          PIC X VALUE "N".
           88  WS-JRNL-OPEN-FAILED          VALUE "Y".
       01  WS-CUST-OPEN-FLAG               PIC X VALUE "N".
           88  WS-CUST-OPEN                VALUE "Y".
       01  WS-CUST-FOUND-FLAG              PIC X VALUE "N".
           88  WS-CUST-FOUND               VALUE "Y".
       01  WS-SORT-EOF-FLAG                PIC X VALUE "N".
           88  WS-SORT-EOF                 VALUE "Y".
       01  WS-ACCT-FOUND-FLAG              PIC X VALUE "N".
           88  WS-ACCT-FOUND               VALUE "Y".
       01  WS-PREF-EOF-FLAG                PIC X VALUE "N".
           88  WS-PREF-EOF                 VALUE "Y".
       01  WS-PREF-FULL-FLAG               PIC X VALUE "N".
           88  WS-PREF-TABLE-FULL          VALUE "Y".

       01  WS-STMT-PERIOD                  PIC 9(6) VALUE ZERO.
       01  WS-JRNL-PERIOD                  PIC 9(6) VALUE ZERO.
           05  WS-RP-DAY                   PIC 9(2).
       01  WS-JRNL-SEQUENCE                PIC 9(6) VALUE ZERO.

       01  WS-ESTMT-MAX                    PIC 9(4) VALUE 2000.
       01  WS-ESTMT-COUNT                  PIC 9(4) VALUE ZERO.
       01  WS-ESTMT-TABLE.
           05  WS-ESTMT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY ESTMT-IDX.
               10  WS-ET-CUSTOMER-NUM      PIC X(6).

       01  WS-ON-CUSTOMER-FLAG             PIC X VALUE "N".
           88  WS-ON-CUSTOMER              VALUE "Y".
       01  WS-CUST-NET-TOTAL               PIC S9(11)V99 VALUE ZERO.
       01  WS-STMT-CUST-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-TRANS-COUNT                  PIC 9(6) VALUE ZERO.
       01  WS-MAILED-STMT-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-HELD-STMT-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-STMT-HELD-FLAG               PIC X VALUE "N".
           88  WS-STMT-HELD                VALUE "Y".
       01  WS-STMT-ELECTRONIC-FLAG         PIC X VALUE "N".
           88  WS-STMT-ELECTRONIC          VALUE "Y".
       01  WS-ESTMT-STMT-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-ESTMT-RECORD-COUNT           PIC 9(8) VALUE ZERO.
       01  WS-CUST-LINE-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-STMT-LINE                    PIC X(80).

       01  WS-RUN-ACCT-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-RUN-NET-TOTAL                PIC S9(13)V99 VALUE ZERO.
       01  WS-RUN-CLOSING-TOTAL            PIC S9(13)V99 VALUE ZERO.
       01  WS-CHANNEL-SUB                  PIC 9 VALUE ZERO.
       01  WS-CHANNEL-TOTALS.
           05  WS-CHANNEL-ENTRY OCCURS 4 TIMES.
               10  WS-CH-STMT-COUNT        PIC 9(6).
               10  WS-CH-ACCT-COUNT        PIC 9(6).
               10  WS-CH-LINE-COUNT        PIC 9(6).
               10  WS-CH-NET-TOTAL         PIC S9(13)V99.
               10  WS-CH-CLOSING-TOTAL     PIC S9(13)V99.
       01  WS-MANIFEST-BAL-FLAG            PIC X VALUE "Y".
           88  WS-MANIFEST-BALANCED        VALUE "Y".

       01  WS-HELD-BANNER-LINE.
           05  FILLER                      PIC X(33) VALUE
               "STATEMENT HELD - ADDRESS CHANGED ".
           05  WS-HB-CHANGE-DATE           PIC 9(8).
           05  FILLER                      PIC X(17) VALUE
               ", COOLING-OFF TO ".
           05  WS-HB-EXPIRY-DATE           PIC 9(8).
           05  FILLER                      PIC X(14) VALUE SPACES.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(29) VALUE
           05  FILLER                      PIC X(10) VALUE
               "  BALANCE ".
           05  WS-DL-BALANCE               PIC -(10)9.99.
           05  FILLER                      PIC X(1) VALUE SPACES.
           05  WS-DL-XFER-TEXT             PIC X(15).

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

       01  WS-SUMMARY-LINE.
           05  FILLER                      PIC X(9) VALUE
               "ACCOUNTS ".
           05  WS-SU-CLOSING               PIC -(10)9.99.
           05  FILLER                      PIC X(10) VALUE SPACES.

       01  WS-CONTROL-TITLE-LINE.
           05  FILLER                      PIC X(52) VALUE
               "STATEMENT RUN CONTROL TOTALS - ALL DELIVERY CHANNELS".
           05  FILLER                      PIC X(28) VALUE SPACES.

       01  WS-CONTROL-COUNT-LINE.
           05  FILLER                      PIC X(11) VALUE
               "STATEMENTS ".
           05  WS-CC-STMT-COUNT            PIC Z(5)9.
           05  FILLER                      PIC X(11) VALUE
               "  ACCOUNTS ".
           05  WS-CC-ACCT-COUNT            PIC Z(5)9.
           05  FILLER                      PIC X(8) VALUE
               "  LINES ".
           05  WS-CC-LINE-COUNT            PIC Z(5)9.
           05  FILLER                      PIC X(32) VALUE SPACES.

       01  WS-CONTROL-AMOUNT-LINE.
           05  FILLER                      PIC X(13) VALUE
               "NET MOVEMENT ".
           05  WS-CC-NET                   PIC -(12)9.99.
           05  FILLER                      PIC X(16) VALUE
               "  TOTAL CLOSING ".
           05  WS-CC-CLOSING               PIC -(12)9.99.
           05  FILLER                      PIC X(19) VALUE SPACES.

       01  WS-CONTROL-CHANNEL-LINE.
           05  FILLER                      PIC X(8) VALUE
               "PRINTED ".
           05  WS-CC-PRINTED               PIC Z(5)9.
           05  FILLER                      PIC X(13) VALUE
               "  ELECTRONIC ".
           05  WS-CC-ELECTRONIC            PIC Z(5)9.
           05  FILLER                      PIC X(7) VALUE
               "  HELD ".
           05  WS-CC-HELD                  PIC Z(5)9.
           05  FILLER                      PIC X(34) VALUE SPACES.

       01  WS-MANIFEST-TITLE-LINE.
           05  FILLER                      PIC X(29) VALUE
               "STATEMENT DELIVERY MANIFEST  ".
           05  FILLER                      PIC X(7) VALUE
               "PERIOD ".
           05  WS-MT-PERIOD                PIC 9(6).
           05  FILLER                      PIC X(11) VALUE
               "  RUN DATE ".
           05  WS-MT-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(19) VALUE SPACES.

       01  WS-MANIFEST-COLUMN-LINE.
           05  FILLER                      PIC X(34) VALUE
               "CHANNEL        STMTS  ACCTS  LINES".
           05  FILLER                      PIC X(16) VALUE
               "    NET MOVEMENT".
           05  FILLER                      PIC X(16) VALUE
               "   TOTAL CLOSING".
           05  FILLER                      PIC X(14) VALUE SPACES.

       01  WS-MANIFEST-DETAIL-LINE.
           05  WS-MD-CHANNEL               PIC X(14).
           05  WS-MD-STMT-COUNT            PIC Z(5)9.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-MD-ACCT-COUNT            PIC Z(5)9.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-MD-LINE-COUNT            PIC Z(5)9.
           05  WS-MD-NET                   PIC -(12)9.99.
           05  WS-MD-CLOSING               PIC -(12)9.99.
           05  FILLER                      PIC X(14) VALUE SPACES.

       01  WS-MANIFEST-EXTRACT-LINE.
           05  FILLER                      PIC X(22) VALUE
               "ESTMTEXT RECORDS     ".
           05  WS-ME-RECORD-COUNT          PIC Z(7)9.
           05  FILLER                      PIC X(24) VALUE
               " PLUS ONE TRAILER RECORD".
           05  FILLER                      PIC X(26) VALUE SPACES.

       01  WS-MANIFEST-RESULT-LINE         PIC X(80).

       01  WS-NO-CUST-NAME                 PIC X(30) VALUE
               "CUSTOMER NOT ON FILE".

           COPY HOLDTB.

           COPY ADRCTB.

       LINKAGE SECTION.
       01  LK-STMT02-RESULTS.
           05  LK-CUSTOMER-COUNT           PIC 9(6).

       PROCEDURE DIVISION USING OPTIONAL LK-STMT02-RESULTS.
       PROGRAM-BEGIN.
           INITIALIZE WS-CHANNEL-TOTALS.
           PERFORM READ-RUN-CONTROL-RTN.
           PERFORM LOAD-HOLD-TABLE-RTN.
           PERFORM LOAD-COOL-TABLE-RTN.
           MOVE RC-RUN-DATE TO WS-RUN-DATE-PARTS.
           MOVE WS-RP-YEAR-MONTH TO WS-STMT-PERIOD.
           PERFORM OPEN-CUST-MASTER-FILE.
           PERFORM LOAD-ESTMT-TABLE.
           OPEN OUTPUT STMT-MONTH-FILE.
           OPEN OUTPUT STMT-HELD-FILE.
           OPEN OUTPUT ESTMT-EXTRACT-FILE.
           PERFORM OPEN-ACCT-BAL-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-CUSTOMER-NUM
           IF WS-BAL-STATUS = "00"
               CLOSE ACCT-BAL-FILE
           END-IF.
           IF WS-CUST-OPEN
               CLOSE CUST-MASTER-FILE
           END-IF.
           PERFORM WRITE-ESTMT-TRAILER.
           PERFORM WRITE-RUN-CONTROL-PAGE.
           PERFORM WRITE-DELIVERY-MANIFEST.
           CLOSE STMT-MONTH-FILE.
           CLOSE STMT-HELD-FILE.
           CLOSE ESTMT-EXTRACT-FILE.
       PROGRAM-DONE.
           DISPLAY "STATEMENT CUSTOMERS:   " WS-STMT-CUST-COUNT.
           IF WS-HELD-STMT-COUNT > ZERO
               DISPLAY "STATEMENTS HELD:       " WS-HELD-STMT-COUNT
           END-IF.
           IF WS-ESTMT-STMT-COUNT > ZERO
               DISPLAY "STATEMENTS ELECTRONIC: " WS-ESTMT-STMT-COUNT
           END-IF.
           DISPLAY "STATEMENT TRANS LINES: " WS-TRANS-COUNT.
           IF ADDRESS OF LK-STMT02-RESULTS NOT = NULL
               MOVE WS-STMT-CUST-COUNT TO LK-CUSTOMER-COUNT
           END-IF.
           IF WS-HOLD-OVERFLOWED
               DISPLAY "STMT02: HOLD TABLE FULL - FUNDS ON HOLD "
                       "UNDERSTATED"
           END-IF.
           IF NOT WS-MANIFEST-BALANCED OR WS-PREF-TABLE-FULL
                   OR WS-HOLD-OVERFLOWED
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-JRNL-OPEN-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       OPEN-CUST-MASTER-FILE.
           OPEN INPUT CUST-MASTER-FILE.
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-FLAG
           ELSE
               DISPLAY "STMT02: NO CUSTOMER MASTER, STATUS: "
                       WS-CUST-STATUS " - NAMES WILL BE MISSING"
           END-IF.

       READ-STATEMENT-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND-FLAG.
           IF WS-CUST-OPEN AND WS-CUR-CUSTOMER NOT = ZERO
               MOVE WS-CUR-CUSTOMER TO CM-CUSTOMER-NUM
               READ CUST-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CUST-FOUND-FLAG
               END-READ
           END-IF.

       LOAD-ESTMT-TABLE.
           OPEN INPUT CUST-PREF-FILE.
           IF WS-PREF-STATUS NOT = "00"
               DISPLAY "STMT02: NO PREFERENCE FILE, STATUS: "
                       WS-PREF-STATUS " - ALL STATEMENTS ON PAPER"
               MOVE "Y" TO WS-PREF-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-ESTMT-PREF UNTIL WS-PREF-EOF.
           IF WS-PREF-STATUS = "00" OR WS-PREF-STATUS = "10"
               CLOSE CUST-PREF-FILE
           END-IF.

       LOAD-ONE-ESTMT-PREF.
           READ CUST-PREF-FILE
               AT END
                   MOVE "Y" TO WS-PREF-EOF-FLAG
               NOT AT END
                   IF CP-FIELD-NAME = "FLAG-ESTMT"
                           AND CP-VALUE = "Y"
                       PERFORM ADD-ESTMT-CUSTOMER
                   END-IF
           END-READ.

       ADD-ESTMT-CUSTOMER.
           IF WS-ESTMT-COUNT < WS-ESTMT-MAX
               ADD 1 TO WS-ESTMT-COUNT
               SET ESTMT-IDX TO WS-ESTMT-COUNT
               MOVE CP-REFERENCE-KEY (5:6)
                   TO WS-ET-CUSTOMER-NUM (ESTMT-IDX)
           ELSE
               MOVE "Y" TO WS-PREF-FULL-FLAG
               DISPLAY "STMT02: E-STATEMENT TABLE FULL, "
                       CP-REFERENCE-KEY " STAYS ON PAPER"
           END-IF.

       OPEN-ACCT-BAL-FILE.
           OPEN INPUT ACCT-BAL-FILE.
           IF WS-BAL-STATUS NOT = "00"
           MOVE PJ-POSTED-AMOUNT TO SW-POSTED-AMOUNT.
           MOVE PJ-NEW-BALANCE TO SW-NEW-BALANCE.
           MOVE PJ-REFERENCE TO SW-REFERENCE.
           PERFORM SET-XFER-TEXT.
           RELEASE SORT-WORK-RECORD.

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

       FIND-ACCOUNT-OWNER.
           MOVE "N" TO WS-ACCT-FOUND-FLAG.
           IF WS-BAL-STATUS = "00"
           MOVE ZERO TO WS-CUST-ACCT-COUNT.
           MOVE ZERO TO WS-CUST-CLOSING-TOTAL.
           MOVE ZERO TO WS-CUST-NET-TOTAL.
           MOVE ZERO TO WS-CUST-LINE-COUNT.
           ADD 1 TO WS-STMT-CUST-COUNT.
           PERFORM READ-STATEMENT-CUSTOMER.
           PERFORM CHECK-STATEMENT-HELD.
           PERFORM CHECK-STATEMENT-ELECTRONIC.
           PERFORM PUT-STMT-PAGE.
           IF WS-STMT-ELECTRONIC
               PERFORM WRITE-ESTMT-HEADER
           END-IF.
           IF WS-STMT-HELD
               MOVE WS-HELD-BANNER-LINE TO WS-STMT-LINE
               PERFORM PUT-STMT-LINE
           END-IF.
           MOVE WS-STMT-PERIOD TO WS-HL-PERIOD.
           MOVE RC-RUN-DATE TO WS-HL-RUN-DATE.
           MOVE WS-HEADING-LINE TO WS-STMT-LINE.
           PERFORM PUT-STMT-LINE.
           PERFORM WRITE-BLANK-LINE.
           PERFORM WRITE-ADDRESS-BLOCK.
           PERFORM WRITE-BLANK-LINE.

       CHECK-STATEMENT-HELD.
           MOVE "N" TO WS-STMT-HELD-FLAG.
           IF WS-COOL-COUNT > ZERO AND WS-CUR-CUSTOMER NOT = ZERO
               MOVE WS-CUR-CUSTOMER TO WS-COOL-CUST-NUM
               PERFORM FIND-COOL-CASE-RTN
               IF WS-COOL-FOUND
                   MOVE "Y" TO WS-STMT-HELD-FLAG
                   MOVE WS-CC-CHANGE-DATE (COOL-IDX)
                       TO WS-HB-CHANGE-DATE
                   MOVE WS-CC-EXPIRY-DATE (COOL-IDX)
                       TO WS-HB-EXPIRY-DATE
                   DISPLAY "STMT02: STATEMENT FOR CUSTOMER "
                           WS-CUR-CUSTOMER
                           " HELD, ADDRESS CHANGE COOLING-OFF"
               END-IF
           END-IF.

       CHECK-STATEMENT-ELECTRONIC.
           MOVE "N" TO WS-STMT-ELECTRONIC-FLAG.
           IF NOT WS-STMT-HELD AND WS-ESTMT-COUNT > ZERO
                   AND WS-CUR-CUSTOMER NOT = ZERO
               SET ESTMT-IDX TO 1
               SEARCH WS-ESTMT-ENTRY
                   AT END
                       CONTINUE
                   WHEN ESTMT-IDX > WS-ESTMT-COUNT
                       CONTINUE
                   WHEN WS-ET-CUSTOMER-NUM (ESTMT-IDX)
                           = WS-CUR-CUSTOMER
                       MOVE "Y" TO WS-STMT-ELECTRONIC-FLAG
               END-SEARCH
           END-IF.

       PUT-STMT-PAGE.
           MOVE SPACES TO WS-STMT-LINE.
           EVALUATE TRUE
               WHEN WS-STMT-HELD
                   ADD 1 TO WS-HELD-STMT-COUNT
                   IF WS-HELD-STMT-COUNT = 1
                       WRITE STMT-HELD-RECORD FROM WS-STMT-LINE
                           AFTER ADVANCING 1 LINE
                   ELSE
                       WRITE STMT-HELD-RECORD FROM WS-STMT-LINE
                           AFTER ADVANCING PAGE
                   END-IF
               WHEN WS-STMT-ELECTRONIC
                   ADD 1 TO WS-ESTMT-STMT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-MAILED-STMT-COUNT
                   IF WS-MAILED-STMT-COUNT = 1
                       WRITE STMT-MONTH-RECORD FROM WS-STMT-LINE
                           AFTER ADVANCING 1 LINE
                   ELSE
                       WRITE STMT-MONTH-RECORD FROM WS-STMT-LINE
                           AFTER ADVANCING PAGE
                   END-IF
           END-EVALUATE.

       PUT-STMT-LINE.
           EVALUATE TRUE
               WHEN WS-STMT-HELD
                   WRITE STMT-HELD-RECORD FROM WS-STMT-LINE
                       AFTER ADVANCING 1 LINE
               WHEN WS-STMT-ELECTRONIC
                   CONTINUE
               WHEN OTHER
                   WRITE STMT-MONTH-RECORD FROM WS-STMT-LINE
                       AFTER ADVANCING 1 LINE
           END-EVALUATE.

       WRITE-ADDRESS-BLOCK.
           IF WS-CUST-FOUND
               PERFORM WRITE-KNOWN-ADDRESS
           ELSE
               MOVE WS-NO-CUST-NAME TO WS-STMT-LINE
               PERFORM PUT-STMT-LINE
           END-IF.

       WRITE-KNOWN-ADDRESS.
           MOVE CM-CUSTOMER-NAME TO WS-STMT-LINE.
           PERFORM PUT-STMT-LINE.
           IF CM-ADDRESS-LINE-1 NOT = SPACES
               MOVE CM-ADDRESS-LINE-1 TO WS-STMT-LINE
               PERFORM PUT-STMT-LINE
           END-IF.
           IF CM-ADDRESS-LINE-2 NOT = SPACES
               MOVE CM-ADDRESS-LINE-2 TO WS-STMT-LINE
               PERFORM PUT-STMT-LINE
           END-IF.
           IF CM-CITY-STATE-ZIP NOT = SPACES
               MOVE CM-CITY-STATE-ZIP TO WS-STMT-LINE
               PERFORM PUT-STMT-LINE
           END-IF.

       START-ACCOUNT-SECTION.
           MOVE SW-ACCT-NUM TO WS-CUR-ACCT-NUM.
           MOVE SW-COMPANY-CODE TO WS-CUR-COMPANY.
           ADD 1 TO WS-CUST-ACCT-COUNT.
           ADD 1 TO WS-RUN-ACCT-COUNT.
           MOVE SW-ACCT-NUM TO WS-AL-ACCT-NUM.
           MOVE SW-COMPANY-CODE TO WS-AL-COMPANY.
           MOVE WS-ACCOUNT-LINE TO WS-STMT-LINE.
           PERFORM PUT-STMT-LINE.
           MOVE SW-PRIOR-BALANCE TO WS-OL-BALANCE.
           MOVE WS-OPENING-LINE TO WS-STMT-LINE.
           PERFORM PUT-STMT-LINE.
           IF WS-STMT-ELECTRONIC
               PERFORM WRITE-ESTMT-ACCOUNT
           END-IF.

       WRITE-DETAIL-LINE.
           ADD 1 TO WS-TRANS-COUNT.
           MOVE SW-REFERENCE TO WS-DL-REFERENCE.
           MOVE SW-POSTED-AMOUNT TO WS-DL-AMOUNT.
           MOVE SW-NEW-BALANCE TO WS-DL-BALANCE.
           MOVE SW-XFER-TEXT TO WS-DL-XFER-TEXT.
           MOVE WS-DETAIL-LINE TO WS-STMT-LINE.
           PERFORM PUT-STMT-LINE.
           IF WS-STMT-ELECTRONIC
               PERFORM WRITE-ESTMT-DETAIL
           END-IF.
           MOVE SW-NEW-BALANCE TO WS-CUR-CLOSING-BAL.
           ADD SW-POSTED-AMOUNT TO WS-CUST-NET-TOTAL.
           ADD SW-POSTED-AMOUNT TO WS-RUN-NET-TOTAL.
           ADD 1 TO WS-CUST-LINE-COUNT.

       WRITE-CLOSING-LINE.
           MOVE WS-CUR-CLOSING-BAL TO WS-CL-BALANCE.
           MOVE WS-CLOSING-LINE TO WS-STMT-LINE.
           PERFORM PUT-STMT-LINE.
           PERFORM WRITE-AVAILABLE-LINES.
           IF WS-STMT-ELECTRONIC
               PERFORM WRITE-ESTMT-CLOSING
           END-IF.
           ADD WS-CUR-CLOSING-BAL TO WS-CUST-CLOSING-TOTAL.
           ADD WS-CUR-CLOSING-BAL TO WS-RUN-CLOSING-TOTAL.
           MOVE "N" TO WS-ON-ACCOUNT-FLAG.

       WRITE-CUSTOMER-SUMMARY.
           MOVE WS-CUST-ACCT-COUNT TO WS-SU-ACCT-COUNT.
           MOVE WS-CUST-NET-TOTAL TO WS-SU-NET.
           MOVE WS-CUST-CLOSING-TOTAL TO WS-SU-CLOSING.
           MOVE WS-SUMMARY-LINE TO WS-STMT-LINE.
           PERFORM PUT-STMT-LINE.
           IF WS-STMT-ELECTRONIC
               PERFORM WRITE-ESTMT-TOTAL
           END-IF.
           PERFORM ADD-CHANNEL-TOTALS.

       ADD-CHANNEL-TOTALS.
           EVALUATE TRUE
               WHEN WS-STMT-HELD
                   MOVE 3 TO WS-CHANNEL-SUB
               WHEN WS-STMT-ELECTRONIC
                   MOVE 2 TO WS-CHANNEL-SUB
               WHEN OTHER
                   MOVE 1 TO WS-CHANNEL-SUB
           END-EVALUATE.
           ADD 1 TO WS-CH-STMT-COUNT (WS-CHANNEL-SUB).
           ADD WS-CUST-ACCT-COUNT TO WS-CH-ACCT-COUNT (WS-CHANNEL-SUB).
           ADD WS-CUST-LINE-COUNT TO WS-CH-LINE-COUNT (WS-CHANNEL-SUB).
           ADD WS-CUST-NET-TOTAL TO WS-CH-NET-TOTAL (WS-CHANNEL-SUB).
           ADD WS-CUST-CLOSING-TOTAL
               TO WS-CH-CLOSING-TOTAL (WS-CHANNEL-SUB).

       WRITE-BLANK-LINE.
           MOVE SPACES TO WS-STMT-LINE.
           PERFORM PUT-STMT-LINE.

       WRITE-AVAILABLE-LINES.
           MOVE WS-CUR-ACCT-NUM TO WS-HOLD-ACCT-NUM.
           PERFORM SUM-ACCOUNT-HOLDS-RTN.
           COMPUTE WS-AVAILABLE-BAL =
               WS-CUR-CLOSING-BAL - WS-HELD-AMOUNT.
           MOVE WS-HELD-AMOUNT TO WS-HD-LINE-AMOUNT.
           MOVE WS-HELD-LINE TO WS-STMT-LINE.
           PERFORM PUT-STMT-LINE.
           MOVE WS-AVAILABLE-BAL TO WS-AV-BALANCE.
           MOVE WS-AVAILABLE-LINE TO WS-STMT-LINE.
           PERFORM PUT-STMT-LINE.

       WRITE-ESTMT-HEADER.
           MOVE SPACES TO ESTMT-RECORD.
           SET ES-STATEMENT-HEADER TO TRUE.
           IF WS-CUST-FOUND
               MOVE CM-CUSTOMER-NAME TO ES-H-NAME
           ELSE
               MOVE WS-NO-CUST-NAME TO ES-H-NAME
           END-IF.
           MOVE RC-RUN-DATE TO ES-H-RUN-DATE.
           PERFORM PUT-ESTMT-RECORD.

       WRITE-ESTMT-ACCOUNT.
           MOVE SPACES TO ESTMT-RECORD.
           SET ES-ACCOUNT-HEADER TO TRUE.
           MOVE SW-ACCT-NUM TO ES-A-ACCT-NUM.
           MOVE SW-COMPANY-CODE TO ES-A-COMPANY-CODE.
           MOVE SW-PRIOR-BALANCE TO ES-A-OPENING-BAL.
           PERFORM PUT-ESTMT-RECORD.

       WRITE-ESTMT-DETAIL.
           MOVE SPACES TO ESTMT-RECORD.
           SET ES-DETAIL-LINE TO TRUE.
           MOVE SW-ACCT-NUM TO ES-D-ACCT-NUM.
           MOVE SW-RUN-DATE TO ES-D-POST-DATE.
           MOVE SW-TRANS-TYPE TO ES-D-TRANS-TYPE.
           MOVE SW-REFERENCE TO ES-D-REFERENCE.
           MOVE SW-POSTED-AMOUNT TO ES-D-AMOUNT.
           MOVE SW-NEW-BALANCE TO ES-D-BALANCE.
           MOVE SW-XFER-TEXT TO ES-D-XFER-TEXT.
           PERFORM PUT-ESTMT-RECORD.

       WRITE-ESTMT-CLOSING.
           MOVE SPACES TO ESTMT-RECORD.
           SET ES-ACCOUNT-CLOSING TO TRUE.
           MOVE WS-CUR-ACCT-NUM TO ES-C-ACCT-NUM.
           MOVE WS-CUR-CLOSING-BAL TO ES-C-CLOSING-BAL.
           MOVE WS-HELD-AMOUNT TO ES-C-HELD-AMOUNT.
           MOVE WS-AVAILABLE-BAL TO ES-C-AVAILABLE-BAL.
           PERFORM PUT-ESTMT-RECORD.

       WRITE-ESTMT-TOTAL.
           MOVE SPACES TO ESTMT-RECORD.
           SET ES-CUSTOMER-TOTAL TO TRUE.
           MOVE WS-CUST-ACCT-COUNT TO ES-T-ACCT-COUNT.
           MOVE WS-CUST-LINE-COUNT TO ES-T-LINE-COUNT.
           MOVE WS-CUST-NET-TOTAL TO ES-T-NET-TOTAL.
           MOVE WS-CUST-CLOSING-TOTAL TO ES-T-CLOSING-TOTAL.
           PERFORM PUT-ESTMT-RECORD.

       PUT-ESTMT-RECORD.
           MOVE WS-CUR-CUSTOMER TO ES-CUSTOMER-NUM.
           MOVE WS-STMT-PERIOD TO ES-STMT-PERIOD.
           WRITE ESTMT-RECORD.
           ADD 1 TO WS-ESTMT-RECORD-COUNT.

       WRITE-ESTMT-TRAILER.
           MOVE SPACES TO ESTMT-RECORD.
           SET ES-FILE-TRAILER TO TRUE.
           MOVE ZERO TO ES-CUSTOMER-NUM.
           MOVE WS-STMT-PERIOD TO ES-STMT-PERIOD.
           MOVE WS-CH-STMT-COUNT (2) TO ES-Z-STMT-COUNT.
           MOVE WS-ESTMT-RECORD-COUNT TO ES-Z-RECORD-COUNT.
           MOVE WS-CH-NET-TOTAL (2) TO ES-Z-NET-TOTAL.
           MOVE WS-CH-CLOSING-TOTAL (2) TO ES-Z-CLOSING-TOTAL.
           WRITE ESTMT-RECORD.

       WRITE-RUN-CONTROL-PAGE.
           MOVE SPACES TO WS-STMT-LINE.
           IF WS-MAILED-STMT-COUNT = ZERO
               WRITE STMT-MONTH-RECORD FROM WS-STMT-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE STMT-MONTH-RECORD FROM WS-STMT-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE STMT-MONTH-RECORD FROM WS-CONTROL-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-STMT-PERIOD TO WS-HL-PERIOD.
           MOVE RC-RUN-DATE TO WS-HL-RUN-DATE.
           WRITE STMT-MONTH-RECORD FROM WS-HEADING-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-STMT-CUST-COUNT TO WS-CC-STMT-COUNT.
           MOVE WS-RUN-ACCT-COUNT TO WS-CC-ACCT-COUNT.
           MOVE WS-TRANS-COUNT TO WS-CC-LINE-COUNT.
           WRITE STMT-MONTH-RECORD FROM WS-CONTROL-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-RUN-NET-TOTAL TO WS-CC-NET.
           MOVE WS-RUN-CLOSING-TOTAL TO WS-CC-CLOSING.
           WRITE STMT-MONTH-RECORD FROM WS-CONTROL-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE WS-MAILED-STMT-COUNT TO WS-CC-PRINTED.
           MOVE WS-ESTMT-STMT-COUNT TO WS-CC-ELECTRONIC.
           MOVE WS-HELD-STMT-COUNT TO WS-CC-HELD.
           WRITE STMT-MONTH-RECORD FROM WS-CONTROL-CHANNEL-LINE
               AFTER ADVANCING 1 LINE.

       WRITE-DELIVERY-MANIFEST.
           INITIALIZE WS-CHANNEL-ENTRY (4).
           PERFORM SUM-ONE-CHANNEL
               VARYING WS-CHANNEL-SUB FROM 1 BY 1
               UNTIL WS-CHANNEL-SUB > 3.
           PERFORM CHECK-MANIFEST-BALANCE.
           OPEN OUTPUT STMT-MANIFEST-FILE.
           MOVE WS-STMT-PERIOD TO WS-MT-PERIOD.
           MOVE RC-RUN-DATE TO WS-MT-RUN-DATE.
           WRITE STMT-MANIFEST-RECORD FROM WS-MANIFEST-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           WRITE STMT-MANIFEST-RECORD FROM WS-MANIFEST-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "PAPER" TO WS-MD-CHANNEL.
           MOVE 1 TO WS-CHANNEL-SUB.
           PERFORM WRITE-MANIFEST-CHANNEL.
           MOVE "ELECTRONIC" TO WS-MD-CHANNEL.
           MOVE 2 TO WS-CHANNEL-SUB.
           PERFORM WRITE-MANIFEST-CHANNEL.
           MOVE "HELD" TO WS-MD-CHANNEL.
           MOVE 3 TO WS-CHANNEL-SUB.
           PERFORM WRITE-MANIFEST-CHANNEL.
           MOVE "ALL CHANNELS" TO WS-MD-CHANNEL.
           MOVE 4 TO WS-CHANNEL-SUB.
           PERFORM WRITE-MANIFEST-CHANNEL.
           MOVE "STMCRPT TOTALS" TO WS-MD-CHANNEL.
           MOVE WS-STMT-CUST-COUNT TO WS-MD-STMT-COUNT.
           MOVE WS-RUN-ACCT-COUNT TO WS-MD-ACCT-COUNT.
           MOVE WS-TRANS-COUNT TO WS-MD-LINE-COUNT.
           MOVE WS-RUN-NET-TOTAL TO WS-MD-NET.
           MOVE WS-RUN-CLOSING-TOTAL TO WS-MD-CLOSING.
           WRITE STMT-MANIFEST-RECORD FROM WS-MANIFEST-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE WS-ESTMT-RECORD-COUNT TO WS-ME-RECORD-COUNT.
           WRITE STMT-MANIFEST-RECORD FROM WS-MANIFEST-EXTRACT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WS-MANIFEST-RESULT-LINE.
           IF WS-MANIFEST-BALANCED
               MOVE "BALANCED - EVERY CUSTOMER HAS ONE STATEMENT"
                   TO WS-MANIFEST-RESULT-LINE
           ELSE
               MOVE "OUT OF BALANCE - CHANNELS DISAGREE WITH STMCRPT"
                   TO WS-MANIFEST-RESULT-LINE
               DISPLAY "STMT02: DELIVERY MANIFEST OUT OF BALANCE"
           END-IF.
           WRITE STMT-MANIFEST-RECORD FROM WS-MANIFEST-RESULT-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE STMT-MANIFEST-FILE.

       SUM-ONE-CHANNEL.
           ADD WS-CH-STMT-COUNT (WS-CHANNEL-SUB)
               TO WS-CH-STMT-COUNT (4).
           ADD WS-CH-ACCT-COUNT (WS-CHANNEL-SUB)
               TO WS-CH-ACCT-COUNT (4).
           ADD WS-CH-LINE-COUNT (WS-CHANNEL-SUB)
               TO WS-CH-LINE-COUNT (4).
           ADD WS-CH-NET-TOTAL (WS-CHANNEL-SUB)
               TO WS-CH-NET-TOTAL (4).
           ADD WS-CH-CLOSING-TOTAL (WS-CHANNEL-SUB)
               TO WS-CH-CLOSING-TOTAL (4).

       CHECK-MANIFEST-BALANCE.
           MOVE "Y" TO WS-MANIFEST-BAL-FLAG.
           IF WS-CH-STMT-COUNT (4) NOT = WS-STMT-CUST-COUNT
                   OR WS-CH-ACCT-COUNT (4) NOT = WS-RUN-ACCT-COUNT
                   OR WS-CH-LINE-COUNT (4) NOT = WS-TRANS-COUNT
                   OR WS-CH-NET-TOTAL (4) NOT = WS-RUN-NET-TOTAL
                   OR WS-CH-CLOSING-TOTAL (4) NOT = WS-RUN-CLOSING-TOTAL
               MOVE "N" TO WS-MANIFEST-BAL-FLAG
           END-IF.
           IF WS-CH-STMT-COUNT (1) NOT = WS-MAILED-STMT-COUNT
                   OR WS-CH-STMT-COUNT (2) NOT = WS-ESTMT-STMT-COUNT
                   OR WS-CH-STMT-COUNT (3) NOT = WS-HELD-STMT-COUNT
               MOVE "N" TO WS-MANIFEST-BAL-FLAG
           END-IF.

       WRITE-MANIFEST-CHANNEL.
           MOVE WS-CH-STMT-COUNT (WS-CHANNEL-SUB) TO WS-MD-STMT-COUNT.
           MOVE WS-CH-ACCT-COUNT (WS-CHANNEL-SUB) TO WS-MD-ACCT-COUNT.
           MOVE WS-CH-LINE-COUNT (WS-CHANNEL-SUB) TO WS-MD-LINE-COUNT.
           MOVE WS-CH-NET-TOTAL (WS-CHANNEL-SUB) TO WS-MD-NET.
           MOVE WS-CH-CLOSING-TOTAL (WS-CHANNEL-SUB) TO WS-MD-CLOSING.
           WRITE STMT-MANIFEST-RECORD FROM WS-MANIFEST-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           COPY RUNCTLP.
           COPY HOLDTBP.
           COPY ADRCTBP.
