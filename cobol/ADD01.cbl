               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-NUM
               ALTERNATE RECORD KEY IS AM-CUSTOMER-NUM WITH DUPLICATES
               FILE STATUS IS WS-BAL-STATUS.

           SELECT ACCT-BAL-COPY-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AC-ACCT-NUM
               ALTERNATE RECORD KEY IS AC-CUSTOMER-NUM WITH DUPLICATES
               FILE STATUS IS WS-COPY-STATUS.

           SELECT ACCT-BAL-SEQ-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AS-ACCT-NUM
               ALTERNATE RECORD KEY IS AS-CUSTOMER-NUM WITH DUPLICATES
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT SORT-HV-FILE ASSIGN TO "SRTWKHV".
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-STATUS.

           SELECT ADD-ACK-FILE ASSIGN TO "ADDACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.

           SELECT ADD-JOURNAL-FILE ASSIGN TO "ADDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT JOURNAL-CONTROL-FILE ASSIGN TO "JRNLCTL"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-JC-RRN
               FILE STATUS IS WS-JC-STATUS.

           SELECT SHADOW-JOURNAL-FILE ASSIGN TO "ADDJRNLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHJRNL-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.

           SELECT ADDR-COOL-FILE ASSIGN TO "ADRCOOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COOL-STATUS.

           SELECT ADDR-COOL-PARM-FILE ASSIGN TO "ADRCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CPARM-STATUS.

           SELECT ACCT-PERIOD-FILE ASSIGN TO "ACCTPERD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT CYCLE-CONTROL-FILE ASSIGN TO "ADDCYCLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADD-TRANS-FILE
           RECORD CONTAINS 45 CHARACTERS.
           COPY ADDTRN.

       FD  ADD-EXCEPT-FILE
           05  CK-EXCEPT-COUNT              PIC 9(6).

       FD  ACCT-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY ACCTMST.

       FD  ACCT-BAL-COPY-FILE
           RECORD CONTAINS 71 CHARACTERS.
       01  ACCT-BAL-COPY-RECORD.
           05  AC-ACCT-NUM                 PIC 9(8).
           05  AC-COMPANY-CODE             PIC X(4).
           05  AC-CUSTOMER-NUM             PIC 9(6).
           05  AC-MASTER-DATA              PIC X(53).

       FD  ACCT-BAL-SEQ-FILE
           RECORD CONTAINS 71 CHARACTERS.
       01  ACCT-SEQ-RECORD.
           05  AS-ACCT-NUM                 PIC 9(8).
           05  AS-COMPANY-CODE             PIC X(4).
           05  AS-CUSTOMER-NUM             PIC 9(6).
           05  AS-MASTER-DATA              PIC X(53).

       SD  SORT-HV-FILE
           RECORD CONTAINS 61 CHARACTERS.
       01  SORT-HV-RECORD.
           05  SH-ACCT-KEY                 PIC X(8).
           05  SH-SEQUENCE                 PIC 9(6).
           05  SH-BATCH-SUB                PIC 9(2).
           05  SH-DETAIL                   PIC X(45).

       FD  SHADOW-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
       01  SHADOW-MASTER-RECORD.
           05  SB-ACCT-NUM                 PIC 9(8).
           05  SB-MASTER-DATA              PIC X(63).

       FD  SHADOW-JOURNAL-FILE
           RECORD CONTAINS 148 CHARACTERS.
       01  SHADOW-JOURNAL-RECORD           PIC X(148).

       FD  ADD-SUSPENSE-FILE
           RECORD CONTAINS 83 CHARACTERS.
           COPY ADDSUS.

       FD  ADD-WAREHOUSE-FILE
           RECORD CONTAINS 53 CHARACTERS.
           COPY ADDWHS.

       FD  ADD-ACK-FILE
           RECORD CONTAINS 152 CHARACTERS.
           COPY ADDACK.

       FD  ADD-JOURNAL-FILE
           RECORD CONTAINS 148 CHARACTERS.
           COPY ADDJRNL.

       FD  JOURNAL-CONTROL-FILE
           RECORD CONTAINS 44 CHARACTERS.
           COPY JRNCTL.

       FD  ADD-RERUN-FILE
           RECORD CONTAINS 3 CHARACTERS.
       01  ADD-RERUN-RECORD                PIC X(3).
           RECORD CONTAINS 41 CHARACTERS.
           COPY OPERMST.

       FD  HOLD-MASTER-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY HOLDMST.

       FD  FX-RATE-FILE
           RECORD CONTAINS 22 CHARACTERS.
           COPY FXRATE.

       FD  ADDR-COOL-FILE
           RECORD CONTAINS 249 CHARACTERS.
           COPY ADRCOOL.

       FD  ADDR-COOL-PARM-FILE
           RECORD CONTAINS 12 CHARACTERS.
           COPY ADRCPRM.

       FD  ACCT-PERIOD-FILE
           RECORD CONTAINS 17 CHARACTERS.
           COPY ACCTPER.

       FD  BATCH-REGISTRY-FILE
           RECORD CONTAINS 17 CHARACTERS.
       01  BATCH-REGISTRY-RECORD.
           05  BR-BATCH-NUM                PIC 9(6).
           05  BR-RUN-DATE                 PIC 9(8).
           05  BR-STATUS                   PIC X.
               88  BR-BATCH-POSTED          VALUE "P".
               88  BR-BATCH-REJECTED        VALUE "R".
           05  BR-CYCLE-NUM                PIC 9(2).

       FD  RUN-HIST-FILE
           RECORD CONTAINS 23 CHARACTERS.
           COPY RUNHST.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.

       FD  CYCLE-CONTROL-FILE
           RECORD CONTAINS 6 CHARACTERS.
           COPY CYCCTL.

       WORKING-STORAGE SECTION.
       01  WS-POST-AMOUNT                  PIC S9(7)V99.
       01  WS-EDIT-AMOUNT                  PIC -(9)9.99.
           05  WS-BATCH-ENTRY OCCURS 50 TIMES.
               10  WS-BT-BATCH-NUM         PIC 9(6).
               10  WS-BT-BATCH-DATE        PIC 9(8).
               10  WS-BT-CAPTURE-TIME      PIC 9(4).
               10  WS-BT-DTL-COUNT         PIC 9(6).
               10  WS-BT-DTL-HASH          PIC 9(12).
               10  WS-BT-DTL-AMT           PIC S9(9)V99.
               10  WS-BT-TRL-AMT           PIC S9(9)V99.
               10  WS-BT-HAVE-TRL-FLAG     PIC X.
               10  WS-BT-REJECT-FLAG       PIC X.
               10  WS-BT-SOURCE-SYSTEM     PIC X(4).
               10  WS-BT-REJECT-REASON     PIC X(30).
               10  WS-BT-POST-COUNT        PIC 9(6).
               10  WS-BT-POST-AMT          PIC S9(9)V99.
               10  WS-BT-SUSP-COUNT        PIC 9(6).
               10  WS-BT-SUSP-AMT          PIC S9(9)V99.
               10  WS-BT-WHSE-COUNT        PIC 9(6).
               10  WS-BT-WHSE-AMT          PIC S9(9)V99.
               10  WS-BT-REFER-COUNT       PIC 9(6).
               10  WS-BT-REFER-AMT         PIC S9(9)V99.
               10  WS-BT-REJ-COUNT         PIC 9(6).
               10  WS-BT-REJ-AMT           PIC S9(9)V99.
       01  WS-SORT-PASS-FLAG               PIC X VALUE "N".
       01  WS-SEQ-SUB                      PIC 9(2) VALUE ZERO.
       01  WS-SEQ-HOLD                     PIC 9(6) VALUE ZERO.
               10  WS-RG-BATCH-NUM         PIC 9(6).
               10  WS-RG-RUN-DATE          PIC 9(8).
               10  WS-RG-STATUS            PIC X.
               10  WS-RG-CYCLE-NUM         PIC 9(2).

       01  WS-CHECKPOINT-INTERVAL          PIC 9(3) VALUE 50.
       01  WS-RESTART-POINT                PIC 9(6) VALUE ZERO.
           88  WS-COPY-EOF                 VALUE "Y".
       01  WS-SHADOW-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-JRNL-STATUS                  PIC XX.
           COPY JRNCHN.
       01  WS-PRIOR-BALANCE                PIC S9(9)V99 VALUE ZERO.
       01  WS-ACCT-REJECT-FLAG             PIC X VALUE "N".
           88  WS-ACCT-REJECTED            VALUE "Y".
           88  WS-DUP-RUN                  VALUE "Y".
       01  WS-RUN-REFUSED-FLAG             PIC X VALUE "N".
           88  WS-RUN-REFUSED              VALUE "Y".
       01  WS-CYCLE-STATUS                 PIC XX.
       01  WS-CYCLE-BAD-FLAG               PIC X VALUE "N".
           88  WS-CYCLE-CARD-BAD           VALUE "Y".
       01  WS-LATER-CYCLE-FLAG             PIC X VALUE "N".
           88  WS-LATER-CYCLE-POSTED       VALUE "Y".
       01  WS-HIST-CYCLE-NUM               PIC 9(2) VALUE ZERO.
       01  WS-DEFERRED-COUNT               PIC 9(2) VALUE ZERO.
       01  WS-EARLIER-CYCLE-COUNT          PIC 9(2) VALUE ZERO.
       01  WS-SUSP-STATUS                  PIC XX.
       01  WS-SUSP-EOF-FLAG                PIC X VALUE "N".
           88  WS-SUSP-EOF                 VALUE "Y".
       01  WS-SUSP-TABLE.
           05  WS-SUSP-ENTRY OCCURS 500 TIMES
                   INDEXED BY SUSP-IDX.
               10  WS-SP-DETAIL            PIC X(45).
               10  WS-SP-REASON            PIC X(30).
               10  WS-SP-ORIG-DATE         PIC 9(8).
               10  WS-SP-CLEAR-FLAG        PIC X.
       01  WS-REFERRED-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-CREDIT-LIMIT                 PIC S9(6)V99 VALUE ZERO.
       01  WS-PROJECTED-BALANCE            PIC S9(11)V99 VALUE ZERO.
       01  WS-HOLD-FLOOR                   PIC S9(11)V99 VALUE ZERO.

       01  WS-REFER-HEADING.
           05  FILLER                      PIC X(24) VALUE
           05  FILLER                      PIC X(5) VALUE "  BAL".
           05  WS-RF-BALANCE               PIC -(9)9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.

       01  WS-COOL-REFER-LINE.
           05  FILLER                      PIC X(5) VALUE "ACCT ".
           05  WS-CR-ACCT-NUM              PIC 9(8).
           05  FILLER                      PIC X(5) VALUE " REF ".
           05  WS-CR-REFERENCE             PIC X(10).
           05  FILLER                      PIC X(5) VALUE "  AMT".
           05  WS-CR-AMOUNT                PIC -(7)9.99.
           05  FILLER                      PIC X(19) VALUE
               "  COOLING-OFF CUST ".
           05  WS-CR-CUSTOMER-NUM          PIC 9(6).
           05  FILLER                      PIC X(11) VALUE SPACES.
       01  WS-CPARM-STATUS                 PIC XX.
       01  WS-COOL-DEBIT-LIMIT             PIC 9(7)V99 VALUE 1000.00.
       01  WS-COOL-ABS-AMOUNT              PIC 9(9)V99 VALUE ZERO.
       01  WS-FORCE-DENIED-FLAG            PIC X VALUE "N".
           88  WS-FORCE-DENIED             VALUE "Y".
       01  WS-APPR-STATUS                  PIC XX.
       01  WS-APPR-MAX                     PIC 9(3) VALUE 200.
       01  WS-APPR-COUNT                   PIC 9(3) VALUE ZERO.
       01  WS-APPR-SUB                     PIC 9(3) VALUE ZERO.
       01  WS-APPR-ABS-AMOUNT              PIC 9(9)V99 VALUE ZERO.
       01  WS-APPR-TABLE.
           05  WS-APPR-ENTRY OCCURS 200 TIMES
                   INDEXED BY APPR-IDX.
       01  WS-WHSE-OPEN-FLAG               PIC X VALUE "N".
           88  WS-WHSE-OPENED              VALUE "Y".
       01  WS-WAREHOUSED-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-ACK-STATUS                   PIC XX.
       01  WS-ACK-OPEN-FLAG                PIC X VALUE "N".
           88  WS-ACK-OPENED               VALUE "Y".
       01  WS-ACK-COUNT                    PIC 9(6) VALUE ZERO.
       01  WS-ACK-BATCH-SUB                PIC 9(2) VALUE ZERO.
       01  WS-ACK-DEFAULT-SOURCE           PIC X(4) VALUE "BRCH".
       01  WS-ACK-ITEM-STATUS              PIC X VALUE SPACE.
           88  WS-ACK-ITEM-POSTED          VALUE "P".
           88  WS-ACK-ITEM-WAREHOUSED      VALUE "W".
           88  WS-ACK-ITEM-SUSPENDED       VALUE "S".
           88  WS-ACK-ITEM-REFERRED        VALUE "F".
       01  WS-ACK-ITEM-REASON              PIC X(30) VALUE SPACES.
       01  WS-ACK-AMOUNT                   PIC S9(7)V99 VALUE ZERO.
       01  WS-ACK-DONE-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-ACK-FAIL-COUNT               PIC 9(7) VALUE ZERO.
       01  WS-PERIOD-STATUS                PIC XX.
       01  WS-PERIOD-EOF-FLAG              PIC X VALUE "N".
           88  WS-PERIOD-EOF               VALUE "Y".
       01  WS-HV-CKPT-DUE-FLAG             PIC X VALUE "N".
           88  WS-HV-CKPT-DUE              VALUE "Y".
       01  WS-HV-CKPT-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-HV-REOPENED-FLAG             PIC X VALUE "N".
           88  WS-HV-REOPENED              VALUE "Y".
       01  WS-XFER-PENDING-FLAG            PIC X VALUE "N".
           88  WS-XFER-PENDING             VALUE "Y".
       01  WS-XFER-PAIRED-FLAG             PIC X VALUE "N".
           88  WS-XFER-PAIRED              VALUE "Y".
       01  WS-XFER-ACTIVE-FLAG             PIC X VALUE "N".
           88  WS-XFER-ACTIVE              VALUE "Y".
       01  WS-XFER-REJECT-FLAG             PIC X VALUE "N".
           88  WS-XFER-REJECTED            VALUE "Y".
       01  WS-XFER-SUSPEND-FLAG            PIC X VALUE "N".
           88  WS-XFER-SUSPEND             VALUE "Y".
       01  WS-XFER-SUSP-REASON             PIC X(30).
       01  WS-XFER-COUNT                   PIC 9(6) VALUE ZERO.
       01  WS-XFER-FROM-ACCT               PIC 9(8) VALUE ZERO.
       01  WS-XFER-TO-ACCT                 PIC 9(8) VALUE ZERO.
       01  WS-XFER-FROM-AMOUNT             PIC S9(7)V99 VALUE ZERO.
       01  WS-XFER-TO-AMOUNT               PIC S9(7)V99 VALUE ZERO.
       01  WS-XFER-NEW-BALANCE             PIC S9(9)V99 VALUE ZERO.
       01  WS-XFER-FROM-MASTER             PIC X(71).
       01  WS-XFER-TO-MASTER               PIC X(71).
       01  WS-XFER-HOLD-RECORD             PIC X(45).
       01  WS-XFER-FROM-DETAIL             PIC X(45).
       01  WS-XFER-TO-DETAIL.
           05  WS-XT-RECORD-TYPE           PIC X.
           05  WS-XT-COMPANY-CODE          PIC X(4).
           05  WS-XT-ACCT-NUM              PIC 9(8).
           05  WS-XT-TRANS-DATE            PIC 9(8).
           05  WS-XT-TRANS-TYPE            PIC X.
           05  WS-XT-AMOUNT                PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05  WS-XT-REFERENCE             PIC X(10).
           05  WS-XT-CURRENCY-CODE         PIC X(3).
       01  WS-FX-POSTING.
           05  WS-FX-ACCT-CCY              PIC X(3).
           05  WS-FX-TRANS-CCY             PIC X(3).
           05  WS-FX-TRANS-AMOUNT          PIC S9(7)V99.
           05  WS-FX-ACCT-RATE             PIC 9(5)V9(6).
           05  WS-FX-TRANS-RATE            PIC 9(5)V9(6).
           05  WS-FX-APPLIED-RATE          PIC 9(5)V9(6).
           05  WS-FX-BASE-AMOUNT           PIC S9(9)V99.
       01  WS-XFER-FROM-FX                 PIC X(59).
       01  WS-XFER-TO-FX                   PIC X(59).
       01  WS-FX-XFER-CCY                  PIC X(3) VALUE SPACES.
       01  WS-XFER-FROM-BASE               PIC S9(9)V99 VALUE ZERO.
       01  WS-FX-KEYED-RATE                PIC 9(5)V9(6) VALUE ZERO.
       01  WS-HV-XFER-MAX                  PIC 9(3) VALUE 200.
       01  WS-HV-XFER-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-HV-XFER-SUB                  PIC 9(3) VALUE ZERO.
       01  WS-HV-XFER-TABLE.
           05  WS-HV-XFER-ENTRY OCCURS 200 TIMES.
               10  WS-HX-FROM-DETAIL       PIC X(45).
               10  WS-HX-TO-DETAIL         PIC X(45).
               10  WS-HX-BATCH-SUB         PIC 9(2).
           COPY YNEDIT.

           COPY OPAUTH.

           COPY HOLDTB.

           COPY FXRTB.

           COPY ADRCTB.

           COPY EXCPTWS.

       LINKAGE SECTION.
           IF WS-WAREHOUSED-COUNT > ZERO
               DISPLAY "ITEMS WAREHOUSED:   " WS-WAREHOUSED-COUNT
           END-IF.
           IF WS-ACK-COUNT > ZERO
               DISPLAY "ACKNOWLEDGMENTS:    " WS-ACK-COUNT
           END-IF.
           IF WS-XFER-COUNT > ZERO
               DISPLAY "TRANSFERS POSTED:   " WS-XFER-COUNT
           END-IF.
           IF WS-DEFERRED-COUNT > ZERO
               DISPLAY "BATCHES AFTER CUTOFF, HELD: "
                       WS-DEFERRED-COUNT
           END-IF.
           IF WS-EARLIER-CYCLE-COUNT > ZERO
               DISPLAY "BATCHES POSTED BY AN EARLIER CYCLE: "
                       WS-EARLIER-CYCLE-COUNT
           END-IF.
           IF WS-HOLD-OVERFLOWED
               DISPLAY "HOLD TABLE FULL - ALL DEBITS REFERRED"
           END-IF.
           MOVE WS-GRAND-TOTAL TO WS-EDIT-AMOUNT.
           DISPLAY "NET AMOUNT POSTED: " WS-EDIT-AMOUNT.
           IF ADDRESS OF LK-ADD01-RESULTS NOT = NULL
           PERFORM LOAD-CHECKPOINT.
           PERFORM OPEN-EXCEPT-FILE.
           PERFORM OPEN-REFER-FILE.
           IF RC-PRODUCTION-MODE
               PERFORM OPEN-ACK-FILE
           END-IF.
           IF WS-RUNCTL-OPER-MISSING
               PERFORM WRITE-OPERATOR-EXCEPTION
           END-IF.
           IF WS-FORCE-DENIED
               PERFORM WRITE-AUTH-EXCEPTION
           END-IF.
           PERFORM READ-CYCLE-CONTROL-RTN.
           IF WS-CYCLE-CARD-BAD
               MOVE "Y" TO WS-RUN-REFUSED-FLAG
               PERFORM WRITE-CYCLE-CARD-EXCEPTION
           ELSE
               PERFORM CHECK-RUN-HISTORY
           END-IF.
           IF RC-PRODUCTION-MODE
               PERFORM LOAD-BATCH-REGISTRY
           END-IF.
               PERFORM LOAD-SUSPENSE-TABLE
           END-IF.
           PERFORM LOAD-PERIOD-TABLE.
           PERFORM LOAD-HOLD-TABLE-RTN.
           PERFORM LOAD-FX-RATE-TABLE-RTN.
           PERFORM LOAD-COOL-TABLE-RTN.
           IF WS-COOL-COUNT > ZERO
               PERFORM READ-COOLING-LIMIT
           END-IF.
           PERFORM READ-APPROVAL-THRESHOLD.
           PERFORM LOAD-APPROVAL-TABLE.

                       "DUAL APPROVAL NOT ENFORCED"
           END-IF.

       READ-COOLING-LIMIT.
           OPEN INPUT ADDR-COOL-PARM-FILE.
           IF WS-CPARM-STATUS = "00"
               READ ADDR-COOL-PARM-FILE
                   NOT AT END
                       IF AR-DEBIT-LIMIT NUMERIC
                               AND AR-DEBIT-LIMIT > ZERO
                           MOVE AR-DEBIT-LIMIT TO WS-COOL-DEBIT-LIMIT
                       END-IF
               END-READ
               CLOSE ADDR-COOL-PARM-FILE
           ELSE
               MOVE WS-COOL-DEBIT-LIMIT TO WS-EDIT-AMOUNT
               DISPLAY "ADD01: NO COOLING-OFF PARM, DEBIT LIMIT "
                       WS-EDIT-AMOUNT
           END-IF.

       LOAD-APPROVAL-TABLE.
           OPEN INPUT ADD-APPROVAL-FILE.
           IF WS-APPR-STATUS NOT = "00"
               PERFORM SCAN-RUN-HISTORY UNTIL WS-HIST-EOF
               CLOSE RUN-HIST-FILE
           END-IF.
           IF (WS-DUP-RUN OR WS-LATER-CYCLE-POSTED)
                   AND RC-PRODUCTION-MODE
               IF WS-FORCE-RERUN
                   DISPLAY "ADD01: RUN DATE " RC-RUN-DATE
                           " CYCLE " CY-CYCLE-NUM
                           " ALREADY POSTED, FORCE RERUN IN EFFECT"
               ELSE
                   MOVE "Y" TO WS-RUN-REFUSED-FLAG
                   PERFORM WRITE-DUP-RUN-EXCEPTION
                   IF WS-DUP-RUN
                       DISPLAY "ADD01: RUN DATE " RC-RUN-DATE
                               " COMPANY " RC-COMPANY-CODE
                               " CYCLE " CY-CYCLE-NUM
                               " ALREADY POSTED, NOTHING POSTED - "
                               "SET ADDRERUN TO FORCE"
                   ELSE
                       DISPLAY "ADD01: RUN DATE " RC-RUN-DATE
                               " COMPANY " RC-COMPANY-CODE
                               " HAS A LATER CYCLE THAN "
                               CY-CYCLE-NUM
                               " POSTED, NOTHING POSTED - "
                               "SET ADDRERUN TO FORCE"
                   END-IF
               END-IF
           END-IF.

                   IF RH-RUN-DATE = RC-RUN-DATE
                           AND RH-COMPANY-CODE = RC-COMPANY-CODE
                           AND RH-RUN-POSTED
                       PERFORM NOTE-POSTED-CYCLE
                   END-IF
           END-READ.

       NOTE-POSTED-CYCLE.
           IF RH-CYCLE-NUM NUMERIC AND RH-CYCLE-NUM > ZERO
               MOVE RH-CYCLE-NUM TO WS-HIST-CYCLE-NUM
           ELSE
               MOVE 99 TO WS-HIST-CYCLE-NUM
           END-IF.
           IF WS-HIST-CYCLE-NUM = CY-CYCLE-NUM
               MOVE "Y" TO WS-DUP-RUN-FLAG
           ELSE
               IF WS-HIST-CYCLE-NUM > CY-CYCLE-NUM
                   MOVE "Y" TO WS-LATER-CYCLE-FLAG
               END-IF
           END-IF.

       WRITE-DUP-RUN-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "ADD01"   TO WS-EX-PROGRAM-ID.
           MOVE "E"       TO WS-EX-SEVERITY.
           MOVE ZERO      TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           IF WS-DUP-RUN
               STRING "RUN " RC-RUN-DATE " CO " RC-COMPANY-CODE
                      " CYCLE " CY-CYCLE-NUM " ALREADY POSTED"
                      DELIMITED BY SIZE INTO WS-EX-REASON
           ELSE
               STRING "RUN " RC-RUN-DATE " CO " RC-COMPANY-CODE
                      " CYCLE " CY-CYCLE-NUM " OUT OF ORDER"
                      DELIMITED BY SIZE INTO WS-EX-REASON
           END-IF.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-CYCLE-CARD-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "ADD01"   TO WS-EX-PROGRAM-ID.
           MOVE "E"       TO WS-EX-SEVERITY.
           MOVE ZERO      TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "ADDCYCLE CARD INVALID, RUN REFUSED"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

               IF WS-JRNL-STATUS NOT = "00"
                   OPEN OUTPUT ADD-JOURNAL-FILE
               END-IF
               MOVE "ADD01" TO WS-JC-PROGRAM-ID
               PERFORM OPEN-JOURNAL-CONTROL-RTN
           END-IF.

       SET-SHADOW-FILES.
                           PERFORM TALLY-BATCH-TRAILER
                       WHEN AT-BATCH-DETAIL
                           PERFORM TALLY-BATCH-DETAIL
                       WHEN AT-TRANSFER-TO-LEG
                           PERFORM TALLY-BATCH-DETAIL
                       WHEN OTHER
                           PERFORM REJECT-CURRENT-BATCH-REC
                   END-EVALUATE
                   TO WS-BATCH-REASON
               PERFORM WRITE-BATCH-EXCEPTION
               MOVE "Y" TO WS-BT-REJECT-FLAG (WS-CUR-BATCH-SUB)
               PERFORM NOTE-CURRENT-REJECT-REASON
           END-IF.
           IF WS-BATCH-COUNT < WS-BATCH-MAX
               ADD 1 TO WS-BATCH-COUNT
                   TO WS-BT-BATCH-NUM (WS-CUR-BATCH-SUB)
               MOVE BH-BATCH-DATE
                   TO WS-BT-BATCH-DATE (WS-CUR-BATCH-SUB)
               IF BH-CAPTURE-TIME NUMERIC
                   MOVE BH-CAPTURE-TIME
                       TO WS-BT-CAPTURE-TIME (WS-CUR-BATCH-SUB)
               END-IF
               IF BH-SOURCE-SYSTEM = SPACES
                   MOVE WS-ACK-DEFAULT-SOURCE
                       TO WS-BT-SOURCE-SYSTEM (WS-CUR-BATCH-SUB)
               ELSE
                   MOVE BH-SOURCE-SYSTEM
                       TO WS-BT-SOURCE-SYSTEM (WS-CUR-BATCH-SUB)
               END-IF
               MOVE "N" TO WS-BT-HAVE-TRL-FLAG (WS-CUR-BATCH-SUB)
               MOVE "N" TO WS-BT-REJECT-FLAG (WS-CUR-BATCH-SUB)
               MOVE "Y" TO WS-IN-BATCH-FLAG
                   TO WS-BATCH-REASON
               PERFORM WRITE-BATCH-EXCEPTION
               MOVE "Y" TO WS-BT-REJECT-FLAG (WS-CUR-BATCH-SUB)
               PERFORM NOTE-CURRENT-REJECT-REASON
           ELSE
               MOVE ZERO TO WS-BATCH-NUM
               MOVE "UNKNOWN RECORD TYPE IN FILE"
               MOVE "Y" TO WS-BATCH-REJECT-FLAG
           END-IF.

       NOTE-CURRENT-REJECT-REASON.
           IF WS-BT-REJECT-REASON (WS-CUR-BATCH-SUB) = SPACES
               MOVE WS-BATCH-REASON
                   TO WS-BT-REJECT-REASON (WS-CUR-BATCH-SUB)
           END-IF.

       BALANCE-BATCH-TOTALS.
           IF WS-BATCH-COUNT = ZERO
               MOVE ZERO TO WS-BATCH-NUM
                   TO WS-BATCH-REASON
               PERFORM WRITE-BATCH-EXCEPTION
               MOVE "Y" TO WS-BT-REJECT-FLAG (WS-CUR-BATCH-SUB)
               PERFORM NOTE-CURRENT-REJECT-REASON
               MOVE "N" TO WS-IN-BATCH-FLAG
           END-IF.
           IF WS-ORPHAN-DTL-COUNT > ZERO
               UNTIL WS-BATCH-SUB > WS-BATCH-COUNT.
           PERFORM CHECK-BATCH-SEQUENCE.
           IF WS-POSTABLE-COUNT = ZERO
               IF WS-DEFERRED-COUNT > ZERO
                       OR WS-EARLIER-CYCLE-COUNT > ZERO
                   MOVE "Y" TO WS-EOF-FLAG
                   DISPLAY "ADD01: NO BATCH DUE IN CYCLE "
                           CY-CYCLE-NUM ", NOTHING POSTED"
               ELSE
                   MOVE "Y" TO WS-BATCH-REJECT-FLAG
                   DISPLAY "ADD01: NO BALANCED BATCH IN FILE, "
                           "NOTHING POSTED - SEE EXCEPTION REPORT"
               END-IF
           ELSE
               DISPLAY "ADD01: " WS-POSTABLE-COUNT
                       " OF " WS-BATCH-COUNT

       BALANCE-ONE-BATCH.
           MOVE WS-BT-BATCH-NUM (WS-BATCH-SUB) TO WS-BATCH-NUM.
           IF WS-BT-REJECT-FLAG (WS-BATCH-SUB) = "N"
               PERFORM CHECK-BATCH-CUTOFF
           END-IF.
           IF WS-BT-REJECT-FLAG (WS-BATCH-SUB) = "N"
               IF WS-BT-HAVE-TRL-FLAG (WS-BATCH-SUB) NOT = "Y"
                   MOVE "BATCH TRAILER RECORD MISSING"
           IF WS-BT-REJECT-FLAG (WS-BATCH-SUB) = "N"
               PERFORM CHECK-REGISTRY-DUPLICATE
           END-IF.
           EVALUATE WS-BT-REJECT-FLAG (WS-BATCH-SUB)
               WHEN "N"
                   ADD 1 TO WS-POSTABLE-COUNT
                   DISPLAY "ADD01: BATCH "
                           WS-BT-BATCH-NUM (WS-BATCH-SUB)
                           " DATE " WS-BT-BATCH-DATE (WS-BATCH-SUB)
                           " BALANCED, "
                           WS-BT-DTL-COUNT (WS-BATCH-SUB) " DETAILS"
               WHEN "D"
                   CONTINUE
               WHEN "E"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ADD01: BATCH "
                           WS-BT-BATCH-NUM (WS-BATCH-SUB)
                           " REJECTED, ITS DETAILS NOT POSTED - "
                           "SEE EXCEPTION REPORT"
           END-EVALUATE.

       CHECK-BATCH-CUTOFF.
           IF NOT CY-END-OF-DAY-CYCLE
                   AND WS-BT-CAPTURE-TIME (WS-BATCH-SUB)
                       > CY-CUTOFF-TIME
               MOVE "D" TO WS-BT-REJECT-FLAG (WS-BATCH-SUB)
               ADD 1 TO WS-DEFERRED-COUNT
               DISPLAY "ADD01: BATCH "
                       WS-BT-BATCH-NUM (WS-BATCH-SUB)
                       " CAPTURED "
                       WS-BT-CAPTURE-TIME (WS-BATCH-SUB)
                       " AFTER CUTOFF " CY-CUTOFF-TIME
                       ", HELD FOR A LATER CYCLE"
           END-IF.

       REJECT-ONE-BATCH.
           MOVE "Y" TO WS-BT-REJECT-FLAG (WS-BATCH-SUB).
           IF WS-BT-REJECT-REASON (WS-BATCH-SUB) = SPACES
               MOVE WS-BATCH-REASON
                   TO WS-BT-REJECT-REASON (WS-BATCH-SUB)
           END-IF.
           PERFORM WRITE-BATCH-EXCEPTION.

       CHECK-REGISTRY-DUPLICATE.
                   MOVE "Y" TO WS-REG-FOUND-FLAG
           END-SEARCH.
           IF WS-REG-FOUND
               IF WS-RG-RUN-DATE (REG-IDX) NOT = RC-RUN-DATE
                   MOVE "BATCH ALREADY POSTED, DUP SEND"
                       TO WS-BATCH-REASON
                   PERFORM REJECT-ONE-BATCH
               ELSE
                   IF WS-RG-CYCLE-NUM (REG-IDX) NOT = CY-CYCLE-NUM
                       MOVE "E" TO WS-BT-REJECT-FLAG (WS-BATCH-SUB)
                       ADD 1 TO WS-EARLIER-CYCLE-COUNT
                       DISPLAY "ADD01: BATCH "
                               WS-BT-BATCH-NUM (WS-BATCH-SUB)
                               " ALREADY POSTED IN CYCLE "
                               WS-RG-CYCLE-NUM (REG-IDX)
                               " TODAY, SKIPPED"
                   END-IF
               END-IF
           END-IF.

       CHECK-BATCH-SEQUENCE.
                       MOVE BR-RUN-DATE
                           TO WS-RG-RUN-DATE (REG-IDX)
                       MOVE BR-STATUS TO WS-RG-STATUS (REG-IDX)
                       IF BR-CYCLE-NUM NUMERIC AND BR-CYCLE-NUM > ZERO
                           MOVE BR-CYCLE-NUM
                               TO WS-RG-CYCLE-NUM (REG-IDX)
                       ELSE
                           MOVE 99 TO WS-RG-CYCLE-NUM (REG-IDX)
                       END-IF
                   ELSE
                       DISPLAY "ADD01: BATCH REGISTRY TABLE FULL, "
                               "DUPLICATE CHECK INCOMPLETE"
           CLOSE BATCH-REGISTRY-FILE.

       REGISTER-ONE-BATCH.
           IF WS-BT-REJECT-FLAG (WS-BATCH-SUB) = "N"
                   OR WS-BT-REJECT-FLAG (WS-BATCH-SUB) = "Y"
               PERFORM REGISTER-BATCH-FOR-CYCLE
           END-IF.

       REGISTER-BATCH-FOR-CYCLE.
           MOVE "N" TO WS-REG-FOUND-FLAG.
           SET REG-IDX TO 1.
           SEARCH WS-REG-ENTRY
               WHEN WS-RG-BATCH-NUM (REG-IDX)
                           = WS-BT-BATCH-NUM (WS-BATCH-SUB)
                       AND WS-RG-RUN-DATE (REG-IDX) = RC-RUN-DATE
                       AND WS-RG-CYCLE-NUM (REG-IDX) = CY-CYCLE-NUM
                   MOVE "Y" TO WS-REG-FOUND-FLAG
           END-SEARCH.
           IF NOT WS-REG-FOUND
               MOVE WS-BT-BATCH-NUM (WS-BATCH-SUB)
                   TO BR-BATCH-NUM
               MOVE RC-RUN-DATE TO BR-RUN-DATE
               MOVE CY-CYCLE-NUM TO BR-CYCLE-NUM
               IF WS-BT-REJECT-FLAG (WS-BATCH-SUB) = "N"
                   MOVE "P" TO BR-STATUS
               ELSE
               END-IF
           END-IF.

       OPEN-ACK-FILE.
           IF WS-FIRST-PASS AND NOT WS-RESUMING
               OPEN OUTPUT ADD-ACK-FILE
           ELSE
               OPEN EXTEND ADD-ACK-FILE
               IF WS-ACK-STATUS NOT = "00"
                   OPEN OUTPUT ADD-ACK-FILE
               END-IF
           END-IF.
           MOVE "Y" TO WS-ACK-OPEN-FLAG.

       OPEN-ACCT-BAL-FILE.
           IF RC-TEST-MODE
               OPEN I-O SHADOW-BAL-FILE
           READ ADD-TRANS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
                   PERFORM CHECK-UNPAIRED-TRANSFER
               NOT AT END
                   IF NOT AT-TRANSFER-TO-LEG
                       PERFORM CHECK-UNPAIRED-TRANSFER
                   END-IF
                   EVALUATE TRUE
                       WHEN AT-BATCH-HEADER
                           PERFORM NOTE-PASS-BATCH-HEADER
                       WHEN AT-BATCH-DETAIL
                           IF WS-PASS-BATCH-POSTABLE
                               IF AT-TYPE-TRANSFER
                                   PERFORM NOTE-TRANSFER-FROM-LEG
                               ELSE
                                   PERFORM PROCESS-ONE-TRANSACTION
                               END-IF
                           END-IF
                       WHEN AT-TRANSFER-TO-LEG
                           IF WS-PASS-BATCH-POSTABLE
                               PERFORM PAIR-TRANSFER-TO-LEG
                               IF WS-XFER-PAIRED
                                   PERFORM PROCESS-ONE-TRANSFER
                               END-IF
                           END-IF
                       WHEN OTHER
                           CONTINUE

       NOTE-PASS-BATCH-HEADER.
           ADD 1 TO WS-PASS-BATCH-SUB.
           MOVE WS-PASS-BATCH-SUB TO WS-ACK-BATCH-SUB.
           MOVE "N" TO WS-PASS-POSTABLE-FLAG.
           IF WS-PASS-BATCH-SUB <= WS-BATCH-COUNT
               EVALUATE WS-BT-REJECT-FLAG (WS-PASS-BATCH-SUB)
                   WHEN "N"
                       MOVE "Y" TO WS-PASS-POSTABLE-FLAG
                   WHEN "Y"
                       DISPLAY "ADD01: SKIPPING DETAILS OF REJECTED "
                               "BATCH "
                               WS-BT-BATCH-NUM (WS-PASS-BATCH-SUB)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       PROCESS-ONE-TRANSACTION.
               DISPLAY "TRANS " WS-RECORD-COUNT
                       ": ALREADY POSTED BEFORE RESTART, SKIPPED"
           ELSE
               PERFORM START-ACK-ITEM
               PERFORM EDIT-ONE-TRANSACTION
               IF NOT WS-OTHER-CO-LISTED
                   ADD 1 TO WS-COMPANY-RECORD-COUNT
                   PERFORM SET-POSTING-AMOUNT
                   PERFORM UPDATE-ACCOUNT-BALANCE
               END-IF
               PERFORM ACK-ONE-ITEM
               IF FUNCTION MOD(WS-RECORD-COUNT WS-CHECKPOINT-INTERVAL)
                       = 0
                   PERFORM SAVE-CHECKPOINT
               END-IF
           END-IF.

       NOTE-TRANSFER-FROM-LEG.
           MOVE ADD-TRANS-RECORD TO WS-XFER-FROM-DETAIL.
           MOVE "Y" TO WS-XFER-PENDING-FLAG.

       PAIR-TRANSFER-TO-LEG.
           MOVE "N" TO WS-XFER-PAIRED-FLAG.
           IF WS-XFER-PENDING
               MOVE "N" TO WS-XFER-PENDING-FLAG
               MOVE "Y" TO WS-XFER-PAIRED-FLAG
               MOVE ADD-TRANS-RECORD TO WS-XFER-TO-DETAIL
           ELSE
               MOVE "TRANSFER FROM-LEG MISSING" TO WS-EDIT-REASON
               PERFORM WRITE-TRANS-EXCEPTION
               PERFORM ACK-UNPROCESSED-ITEM
           END-IF.

       CHECK-UNPAIRED-TRANSFER.
           IF WS-XFER-PENDING
               MOVE "N" TO WS-XFER-PENDING-FLAG
               MOVE ADD-TRANS-RECORD TO WS-XFER-HOLD-RECORD
               MOVE WS-XFER-FROM-DETAIL TO ADD-TRANS-RECORD
               MOVE "TRANSFER TO-LEG RECORD MISSING" TO WS-EDIT-REASON
               PERFORM WRITE-TRANS-EXCEPTION
               PERFORM ACK-UNPROCESSED-ITEM
               MOVE WS-XFER-HOLD-RECORD TO ADD-TRANS-RECORD
           END-IF.

       PROCESS-ONE-TRANSFER.
           ADD 2 TO WS-RECORD-COUNT.
           MOVE WS-XFER-FROM-DETAIL TO ADD-TRANS-RECORD.
           IF WS-RESUMING AND WS-RECORD-COUNT <= WS-RESTART-POINT
               DISPLAY "TRANS " WS-RECORD-COUNT
                       ": TRANSFER ALREADY POSTED BEFORE RESTART, "
                       "SKIPPED"
           ELSE
               PERFORM START-ACK-ITEM
               PERFORM EDIT-ONE-TRANSACTION
               IF NOT WS-OTHER-CO-LISTED
                   ADD 2 TO WS-COMPANY-RECORD-COUNT
               END-IF
               IF WS-TRANS-VALID
                   PERFORM POST-TRANSFER-PAIR
               END-IF
               PERFORM ACK-TRANSFER-PAIR
               IF FUNCTION MOD(WS-RECORD-COUNT WS-CHECKPOINT-INTERVAL)
                       < 2
                   PERFORM SAVE-CHECKPOINT
               END-IF
           END-IF.

       EDIT-TRANSFER-TO-LEG.
           IF WS-XT-ACCT-NUM (1:4) = SPACES
                   AND WS-XT-ACCT-NUM (5:4) NUMERIC
               MOVE "0000" TO WS-XT-ACCT-NUM (1:4)
           END-IF.
           IF WS-XT-ACCT-NUM NOT NUMERIC
               MOVE "N" TO WS-TRANS-VALID-FLAG
               MOVE "TRANSFER TO-ACCOUNT NOT NUMERIC"
                   TO WS-EDIT-REASON
               PERFORM WRITE-TRANS-EXCEPTION
           ELSE
               IF WS-XT-COMPANY-CODE NOT = AT-COMPANY-CODE
                   MOVE "N" TO WS-TRANS-VALID-FLAG
                   MOVE "TRANSFER ACROSS COMPANIES" TO WS-EDIT-REASON
                   PERFORM WRITE-TRANS-EXCEPTION
               ELSE
                   IF WS-XT-ACCT-NUM = AT-ACCT-NUM
                       MOVE "N" TO WS-TRANS-VALID-FLAG
                       MOVE "TRANSFER TO SAME ACCOUNT"
                           TO WS-EDIT-REASON
                       PERFORM WRITE-TRANS-EXCEPTION
                   ELSE
                       IF WS-XT-TRANS-TYPE NOT = "X"
                               OR WS-XT-TRANS-DATE NOT = AT-TRANS-DATE
                               OR WS-XT-AMOUNT NOT = AT-AMOUNT
                               OR WS-XT-REFERENCE NOT = AT-REFERENCE
                               OR WS-XT-CURRENCY-CODE
                                   NOT = AT-CURRENCY-CODE
                           MOVE "N" TO WS-TRANS-VALID-FLAG
                           MOVE "TRANSFER LEGS DO NOT AGREE"
                               TO WS-EDIT-REASON
                           PERFORM WRITE-TRANS-EXCEPTION
                       ELSE
                           IF AT-AMOUNT NOT > ZERO
                               MOVE "N" TO WS-TRANS-VALID-FLAG
                               MOVE "TRANSFER AMOUNT NOT POSITIVE"
                                   TO WS-EDIT-REASON
                               PERFORM WRITE-TRANS-EXCEPTION
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       POST-TRANSFER-PAIR.
           MOVE "Y" TO WS-XFER-ACTIVE-FLAG.
           MOVE "N" TO WS-XFER-REJECT-FLAG.
           MOVE "N" TO WS-XFER-SUSPEND-FLAG.
           MOVE AT-ACCT-NUM TO WS-XFER-FROM-ACCT.
           MOVE WS-XT-ACCT-NUM TO WS-XFER-TO-ACCT.
           MOVE SPACES TO WS-FX-XFER-CCY.
           PERFORM CHECK-TRANSFER-LEG.
           IF NOT WS-ACCT-REJECTED
               MOVE ACCT-MASTER-RECORD TO WS-XFER-FROM-MASTER
               MOVE WS-POST-AMOUNT TO WS-XFER-FROM-AMOUNT
               MOVE WS-FX-POSTING TO WS-XFER-FROM-FX
               MOVE WS-FX-TRANS-CCY TO WS-FX-XFER-CCY
               MOVE WS-FX-BASE-AMOUNT TO WS-XFER-FROM-BASE
           END-IF.
           MOVE WS-XFER-TO-DETAIL TO ADD-TRANS-RECORD.
           PERFORM CHECK-TRANSFER-LEG.
           IF NOT WS-ACCT-REJECTED
               MOVE ACCT-MASTER-RECORD TO WS-XFER-TO-MASTER
               MOVE WS-POST-AMOUNT TO WS-XFER-TO-AMOUNT
               COMPUTE WS-FX-BASE-AMOUNT = ZERO - WS-XFER-FROM-BASE
               MOVE WS-FX-POSTING TO WS-XFER-TO-FX
           END-IF.
           MOVE "N" TO WS-XFER-ACTIVE-FLAG.
           MOVE WS-XFER-FROM-DETAIL TO ADD-TRANS-RECORD.
           IF WS-XFER-REJECTED
               MOVE "TRANSFER NOT POSTED, BOTH LEGS" TO WS-EDIT-REASON
               PERFORM WRITE-TRANS-EXCEPTION
               IF WS-XFER-SUSPEND
                   PERFORM SUSPEND-TRANSFER-PAIR
               END-IF
           ELSE
               PERFORM POST-TRANSFER-LEGS
           END-IF.

       CHECK-TRANSFER-LEG.
           PERFORM SET-POSTING-AMOUNT.
           MOVE "N" TO WS-ACCT-REJECT-FLAG.
           PERFORM READ-MASTER-BY-KEY.
           IF WS-ACCT-REJECTED
               MOVE "ACCOUNT NOT ON MASTER" TO WS-EDIT-REASON
               PERFORM WRITE-TRANS-EXCEPTION
               PERFORM SUSPEND-REJECTED-ITEM
           END-IF.
           PERFORM CHECK-ACCOUNT-POSTABLE.
           IF NOT WS-ACCT-REJECTED
               COMPUTE WS-XFER-NEW-BALANCE = AM-BALANCE + WS-POST-AMOUNT
                   ON SIZE ERROR
                       MOVE "Y" TO WS-ACCT-REJECT-FLAG
                       PERFORM WRITE-OVERFLOW-EXCEPTION
               END-COMPUTE
           END-IF.
           IF WS-ACCT-REJECTED
               MOVE "Y" TO WS-XFER-REJECT-FLAG
           END-IF.

       POST-TRANSFER-LEGS.
           MOVE WS-XFER-FROM-MASTER TO ACCT-MASTER-RECORD.
           MOVE WS-XFER-FROM-AMOUNT TO WS-POST-AMOUNT.
           MOVE WS-XFER-FROM-FX TO WS-FX-POSTING.
           PERFORM POST-TO-ACCOUNT.
           MOVE WS-XFER-TO-DETAIL TO ADD-TRANS-RECORD.
           MOVE WS-XFER-TO-MASTER TO ACCT-MASTER-RECORD.
           MOVE WS-XFER-TO-AMOUNT TO WS-POST-AMOUNT.
           MOVE WS-XFER-TO-FX TO WS-FX-POSTING.
           PERFORM POST-TO-ACCOUNT.
           MOVE WS-XFER-FROM-DETAIL TO ADD-TRANS-RECORD.
           ADD 1 TO WS-XFER-COUNT.

       SUSPEND-TRANSFER-PAIR.
           MOVE WS-XFER-SUSP-REASON TO WS-EDIT-REASON.
           PERFORM SUSPEND-ONE-ITEM.
           MOVE WS-XFER-TO-DETAIL TO ADD-TRANS-RECORD.
           PERFORM SUSPEND-ONE-ITEM.
           MOVE WS-XFER-FROM-DETAIL TO ADD-TRANS-RECORD.

       EDIT-ONE-TRANSACTION.
           MOVE "Y" TO WS-TRANS-VALID-FLAG.
           MOVE "N" TO WS-OTHER-CO-FLAG.
                   ELSE
                       IF NOT AT-TYPE-DEBIT AND NOT AT-TYPE-CREDIT
                               AND NOT AT-TYPE-ADJUSTMENT
                               AND NOT AT-TYPE-TRANSFER
                               AND NOT AT-TYPE-SETTLEMENT
                               AND NOT AT-TYPE-LOAN-INTEREST
                           MOVE "N" TO WS-TRANS-VALID-FLAG
                           MOVE "INVALID TRANS TYPE CODE"
                               TO WS-EDIT-REASON
           IF WS-TRANS-VALID
               PERFORM CHECK-TRANS-PERIOD
           END-IF.
           IF WS-TRANS-VALID AND AT-CURRENCY-CODE NOT = SPACES
               PERFORM CHECK-HIGH-VALUE-APPROVAL
           END-IF.
           IF WS-TRANS-VALID AND AT-TYPE-TRANSFER
               PERFORM EDIT-TRANSFER-TO-LEG
           END-IF.
           IF WS-TRANS-VALID AND AT-TRANS-DATE > RC-RUN-DATE
               MOVE "N" TO WS-TRANS-VALID-FLAG
               IF AT-TYPE-TRANSFER
                   PERFORM WAREHOUSE-TRANSFER-PAIR
               ELSE
                   PERFORM WAREHOUSE-FUTURE-ITEM
               END-IF
           END-IF.

       CHECK-HIGH-VALUE-APPROVAL.
           ELSE
               MOVE AT-AMOUNT TO WS-APPR-ABS-AMOUNT
           END-IF.
           MOVE AT-CURRENCY-CODE TO WS-FX-LOOKUP-CCY.
           PERFORM FIND-FX-RATE-RTN.
           IF WS-FX-FOUND
               MOVE WS-FX-LOOKUP-RATE TO WS-FX-KEYED-RATE
               COMPUTE WS-APPR-ABS-AMOUNT ROUNDED =
                   WS-APPR-ABS-AMOUNT * WS-FX-KEYED-RATE
                   ON SIZE ERROR
                       MOVE 999999999.99 TO WS-APPR-ABS-AMOUNT
               END-COMPUTE
           END-IF.
           IF WS-APPR-ABS-AMOUNT > WS-APPROVAL-THRESHOLD
               PERFORM FIND-MATCHING-APPROVAL
               IF NOT WS-APPR-MATCHED

       WAREHOUSE-FUTURE-ITEM.
           ADD 1 TO WS-WAREHOUSED-COUNT.
           MOVE "W" TO WS-ACK-ITEM-STATUS.
           IF RC-PRODUCTION-MODE
               IF NOT WS-WHSE-OPENED
                   PERFORM OPEN-WAREHOUSE-FILE
           DISPLAY "TRANS " WS-RECORD-COUNT ": DATED "
                   AT-TRANS-DATE ", WAREHOUSED FOR RELEASE".

       WAREHOUSE-TRANSFER-PAIR.
           PERFORM WAREHOUSE-FUTURE-ITEM.
           MOVE WS-XFER-TO-DETAIL TO ADD-TRANS-RECORD.
           PERFORM WAREHOUSE-FUTURE-ITEM.
           MOVE WS-XFER-FROM-DETAIL TO ADD-TRANS-RECORD.

       OPEN-WAREHOUSE-FILE.
           OPEN EXTEND ADD-WAREHOUSE-FILE.
           IF WS-WHSE-STATUS NOT = "00"

       SET-POSTING-AMOUNT.
           IF AT-TYPE-DEBIT
                   OR (AT-TYPE-TRANSFER AND AT-BATCH-DETAIL)
               COMPUTE WS-POST-AMOUNT = ZERO - AT-AMOUNT
           ELSE
               MOVE AT-AMOUNT TO WS-POST-AMOUNT
                       PERFORM WRITE-TRANS-EXCEPTION
               END-EVALUATE
           END-IF.
           IF NOT WS-ACCT-REJECTED
               PERFORM CONVERT-TO-ACCOUNT-CURRENCY
           END-IF.
           IF NOT WS-ACCT-REJECTED AND AT-CURRENCY-CODE = SPACES
                   AND NOT AT-TRANSFER-TO-LEG
               PERFORM CHECK-ACCOUNT-CCY-APPROVAL
           END-IF.
           IF NOT WS-ACCT-REJECTED
               PERFORM CHECK-CREDIT-LIMIT
           END-IF.

       CHECK-ACCOUNT-CCY-APPROVAL.
           IF WS-FX-BASE-AMOUNT < ZERO
               COMPUTE WS-APPR-ABS-AMOUNT = ZERO - WS-FX-BASE-AMOUNT
           ELSE
               MOVE WS-FX-BASE-AMOUNT TO WS-APPR-ABS-AMOUNT
           END-IF.
           IF WS-APPR-ABS-AMOUNT > WS-APPROVAL-THRESHOLD
               PERFORM FIND-MATCHING-APPROVAL
               IF NOT WS-APPR-MATCHED
                   MOVE "Y" TO WS-ACCT-REJECT-FLAG
                   IF WS-APPR-SELF
                       MOVE "APPROVER SAME AS OPERATOR"
                           TO WS-EDIT-REASON
                   ELSE
                       MOVE "HIGH VALUE, NO APPROVAL"
                           TO WS-EDIT-REASON
                   END-IF
                   PERFORM WRITE-TRANS-EXCEPTION
               END-IF
           END-IF.

       CONVERT-TO-ACCOUNT-CURRENCY.
           MOVE WS-POST-AMOUNT TO WS-FX-TRANS-AMOUNT.
           MOVE ZERO TO WS-FX-TRANS-RATE.
           IF AM-CURRENCY-CODE = SPACES
               MOVE WS-FX-BASE-CURRENCY TO WS-FX-ACCT-CCY
           ELSE
               MOVE AM-CURRENCY-CODE TO WS-FX-ACCT-CCY
           END-IF.
           EVALUATE TRUE
               WHEN AT-CURRENCY-CODE NOT = SPACES
                   MOVE AT-CURRENCY-CODE TO WS-FX-TRANS-CCY
               WHEN WS-XFER-ACTIVE AND AT-TRANSFER-TO-LEG
                       AND WS-FX-XFER-CCY NOT = SPACES
                   MOVE WS-FX-XFER-CCY TO WS-FX-TRANS-CCY
               WHEN OTHER
                   MOVE WS-FX-ACCT-CCY TO WS-FX-TRANS-CCY
           END-EVALUATE.
           MOVE WS-FX-ACCT-CCY TO WS-FX-LOOKUP-CCY.
           PERFORM FIND-FX-RATE-RTN.
           MOVE WS-FX-LOOKUP-RATE TO WS-FX-ACCT-RATE.
           IF NOT WS-FX-FOUND
               PERFORM REJECT-NO-FX-RATE
           END-IF.
           IF NOT WS-ACCT-REJECTED
               IF WS-FX-TRANS-CCY = WS-FX-ACCT-CCY
                   MOVE 1 TO WS-FX-APPLIED-RATE
               ELSE
                   PERFORM CONVERT-TRANS-AMOUNT
               END-IF
           END-IF.
           IF NOT WS-ACCT-REJECTED
               COMPUTE WS-FX-BASE-AMOUNT ROUNDED =
                   WS-POST-AMOUNT * WS-FX-ACCT-RATE
                   ON SIZE ERROR
                       PERFORM REJECT-FX-OVERFLOW
               END-COMPUTE
           END-IF.

       CONVERT-TRANS-AMOUNT.
           MOVE WS-FX-TRANS-CCY TO WS-FX-LOOKUP-CCY.
           PERFORM FIND-FX-RATE-RTN.
           IF NOT WS-FX-FOUND
               PERFORM REJECT-NO-FX-RATE
           ELSE
               MOVE WS-FX-LOOKUP-RATE TO WS-FX-TRANS-RATE
               COMPUTE WS-FX-APPLIED-RATE ROUNDED =
                   WS-FX-TRANS-RATE / WS-FX-ACCT-RATE
                   ON SIZE ERROR
                       PERFORM REJECT-FX-OVERFLOW
               END-COMPUTE
           END-IF.
           IF NOT WS-ACCT-REJECTED
               COMPUTE WS-POST-AMOUNT ROUNDED =
                   WS-FX-TRANS-AMOUNT * WS-FX-APPLIED-RATE
                   ON SIZE ERROR
                       PERFORM REJECT-FX-OVERFLOW
               END-COMPUTE
           END-IF.

       REJECT-NO-FX-RATE.
           MOVE "Y" TO WS-ACCT-REJECT-FLAG.
           MOVE SPACES TO WS-EDIT-REASON.
           STRING "NO EXCHANGE RATE FOR " WS-FX-LOOKUP-CCY
                  DELIMITED BY SIZE INTO WS-EDIT-REASON.
           PERFORM WRITE-TRANS-EXCEPTION.
           PERFORM SUSPEND-REJECTED-ITEM.

       REJECT-FX-OVERFLOW.
           MOVE "Y" TO WS-ACCT-REJECT-FLAG.
           MOVE "CONVERTED AMOUNT TOO LARGE" TO WS-EDIT-REASON.
           PERFORM WRITE-TRANS-EXCEPTION.

       SUSPEND-REJECTED-ITEM.
           IF WS-XFER-ACTIVE
               MOVE "Y" TO WS-XFER-SUSPEND-FLAG
               MOVE WS-EDIT-REASON TO WS-XFER-SUSP-REASON
           ELSE
               PERFORM SUSPEND-ONE-ITEM
           END-IF.

       SUSPEND-ONE-ITEM.
           IF RC-PRODUCTION-MODE
               PERFORM FIND-SUSPENSE-ENTRY
               IF NOT WS-SUSP-FOUND
                       MOVE RC-RUN-DATE
                           TO WS-SP-ORIG-DATE (SUSP-IDX)
                       MOVE "N" TO WS-SP-CLEAR-FLAG (SUSP-IDX)
                       MOVE "S" TO WS-ACK-ITEM-STATUS
                   ELSE
                       MOVE "Y" TO WS-SUSP-OVER-FLAG
                       DISPLAY "ADD01: SUSPENSE TABLE FULL, REF "
                               AT-REFERENCE " NOT SUSPENDED - "
                               "RE-KEY FROM EXCEPTION REPORT"
                   END-IF
               ELSE
                   MOVE "S" TO WS-ACK-ITEM-STATUS
               END-IF
           END-IF.

                   PERFORM WRITE-REFERRED-ITEM
               END-IF
           END-IF.
           IF NOT WS-ACCT-REJECTED AND WS-POST-AMOUNT < ZERO
                   AND (WS-HOLD-COUNT > ZERO OR WS-HOLD-OVERFLOWED)
               PERFORM CHECK-HELD-FUNDS
           END-IF.
           IF NOT WS-ACCT-REJECTED AND WS-POST-AMOUNT < ZERO
                   AND WS-COOL-COUNT > ZERO
               PERFORM CHECK-ADDRESS-COOLING
           END-IF.

       CHECK-HELD-FUNDS.
           IF WS-HOLD-OVERFLOWED
               MOVE WS-CREDIT-LIMIT TO WS-HOLD-FLOOR
               MOVE "Y" TO WS-ACCT-REJECT-FLAG
               MOVE "HOLD TABLE FULL, REFERRED" TO WS-EDIT-REASON
               PERFORM WRITE-TRANS-EXCEPTION
               PERFORM WRITE-HELD-REFERRED-ITEM
           ELSE
               PERFORM CHECK-ACCOUNT-HOLDS
           END-IF.

       CHECK-ACCOUNT-HOLDS.
           MOVE AM-ACCT-NUM TO WS-HOLD-ACCT-NUM.
           PERFORM SUM-ACCOUNT-HOLDS-RTN.
           IF WS-HELD-AMOUNT > ZERO
               COMPUTE WS-HOLD-FLOOR =
                   WS-CREDIT-LIMIT + WS-HELD-AMOUNT
               COMPUTE WS-PROJECTED-BALANCE =
                   AM-BALANCE + WS-POST-AMOUNT
               IF WS-PROJECTED-BALANCE < WS-HOLD-FLOOR
                   MOVE "Y" TO WS-ACCT-REJECT-FLAG
                   MOVE "FUNDS ON HOLD, REFERRED" TO WS-EDIT-REASON
                   PERFORM WRITE-TRANS-EXCEPTION
                   PERFORM WRITE-HELD-REFERRED-ITEM
               END-IF
           END-IF.

       CHECK-ADDRESS-COOLING.
           COMPUTE WS-COOL-ABS-AMOUNT = ZERO - WS-FX-BASE-AMOUNT.
           IF WS-COOL-ABS-AMOUNT > WS-COOL-DEBIT-LIMIT
               MOVE AM-CUSTOMER-NUM TO WS-COOL-CUST-NUM
               PERFORM FIND-COOL-CASE-RTN
               IF WS-COOL-FOUND
                   PERFORM FIND-MATCHING-APPROVAL
                   IF NOT WS-APPR-MATCHED
                       MOVE "Y" TO WS-ACCT-REJECT-FLAG
                       MOVE "ADDRESS COOLING-OFF, REFERRED"
                           TO WS-EDIT-REASON
                       PERFORM WRITE-TRANS-EXCEPTION
                       PERFORM WRITE-COOL-REFERRED-ITEM
                   END-IF
               END-IF
           END-IF.

       WRITE-COOL-REFERRED-ITEM.
           ADD 1 TO WS-REFERRED-COUNT.
           MOVE "F" TO WS-ACK-ITEM-STATUS.
           MOVE AT-ACCT-NUM TO WS-CR-ACCT-NUM.
           MOVE AT-REFERENCE TO WS-CR-REFERENCE.
           MOVE WS-POST-AMOUNT TO WS-CR-AMOUNT.
           MOVE AM-CUSTOMER-NUM TO WS-CR-CUSTOMER-NUM.
           WRITE ADD-REFER-RECORD FROM WS-COOL-REFER-LINE.

       WRITE-REFERRED-ITEM.
           ADD 1 TO WS-REFERRED-COUNT.
           MOVE "F" TO WS-ACK-ITEM-STATUS.
           MOVE AT-ACCT-NUM TO WS-RF-ACCT-NUM.
           MOVE AT-REFERENCE TO WS-RF-REFERENCE.
           MOVE WS-POST-AMOUNT TO WS-RF-AMOUNT.
           MOVE AM-BALANCE TO WS-RF-BALANCE.
           WRITE ADD-REFER-RECORD FROM WS-REFER-LINE.

       WRITE-HELD-REFERRED-ITEM.
           ADD 1 TO WS-REFERRED-COUNT.
           MOVE "F" TO WS-ACK-ITEM-STATUS.
           MOVE AT-ACCT-NUM TO WS-RF-ACCT-NUM.
           MOVE AT-REFERENCE TO WS-RF-REFERENCE.
           MOVE WS-POST-AMOUNT TO WS-RF-AMOUNT.
           MOVE WS-HOLD-FLOOR TO WS-RF-LIMIT.
           MOVE AM-BALANCE TO WS-RF-BALANCE.
           WRITE ADD-REFER-RECORD FROM WS-REFER-LINE.

       POST-TO-ACCOUNT.
           MOVE AM-BALANCE TO WS-PRIOR-BALANCE.
           COMPUTE AM-BALANCE = AM-BALANCE + WS-POST-AMOUNT
               ON SIZE ERROR
                   PERFORM WRITE-OVERFLOW-EXCEPTION
               NOT ON SIZE ERROR
                   ADD WS-FX-BASE-AMOUNT TO WS-GRAND-TOTAL
                   MOVE RC-RUN-DATE TO AM-LAST-ACTIVITY-DATE
                   MOVE "P" TO WS-ACK-ITEM-STATUS
                   PERFORM APPLY-BASE-BOOK-VALUE
                   PERFORM REWRITE-MASTER-RECORD
                   PERFORM WRITE-JOURNAL-RECORD
                   IF RC-PRODUCTION-MODE AND WS-SUSP-COUNT > ZERO
                           " NEW BALANCE: " WS-EDIT-AMOUNT
           END-COMPUTE.

       APPLY-BASE-BOOK-VALUE.
           IF AM-BASE-BOOK-BAL NOT NUMERIC
               MOVE ZERO TO AM-BASE-BOOK-BAL
           END-IF.
           IF WS-FX-ACCT-CCY NOT = WS-FX-BASE-CURRENCY
               ADD WS-FX-BASE-AMOUNT TO AM-BASE-BOOK-BAL
           END-IF.

       PROCESS-HIGH-VOLUME.
           IF NOT WS-EOF
               SORT SORT-HV-FILE
                   OUTPUT PROCEDURE IS APPLY-SORTED-DETAILS
               DISPLAY "ADD01: HIGH-VOLUME PASS COMPLETE, "
                       WS-HV-ACCT-COUNT " ACCOUNTS TOUCHED"
               IF WS-HV-XFER-COUNT > ZERO
                   PERFORM POST-HELD-TRANSFERS
               END-IF
           END-IF.

       POST-HELD-TRANSFERS.
           CLOSE ACCT-BAL-SEQ-FILE.
           OPEN I-O ACCT-BAL-FILE.
           MOVE "Y" TO WS-HV-REOPENED-FLAG.
           PERFORM POST-ONE-HELD-TRANSFER
               VARYING WS-HV-XFER-SUB FROM 1 BY 1
               UNTIL WS-HV-XFER-SUB > WS-HV-XFER-COUNT.
           DISPLAY "ADD01: " WS-HV-XFER-COUNT
                   " TRANSFERS HELD FROM SORT, POSTED BY KEY".

       POST-ONE-HELD-TRANSFER.
           MOVE WS-HX-FROM-DETAIL (WS-HV-XFER-SUB)
               TO WS-XFER-FROM-DETAIL.
           MOVE WS-HX-TO-DETAIL (WS-HV-XFER-SUB)
               TO WS-XFER-TO-DETAIL.
           MOVE WS-HX-BATCH-SUB (WS-HV-XFER-SUB) TO WS-ACK-BATCH-SUB.
           PERFORM PROCESS-ONE-TRANSFER.

       HOLD-HV-TRANSFER.
           IF WS-HV-XFER-COUNT < WS-HV-XFER-MAX
               ADD 1 TO WS-HV-XFER-COUNT
               MOVE WS-XFER-FROM-DETAIL
                   TO WS-HX-FROM-DETAIL (WS-HV-XFER-COUNT)
               MOVE WS-XFER-TO-DETAIL
                   TO WS-HX-TO-DETAIL (WS-HV-XFER-COUNT)
               MOVE WS-PASS-BATCH-SUB
                   TO WS-HX-BATCH-SUB (WS-HV-XFER-COUNT)
           ELSE
               MOVE WS-XFER-FROM-DETAIL TO ADD-TRANS-RECORD
               MOVE "TRANSFER TABLE FULL, NOT POSTED"
                   TO WS-EDIT-REASON
               PERFORM WRITE-TRANS-EXCEPTION
               PERFORM ACK-UNPROCESSED-ITEM
               MOVE WS-XFER-TO-DETAIL TO ADD-TRANS-RECORD
               PERFORM ACK-UNPROCESSED-ITEM
           END-IF.

       RELEASE-HIVOL-DETAILS.
           READ ADD-TRANS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
                   PERFORM CHECK-UNPAIRED-TRANSFER
               NOT AT END
                   IF NOT AT-TRANSFER-TO-LEG
                       PERFORM CHECK-UNPAIRED-TRANSFER
                   END-IF
                   EVALUATE TRUE
                       WHEN AT-BATCH-HEADER
                           PERFORM NOTE-PASS-BATCH-HEADER
                       WHEN AT-TRANSFER-TO-LEG
                           IF WS-PASS-BATCH-POSTABLE
                               PERFORM PAIR-TRANSFER-TO-LEG
                               IF WS-XFER-PAIRED
                                   PERFORM HOLD-HV-TRANSFER
                               END-IF
                           END-IF
                       WHEN AT-BATCH-DETAIL AND AT-TYPE-TRANSFER
                           IF WS-PASS-BATCH-POSTABLE
                               PERFORM NOTE-TRANSFER-FROM-LEG
                           END-IF
                       WHEN AT-BATCH-DETAIL
                           IF WS-PASS-BATCH-POSTABLE
                               ADD 1 TO WS-HV-SEQUENCE
                               PERFORM EXPAND-OLD-ACCT-NUM
                               MOVE AT-ACCT-NUM TO SH-ACCT-KEY
                               MOVE WS-HV-SEQUENCE TO SH-SEQUENCE
                               MOVE WS-PASS-BATCH-SUB TO SH-BATCH-SUB
                               MOVE ADD-TRANS-RECORD TO SH-DETAIL
                               RELEASE SORT-HV-RECORD
                           END-IF
                   MOVE "Y" TO WS-SORT-EOF-FLAG
               NOT AT END
                   MOVE SH-DETAIL TO ADD-TRANS-RECORD
                   MOVE SH-BATCH-SUB TO WS-ACK-BATCH-SUB
                   PERFORM PROCESS-ONE-HV-TRANS
           END-RETURN.

               DISPLAY "TRANS " WS-RECORD-COUNT
                       ": ALREADY POSTED BEFORE RESTART, SKIPPED"
           ELSE
               PERFORM START-ACK-ITEM
               PERFORM EDIT-ONE-TRANSACTION
               IF NOT WS-OTHER-CO-LISTED
                   ADD 1 TO WS-COMPANY-RECORD-COUNT
                   PERFORM SET-POSTING-AMOUNT
                   PERFORM HV-UPDATE-ACCOUNT-BALANCE
               END-IF
               PERFORM ACK-ONE-ITEM
               IF FUNCTION MOD(WS-RECORD-COUNT WS-CHECKPOINT-INTERVAL)
                       = 0
                   MOVE "Y" TO WS-HV-CKPT-DUE-FLAG
               ON SIZE ERROR
                   PERFORM WRITE-OVERFLOW-EXCEPTION
               NOT ON SIZE ERROR
                   ADD WS-FX-BASE-AMOUNT TO WS-GRAND-TOTAL
                   MOVE RC-RUN-DATE TO AM-LAST-ACTIVITY-DATE
                   MOVE "P" TO WS-ACK-ITEM-STATUS
                   PERFORM APPLY-BASE-BOOK-VALUE
                   MOVE "Y" TO WS-HV-DIRTY-FLAG
                   PERFORM WRITE-JOURNAL-RECORD
                   IF RC-PRODUCTION-MODE AND WS-SUSP-COUNT > ZERO
           MOVE AM-BALANCE TO PJ-NEW-BALANCE.
           MOVE AT-REFERENCE TO PJ-REFERENCE.
           MOVE RC-OPERATOR-ID TO PJ-OPERATOR-ID.
           IF AT-TYPE-TRANSFER
               MOVE WS-XFER-FROM-ACCT TO PJ-XFER-FROM-ACCT
               MOVE WS-XFER-TO-ACCT TO PJ-XFER-TO-ACCT
           ELSE
               MOVE SPACES TO PJ-XFER-LINK
           END-IF.
           MOVE WS-FX-ACCT-CCY TO PJ-ACCT-CURRENCY.
           MOVE WS-FX-TRANS-CCY TO PJ-TRANS-CURRENCY.
           MOVE WS-FX-TRANS-AMOUNT TO PJ-TRANS-AMOUNT.
           MOVE WS-FX-APPLIED-RATE TO PJ-FX-RATE.
           MOVE WS-FX-BASE-AMOUNT TO PJ-BASE-AMOUNT.
           IF RC-TEST-MODE
               MOVE ZERO TO PJ-SEQUENCE-NUM
               MOVE ZERO TO PJ-CHAIN-VALUE
               WRITE SHADOW-JOURNAL-RECORD
                   FROM POSTING-JOURNAL-RECORD
           ELSE
               PERFORM CHAIN-JOURNAL-RECORD-RTN
               WRITE POSTING-JOURNAL-RECORD
               PERFORM SAVE-JOURNAL-CONTROL-RTN
           END-IF.

       READ-MASTER-BY-KEY.
               REWRITE ADD-CHECKPOINT-RECORD
           END-IF.

       START-ACK-ITEM.
           MOVE SPACE TO WS-ACK-ITEM-STATUS.
           MOVE SPACES TO WS-ACK-ITEM-REASON.

       ACK-TRANSFER-PAIR.
           PERFORM ACK-ONE-ITEM.
           MOVE WS-XFER-TO-DETAIL TO ADD-TRANS-RECORD.
           PERFORM ACK-ONE-ITEM.
           MOVE WS-XFER-FROM-DETAIL TO ADD-TRANS-RECORD.

       ACK-UNPROCESSED-ITEM.
           MOVE "N" TO WS-OTHER-CO-FLAG.
           IF AT-COMPANY-CODE NOT = RC-COMPANY-CODE
               PERFORM CHECK-OTHER-LISTED-COMPANY
           END-IF.
           MOVE SPACE TO WS-ACK-ITEM-STATUS.
           MOVE WS-EDIT-REASON TO WS-ACK-ITEM-REASON.
           PERFORM ACK-ONE-ITEM.

       ACK-ONE-ITEM.
           IF WS-OTHER-CO-LISTED
                   OR WS-ACK-BATCH-SUB = ZERO
                   OR WS-ACK-BATCH-SUB > WS-BATCH-COUNT
               CONTINUE
           ELSE
               IF AT-AMOUNT NUMERIC
                   MOVE AT-AMOUNT TO WS-ACK-AMOUNT
               ELSE
                   MOVE ZERO TO WS-ACK-AMOUNT
               END-IF
               EVALUATE TRUE
                   WHEN WS-ACK-ITEM-POSTED
                       ADD 1 TO WS-BT-POST-COUNT (WS-ACK-BATCH-SUB)
                       ADD WS-ACK-AMOUNT
                           TO WS-BT-POST-AMT (WS-ACK-BATCH-SUB)
                   WHEN WS-ACK-ITEM-WAREHOUSED
                       ADD 1 TO WS-BT-WHSE-COUNT (WS-ACK-BATCH-SUB)
                       ADD WS-ACK-AMOUNT
                           TO WS-BT-WHSE-AMT (WS-ACK-BATCH-SUB)
                   WHEN WS-ACK-ITEM-SUSPENDED
                       ADD 1 TO WS-BT-SUSP-COUNT (WS-ACK-BATCH-SUB)
                       ADD WS-ACK-AMOUNT
                           TO WS-BT-SUSP-AMT (WS-ACK-BATCH-SUB)
                       PERFORM WRITE-DETAIL-ACK
                   WHEN WS-ACK-ITEM-REFERRED
                       ADD 1 TO WS-BT-REFER-COUNT (WS-ACK-BATCH-SUB)
                       ADD WS-ACK-AMOUNT
                           TO WS-BT-REFER-AMT (WS-ACK-BATCH-SUB)
                       PERFORM WRITE-DETAIL-ACK
                   WHEN OTHER
                       MOVE "R" TO WS-ACK-ITEM-STATUS
                       ADD 1 TO WS-BT-REJ-COUNT (WS-ACK-BATCH-SUB)
                       ADD WS-ACK-AMOUNT
                           TO WS-BT-REJ-AMT (WS-ACK-BATCH-SUB)
                       PERFORM WRITE-DETAIL-ACK
               END-EVALUATE
           END-IF.

       WRITE-DETAIL-ACK.
           IF WS-ACK-OPENED
               MOVE SPACES TO BATCH-ACK-RECORD
               MOVE "D" TO AK-RECORD-TYPE
               PERFORM SET-ACK-KEY-FIELDS
               MOVE WS-ACK-ITEM-STATUS TO AK-DETAIL-STATUS
               MOVE AT-REFERENCE TO AK-REFERENCE
               MOVE AT-ACCT-NUM TO AK-ACCT-NUM
               MOVE AT-TRANS-TYPE TO AK-TRANS-TYPE
               MOVE WS-ACK-AMOUNT TO AK-AMOUNT
               MOVE WS-ACK-ITEM-REASON TO AK-DETAIL-REASON
               WRITE BATCH-ACK-RECORD
               ADD 1 TO WS-ACK-COUNT
           END-IF.

       SET-ACK-KEY-FIELDS.
           MOVE WS-BT-SOURCE-SYSTEM (WS-ACK-BATCH-SUB)
               TO AK-SOURCE-SYSTEM.
           MOVE WS-BT-BATCH-NUM (WS-ACK-BATCH-SUB) TO AK-BATCH-NUM.
           MOVE RC-RUN-DATE TO AK-RUN-DATE.
           MOVE CY-CYCLE-NUM TO AK-CYCLE-NUM.
           MOVE RC-COMPANY-CODE TO AK-COMPANY-CODE.

       WRITE-ONE-BATCH-ACK.
           MOVE SPACES TO BATCH-ACK-RECORD.
           EVALUATE WS-BT-REJECT-FLAG (WS-BATCH-SUB)
               WHEN "N"
                   IF WS-BATCH-REJECTED
                       IF WS-FIRST-PASS
                           MOVE "R" TO AK-BATCH-STATUS
                           MOVE "FILE REFUSED, NOTHING POSTED"
                               TO AK-BATCH-REASON
                       END-IF
                   ELSE
                       PERFORM SET-BATCH-ACK-STATUS
                   END-IF
               WHEN "Y"
                   IF WS-FIRST-PASS
                       MOVE "R" TO AK-BATCH-STATUS
                       MOVE WS-BT-REJECT-REASON (WS-BATCH-SUB)
                           TO AK-BATCH-REASON
                   END-IF
               WHEN "D"
                   IF WS-FIRST-PASS
                       MOVE "H" TO AK-BATCH-STATUS
                       MOVE "CAPTURED AFTER CYCLE CUTOFF"
                           TO AK-BATCH-REASON
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF AK-BATCH-STATUS NOT = SPACE
               MOVE "B" TO AK-RECORD-TYPE
               MOVE WS-BATCH-SUB TO WS-ACK-BATCH-SUB
               PERFORM SET-ACK-KEY-FIELDS
               MOVE WS-BT-DTL-COUNT (WS-BATCH-SUB) TO AK-DETAIL-COUNT
               MOVE WS-BT-POST-COUNT (WS-BATCH-SUB) TO AK-POSTED-COUNT
               MOVE WS-BT-POST-AMT (WS-BATCH-SUB) TO AK-POSTED-AMOUNT
               MOVE WS-BT-SUSP-COUNT (WS-BATCH-SUB)
                   TO AK-SUSPENDED-COUNT
               MOVE WS-BT-SUSP-AMT (WS-BATCH-SUB)
                   TO AK-SUSPENDED-AMOUNT
               MOVE WS-BT-WHSE-COUNT (WS-BATCH-SUB)
                   TO AK-WAREHOUSED-COUNT
               MOVE WS-BT-WHSE-AMT (WS-BATCH-SUB)
                   TO AK-WAREHOUSED-AMOUNT
               MOVE WS-BT-REFER-COUNT (WS-BATCH-SUB)
                   TO AK-REFERRED-COUNT
               MOVE WS-BT-REFER-AMT (WS-BATCH-SUB)
                   TO AK-REFERRED-AMOUNT
               MOVE WS-BT-REJ-COUNT (WS-BATCH-SUB) TO AK-REJECTED-COUNT
               MOVE WS-BT-REJ-AMT (WS-BATCH-SUB) TO AK-REJECTED-AMOUNT
               WRITE BATCH-ACK-RECORD
               ADD 1 TO WS-ACK-COUNT
           END-IF.

       SET-BATCH-ACK-STATUS.
           COMPUTE WS-ACK-DONE-COUNT =
               WS-BT-POST-COUNT (WS-BATCH-SUB)
               + WS-BT-WHSE-COUNT (WS-BATCH-SUB).
           COMPUTE WS-ACK-FAIL-COUNT =
               WS-BT-SUSP-COUNT (WS-BATCH-SUB)
               + WS-BT-REFER-COUNT (WS-BATCH-SUB)
               + WS-BT-REJ-COUNT (WS-BATCH-SUB).
           EVALUATE TRUE
               WHEN WS-ACK-DONE-COUNT = ZERO
                       AND WS-ACK-FAIL-COUNT = ZERO
                   IF WS-FIRST-PASS
                           AND WS-BT-DTL-COUNT (WS-BATCH-SUB) = ZERO
                       MOVE "A" TO AK-BATCH-STATUS
                   END-IF
               WHEN WS-ACK-FAIL-COUNT = ZERO
                   MOVE "A" TO AK-BATCH-STATUS
               WHEN WS-ACK-DONE-COUNT = ZERO
                   MOVE "R" TO AK-BATCH-STATUS
                   MOVE "NO DETAIL IN BATCH POSTED" TO AK-BATCH-REASON
               WHEN OTHER
                   MOVE "P" TO AK-BATCH-STATUS
                   MOVE "SOME DETAILS NOT POSTED" TO AK-BATCH-REASON
           END-EVALUATE.

       WRITE-BATCH-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "ADD01"   TO WS-EX-PROGRAM-ID.
           STRING "REF " AT-REFERENCE " " WS-EDIT-REASON
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.
           IF WS-ACK-ITEM-REASON = SPACES
               MOVE WS-EDIT-REASON TO WS-ACK-ITEM-REASON
           END-IF.
           DISPLAY "TRANS " WS-RECORD-COUNT ": " WS-EDIT-REASON
                   " - SEE EXCEPTION REPORT".

                  " BALANCE OVERFLOW, NOT POSTED"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.
           IF WS-ACK-ITEM-REASON = SPACES
               MOVE "BALANCE OVERFLOW, NOT POSTED"
                   TO WS-ACK-ITEM-REASON
           END-IF.
           DISPLAY "TRANS " WS-RECORD-COUNT
                   ": BALANCE OVERFLOW ON ACCOUNT " AT-ACCT-NUM
                   " - SEE EXCEPTION REPORT".
                   PERFORM MARK-BATCHES-REGISTERED
               END-IF
           END-IF.
           IF WS-ACK-OPENED
               IF NOT WS-RUN-REFUSED
                   PERFORM WRITE-ONE-BATCH-ACK
                       VARYING WS-BATCH-SUB FROM 1 BY 1
                       UNTIL WS-BATCH-SUB > WS-BATCH-COUNT
               END-IF
               CLOSE ADD-ACK-FILE
           END-IF.
           CLOSE ADD-TRANS-FILE.
           CLOSE ADD-EXCEPT-FILE.
           CLOSE ADD-REFER-FILE.
               CLOSE SHADOW-BAL-FILE
               CLOSE SHADOW-JOURNAL-FILE
           ELSE
               IF WS-HIVOL AND NOT WS-HV-REOPENED
                   CLOSE ACCT-BAL-SEQ-FILE
               ELSE
                   CLOSE ACCT-BAL-FILE
               END-IF
               CLOSE ADD-JOURNAL-FILE
               PERFORM CLOSE-JOURNAL-CONTROL-RTN
           END-IF.

       MARK-RUN-POSTED.
           MOVE RC-COMPANY-CODE TO RH-COMPANY-CODE.
           MOVE "P" TO RH-STATUS.
           MOVE RC-OPERATOR-ID TO RH-OPERATOR-ID.
           MOVE CY-CYCLE-NUM TO RH-CYCLE-NUM.
           WRITE RUN-HIST-RECORD.
           CLOSE RUN-HIST-FILE.

           COPY YNEDITP.
           COPY OPAUTHP.
           COPY RUNCTLP.
           COPY CYCCTLP.
           COPY HOLDTBP.
           COPY FXRTBP.
           COPY JRNCHNP.
           COPY ADRCTBP.
           COPY EXCPTP.
