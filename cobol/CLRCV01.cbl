       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRCV01.
       AUTHOR. STELEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLEARING-IN-FILE ASSIGN TO "CLRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLRIN-STATUS.

           SELECT CLEARING-RETURN-FILE ASSIGN TO "CLRRTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.

           SELECT ROUTING-MAP-FILE ASSIGN TO "CLRROUTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-STATUS.

           SELECT CLEARING-REG-FILE ASSIGN TO "CLRREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.

           SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-NUM
               ALTERNATE RECORD KEY IS AM-CUSTOMER-NUM WITH DUPLICATES
               FILE STATUS IS WS-BAL-STATUS.

           SELECT CLEARING-TRANS-FILE ASSIGN TO "CLRTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT CLEARING-REPORT-FILE ASSIGN TO "CLRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CLEARING-EXCEPT-FILE ASSIGN TO "CLREXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLEARING-IN-FILE
           RECORD CONTAINS 94 CHARACTERS.
           COPY CLRFIL.

       FD  CLEARING-RETURN-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  CLEARING-RETURN-RECORD          PIC X(94).

       FD  ROUTING-MAP-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  ROUTING-MAP-RECORD.
           05  RM-ROUTING                  PIC 9(9).
           05  RM-COMPANY-CODE             PIC X(4).
           05  FILLER                      PIC X(7).

       FD  CLEARING-REG-FILE
           RECORD CONTAINS 27 CHARACTERS.
       01  CLEARING-REG-RECORD.
           05  CG-FILE-ID                  PIC X(10).
           05  CG-CREATION-DATE            PIC 9(8).
           05  CG-RUN-DATE                 PIC 9(8).
           05  CG-STATUS                   PIC X.
               88  CG-FILE-ACCEPTED         VALUE "A".
               88  CG-FILE-REFUSED          VALUE "R".

       FD  ACCT-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY ACCTMST.

       FD  CLEARING-TRANS-FILE
           RECORD CONTAINS 45 CHARACTERS.
           COPY ADDTRN.

       FD  CLEARING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CLEARING-REPORT-RECORD          PIC X(80).

       FD  CLEARING-EXCEPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EXCPT.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-CLRIN-STATUS                 PIC XX.
       01  WS-RETURN-STATUS                PIC XX.
       01  WS-ROUTE-STATUS                 PIC XX.
       01  WS-REG-STATUS                   PIC XX.
       01  WS-BAL-STATUS                   PIC XX.
       01  WS-TRANS-STATUS                 PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-EXCEPT-STATUS                PIC XX.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-RUNCTL-OPER-FLAG             PIC X VALUE "N".
           88  WS-RUNCTL-OPER-MISSING       VALUE "Y".
       01  WS-BAL-OPEN-FAIL-FLAG           PIC X VALUE "N".
           88  WS-BAL-OPEN-FAILED           VALUE "Y".
       01  WS-CLRIN-EOF-FLAG               PIC X VALUE "N".
           88  WS-CLRIN-EOF                 VALUE "Y".
       01  WS-ROUTE-EOF-FLAG               PIC X VALUE "N".
           88  WS-ROUTE-EOF                 VALUE "Y".
       01  WS-REG-EOF-FLAG                 PIC X VALUE "N".
           88  WS-REG-EOF                   VALUE "Y".
       01  WS-FILE-PRESENT-FLAG            PIC X VALUE "N".
           88  WS-FILE-PRESENT              VALUE "Y".
       01  WS-FILE-REFUSED-FLAG            PIC X VALUE "N".
           88  WS-FILE-REFUSED              VALUE "Y".
       01  WS-FILE-REGISTERED-FLAG         PIC X VALUE "N".
           88  WS-FILE-ALREADY-REGISTERED   VALUE "Y".
       01  WS-HEADER-SEEN-FLAG             PIC X VALUE "N".
           88  WS-HEADER-SEEN               VALUE "Y".
       01  WS-CONTROL-SEEN-FLAG            PIC X VALUE "N".
           88  WS-CONTROL-SEEN              VALUE "Y".
       01  WS-IN-BATCH-FLAG                PIC X VALUE "N".
           88  WS-IN-BATCH                  VALUE "Y".
       01  WS-ROUTE-FOUND-FLAG             PIC X VALUE "N".
           88  WS-ROUTE-FOUND               VALUE "Y".
       01  WS-HEADER-WRITTEN-FLAG          PIC X VALUE "N".
           88  WS-HEADER-WRITTEN            VALUE "Y".
       01  WS-RETURN-OPEN-FLAG             PIC X VALUE "N".
           88  WS-RETURN-STARTED            VALUE "Y".

       01  WS-ROUTE-MAX                    PIC 9(3) VALUE 50.
       01  WS-ROUTE-COUNT                  PIC 9(3) VALUE ZERO.
       01  WS-ROUTE-TABLE.
           05  WS-ROUTE-ENTRY OCCURS 50 TIMES
                   INDEXED BY ROUTE-IDX.
               10  WS-RT-ROUTING           PIC 9(9).
               10  WS-RT-COMPANY-CODE      PIC X(4).

       01  WS-REG-MAX                      PIC 9(4) VALUE 1000.
       01  WS-REG-COUNT                    PIC 9(4) VALUE ZERO.
       01  WS-REG-CUTOFF-INT               PIC S9(9) VALUE ZERO.
       01  WS-REG-CUTOFF-DATE              PIC 9(8) VALUE ZERO.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 1000 TIMES
                   INDEXED BY REG-IDX.
               10  WS-RG-FILE-ID           PIC X(10).
               10  WS-RG-CREATION-DATE     PIC 9(8).
               10  WS-RG-RUN-DATE          PIC 9(8).
               10  WS-RG-STATUS            PIC X.

       01  WS-FILE-ID                      PIC X(10) VALUE SPACES.
       01  WS-FILE-CREATION-DATE           PIC 9(8) VALUE ZERO.
       01  WS-FILE-ORIGIN                  PIC 9(9) VALUE ZERO.
       01  WS-FILE-ORIGIN-NAME             PIC X(23) VALUE SPACES.
       01  WS-OUR-ROUTING                  PIC 9(9) VALUE ZERO.
       01  WS-OUR-ROUTING-PARTS REDEFINES WS-OUR-ROUTING.
           05  WS-OUR-ROUTING-8            PIC 9(8).
           05  FILLER                      PIC 9.
       01  WS-REFUSE-REASON                PIC X(50) VALUE SPACES.
       01  WS-RECORD-NUM                   PIC 9(6) VALUE ZERO.
       01  WS-REFUSE-RECORD-NUM            PIC 9(6) VALUE ZERO.

       01  WS-BATCH-ENTRY-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-BATCH-HASH                   PIC 9(12) VALUE ZERO.
       01  WS-BATCH-DEBIT-TOTAL            PIC 9(10)V99 VALUE ZERO.
       01  WS-BATCH-CREDIT-TOTAL           PIC 9(10)V99 VALUE ZERO.
       01  WS-FILE-BATCH-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-FILE-ENTRY-COUNT             PIC 9(8) VALUE ZERO.
       01  WS-FILE-HASH                    PIC 9(12) VALUE ZERO.
       01  WS-FILE-DEBIT-TOTAL             PIC 9(10)V99 VALUE ZERO.
       01  WS-FILE-CREDIT-TOTAL            PIC 9(10)V99 VALUE ZERO.
       01  WS-HASH-CHECK                   PIC 9(10) VALUE ZERO.

       01  WS-EFFECTIVE-DATE               PIC 9(8) VALUE ZERO.
       01  WS-RETURN-REASON                PIC X(3) VALUE SPACES.
       01  WS-RETURN-TEXT                  PIC X(30) VALUE SPACES.
       01  WS-ACCT-LEN                     PIC 9(2) VALUE ZERO.
       01  WS-DFI-NUMBER                   PIC 9(17) VALUE ZERO.
       01  WS-MAPPED-ACCT-NUM              PIC 9(8) VALUE ZERO.
       01  WS-MAPPED-COMPANY               PIC X(4) VALUE SPACES.
       01  WS-MAX-ITEM-AMOUNT              PIC 9(8)V99
                                           VALUE 9999999.99.

       01  WS-ENTRY-COUNT                  PIC 9(6) VALUE ZERO.
       01  WS-CREDIT-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-CREDIT-AMOUNT                PIC 9(11)V99 VALUE ZERO.
       01  WS-DEBIT-COUNT                  PIC 9(6) VALUE ZERO.
       01  WS-DEBIT-AMOUNT                 PIC 9(11)V99 VALUE ZERO.
       01  WS-RETURN-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-RETURN-AMOUNT                PIC 9(11)V99 VALUE ZERO.
       01  WS-EXCEPT-COUNT                 PIC 9(6) VALUE ZERO.

       01  WS-DETAIL-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-HASH-TOTAL                   PIC 9(12) VALUE ZERO.
       01  WS-AMOUNT-TOTAL                 PIC S9(9)V99 VALUE ZERO.
       01  WS-BATCH-NUM                    PIC 9(6) VALUE ZERO.
       01  WS-RUN-DATE-SPLIT.
           05  WS-RD-YEAR                  PIC 9(4).
           05  WS-RD-MONTH-DAY             PIC 9(4).

       01  WS-RT-ENTRY-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-RT-HASH                      PIC 9(12) VALUE ZERO.
       01  WS-RT-DEBIT-TOTAL               PIC 9(10)V99 VALUE ZERO.
       01  WS-RT-CREDIT-TOTAL              PIC 9(10)V99 VALUE ZERO.
       01  WS-RT-SEQUENCE                  PIC 9(7) VALUE ZERO.
       01  WS-RT-TRACE.
           05  WS-RT-TRACE-ROUTING         PIC 9(8).
           05  WS-RT-TRACE-SEQUENCE        PIC 9(7).
       01  WS-RT-ORIGINAL-TRACE            PIC 9(15) VALUE ZERO.
       01  WS-RT-ENTRY-SAVE                PIC X(94).

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(28) VALUE
               "CLEARING FILE CONVERSION    ".
           05  FILLER                      PIC X(9) VALUE
               "RUN DATE ".
           05  WS-HL-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(8) VALUE
               "  BATCH ".
           05  WS-HL-BATCH-NUM             PIC 9(6).
           05  FILLER                      PIC X(21) VALUE SPACES.

       01  WS-FILE-LINE.
           05  FILLER                      PIC X(8) VALUE "FILE ID ".
           05  WS-FL-FILE-ID               PIC X(10).
           05  FILLER                      PIC X(9) VALUE
               " CREATED ".
           05  WS-FL-CREATION-DATE         PIC 9(8).
           05  FILLER                      PIC X(6) VALUE " FROM ".
           05  WS-FL-ORIGIN-NAME           PIC X(23).
           05  FILLER                      PIC X(16) VALUE SPACES.

       01  WS-RETURN-LINE.
           05  FILLER                      PIC X(7) VALUE "RETURN ".
           05  WS-RL-REASON                PIC X(3).
           05  FILLER                      PIC X(7) VALUE " TRACE ".
           05  WS-RL-TRACE                 PIC 9(15).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-RL-ACCOUNT               PIC X(17).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-RL-AMOUNT                PIC Z(7)9.99.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-RL-TEXT                  PIC X(17).

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(28).
           05  WS-TL-COUNT                 PIC Z(5)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TL-AMOUNT                PIC -(12)9.99.
           05  FILLER                      PIC X(28) VALUE SPACES.

           COPY EXCPTWS.

       LINKAGE SECTION.
       01  LK-CLRCV01-RESULTS.
           05  LK-CONVERTED-COUNT          PIC 9(6).
           05  LK-RETURNED-COUNT           PIC 9(6).

       PROCEDURE DIVISION USING OPTIONAL LK-CLRCV01-RESULTS.
       PROGRAM-BEGIN.
           PERFORM READ-RUN-CONTROL-RTN.
           OPEN OUTPUT CLEARING-EXCEPT-FILE.
           IF WS-RUNCTL-OPER-MISSING
               PERFORM WRITE-OPERATOR-EXCEPTION
           END-IF.
           PERFORM SET-BATCH-NUMBER.
           PERFORM LOAD-ROUTING-TABLE.
           PERFORM LOAD-CLEARING-REGISTRY.
           OPEN OUTPUT CLEARING-TRANS-FILE.
           OPEN OUTPUT CLEARING-RETURN-FILE.
           OPEN OUTPUT CLEARING-REPORT-FILE.
           MOVE RC-RUN-DATE TO WS-HL-RUN-DATE.
           MOVE WS-BATCH-NUM TO WS-HL-BATCH-NUM.
           WRITE CLEARING-REPORT-RECORD FROM WS-HEADING-LINE.
           PERFORM VERIFY-CLEARING-FILE.
           IF WS-FILE-PRESENT
               MOVE WS-FILE-ID TO WS-FL-FILE-ID
               MOVE WS-FILE-CREATION-DATE TO WS-FL-CREATION-DATE
               MOVE WS-FILE-ORIGIN-NAME TO WS-FL-ORIGIN-NAME
               WRITE CLEARING-REPORT-RECORD FROM WS-FILE-LINE
               IF NOT WS-FILE-REFUSED
                   PERFORM CHECK-DUPLICATE-FILE
               END-IF
               IF NOT WS-FILE-REFUSED AND WS-ROUTE-COUNT = ZERO
                   MOVE "Y" TO WS-FILE-REFUSED-FLAG
                   MOVE "NO ROUTING MAP - CANNOT CONVERT ENTRIES"
                       TO WS-REFUSE-REASON
               END-IF
               IF WS-FILE-REFUSED
                   PERFORM REFUSE-CLEARING-FILE
               ELSE
                   PERFORM CONVERT-CLEARING-FILE
               END-IF
           ELSE
               MOVE "NO CLEARING FILE RECEIVED" TO
                   CLEARING-REPORT-RECORD
               WRITE CLEARING-REPORT-RECORD
           END-IF.
           IF WS-HEADER-WRITTEN
               PERFORM WRITE-BATCH-TRAILER
           END-IF.
           IF WS-RETURN-STARTED
               PERFORM FINISH-RETURN-FILE
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE CLEARING-TRANS-FILE.
           CLOSE CLEARING-RETURN-FILE.
           CLOSE CLEARING-REPORT-FILE.
           IF WS-RETURN-COUNT > ZERO
               PERFORM WRITE-RETURNS-EXCEPTION
           END-IF.
           IF WS-FILE-PRESENT AND NOT WS-FILE-ALREADY-REGISTERED
                   AND NOT WS-BAL-OPEN-FAILED
               IF RC-PRODUCTION-MODE
                   PERFORM REGISTER-CLEARING-FILE
               ELSE
                   DISPLAY "CLRCV01: TEST MODE - CLEARING FILE NOT "
                           "REGISTERED"
               END-IF
           END-IF.
           CLOSE CLEARING-EXCEPT-FILE.
       PROGRAM-DONE.
           DISPLAY "CLEARING ENTRIES READ: " WS-ENTRY-COUNT.
           DISPLAY "CREDITS CONVERTED:     " WS-CREDIT-COUNT.
           DISPLAY "DEBITS CONVERTED:      " WS-DEBIT-COUNT.
           DISPLAY "ENTRIES RETURNED:      " WS-RETURN-COUNT.
           DISPLAY "EXCEPTIONS WRITTEN:    " WS-EXCEPT-COUNT.
           IF ADDRESS OF LK-CLRCV01-RESULTS NOT = NULL
               COMPUTE LK-CONVERTED-COUNT =
                   WS-CREDIT-COUNT + WS-DEBIT-COUNT
               MOVE WS-RETURN-COUNT TO LK-RETURNED-COUNT
           END-IF.
           EVALUATE TRUE
               WHEN WS-BAL-OPEN-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-FILE-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXCEPT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

       SET-BATCH-NUMBER.
           MOVE RC-RUN-DATE TO WS-RUN-DATE-SPLIT.
           COMPUTE WS-BATCH-NUM = 300000
               + FUNCTION MOD(WS-RD-YEAR 10) * 10000
               + WS-RD-MONTH-DAY.

       LOAD-ROUTING-TABLE.
           OPEN INPUT ROUTING-MAP-FILE.
           IF WS-ROUTE-STATUS NOT = "00"
               DISPLAY "CLRCV01: NO ROUTING MAP FILE, STATUS: "
                       WS-ROUTE-STATUS
               MOVE "Y" TO WS-ROUTE-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-ROUTE UNTIL WS-ROUTE-EOF.
           IF WS-ROUTE-STATUS = "00" OR WS-ROUTE-STATUS = "10"
               CLOSE ROUTING-MAP-FILE
           END-IF.

       LOAD-ONE-ROUTE.
           READ ROUTING-MAP-FILE
               AT END
                   MOVE "Y" TO WS-ROUTE-EOF-FLAG
               NOT AT END
                   IF RM-ROUTING NUMERIC
                           AND RM-COMPANY-CODE NOT = SPACES
                       IF WS-ROUTE-COUNT < WS-ROUTE-MAX
                           ADD 1 TO WS-ROUTE-COUNT
                           MOVE RM-ROUTING
                               TO WS-RT-ROUTING (WS-ROUTE-COUNT)
                           MOVE RM-COMPANY-CODE
                               TO WS-RT-COMPANY-CODE (WS-ROUTE-COUNT)
                       ELSE
                           DISPLAY "CLRCV01: ROUTING MAP TABLE FULL, "
                                   "ROUTING " RM-ROUTING " NOT LOADED"
                       END-IF
                   END-IF
           END-READ.

       LOAD-CLEARING-REGISTRY.
           COMPUTE WS-REG-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(RC-RUN-DATE) - 366.
           IF WS-REG-CUTOFF-INT > ZERO
               COMPUTE WS-REG-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-REG-CUTOFF-INT)
           ELSE
               MOVE ZERO TO WS-REG-CUTOFF-DATE
           END-IF.
           OPEN INPUT CLEARING-REG-FILE.
           IF WS-REG-STATUS NOT = "00"
               MOVE "Y" TO WS-REG-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-REGISTRY UNTIL WS-REG-EOF.
           IF WS-REG-STATUS = "00" OR WS-REG-STATUS = "10"
               CLOSE CLEARING-REG-FILE
           END-IF.

       LOAD-ONE-REGISTRY.
           READ CLEARING-REG-FILE
               AT END
                   MOVE "Y" TO WS-REG-EOF-FLAG
               NOT AT END
                   IF CG-RUN-DATE NOT NUMERIC
                           OR CG-RUN-DATE < WS-REG-CUTOFF-DATE
                       CONTINUE
                   ELSE
                   IF WS-REG-COUNT < WS-REG-MAX
                       ADD 1 TO WS-REG-COUNT
                       SET REG-IDX TO WS-REG-COUNT
                       MOVE CG-FILE-ID TO WS-RG-FILE-ID (REG-IDX)
                       MOVE CG-CREATION-DATE
                           TO WS-RG-CREATION-DATE (REG-IDX)
                       MOVE CG-RUN-DATE TO WS-RG-RUN-DATE (REG-IDX)
                       MOVE CG-STATUS TO WS-RG-STATUS (REG-IDX)
                   ELSE
                       DISPLAY "CLRCV01: CLEARING REGISTRY TABLE FULL, "
                               "DUPLICATE CHECK INCOMPLETE"
                   END-IF
                   END-IF
           END-READ.

       VERIFY-CLEARING-FILE.
           MOVE ZERO TO WS-RECORD-NUM.
           MOVE "N" TO WS-CLRIN-EOF-FLAG.
           OPEN INPUT CLEARING-IN-FILE.
           IF WS-CLRIN-STATUS NOT = "00"
               DISPLAY "CLRCV01: NO CLEARING FILE, STATUS: "
                       WS-CLRIN-STATUS " - NOTHING TO CONVERT"
           ELSE
               MOVE "Y" TO WS-FILE-PRESENT-FLAG
               PERFORM VERIFY-ONE-RECORD UNTIL WS-CLRIN-EOF
               CLOSE CLEARING-IN-FILE
               IF WS-RECORD-NUM = ZERO
                   MOVE "N" TO WS-FILE-PRESENT-FLAG
                   DISPLAY "CLRCV01: CLEARING FILE EMPTY - NOTHING "
                           "TO CONVERT"
               ELSE
                   PERFORM VERIFY-FILE-END
               END-IF
           END-IF.

       VERIFY-ONE-RECORD.
           READ CLEARING-IN-FILE
               AT END
                   MOVE "Y" TO WS-CLRIN-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-RECORD-NUM
                   IF NOT WS-FILE-REFUSED
                       PERFORM VERIFY-RECORD-TYPE
                   END-IF
           END-READ.

       VERIFY-RECORD-TYPE.
           EVALUATE TRUE
               WHEN CR-FILE-HEADER
                   PERFORM VERIFY-FILE-HEADER
               WHEN CR-BATCH-HEADER
                   PERFORM VERIFY-BATCH-HEADER
               WHEN CR-ENTRY
                   PERFORM VERIFY-ENTRY
               WHEN CR-ADDENDA
                   IF NOT WS-IN-BATCH
                       MOVE "ADDENDA OUTSIDE A BATCH"
                           TO WS-REFUSE-REASON
                       PERFORM NOTE-FILE-REFUSED
                   ELSE
                       ADD 1 TO WS-BATCH-ENTRY-COUNT
                   END-IF
               WHEN CR-BATCH-CONTROL
                   PERFORM VERIFY-BATCH-CONTROL
               WHEN CR-FILE-CONTROL
                   PERFORM VERIFY-FILE-CONTROL
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO WS-REFUSE-REASON
                   PERFORM NOTE-FILE-REFUSED
           END-EVALUATE.

       VERIFY-FILE-HEADER.
           IF WS-RECORD-NUM NOT = 1
               MOVE "FILE HEADER NOT FIRST RECORD"
                   TO WS-REFUSE-REASON
               PERFORM NOTE-FILE-REFUSED
           ELSE
               MOVE "Y" TO WS-HEADER-SEEN-FLAG
               MOVE CH-FILE-ID TO WS-FILE-ID
               MOVE CH-ORIGIN-NAME TO WS-FILE-ORIGIN-NAME
               IF CH-CREATION-DATE NUMERIC
                   MOVE CH-CREATION-DATE TO WS-FILE-CREATION-DATE
               END-IF
               IF CH-IMMEDIATE-ORIGIN NUMERIC
                   MOVE CH-IMMEDIATE-ORIGIN TO WS-FILE-ORIGIN
               END-IF
               IF CH-IMMEDIATE-DEST NUMERIC
                   MOVE CH-IMMEDIATE-DEST TO WS-OUR-ROUTING
               END-IF
               IF CH-FILE-ID = SPACES
                       OR WS-FILE-CREATION-DATE = ZERO
                   MOVE "FILE HEADER HAS NO FILE ID OR DATE"
                       TO WS-REFUSE-REASON
                   PERFORM NOTE-FILE-REFUSED
               END-IF
           END-IF.

       VERIFY-BATCH-HEADER.
           IF NOT WS-HEADER-SEEN OR WS-IN-BATCH OR WS-CONTROL-SEEN
               MOVE "BATCH HEADER OUT OF SEQUENCE"
                   TO WS-REFUSE-REASON
               PERFORM NOTE-FILE-REFUSED
           ELSE
               MOVE "Y" TO WS-IN-BATCH-FLAG
               MOVE ZERO TO WS-BATCH-ENTRY-COUNT
               MOVE ZERO TO WS-BATCH-HASH
               MOVE ZERO TO WS-BATCH-DEBIT-TOTAL
               MOVE ZERO TO WS-BATCH-CREDIT-TOTAL
           END-IF.

       VERIFY-ENTRY.
           IF NOT WS-IN-BATCH
               MOVE "ENTRY OUTSIDE A BATCH" TO WS-REFUSE-REASON
               PERFORM NOTE-FILE-REFUSED
           ELSE
           IF CE-ROUTING NOT NUMERIC OR CE-AMOUNT NOT NUMERIC
               MOVE "ENTRY ROUTING OR AMOUNT NOT NUMERIC"
                   TO WS-REFUSE-REASON
               PERFORM NOTE-FILE-REFUSED
           ELSE
               ADD 1 TO WS-BATCH-ENTRY-COUNT
               ADD CE-ROUTING TO WS-BATCH-HASH
               IF CE-DEBIT
                   ADD CE-AMOUNT TO WS-BATCH-DEBIT-TOTAL
               END-IF
               IF CE-CREDIT
                   ADD CE-AMOUNT TO WS-BATCH-CREDIT-TOTAL
               END-IF
           END-IF
           END-IF.

       VERIFY-BATCH-CONTROL.
           IF NOT WS-IN-BATCH
               MOVE "BATCH CONTROL OUTSIDE A BATCH"
                   TO WS-REFUSE-REASON
               PERFORM NOTE-FILE-REFUSED
           ELSE
               MOVE "N" TO WS-IN-BATCH-FLAG
               COMPUTE WS-HASH-CHECK =
                   FUNCTION MOD(WS-BATCH-HASH 10000000000)
               IF CC-ENTRY-COUNT NOT = WS-BATCH-ENTRY-COUNT
                       OR CC-ENTRY-HASH NOT = WS-HASH-CHECK
                       OR CC-DEBIT-TOTAL NOT = WS-BATCH-DEBIT-TOTAL
                       OR CC-CREDIT-TOTAL NOT = WS-BATCH-CREDIT-TOTAL
                   MOVE SPACES TO WS-REFUSE-REASON
                   STRING "BATCH " CC-BATCH-NUM
                          " CONTROL TOTALS DO NOT AGREE"
                          DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   PERFORM NOTE-FILE-REFUSED
               ELSE
                   ADD 1 TO WS-FILE-BATCH-COUNT
                   ADD WS-BATCH-ENTRY-COUNT TO WS-FILE-ENTRY-COUNT
                   ADD WS-BATCH-HASH TO WS-FILE-HASH
                   ADD WS-BATCH-DEBIT-TOTAL TO WS-FILE-DEBIT-TOTAL
                   ADD WS-BATCH-CREDIT-TOTAL TO WS-FILE-CREDIT-TOTAL
               END-IF
           END-IF.

       VERIFY-FILE-CONTROL.
           IF NOT WS-HEADER-SEEN OR WS-IN-BATCH OR WS-CONTROL-SEEN
               MOVE "FILE CONTROL OUT OF SEQUENCE"
                   TO WS-REFUSE-REASON
               PERFORM NOTE-FILE-REFUSED
           ELSE
               MOVE "Y" TO WS-CONTROL-SEEN-FLAG
               COMPUTE WS-HASH-CHECK =
                   FUNCTION MOD(WS-FILE-HASH 10000000000)
               IF CT-BATCH-COUNT NOT = WS-FILE-BATCH-COUNT
                       OR CT-ENTRY-COUNT NOT = WS-FILE-ENTRY-COUNT
                       OR CT-ENTRY-HASH NOT = WS-HASH-CHECK
                       OR CT-DEBIT-TOTAL NOT = WS-FILE-DEBIT-TOTAL
                       OR CT-CREDIT-TOTAL NOT = WS-FILE-CREDIT-TOTAL
                   MOVE "FILE CONTROL TOTALS DO NOT AGREE"
                       TO WS-REFUSE-REASON
                   PERFORM NOTE-FILE-REFUSED
               END-IF
           END-IF.

       VERIFY-FILE-END.
           IF NOT WS-FILE-REFUSED
               IF NOT WS-HEADER-SEEN
                   MOVE "NO FILE HEADER" TO WS-REFUSE-REASON
                   PERFORM NOTE-FILE-REFUSED
               ELSE
               IF WS-IN-BATCH OR NOT WS-CONTROL-SEEN
                   MOVE "FILE ENDS WITHOUT ITS CONTROL RECORDS"
                       TO WS-REFUSE-REASON
                   PERFORM NOTE-FILE-REFUSED
               END-IF
               END-IF
           END-IF.

       NOTE-FILE-REFUSED.
           MOVE "Y" TO WS-FILE-REFUSED-FLAG.
           MOVE WS-RECORD-NUM TO WS-REFUSE-RECORD-NUM.

       CHECK-DUPLICATE-FILE.
           SET REG-IDX TO 1.
           SEARCH WS-REG-ENTRY
               AT END
                   CONTINUE
               WHEN REG-IDX > WS-REG-COUNT
                   CONTINUE
               WHEN WS-RG-FILE-ID (REG-IDX) = WS-FILE-ID
                       AND WS-RG-CREATION-DATE (REG-IDX)
                           = WS-FILE-CREATION-DATE
                       AND WS-RG-STATUS (REG-IDX) = "A"
                   IF WS-RG-RUN-DATE (REG-IDX) = RC-RUN-DATE
                       MOVE "Y" TO WS-FILE-REGISTERED-FLAG
                       DISPLAY "CLRCV01: FILE " WS-FILE-ID
                               " ALREADY TAKEN TONIGHT - RERUN"
                   ELSE
                       MOVE "Y" TO WS-FILE-REGISTERED-FLAG
                       MOVE "Y" TO WS-FILE-REFUSED-FLAG
                       MOVE ZERO TO WS-REFUSE-RECORD-NUM
                       MOVE SPACES TO WS-REFUSE-REASON
                       STRING "DUPLICATE FILE, FIRST TAKEN "
                              WS-RG-RUN-DATE (REG-IDX)
                              DELIMITED BY SIZE INTO WS-REFUSE-REASON
                   END-IF
           END-SEARCH.

       REFUSE-CLEARING-FILE.
           MOVE SPACES TO CLEARING-REPORT-RECORD.
           STRING "FILE REFUSED - " WS-REFUSE-REASON
                  DELIMITED BY SIZE INTO CLEARING-REPORT-RECORD.
           WRITE CLEARING-REPORT-RECORD.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "CLRCV01" TO WS-EX-PROGRAM-ID.
           MOVE "E"       TO WS-EX-SEVERITY.
           MOVE WS-REFUSE-RECORD-NUM TO WS-EX-RECORD-NUM.
           MOVE WS-REFUSE-REASON TO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.
           DISPLAY "CLRCV01: CLEARING FILE " WS-FILE-ID
                   " REFUSED - " WS-REFUSE-REASON.

       CONVERT-CLEARING-FILE.
           OPEN INPUT ACCT-BAL-FILE.
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ACCT-BAL-FILE, STATUS: "
                       WS-BAL-STATUS
               MOVE "Y" TO WS-BAL-OPEN-FAIL-FLAG
           ELSE
               MOVE "FILE ACCEPTED" TO CLEARING-REPORT-RECORD
               WRITE CLEARING-REPORT-RECORD
               MOVE "N" TO WS-CLRIN-EOF-FLAG
               MOVE RC-RUN-DATE TO WS-EFFECTIVE-DATE
               OPEN INPUT CLEARING-IN-FILE
               PERFORM CONVERT-ONE-RECORD UNTIL WS-CLRIN-EOF
               CLOSE CLEARING-IN-FILE
               CLOSE ACCT-BAL-FILE
           END-IF.

       CONVERT-ONE-RECORD.
           READ CLEARING-IN-FILE
               AT END
                   MOVE "Y" TO WS-CLRIN-EOF-FLAG
               NOT AT END
                   IF CR-BATCH-HEADER
                       IF CB-EFFECTIVE-DATE NUMERIC
                               AND CB-EFFECTIVE-DATE > ZERO
                           MOVE CB-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
                       ELSE
                           MOVE RC-RUN-DATE TO WS-EFFECTIVE-DATE
                       END-IF
                   END-IF
                   IF CR-ENTRY
                       PERFORM CONVERT-ONE-ENTRY
                   END-IF
           END-READ.

       CONVERT-ONE-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT.
           MOVE SPACES TO WS-RETURN-REASON.
           PERFORM EDIT-ENTRY-AMOUNT.
           IF WS-RETURN-REASON = SPACES
               PERFORM MAP-ENTRY-ROUTING
           END-IF.
           IF WS-RETURN-REASON = SPACES
               PERFORM MAP-ENTRY-ACCOUNT
           END-IF.
           IF WS-RETURN-REASON = SPACES
               PERFORM CHECK-MAPPED-ACCOUNT
           END-IF.
           IF WS-RETURN-REASON = SPACES
               PERFORM WRITE-CLEARING-DETAIL
           ELSE
               PERFORM WRITE-RETURN-ENTRY
           END-IF.

       EDIT-ENTRY-AMOUNT.
           IF NOT CE-CREDIT AND NOT CE-DEBIT
               MOVE "R17" TO WS-RETURN-REASON
               MOVE "UNSUPPORTED TRANSACTION CODE" TO WS-RETURN-TEXT
           ELSE
           IF CE-AMOUNT = ZERO OR CE-AMOUNT > WS-MAX-ITEM-AMOUNT
               MOVE "R17" TO WS-RETURN-REASON
               MOVE "AMOUNT ZERO OR OVER ITEM LIMIT" TO WS-RETURN-TEXT
           END-IF
           END-IF.

       MAP-ENTRY-ROUTING.
           MOVE "N" TO WS-ROUTE-FOUND-FLAG.
           SET ROUTE-IDX TO 1.
           SEARCH WS-ROUTE-ENTRY
               AT END
                   CONTINUE
               WHEN ROUTE-IDX > WS-ROUTE-COUNT
                   CONTINUE
               WHEN WS-RT-ROUTING (ROUTE-IDX) = CE-ROUTING
                   MOVE "Y" TO WS-ROUTE-FOUND-FLAG
                   MOVE WS-RT-COMPANY-CODE (ROUTE-IDX)
                       TO WS-MAPPED-COMPANY
           END-SEARCH.
           IF NOT WS-ROUTE-FOUND
               MOVE "R13" TO WS-RETURN-REASON
               MOVE "ROUTING NUMBER NOT OURS" TO WS-RETURN-TEXT
           END-IF.

       MAP-ENTRY-ACCOUNT.
           MOVE ZERO TO WS-ACCT-LEN.
           INSPECT CE-DFI-ACCOUNT TALLYING WS-ACCT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-ACCT-LEN = ZERO
               MOVE "R04" TO WS-RETURN-REASON
           ELSE
           IF CE-DFI-ACCOUNT (1:WS-ACCT-LEN) NOT NUMERIC
               MOVE "R04" TO WS-RETURN-REASON
           ELSE
           IF WS-ACCT-LEN < 17
                   AND CE-DFI-ACCOUNT (WS-ACCT-LEN + 1:) NOT = SPACES
               MOVE "R04" TO WS-RETURN-REASON
           ELSE
               MOVE CE-DFI-ACCOUNT (1:WS-ACCT-LEN) TO WS-DFI-NUMBER
               IF WS-DFI-NUMBER = ZERO OR WS-DFI-NUMBER > 99999999
                   MOVE "R04" TO WS-RETURN-REASON
               ELSE
                   MOVE WS-DFI-NUMBER TO WS-MAPPED-ACCT-NUM
               END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-RETURN-REASON NOT = SPACES
               MOVE "INVALID ACCOUNT NUMBER" TO WS-RETURN-TEXT
           END-IF.

       CHECK-MAPPED-ACCOUNT.
           MOVE WS-MAPPED-ACCT-NUM TO AM-ACCT-NUM.
           READ ACCT-BAL-FILE
               INVALID KEY
                   MOVE "R03" TO WS-RETURN-REASON
                   MOVE "NO ACCOUNT/UNABLE TO LOCATE" TO WS-RETURN-TEXT
           END-READ.
           IF WS-RETURN-REASON = SPACES
               EVALUATE TRUE
                   WHEN AM-COMPANY-CODE NOT = WS-MAPPED-COMPANY
                       MOVE "R03" TO WS-RETURN-REASON
                       MOVE "NO ACCOUNT/UNABLE TO LOCATE"
                           TO WS-RETURN-TEXT
                   WHEN AM-STATUS-CLOSED
                       MOVE "R02" TO WS-RETURN-REASON
                       MOVE "ACCOUNT CLOSED" TO WS-RETURN-TEXT
                   WHEN AM-STATUS-FROZEN
                       MOVE "R16" TO WS-RETURN-REASON
                       MOVE "ACCOUNT FROZEN" TO WS-RETURN-TEXT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       WRITE-CLEARING-DETAIL.
           IF NOT WS-HEADER-WRITTEN
               PERFORM WRITE-BATCH-HEADER
           END-IF.
           MOVE SPACES TO ADD-TRANS-RECORD.
           MOVE "D" TO AT-RECORD-TYPE.
           MOVE WS-MAPPED-COMPANY TO AT-COMPANY-CODE.
           MOVE WS-MAPPED-ACCT-NUM TO AT-ACCT-NUM.
           MOVE WS-EFFECTIVE-DATE TO AT-TRANS-DATE.
           IF CE-CREDIT
               MOVE "C" TO AT-TRANS-TYPE
               ADD 1 TO WS-CREDIT-COUNT
               ADD CE-AMOUNT TO WS-CREDIT-AMOUNT
           ELSE
               MOVE "D" TO AT-TRANS-TYPE
               ADD 1 TO WS-DEBIT-COUNT
               ADD CE-AMOUNT TO WS-DEBIT-AMOUNT
           END-IF.
           MOVE CE-AMOUNT TO AT-AMOUNT.
           MOVE SPACES TO AT-REFERENCE.
           STRING "CH" CE-TRACE-NUM (8:8)
                  DELIMITED BY SIZE INTO AT-REFERENCE.
           WRITE ADD-TRANS-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-MAPPED-ACCT-NUM TO WS-HASH-TOTAL.
           ADD CE-AMOUNT TO WS-AMOUNT-TOTAL.

       WRITE-BATCH-HEADER.
           MOVE SPACES TO ADD-BATCH-HEADER-RECORD.
           MOVE "H" TO AT-RECORD-TYPE.
           MOVE WS-BATCH-NUM TO BH-BATCH-NUM.
           MOVE RC-RUN-DATE TO BH-BATCH-DATE.
           MOVE "CLRG" TO BH-SOURCE-SYSTEM.
           WRITE ADD-BATCH-HEADER-RECORD.
           MOVE "Y" TO WS-HEADER-WRITTEN-FLAG.

       WRITE-BATCH-TRAILER.
           MOVE SPACES TO ADD-BATCH-TRAILER-RECORD.
           MOVE "T" TO AT-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT TO BT-RECORD-COUNT.
           MOVE WS-HASH-TOTAL TO BT-HASH-TOTAL.
           MOVE WS-AMOUNT-TOTAL TO BT-AMOUNT-TOTAL.
           WRITE ADD-BATCH-TRAILER-RECORD.

       WRITE-RETURN-ENTRY.
           IF NOT WS-RETURN-STARTED
               PERFORM START-RETURN-FILE
           END-IF.
           ADD 1 TO WS-RETURN-COUNT.
           ADD CE-AMOUNT TO WS-RETURN-AMOUNT.
           ADD 1 TO WS-RT-SEQUENCE.
           MOVE WS-OUR-ROUTING-8 TO WS-RT-TRACE-ROUTING.
           MOVE WS-RT-SEQUENCE TO WS-RT-TRACE-SEQUENCE.
           MOVE WS-RETURN-REASON TO WS-RL-REASON.
           MOVE CE-TRACE-NUM TO WS-RL-TRACE.
           MOVE CE-DFI-ACCOUNT TO WS-RL-ACCOUNT.
           MOVE CE-AMOUNT TO WS-RL-AMOUNT.
           MOVE WS-RETURN-TEXT TO WS-RL-TEXT.
           WRITE CLEARING-REPORT-RECORD FROM WS-RETURN-LINE.
           ADD 2 TO WS-RT-ENTRY-COUNT.
           ADD CE-ROUTING TO WS-RT-HASH.
           IF CE-DEBIT
               ADD CE-AMOUNT TO WS-RT-DEBIT-TOTAL
           ELSE
           IF CE-CREDIT
               ADD CE-AMOUNT TO WS-RT-CREDIT-TOTAL
           END-IF
           END-IF.
           MOVE CE-TRACE-NUM TO WS-RT-ORIGINAL-TRACE.
           MOVE "1" TO CE-ADDENDA-FLAG.
           MOVE WS-RT-TRACE TO CE-TRACE-NUM.
           WRITE CLEARING-RETURN-RECORD FROM CLR-ENTRY-RECORD.
           MOVE SPACES TO CLR-ADDENDA-RECORD.
           MOVE "7" TO CR-RECORD-TYPE.
           MOVE "99" TO CA-TYPE-CODE.
           MOVE WS-RETURN-REASON TO CA-RETURN-REASON.
           MOVE WS-RT-ORIGINAL-TRACE TO CA-ORIGINAL-TRACE.
           MOVE WS-RETURN-TEXT TO CA-ADDENDA-INFO.
           MOVE WS-RT-TRACE TO CA-TRACE-NUM.
           WRITE CLEARING-RETURN-RECORD FROM CLR-ADDENDA-RECORD.

       START-RETURN-FILE.
           MOVE "Y" TO WS-RETURN-OPEN-FLAG.
           MOVE CLR-ENTRY-RECORD TO WS-RT-ENTRY-SAVE.
           MOVE SPACES TO CLR-FILE-HEADER-RECORD.
           MOVE "1" TO CR-RECORD-TYPE.
           MOVE WS-FILE-ORIGIN TO CH-IMMEDIATE-DEST.
           MOVE WS-OUR-ROUTING TO CH-IMMEDIATE-ORIGIN.
           MOVE RC-RUN-DATE TO CH-CREATION-DATE.
           MOVE ZERO TO CH-CREATION-TIME.
           STRING "RT" RC-RUN-DATE
                  DELIMITED BY SIZE INTO CH-FILE-ID.
           MOVE "RETURNS" TO CH-ORIGIN-NAME.
           WRITE CLEARING-RETURN-RECORD FROM CLR-FILE-HEADER-RECORD.
           MOVE SPACES TO CLR-BATCH-HEADER-RECORD.
           MOVE "5" TO CR-RECORD-TYPE.
           MOVE 200 TO CB-SERVICE-CLASS.
           MOVE "RETURNED ENTRIES" TO CB-COMPANY-NAME.
           MOVE WS-FILE-ID TO CB-COMPANY-ID.
           MOVE "RETURN" TO CB-ENTRY-DESC.
           MOVE RC-RUN-DATE TO CB-EFFECTIVE-DATE.
           MOVE 1 TO CB-BATCH-NUM.
           WRITE CLEARING-RETURN-RECORD FROM CLR-BATCH-HEADER-RECORD.
           MOVE WS-RT-ENTRY-SAVE TO CLR-ENTRY-RECORD.

       FINISH-RETURN-FILE.
           MOVE SPACES TO CLR-BATCH-CONTROL-RECORD.
           MOVE "8" TO CR-RECORD-TYPE.
           MOVE 200 TO CC-SERVICE-CLASS.
           MOVE WS-RT-ENTRY-COUNT TO CC-ENTRY-COUNT.
           COMPUTE CC-ENTRY-HASH =
               FUNCTION MOD(WS-RT-HASH 10000000000).
           MOVE WS-RT-DEBIT-TOTAL TO CC-DEBIT-TOTAL.
           MOVE WS-RT-CREDIT-TOTAL TO CC-CREDIT-TOTAL.
           MOVE WS-FILE-ID TO CC-COMPANY-ID.
           MOVE 1 TO CC-BATCH-NUM.
           WRITE CLEARING-RETURN-RECORD FROM CLR-BATCH-CONTROL-RECORD.
           MOVE SPACES TO CLR-FILE-CONTROL-RECORD.
           MOVE "9" TO CR-RECORD-TYPE.
           MOVE 1 TO CT-BATCH-COUNT.
           MOVE WS-RT-ENTRY-COUNT TO CT-ENTRY-COUNT.
           COMPUTE CT-ENTRY-HASH =
               FUNCTION MOD(WS-RT-HASH 10000000000).
           MOVE WS-RT-DEBIT-TOTAL TO CT-DEBIT-TOTAL.
           MOVE WS-RT-CREDIT-TOTAL TO CT-CREDIT-TOTAL.
           WRITE CLEARING-RETURN-RECORD FROM CLR-FILE-CONTROL-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO CLEARING-REPORT-RECORD.
           WRITE CLEARING-REPORT-RECORD.
           MOVE "CLEARING ENTRIES READ" TO WS-TL-LABEL.
           MOVE WS-ENTRY-COUNT TO WS-TL-COUNT.
           MOVE ZERO TO WS-TL-AMOUNT.
           WRITE CLEARING-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "CREDITS CONVERTED" TO WS-TL-LABEL.
           MOVE WS-CREDIT-COUNT TO WS-TL-COUNT.
           MOVE WS-CREDIT-AMOUNT TO WS-TL-AMOUNT.
           WRITE CLEARING-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "DEBITS CONVERTED" TO WS-TL-LABEL.
           MOVE WS-DEBIT-COUNT TO WS-TL-COUNT.
           MOVE WS-DEBIT-AMOUNT TO WS-TL-AMOUNT.
           WRITE CLEARING-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "ENTRIES RETURNED" TO WS-TL-LABEL.
           MOVE WS-RETURN-COUNT TO WS-TL-COUNT.
           MOVE WS-RETURN-AMOUNT TO WS-TL-AMOUNT.
           WRITE CLEARING-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "ADDTRANS BATCH AMOUNT TOTAL" TO WS-TL-LABEL.
           MOVE WS-DETAIL-COUNT TO WS-TL-COUNT.
           MOVE WS-AMOUNT-TOTAL TO WS-TL-AMOUNT.
           WRITE CLEARING-REPORT-RECORD FROM WS-TOTAL-LINE.

       REGISTER-CLEARING-FILE.
           OPEN EXTEND CLEARING-REG-FILE.
           IF WS-REG-STATUS NOT = "00"
               OPEN OUTPUT CLEARING-REG-FILE
           END-IF.
           MOVE WS-FILE-ID TO CG-FILE-ID.
           MOVE WS-FILE-CREATION-DATE TO CG-CREATION-DATE.
           MOVE RC-RUN-DATE TO CG-RUN-DATE.
           IF WS-FILE-REFUSED
               MOVE "R" TO CG-STATUS
           ELSE
               MOVE "A" TO CG-STATUS
           END-IF.
           WRITE CLEARING-REG-RECORD.
           CLOSE CLEARING-REG-FILE.

       WRITE-RETURNS-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "CLRCV01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE ZERO      TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING WS-RETURN-COUNT
                  " CLEARING ENTRIES RETURNED - SEE CLRRPT"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-OPERATOR-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "CLRCV01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE ZERO      TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "RUN CTL OPERATOR ID MISSING, DEFAULTED UNKNOWN"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

           COPY RUNCTLP.
           COPY EXCPTP.
