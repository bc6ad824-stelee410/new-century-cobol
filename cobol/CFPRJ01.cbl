       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFPRJ01.
       AUTHOR. STELEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFP-PARM-FILE ASSIGN TO "CFPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STORDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-STATUS.

           SELECT ADD-WAREHOUSE-FILE ASSIGN TO "ADDWHSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHSE-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-STATUS.

           SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCT-NUM
               ALTERNATE RECORD KEY IS AM-CUSTOMER-NUM WITH DUPLICATES
               FILE STATUS IS WS-BAL-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SRTWK08".

           SELECT CFP-REPORT-FILE ASSIGN TO "CFPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT CFP-EXCEPT-FILE ASSIGN TO "CFPEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CFP-PARM-FILE
           RECORD CONTAINS 3 CHARACTERS.
       01  CFP-PARM-RECORD.
           05  CP-HORIZON-DAYS             PIC 9(3).

       FD  CALENDAR-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  CALENDAR-RECORD.
           05  CAL-DATE                    PIC 9(8).
           05  CAL-DAY-TYPE                PIC X.
               88  CAL-BUSINESS-DAY         VALUE "B".
           05  CAL-MONTH-END-FLAG          PIC X.

       FD  STANDING-ORDER-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  STANDING-ORDER-RECORD.
           05  SO-ACCT-NUM                 PIC 9(8).
           05  SO-COMPANY-CODE             PIC X(4).
           05  SO-TRANS-TYPE               PIC X.
           05  SO-AMOUNT                   PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05  SO-FREQUENCY                PIC X.
               88  SO-FREQ-DAILY            VALUE "D".
               88  SO-FREQ-WEEKLY           VALUE "W".
               88  SO-FREQ-MONTHLY          VALUE "M".
           05  SO-NEXT-DUE-DATE            PIC 9(8).
           05  SO-END-DATE                 PIC 9(8).
           05  SO-REFERENCE                PIC X(10).

       FD  ADD-WAREHOUSE-FILE
           RECORD CONTAINS 53 CHARACTERS.
           COPY ADDWHS.

       FD  FX-RATE-FILE
           RECORD CONTAINS 22 CHARACTERS.
           COPY FXRATE.

       FD  ACCT-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY ACCTMST.

       SD  SORT-WORK-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  SORT-WORK-RECORD.
           05  SW-ACCT-NUM                 PIC 9(8).
           05  SW-DAY-SUB                  PIC 9(2).
           05  SW-SOURCE                   PIC X.
               88  SW-FROM-STANDING-ORDER   VALUE "S".
               88  SW-FROM-WAREHOUSE        VALUE "W".
           05  SW-RECORD-TYPE              PIC X.
           05  SW-TRANS-TYPE               PIC X.
           05  SW-AMOUNT                   PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05  SW-CURRENCY-CODE            PIC X(3).
           05  SW-REFERENCE                PIC X(10).
           05  SW-DUE-DATE                 PIC 9(8).

       FD  CFP-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CFP-REPORT-RECORD               PIC X(80).

       FD  CFP-EXCEPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EXCPT.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                  PIC XX.
       01  WS-CAL-STATUS                   PIC XX.
       01  WS-ORDER-STATUS                 PIC XX.
       01  WS-WHSE-STATUS                  PIC XX.
       01  WS-BAL-STATUS                   PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-EXCEPT-STATUS                PIC XX.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-RUNCTL-OPER-FLAG             PIC X VALUE "N".
           88  WS-RUNCTL-OPER-MISSING       VALUE "Y".
       01  WS-CAL-EOF-FLAG                 PIC X VALUE "N".
           88  WS-CAL-EOF                  VALUE "Y".
       01  WS-ORDER-EOF-FLAG               PIC X VALUE "N".
           88  WS-ORDER-EOF                VALUE "Y".
       01  WS-WHSE-EOF-FLAG                PIC X VALUE "N".
           88  WS-WHSE-EOF                 VALUE "Y".
       01  WS-BAL-EOF-FLAG                 PIC X VALUE "N".
           88  WS-BAL-EOF                  VALUE "Y".
       01  WS-SORT-EOF-FLAG                PIC X VALUE "N".
           88  WS-SORT-EOF                 VALUE "Y".
       01  WS-BAL-OPEN-FAIL-FLAG           PIC X VALUE "N".
           88  WS-BAL-OPEN-FAILED           VALUE "Y".
       01  WS-BUSINESS-DAY-FLAG            PIC X VALUE "N".
           88  WS-BUSINESS-DAY             VALUE "Y".
       01  WS-ORDER-DONE-FLAG              PIC X VALUE "N".
           88  WS-ORDER-DONE               VALUE "Y".
       01  WS-ADVANCE-DONE-FLAG            PIC X VALUE "N".
           88  WS-ADVANCE-DONE             VALUE "Y".
       01  WS-ITEM-OK-FLAG                 PIC X VALUE "N".
           88  WS-ITEM-OK                  VALUE "Y".
       01  WS-ACCT-RATE-FLAG               PIC X VALUE "N".
           88  WS-ACCT-RATE-FOUND          VALUE "Y".
       01  WS-ACCT-FLAGGED-FLAG            PIC X VALUE "N".
           88  WS-ACCT-FLAGGED             VALUE "Y".
       01  WS-CO-FOUND-FLAG                PIC X VALUE "N".
           88  WS-CO-FOUND                 VALUE "Y".

       01  WS-HORIZON-DAYS                 PIC 9(3) VALUE 10.
       01  WS-HORIZON-MAX                  PIC 9(3) VALUE 30.
       01  WS-DATE-INT                     PIC 9(8) VALUE ZERO.
       01  WS-TRY-DATE                     PIC 9(8) VALUE ZERO.
       01  WS-TRY-COUNT                    PIC 9(4) VALUE ZERO.
       01  WS-LAST-DAY-DATE                PIC 9(8) VALUE ZERO.

       01  WS-CAL-MAX                      PIC 9(4) VALUE 800.
       01  WS-CAL-COUNT                    PIC 9(4) VALUE ZERO.
       01  WS-CAL-SUB                      PIC 9(4) VALUE ZERO.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 800 TIMES.
               10  WS-CA-DATE              PIC 9(8).
               10  WS-CA-DAY-TYPE          PIC X.

       01  WS-DAY-COUNT                    PIC 9(2) VALUE ZERO.
       01  WS-DAY-SUB                      PIC 9(2) VALUE ZERO.
       01  WS-DUE-DAY-SUB                  PIC 9(2) VALUE ZERO.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 31 TIMES.
               10  WS-DY-DATE              PIC 9(8).

       01  WS-DUE-DATE                     PIC 9(8) VALUE ZERO.
       01  WS-ORDER-END-DATE               PIC 9(8) VALUE ZERO.
       01  WS-ADVANCE-TO-DATE              PIC 9(8) VALUE ZERO.
       01  WS-DATE-SPLIT.
           05  WS-DS-YEAR                  PIC 9(4).
           05  WS-DS-MONTH                 PIC 9(2).
           05  WS-DS-DAY                   PIC 9(2).
       01  WS-MONTH-DAYS                   PIC 9(2) VALUE ZERO.
       01  WS-LEAP-REMAINDER               PIC 9(4) VALUE ZERO.

       01  WS-WHSE-DETAIL.
           05  WS-WD-RECORD-TYPE           PIC X.
           05  WS-WD-COMPANY-CODE          PIC X(4).
           05  WS-WD-ACCT-NUM              PIC 9(8).
           05  WS-WD-TRANS-DATE            PIC 9(8).
           05  WS-WD-TRANS-TYPE            PIC X.
           05  WS-WD-AMOUNT                PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05  WS-WD-REFERENCE             PIC X(10).
           05  WS-WD-CURRENCY-CODE         PIC X(3).

       01  WS-OPENING-BALANCE              PIC S9(11)V99 VALUE ZERO.
       01  WS-RUNNING-BALANCE              PIC S9(11)V99 VALUE ZERO.
       01  WS-CREDIT-LIMIT                 PIC S9(6)V99 VALUE ZERO.
       01  WS-ITEM-AMOUNT                  PIC S9(11)V99 VALUE ZERO.
       01  WS-BASE-BALANCE                 PIC S9(13)V99 VALUE ZERO.
       01  WS-ACCT-CCY                     PIC X(3) VALUE SPACES.
       01  WS-ACCT-RATE                    PIC 9(5)V9(6) VALUE ZERO.
       01  WS-APPLIED-RATE                 PIC 9(5)V9(6) VALUE ZERO.
       01  WS-SKIP-REASON                  PIC X(20) VALUE SPACES.
       01  WS-ACCT-ITEM-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-LAST-MISSING-ACCT            PIC 9(8) VALUE ZERO.
       01  WS-OVER-LIMIT-DATE              PIC 9(8) VALUE ZERO.
       01  WS-OVERDRAWN-DATE               PIC 9(8) VALUE ZERO.

       01  WS-ACCT-DAY-TABLE.
           05  WS-AD-ENTRY OCCURS 31 TIMES.
               10  WS-AD-MOVEMENT          PIC S9(11)V99.
               10  WS-AD-ITEMS             PIC 9(4).
               10  WS-AD-BALANCE           PIC S9(11)V99.
               10  WS-AD-OVER-FLAG         PIC X.
                   88  WS-AD-OVER-LIMIT     VALUE "Y".
               10  WS-AD-OD-FLAG           PIC X.
                   88  WS-AD-OVERDRAWN      VALUE "Y".

       01  WS-CO-MAX                       PIC 9(2) VALUE 20.
       01  WS-CO-COUNT                     PIC 9(2) VALUE ZERO.
       01  WS-CO-SUB                       PIC 9(2) VALUE ZERO.
       01  WS-CO-TABLE.
           05  WS-CO-ENTRY OCCURS 20 TIMES.
               10  WS-CO-CODE              PIC X(4).
               10  WS-CO-ACCT-COUNT        PIC 9(6).
               10  WS-CO-DAY OCCURS 31 TIMES.
                   15  WS-CD-LIQUIDITY     PIC S9(13)V99.
                   15  WS-CD-OVER-COUNT    PIC 9(5).
                   15  WS-CD-OD-COUNT      PIC 9(5).
       01  WS-ALL-ACCT-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-ALL-DAY-TABLE.
           05  WS-ALL-DAY OCCURS 31 TIMES.
               10  WS-AL-LIQUIDITY         PIC S9(13)V99.
               10  WS-AL-OVER-COUNT        PIC 9(5).
               10  WS-AL-OD-COUNT          PIC 9(5).
       01  WS-CO-DROPPED-COUNT             PIC 9(6) VALUE ZERO.

       01  WS-ORDER-COUNT                  PIC 9(6) VALUE ZERO.
       01  WS-ORDER-ITEM-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-WHSE-READ-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-WHSE-ITEM-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-WHSE-BEYOND-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-APPLIED-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-NOT-APPLIED-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-ACCT-COUNT                   PIC 9(6) VALUE ZERO.
       01  WS-LISTED-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-NO-RATE-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-NEW-OVER-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-NEW-OD-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-EXCEPT-COUNT                 PIC 9(6) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(30) VALUE
               "CASH-FLOW PROJECTION REPORT   ".
           05  FILLER                      PIC X(9) VALUE
               "RUN DATE ".
           05  WS-HL-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-HL-DAYS                  PIC ZZ9.
           05  FILLER                      PIC X(19) VALUE
               " BUSINESS DAYS TO ".
           05  WS-HL-LAST-DATE             PIC 9(8).
           05  FILLER                      PIC X(1) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SL-TEXT                  PIC X(60).
           05  FILLER                      PIC X(20) VALUE SPACES.

       01  WS-ACCT-HEAD-LINE.
           05  FILLER                      PIC X(5) VALUE "ACCT ".
           05  WS-AH-ACCT-NUM              PIC 9(8).
           05  FILLER                      PIC X(4) VALUE " CO ".
           05  WS-AH-COMPANY-CODE          PIC X(4).
           05  FILLER                      PIC X(5) VALUE " CCY ".
           05  WS-AH-CURRENCY-CODE         PIC X(3).
           05  FILLER                      PIC X(9) VALUE
               " TONIGHT ".
           05  WS-AH-BALANCE               PIC -(10)9.99.
           05  FILLER                      PIC X(7) VALUE " LIMIT ".
           05  WS-AH-LIMIT                 PIC -(6)9.99.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-AH-FLAG                  PIC X(10).

       01  WS-DAY-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-DL-DATE                  PIC 9(8).
           05  FILLER                      PIC X(7) VALUE " ITEMS ".
           05  WS-DL-ITEMS                 PIC ZZ9.
           05  FILLER                      PIC X(6) VALUE " MOVE ".
           05  WS-DL-MOVEMENT              PIC -(9)9.99.
           05  FILLER                      PIC X(5) VALUE " BAL ".
           05  WS-DL-BALANCE               PIC -(10)9.99.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-DL-FLAG                  PIC X(10).
           05  FILLER                      PIC X(8) VALUE SPACES.

       01  WS-COMPANY-LINE.
           05  FILLER                      PIC X(8) VALUE "COMPANY ".
           05  WS-CL-COMPANY-CODE          PIC X(4).
           05  FILLER                      PIC X(11) VALUE
               "  ACCOUNTS ".
           05  WS-CL-ACCT-COUNT            PIC Z(5)9.
           05  FILLER                      PIC X(51) VALUE SPACES.

       01  WS-LIQUIDITY-LINE.
           05  FILLER                      PIC X(4) VALUE SPACES.
           05  WS-LL-DATE                  PIC 9(8).
           05  FILLER                      PIC X(11) VALUE
               " LIQUIDITY ".
           05  WS-LL-LIQUIDITY             PIC -(13)9.99.
           05  FILLER                      PIC X(12) VALUE
               " OVER LIMIT ".
           05  WS-LL-OVER-COUNT            PIC Z(4)9.
           05  FILLER                      PIC X(11) VALUE
               " OVERDRAWN ".
           05  WS-LL-OD-COUNT              PIC Z(4)9.
           05  FILLER                      PIC X(7) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(34).
           05  WS-TL-COUNT                 PIC Z(5)9.
           05  FILLER                      PIC X(40) VALUE SPACES.

           COPY FXRTB.
           COPY EXCPTWS.

       LINKAGE SECTION.
       01  LK-CFPRJ01-RESULTS.
           05  LK-OVER-LIMIT-COUNT         PIC 9(6).
           05  LK-OVERDRAWN-COUNT          PIC 9(6).

       PROCEDURE DIVISION USING OPTIONAL LK-CFPRJ01-RESULTS.
       PROGRAM-BEGIN.
           PERFORM READ-RUN-CONTROL-RTN.
           OPEN OUTPUT CFP-EXCEPT-FILE.
           IF WS-RUNCTL-OPER-MISSING
               PERFORM WRITE-OPERATOR-EXCEPTION
           END-IF.
           PERFORM READ-CFP-PARM.
           PERFORM LOAD-CALENDAR-TABLE.
           PERFORM BUILD-PROJECTION-DAYS.
           INITIALIZE WS-ALL-DAY-TABLE.
           PERFORM LOAD-FX-RATE-TABLE-RTN.
           OPEN OUTPUT CFP-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           OPEN INPUT ACCT-BAL-FILE.
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ACCT-BAL-FILE, STATUS: "
                       WS-BAL-STATUS
               MOVE "Y" TO WS-BAL-OPEN-FAIL-FLAG
           ELSE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-ACCT-NUM
                   ON ASCENDING KEY SW-DAY-SUB
                   INPUT PROCEDURE IS SELECT-FUTURE-ITEMS
                   OUTPUT PROCEDURE IS PROJECT-ACCOUNTS
               CLOSE ACCT-BAL-FILE
               PERFORM WRITE-LIQUIDITY-SECTION
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE CFP-REPORT-FILE.
           CLOSE CFP-EXCEPT-FILE.
       PROGRAM-DONE.
           DISPLAY "STANDING ORDERS READ:  " WS-ORDER-COUNT.
           DISPLAY "WAREHOUSE ITEMS READ:  " WS-WHSE-READ-COUNT.
           DISPLAY "ITEMS PROJECTED:       " WS-APPLIED-COUNT.
           DISPLAY "ACCOUNTS PROJECTED:    " WS-ACCT-COUNT.
           DISPLAY "GOING OVER LIMIT:      " WS-NEW-OVER-COUNT.
           DISPLAY "GOING OVERDRAWN:       " WS-NEW-OD-COUNT.
           DISPLAY "EXCEPTIONS WRITTEN:    " WS-EXCEPT-COUNT.
           IF ADDRESS OF LK-CFPRJ01-RESULTS NOT = NULL
               MOVE WS-NEW-OVER-COUNT TO LK-OVER-LIMIT-COUNT
               MOVE WS-NEW-OD-COUNT TO LK-OVERDRAWN-COUNT
           END-IF.
           IF WS-BAL-OPEN-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-NEW-OVER-COUNT > ZERO
                       OR WS-NEW-OD-COUNT > ZERO
                       OR WS-EXCEPT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       READ-CFP-PARM.
           OPEN INPUT CFP-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ CFP-PARM-FILE
                   NOT AT END
                       IF CP-HORIZON-DAYS NUMERIC
                               AND CP-HORIZON-DAYS > ZERO
                           MOVE CP-HORIZON-DAYS TO WS-HORIZON-DAYS
                       END-IF
               END-READ
               CLOSE CFP-PARM-FILE
           ELSE
               DISPLAY "CFPRJ01: NO PARM FILE, PROJECTING "
                       WS-HORIZON-DAYS " BUSINESS DAYS"
           END-IF.
           IF WS-HORIZON-DAYS > WS-HORIZON-MAX
               DISPLAY "CFPRJ01: " WS-HORIZON-DAYS " DAYS ASKED FOR, "
                       "PROJECTING THE MAXIMUM OF " WS-HORIZON-MAX
               MOVE WS-HORIZON-MAX TO WS-HORIZON-DAYS
           END-IF.

       LOAD-CALENDAR-TABLE.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "CFPRJ01: NO PROCESSING CALENDAR, EVERY DAY "
                       "PROJECTED AS A BUSINESS DAY"
               MOVE "Y" TO WS-CAL-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-CALENDAR-DAY UNTIL WS-CAL-EOF.
           IF WS-CAL-STATUS = "00" OR WS-CAL-STATUS = "10"
               CLOSE CALENDAR-FILE
           END-IF.

       LOAD-ONE-CALENDAR-DAY.
           READ CALENDAR-FILE
               AT END
                   MOVE "Y" TO WS-CAL-EOF-FLAG
               NOT AT END
                   IF WS-CAL-COUNT < WS-CAL-MAX
                       ADD 1 TO WS-CAL-COUNT
                       MOVE CAL-DATE TO WS-CA-DATE (WS-CAL-COUNT)
                       MOVE CAL-DAY-TYPE
                           TO WS-CA-DAY-TYPE (WS-CAL-COUNT)
                   ELSE
                       DISPLAY "CFPRJ01: CALENDAR TABLE FULL, " CAL-DATE
                               " AND LATER DAYS NOT LOADED"
                       MOVE "Y" TO WS-CAL-EOF-FLAG
                   END-IF
           END-READ.

       BUILD-PROJECTION-DAYS.
           MOVE 1 TO WS-DAY-COUNT.
           MOVE RC-RUN-DATE TO WS-DY-DATE (1).
           MOVE ZERO TO WS-TRY-COUNT.
           IF RC-RUN-DATE > ZERO
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(RC-RUN-DATE)
               PERFORM ADD-ONE-PROJECTION-DAY
                   UNTIL WS-DAY-COUNT > WS-HORIZON-DAYS
                       OR WS-TRY-COUNT >= 366
           ELSE
               DISPLAY "CFPRJ01: NO RUN DATE, NOTHING PROJECTED"
           END-IF.
           MOVE WS-DY-DATE (WS-DAY-COUNT) TO WS-LAST-DAY-DATE.

       ADD-ONE-PROJECTION-DAY.
           ADD 1 TO WS-DATE-INT.
           ADD 1 TO WS-TRY-COUNT.
           COMPUTE WS-TRY-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE "Y" TO WS-BUSINESS-DAY-FLAG.
           PERFORM CHECK-ONE-CALENDAR-DAY
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-COUNT.
           IF WS-BUSINESS-DAY
               ADD 1 TO WS-DAY-COUNT
               MOVE WS-TRY-DATE TO WS-DY-DATE (WS-DAY-COUNT)
           END-IF.

       CHECK-ONE-CALENDAR-DAY.
           IF WS-CA-DATE (WS-CAL-SUB) = WS-TRY-DATE
                   AND WS-CA-DAY-TYPE (WS-CAL-SUB) NOT = "B"
               MOVE "N" TO WS-BUSINESS-DAY-FLAG
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE RC-RUN-DATE TO WS-HL-RUN-DATE.
           COMPUTE WS-HL-DAYS = WS-DAY-COUNT - 1.
           MOVE WS-LAST-DAY-DATE TO WS-HL-LAST-DATE.
           WRITE CFP-REPORT-RECORD FROM WS-HEADING-LINE.
           MOVE SPACES TO CFP-REPORT-RECORD.
           WRITE CFP-REPORT-RECORD.
           MOVE "PROJECTED BALANCE BY ACCOUNT AND BUSINESS DAY"
               TO WS-SL-TEXT.
           WRITE CFP-REPORT-RECORD FROM WS-SECTION-LINE.
           MOVE SPACES TO CFP-REPORT-RECORD.
           WRITE CFP-REPORT-RECORD.

       SELECT-FUTURE-ITEMS.
           IF WS-DAY-COUNT > 1
               PERFORM SELECT-STANDING-ORDERS
               PERFORM SELECT-WAREHOUSE-ITEMS
           END-IF.

       SELECT-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDER-FILE.
           IF WS-ORDER-STATUS NOT = "00"
               DISPLAY "CFPRJ01: NO STANDING-ORDER MASTER, STATUS: "
                       WS-ORDER-STATUS " - NO ORDERS PROJECTED"
               MOVE "Y" TO WS-ORDER-EOF-FLAG
           END-IF.
           PERFORM SELECT-ONE-ORDER UNTIL WS-ORDER-EOF.
           IF WS-ORDER-STATUS = "00" OR WS-ORDER-STATUS = "10"
               CLOSE STANDING-ORDER-FILE
           END-IF.

       SELECT-ONE-ORDER.
           READ STANDING-ORDER-FILE
               AT END
                   MOVE "Y" TO WS-ORDER-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ORDER-COUNT
                   PERFORM PROJECT-ONE-ORDER
           END-READ.

       PROJECT-ONE-ORDER.
           MOVE ZERO TO WS-DATE-INT.
           IF SO-NEXT-DUE-DATE NUMERIC
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(SO-NEXT-DUE-DATE)
           END-IF.
           IF SO-ACCT-NUM NOT NUMERIC
                   OR SO-AMOUNT NOT NUMERIC
                   OR WS-DATE-INT = ZERO
               PERFORM WRITE-BAD-ORDER-EXCEPTION
           ELSE
               MOVE SO-NEXT-DUE-DATE TO WS-DUE-DATE
               IF SO-END-DATE NUMERIC AND SO-END-DATE > ZERO
                   MOVE SO-END-DATE TO WS-ORDER-END-DATE
               ELSE
                   MOVE 99999999 TO WS-ORDER-END-DATE
               END-IF
               MOVE "N" TO WS-ORDER-DONE-FLAG
               PERFORM PROJECT-ONE-OCCURRENCE UNTIL WS-ORDER-DONE
           END-IF.

       PROJECT-ONE-OCCURRENCE.
           IF WS-DUE-DATE > WS-ORDER-END-DATE
                   OR WS-DUE-DATE > WS-LAST-DAY-DATE
               MOVE "Y" TO WS-ORDER-DONE-FLAG
           ELSE
               PERFORM FIND-DUE-DAY
               PERFORM RELEASE-ORDER-ITEM
               MOVE WS-DY-DATE (WS-DUE-DAY-SUB) TO WS-ADVANCE-TO-DATE
               MOVE "N" TO WS-ADVANCE-DONE-FLAG
               PERFORM ADVANCE-ONE-PERIOD UNTIL WS-ADVANCE-DONE
           END-IF.

       FIND-DUE-DAY.
           MOVE ZERO TO WS-DUE-DAY-SUB.
           PERFORM MATCH-DUE-DAY
               VARYING WS-DAY-SUB FROM 2 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT
                   OR WS-DUE-DAY-SUB > ZERO.

       MATCH-DUE-DAY.
           IF WS-DY-DATE (WS-DAY-SUB) >= WS-DUE-DATE
               MOVE WS-DAY-SUB TO WS-DUE-DAY-SUB
           END-IF.

       RELEASE-ORDER-ITEM.
           MOVE SPACES TO SORT-WORK-RECORD.
           MOVE SO-ACCT-NUM TO SW-ACCT-NUM.
           MOVE WS-DUE-DAY-SUB TO SW-DAY-SUB.
           MOVE "S" TO SW-SOURCE.
           MOVE "D" TO SW-RECORD-TYPE.
           MOVE SO-TRANS-TYPE TO SW-TRANS-TYPE.
           MOVE SO-AMOUNT TO SW-AMOUNT.
           MOVE SO-REFERENCE TO SW-REFERENCE.
           MOVE WS-DUE-DATE TO SW-DUE-DATE.
           RELEASE SORT-WORK-RECORD.
           ADD 1 TO WS-ORDER-ITEM-COUNT.

       ADVANCE-ONE-PERIOD.
           EVALUATE TRUE
               WHEN SO-FREQ-DAILY
                   PERFORM ADD-DAYS-TO-DUE-DATE
               WHEN SO-FREQ-WEEKLY
                   PERFORM ADD-DAYS-TO-DUE-DATE
               WHEN OTHER
                   PERFORM ADD-MONTH-TO-DUE-DATE
           END-EVALUATE.
           IF WS-DUE-DATE > WS-ADVANCE-TO-DATE
               MOVE "Y" TO WS-ADVANCE-DONE-FLAG
           END-IF.

       ADD-DAYS-TO-DUE-DATE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DUE-DATE).
           IF SO-FREQ-DAILY
               ADD 1 TO WS-DATE-INT
           ELSE
               ADD 7 TO WS-DATE-INT
           END-IF.
           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).

       ADD-MONTH-TO-DUE-DATE.
           MOVE WS-DUE-DATE TO WS-DATE-SPLIT.
           IF WS-DS-MONTH = 12
               MOVE 1 TO WS-DS-MONTH
               ADD 1 TO WS-DS-YEAR
           ELSE
               ADD 1 TO WS-DS-MONTH
           END-IF.
           PERFORM SET-DAYS-IN-MONTH.
           IF WS-DS-DAY > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-DS-DAY
           END-IF.
           MOVE WS-DATE-SPLIT TO WS-DUE-DATE.

       SET-DAYS-IN-MONTH.
           EVALUATE WS-DS-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-MONTH-DAYS
               WHEN 2
                   COMPUTE WS-LEAP-REMAINDER =
                       FUNCTION MOD(WS-DS-YEAR 4)
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

       SELECT-WAREHOUSE-ITEMS.
           OPEN INPUT ADD-WAREHOUSE-FILE.
           IF WS-WHSE-STATUS NOT = "00"
               DISPLAY "CFPRJ01: NO WAREHOUSE FILE, STATUS: "
                       WS-WHSE-STATUS " - NO WAREHOUSED ITEMS"
               MOVE "Y" TO WS-WHSE-EOF-FLAG
           END-IF.
           PERFORM SELECT-ONE-WAREHOUSE-ITEM UNTIL WS-WHSE-EOF.
           IF WS-WHSE-STATUS = "00" OR WS-WHSE-STATUS = "10"
               CLOSE ADD-WAREHOUSE-FILE
           END-IF.

       SELECT-ONE-WAREHOUSE-ITEM.
           READ ADD-WAREHOUSE-FILE
               AT END
                   MOVE "Y" TO WS-WHSE-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-WHSE-READ-COUNT
                   MOVE WH-TRANS-DETAIL TO WS-WHSE-DETAIL
                   PERFORM PROJECT-WAREHOUSE-ITEM
           END-READ.

       PROJECT-WAREHOUSE-ITEM.
           IF WS-WD-ACCT-NUM NOT NUMERIC
                   OR WS-WD-AMOUNT NOT NUMERIC
                   OR WS-WD-TRANS-DATE NOT NUMERIC
               PERFORM WRITE-BAD-WAREHOUSE-EXCEPTION
           ELSE
               IF WS-WD-TRANS-DATE > WS-LAST-DAY-DATE
                   ADD 1 TO WS-WHSE-BEYOND-COUNT
               ELSE
                   MOVE WS-WD-TRANS-DATE TO WS-DUE-DATE
                   PERFORM FIND-DUE-DAY
                   PERFORM RELEASE-WAREHOUSE-ITEM
               END-IF
           END-IF.

       RELEASE-WAREHOUSE-ITEM.
           MOVE SPACES TO SORT-WORK-RECORD.
           MOVE WS-WD-ACCT-NUM TO SW-ACCT-NUM.
           MOVE WS-DUE-DAY-SUB TO SW-DAY-SUB.
           MOVE "W" TO SW-SOURCE.
           MOVE WS-WD-RECORD-TYPE TO SW-RECORD-TYPE.
           MOVE WS-WD-TRANS-TYPE TO SW-TRANS-TYPE.
           MOVE WS-WD-AMOUNT TO SW-AMOUNT.
           MOVE WS-WD-CURRENCY-CODE TO SW-CURRENCY-CODE.
           MOVE WS-WD-REFERENCE TO SW-REFERENCE.
           MOVE WS-DUE-DATE TO SW-DUE-DATE.
           RELEASE SORT-WORK-RECORD.
           ADD 1 TO WS-WHSE-ITEM-COUNT.

       PROJECT-ACCOUNTS.
           PERFORM RETURN-NEXT-ITEM.
           PERFORM READ-NEXT-ACCOUNT.
           PERFORM PROJECT-ONE-ACCOUNT UNTIL WS-BAL-EOF.
           PERFORM SKIP-UNMATCHED-ITEM UNTIL WS-SORT-EOF.

       RETURN-NEXT-ITEM.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-FLAG
           END-RETURN.

       READ-NEXT-ACCOUNT.
           READ ACCT-BAL-FILE
               AT END
                   MOVE "Y" TO WS-BAL-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ACCT-COUNT
           END-READ.

       PROJECT-ONE-ACCOUNT.
           PERFORM START-ACCOUNT-PROJECTION.
           PERFORM SKIP-UNMATCHED-ITEM
               UNTIL WS-SORT-EOF OR SW-ACCT-NUM NOT < AM-ACCT-NUM.
           PERFORM APPLY-ONE-ITEM
               UNTIL WS-SORT-EOF OR SW-ACCT-NUM NOT = AM-ACCT-NUM.
           PERFORM ROLL-ACCOUNT-FORWARD.
           PERFORM ADD-ACCOUNT-TO-LIQUIDITY.
           IF WS-ACCT-ITEM-COUNT > ZERO OR WS-ACCT-FLAGGED
               PERFORM PRINT-ACCOUNT-PROJECTION
           END-IF.
           PERFORM READ-NEXT-ACCOUNT.

       START-ACCOUNT-PROJECTION.
           MOVE ZERO TO WS-ACCT-ITEM-COUNT.
           PERFORM CLEAR-ONE-ACCOUNT-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT.
           IF AM-BALANCE NUMERIC
               MOVE AM-BALANCE TO WS-OPENING-BALANCE
           ELSE
               MOVE ZERO TO WS-OPENING-BALANCE
           END-IF.
           IF AM-CREDIT-LIMIT NUMERIC
               MOVE AM-CREDIT-LIMIT TO WS-CREDIT-LIMIT
           ELSE
               MOVE ZERO TO WS-CREDIT-LIMIT
           END-IF.
           IF AM-CURRENCY-CODE = SPACES
               MOVE WS-FX-BASE-CURRENCY TO WS-ACCT-CCY
           ELSE
               MOVE AM-CURRENCY-CODE TO WS-ACCT-CCY
           END-IF.
           MOVE WS-ACCT-CCY TO WS-FX-LOOKUP-CCY.
           PERFORM FIND-FX-RATE-RTN.
           MOVE WS-FX-FOUND-FLAG TO WS-ACCT-RATE-FLAG.
           MOVE WS-FX-LOOKUP-RATE TO WS-ACCT-RATE.
           IF NOT WS-ACCT-RATE-FOUND
               ADD 1 TO WS-NO-RATE-COUNT
               PERFORM WRITE-NO-RATE-EXCEPTION
           END-IF.

       CLEAR-ONE-ACCOUNT-DAY.
           MOVE ZERO TO WS-AD-MOVEMENT (WS-DAY-SUB).
           MOVE ZERO TO WS-AD-ITEMS (WS-DAY-SUB).
           MOVE ZERO TO WS-AD-BALANCE (WS-DAY-SUB).
           MOVE "N" TO WS-AD-OVER-FLAG (WS-DAY-SUB).
           MOVE "N" TO WS-AD-OD-FLAG (WS-DAY-SUB).

       SKIP-UNMATCHED-ITEM.
           ADD 1 TO WS-NOT-APPLIED-COUNT.
           IF SW-ACCT-NUM NOT = WS-LAST-MISSING-ACCT
               MOVE SW-ACCT-NUM TO WS-LAST-MISSING-ACCT
               PERFORM WRITE-NO-ACCOUNT-EXCEPTION
           END-IF.
           PERFORM RETURN-NEXT-ITEM.

       APPLY-ONE-ITEM.
           IF AM-STATUS-OPEN
               PERFORM SET-ITEM-AMOUNT
           ELSE
               MOVE "N" TO WS-ITEM-OK-FLAG
               MOVE "ACCOUNT NOT OPEN" TO WS-SKIP-REASON
           END-IF.
           IF WS-ITEM-OK
               ADD WS-ITEM-AMOUNT TO WS-AD-MOVEMENT (SW-DAY-SUB)
               ADD 1 TO WS-AD-ITEMS (SW-DAY-SUB)
               ADD 1 TO WS-ACCT-ITEM-COUNT
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-NOT-APPLIED-COUNT
               PERFORM WRITE-NOT-APPLIED-EXCEPTION
           END-IF.
           PERFORM RETURN-NEXT-ITEM.

       SET-ITEM-AMOUNT.
           MOVE "Y" TO WS-ITEM-OK-FLAG.
           IF SW-TRANS-TYPE = "D"
                   OR (SW-TRANS-TYPE = "X" AND SW-RECORD-TYPE = "D")
               COMPUTE WS-ITEM-AMOUNT = ZERO - SW-AMOUNT
           ELSE
               MOVE SW-AMOUNT TO WS-ITEM-AMOUNT
           END-IF.
           IF SW-CURRENCY-CODE NOT = SPACES
                   AND SW-CURRENCY-CODE NOT = WS-ACCT-CCY
               MOVE SW-CURRENCY-CODE TO WS-FX-LOOKUP-CCY
               PERFORM FIND-FX-RATE-RTN
               IF WS-FX-FOUND AND WS-ACCT-RATE-FOUND
                   COMPUTE WS-APPLIED-RATE ROUNDED =
                       WS-FX-LOOKUP-RATE / WS-ACCT-RATE
                   COMPUTE WS-ITEM-AMOUNT ROUNDED =
                       WS-ITEM-AMOUNT * WS-APPLIED-RATE
               ELSE
                   MOVE "N" TO WS-ITEM-OK-FLAG
                   MOVE "NO FX RATE" TO WS-SKIP-REASON
               END-IF
           END-IF.

       ROLL-ACCOUNT-FORWARD.
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE.
           MOVE "N" TO WS-ACCT-FLAGGED-FLAG.
           MOVE ZERO TO WS-OVER-LIMIT-DATE.
           MOVE ZERO TO WS-OVERDRAWN-DATE.
           PERFORM ROLL-ONE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT.
           IF WS-OVER-LIMIT-DATE > ZERO
               ADD 1 TO WS-NEW-OVER-COUNT
               PERFORM WRITE-OVER-LIMIT-EXCEPTION
           END-IF.
           IF WS-OVERDRAWN-DATE > ZERO
               ADD 1 TO WS-NEW-OD-COUNT
               PERFORM WRITE-OVERDRAWN-EXCEPTION
           END-IF.

       ROLL-ONE-DAY.
           ADD WS-AD-MOVEMENT (WS-DAY-SUB) TO WS-RUNNING-BALANCE.
           MOVE WS-RUNNING-BALANCE TO WS-AD-BALANCE (WS-DAY-SUB).
           IF WS-CREDIT-LIMIT NOT = ZERO
                   AND WS-RUNNING-BALANCE < WS-CREDIT-LIMIT
               MOVE "Y" TO WS-AD-OVER-FLAG (WS-DAY-SUB)
               MOVE "Y" TO WS-ACCT-FLAGGED-FLAG
               IF WS-DAY-SUB > 1 AND NOT WS-AD-OVER-LIMIT (1)
                       AND WS-OVER-LIMIT-DATE = ZERO
                   MOVE WS-DY-DATE (WS-DAY-SUB) TO WS-OVER-LIMIT-DATE
               END-IF
           END-IF.
           IF WS-RUNNING-BALANCE < ZERO AND NOT AM-TYPE-LOAN
               MOVE "Y" TO WS-AD-OD-FLAG (WS-DAY-SUB)
               MOVE "Y" TO WS-ACCT-FLAGGED-FLAG
               IF WS-DAY-SUB > 1 AND NOT WS-AD-OVERDRAWN (1)
                       AND WS-OVERDRAWN-DATE = ZERO
                   MOVE WS-DY-DATE (WS-DAY-SUB) TO WS-OVERDRAWN-DATE
               END-IF
           END-IF.

       ADD-ACCOUNT-TO-LIQUIDITY.
           IF WS-ACCT-RATE-FOUND
               PERFORM FIND-COMPANY-ENTRY
               IF WS-CO-FOUND
                   ADD 1 TO WS-CO-ACCT-COUNT (WS-CO-SUB)
                   ADD 1 TO WS-ALL-ACCT-COUNT
                   PERFORM ADD-ONE-LIQUIDITY-DAY
                       VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > WS-DAY-COUNT
               END-IF
           END-IF.

       FIND-COMPANY-ENTRY.
           MOVE "N" TO WS-CO-FOUND-FLAG.
           PERFORM MATCH-ONE-COMPANY
               VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT
                   OR WS-CO-FOUND.
           IF WS-CO-FOUND
               SUBTRACT 1 FROM WS-CO-SUB
           ELSE
               PERFORM ADD-COMPANY-ENTRY
           END-IF.

       MATCH-ONE-COMPANY.
           IF WS-CO-CODE (WS-CO-SUB) = AM-COMPANY-CODE
               MOVE "Y" TO WS-CO-FOUND-FLAG
           END-IF.

       ADD-COMPANY-ENTRY.
           IF WS-CO-COUNT < WS-CO-MAX
               ADD 1 TO WS-CO-COUNT
               MOVE WS-CO-COUNT TO WS-CO-SUB
               MOVE AM-COMPANY-CODE TO WS-CO-CODE (WS-CO-SUB)
               MOVE ZERO TO WS-CO-ACCT-COUNT (WS-CO-SUB)
               PERFORM CLEAR-ONE-COMPANY-DAY
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAY-COUNT
               MOVE "Y" TO WS-CO-FOUND-FLAG
           ELSE
               ADD 1 TO WS-CO-DROPPED-COUNT
               IF WS-CO-DROPPED-COUNT = 1
                   PERFORM WRITE-COMPANY-TABLE-EXCEPTION
               END-IF
           END-IF.

       CLEAR-ONE-COMPANY-DAY.
           MOVE ZERO TO WS-CD-LIQUIDITY (WS-CO-SUB, WS-DAY-SUB).
           MOVE ZERO TO WS-CD-OVER-COUNT (WS-CO-SUB, WS-DAY-SUB).
           MOVE ZERO TO WS-CD-OD-COUNT (WS-CO-SUB, WS-DAY-SUB).

       ADD-ONE-LIQUIDITY-DAY.
           COMPUTE WS-BASE-BALANCE ROUNDED =
               WS-AD-BALANCE (WS-DAY-SUB) * WS-ACCT-RATE.
           ADD WS-BASE-BALANCE
               TO WS-CD-LIQUIDITY (WS-CO-SUB, WS-DAY-SUB).
           ADD WS-BASE-BALANCE TO WS-AL-LIQUIDITY (WS-DAY-SUB).
           IF WS-AD-OVER-LIMIT (WS-DAY-SUB)
               ADD 1 TO WS-CD-OVER-COUNT (WS-CO-SUB, WS-DAY-SUB)
               ADD 1 TO WS-AL-OVER-COUNT (WS-DAY-SUB)
           END-IF.
           IF WS-AD-OVERDRAWN (WS-DAY-SUB)
               ADD 1 TO WS-CD-OD-COUNT (WS-CO-SUB, WS-DAY-SUB)
               ADD 1 TO WS-AL-OD-COUNT (WS-DAY-SUB)
           END-IF.

       PRINT-ACCOUNT-PROJECTION.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE AM-ACCT-NUM TO WS-AH-ACCT-NUM.
           MOVE AM-COMPANY-CODE TO WS-AH-COMPANY-CODE.
           MOVE WS-ACCT-CCY TO WS-AH-CURRENCY-CODE.
           MOVE WS-OPENING-BALANCE TO WS-AH-BALANCE.
           MOVE WS-CREDIT-LIMIT TO WS-AH-LIMIT.
           MOVE 1 TO WS-DAY-SUB.
           PERFORM SET-DAY-FLAG-TEXT.
           MOVE WS-DL-FLAG TO WS-AH-FLAG.
           IF NOT AM-STATUS-OPEN
               MOVE "NOT OPEN" TO WS-AH-FLAG
           END-IF.
           WRITE CFP-REPORT-RECORD FROM WS-ACCT-HEAD-LINE.
           PERFORM PRINT-ONE-ACCOUNT-DAY
               VARYING WS-DAY-SUB FROM 2 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT.
           MOVE SPACES TO CFP-REPORT-RECORD.
           WRITE CFP-REPORT-RECORD.

       PRINT-ONE-ACCOUNT-DAY.
           MOVE WS-DY-DATE (WS-DAY-SUB) TO WS-DL-DATE.
           MOVE WS-AD-ITEMS (WS-DAY-SUB) TO WS-DL-ITEMS.
           MOVE WS-AD-MOVEMENT (WS-DAY-SUB) TO WS-DL-MOVEMENT.
           MOVE WS-AD-BALANCE (WS-DAY-SUB) TO WS-DL-BALANCE.
           PERFORM SET-DAY-FLAG-TEXT.
           WRITE CFP-REPORT-RECORD FROM WS-DAY-LINE.

       SET-DAY-FLAG-TEXT.
           EVALUATE TRUE
               WHEN WS-AD-OVER-LIMIT (WS-DAY-SUB)
                   MOVE "OVER LIMIT" TO WS-DL-FLAG
               WHEN WS-AD-OVERDRAWN (WS-DAY-SUB)
                   MOVE "OVERDRAWN" TO WS-DL-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-DL-FLAG
           END-EVALUATE.

       WRITE-LIQUIDITY-SECTION.
           MOVE SPACES TO WS-SL-TEXT.
           STRING "COMPANY DAILY LIQUIDITY IN BASE CURRENCY "
                  WS-FX-BASE-CURRENCY
                  DELIMITED BY SIZE INTO WS-SL-TEXT.
           WRITE CFP-REPORT-RECORD FROM WS-SECTION-LINE.
           MOVE SPACES TO CFP-REPORT-RECORD.
           WRITE CFP-REPORT-RECORD.
           PERFORM WRITE-ONE-COMPANY-LIQUIDITY
               VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT.
           MOVE "ALL " TO WS-CL-COMPANY-CODE.
           MOVE WS-ALL-ACCT-COUNT TO WS-CL-ACCT-COUNT.
           WRITE CFP-REPORT-RECORD FROM WS-COMPANY-LINE.
           PERFORM WRITE-ONE-ALL-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT.
           MOVE SPACES TO CFP-REPORT-RECORD.
           WRITE CFP-REPORT-RECORD.

       WRITE-ONE-COMPANY-LIQUIDITY.
           MOVE WS-CO-CODE (WS-CO-SUB) TO WS-CL-COMPANY-CODE.
           MOVE WS-CO-ACCT-COUNT (WS-CO-SUB) TO WS-CL-ACCT-COUNT.
           WRITE CFP-REPORT-RECORD FROM WS-COMPANY-LINE.
           PERFORM WRITE-ONE-COMPANY-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT.
           MOVE SPACES TO CFP-REPORT-RECORD.
           WRITE CFP-REPORT-RECORD.

       WRITE-ONE-COMPANY-DAY.
           MOVE WS-DY-DATE (WS-DAY-SUB) TO WS-LL-DATE.
           MOVE WS-CD-LIQUIDITY (WS-CO-SUB, WS-DAY-SUB)
               TO WS-LL-LIQUIDITY.
           MOVE WS-CD-OVER-COUNT (WS-CO-SUB, WS-DAY-SUB)
               TO WS-LL-OVER-COUNT.
           MOVE WS-CD-OD-COUNT (WS-CO-SUB, WS-DAY-SUB)
               TO WS-LL-OD-COUNT.
           WRITE CFP-REPORT-RECORD FROM WS-LIQUIDITY-LINE.

       WRITE-ONE-ALL-DAY.
           MOVE WS-DY-DATE (WS-DAY-SUB) TO WS-LL-DATE.
           MOVE WS-AL-LIQUIDITY (WS-DAY-SUB) TO WS-LL-LIQUIDITY.
           MOVE WS-AL-OVER-COUNT (WS-DAY-SUB) TO WS-LL-OVER-COUNT.
           MOVE WS-AL-OD-COUNT (WS-DAY-SUB) TO WS-LL-OD-COUNT.
           WRITE CFP-REPORT-RECORD FROM WS-LIQUIDITY-LINE.

       WRITE-REPORT-TOTALS.
           MOVE "STANDING ORDERS READ" TO WS-TL-LABEL.
           MOVE WS-ORDER-COUNT TO WS-TL-COUNT.
           WRITE CFP-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "STANDING-ORDER ITEMS IN HORIZON" TO WS-TL-LABEL.
           MOVE WS-ORDER-ITEM-COUNT TO WS-TL-COUNT.
           WRITE CFP-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "WAREHOUSED ITEMS READ" TO WS-TL-LABEL.
           MOVE WS-WHSE-READ-COUNT TO WS-TL-COUNT.
           WRITE CFP-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "WAREHOUSED ITEMS IN HORIZON" TO WS-TL-LABEL.
           MOVE WS-WHSE-ITEM-COUNT TO WS-TL-COUNT.
           WRITE CFP-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "WAREHOUSED ITEMS BEYOND HORIZON" TO WS-TL-LABEL.
           MOVE WS-WHSE-BEYOND-COUNT TO WS-TL-COUNT.
           WRITE CFP-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "ITEMS APPLIED TO A BALANCE" TO WS-TL-LABEL.
           MOVE WS-APPLIED-COUNT TO WS-TL-COUNT.
           WRITE CFP-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "ITEMS NOT APPLIED (SEE CFPEXC)" TO WS-TL-LABEL.
           MOVE WS-NOT-APPLIED-COUNT TO WS-TL-COUNT.
           WRITE CFP-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "ACCOUNTS ON MASTER" TO WS-TL-LABEL.
           MOVE WS-ACCT-COUNT TO WS-TL-COUNT.
           WRITE CFP-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "ACCOUNTS LISTED" TO WS-TL-LABEL.
           MOVE WS-LISTED-COUNT TO WS-TL-COUNT.
           WRITE CFP-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "ACCOUNTS GOING OVER CREDIT LIMIT" TO WS-TL-LABEL.
           MOVE WS-NEW-OVER-COUNT TO WS-TL-COUNT.
           WRITE CFP-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "ACCOUNTS GOING OVERDRAWN" TO WS-TL-LABEL.
           MOVE WS-NEW-OD-COUNT TO WS-TL-COUNT.
           WRITE CFP-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "ACCOUNTS NOT IN LIQUIDITY" TO WS-TL-LABEL.
           COMPUTE WS-TL-COUNT = WS-NO-RATE-COUNT + WS-CO-DROPPED-COUNT.
           WRITE CFP-REPORT-RECORD FROM WS-TOTAL-LINE.

       WRITE-OVER-LIMIT-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "CFPRJ01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE WS-ACCT-COUNT TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "ACCT " AM-ACCT-NUM " PROJECTED OVER LIMIT ON "
                  WS-OVER-LIMIT-DATE
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-OVERDRAWN-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "CFPRJ01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE WS-ACCT-COUNT TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "ACCT " AM-ACCT-NUM " PROJECTED OVERDRAWN ON "
                  WS-OVERDRAWN-DATE
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-NO-ACCOUNT-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "CFPRJ01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE WS-ACCT-COUNT TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "ACCT " SW-ACCT-NUM " REF " SW-REFERENCE
                  " NOT ON MASTER"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-NOT-APPLIED-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "CFPRJ01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE WS-ACCT-COUNT TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "ACCT " SW-ACCT-NUM " REF " SW-REFERENCE " "
                  WS-SKIP-REASON
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-NO-RATE-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "CFPRJ01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE WS-ACCT-COUNT TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "ACCT " AM-ACCT-NUM " CCY " WS-ACCT-CCY
                  " NO FX RATE, NOT IN LIQUIDITY"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-BAD-ORDER-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "CFPRJ01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE WS-ORDER-COUNT TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "STANDING ORDER HAS BAD DATA, NOT PROJECTED"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-BAD-WAREHOUSE-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "CFPRJ01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE WS-WHSE-READ-COUNT TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "WAREHOUSED ITEM HAS BAD DATA, NOT PROJECTED"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-COMPANY-TABLE-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "CFPRJ01" TO WS-EX-PROGRAM-ID.
           MOVE "E"       TO WS-EX-SEVERITY.
           MOVE WS-ACCT-COUNT TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "COMPANY TABLE FULL, " AM-COMPANY-CODE
                  " AND LATER NOT IN LIQUIDITY"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.
           DISPLAY "CFPRJ01: " WS-EX-REASON.

       WRITE-OPERATOR-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "CFPRJ01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE ZERO      TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "RUN CTL OPERATOR ID MISSING, DEFAULTED UNKNOWN"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

           COPY RUNCTLP.
           COPY FXRTBP.
           COPY EXCPTP.
