       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALGEN01.
       AUTHOR. STELEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-PARM-FILE ASSIGN TO "CALPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT HOLIDAY-FILE ASSIGN TO "CALHOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOL-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.

           SELECT CAL-REPORT-FILE ASSIGN TO "CALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAL-PARM-FILE
           RECORD CONTAINS 12 CHARACTERS.
       01  CAL-PARM-RECORD.
           05  CG-YEAR                     PIC 9(4).
           05  CG-WEEKEND-DAYS             PIC X(7).
           05  CG-RUN-MODE                 PIC X.
               88  CG-PROOF                 VALUE "P" " ".
               88  CG-REPLACE               VALUE "R".

       FD  HOLIDAY-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  HOLIDAY-RECORD.
           05  HL-HOLIDAY-DATE             PIC 9(8).
           05  FILLER                      PIC X.
           05  HL-DESCRIPTION              PIC X(30).

       FD  CALENDAR-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  CALENDAR-RECORD.
           05  CAL-DATE                    PIC 9(8).
           05  CAL-DAY-TYPE                PIC X.
               88  CAL-BUSINESS-DAY         VALUE "B".
               88  CAL-HOLIDAY              VALUE "H".
               88  CAL-WEEKEND              VALUE "W".
           05  CAL-MONTH-END-FLAG          PIC X.
               88  CAL-MONTH-END            VALUE "Y".

       FD  CAL-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CAL-REPORT-RECORD               PIC X(80).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                  PIC XX.
       01  WS-HOL-STATUS                   PIC XX.
       01  WS-CAL-STATUS                   PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-RUNCTL-OPER-FLAG             PIC X VALUE "N".
           88  WS-RUNCTL-OPER-MISSING       VALUE "Y".
       01  WS-INPUT-EOF-FLAG               PIC X VALUE "N".
           88  WS-INPUT-EOF                VALUE "Y".
       01  WS-PARM-BAD-FLAG                PIC X VALUE "N".
           88  WS-PARM-BAD                 VALUE "Y".
       01  WS-REPLACE-FLAG                 PIC X VALUE "N".
           88  WS-REPLACE-REQUESTED        VALUE "Y".
       01  WS-REPLACED-FLAG                PIC X VALUE "N".
           88  WS-CALENDAR-REPLACED        VALUE "Y".
       01  WS-DATE-VALID-FLAG              PIC X VALUE "N".
           88  WS-DATE-VALID               VALUE "Y".
       01  WS-FOUND-FLAG                   PIC X VALUE "N".
           88  WS-FOUND                    VALUE "Y".
       01  WS-MONTH-END-SEEN-FLAG          PIC X VALUE "N".
           88  WS-MONTH-END-SEEN           VALUE "Y".
       01  WS-NEW-FULL-FLAG                PIC X VALUE "N".
           88  WS-NEW-FULL                 VALUE "Y".

       01  WS-BUILD-YEAR                   PIC 9(4) VALUE ZERO.
       01  WS-WEEKEND-DAYS                 PIC X(7) VALUE "NNNNNYY".
       01  WS-WEEKEND-FLAGS REDEFINES WS-WEEKEND-DAYS.
           05  WS-WEEKEND-FLAG OCCURS 7 TIMES PIC X.
       01  WS-RUN-MODE-NAME                PIC X(7) VALUE "PROOF".
       01  WS-YEAR-START                   PIC 9(8) VALUE ZERO.
       01  WS-YEAR-END                     PIC 9(8) VALUE ZERO.
       01  WS-YEAR-START-INT               PIC 9(7) VALUE ZERO.
       01  WS-YEAR-END-INT                 PIC 9(7) VALUE ZERO.
       01  WS-DAY-INT                      PIC 9(7) VALUE ZERO.
       01  WS-PREV-INT                     PIC 9(7) VALUE ZERO.
       01  WS-DOW                          PIC 9 VALUE ZERO.
       01  WS-DOW-SUB                      PIC 9 VALUE ZERO.
       01  WS-MISSING-DAYS                 PIC 9(5) VALUE ZERO.

       01  WS-SAVE-CHK-DATE                PIC 9(8) VALUE ZERO.
       01  WS-CHK-DATE                     PIC 9(8) VALUE ZERO.
       01  WS-CHK-DATE-SPLIT REDEFINES WS-CHK-DATE.
           05  WS-CHK-YEAR                 PIC 9(4).
           05  WS-CHK-MONTH                PIC 99.
           05  WS-CHK-DAY                  PIC 99.
       01  WS-DAYS-IN-MONTH                PIC 99 VALUE ZERO.
       01  WS-MONTH-DAYS-VALUES            PIC X(24) VALUE
           "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 99.
       01  WS-DAY-NAME-VALUES              PIC X(21) VALUE
           "MONTUEWEDTHUFRISATSUN".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME OCCURS 7 TIMES  PIC X(3).

       01  WS-ERROR-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-WARNING-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-ERRORS-BEFORE                PIC 9(5) VALUE ZERO.
       01  WS-ADDED-COUNT                  PIC 9(5) VALUE ZERO.
       01  WS-CHANGED-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-UNCHANGED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-PAST-DROPPED-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-REMOVED-COUNT                PIC 9(5) VALUE ZERO.
       01  WS-KEPT-COUNT                   PIC 9(5) VALUE ZERO.
       01  WS-GENERATED-COUNT              PIC 9(5) VALUE ZERO.
       01  WS-WRITTEN-COUNT                PIC 9(5) VALUE ZERO.

       01  WS-OLD-MAX                      PIC 9(4) VALUE 1000.
       01  WS-OLD-COUNT                    PIC 9(4) VALUE ZERO.
       01  WS-OLD-SUB                      PIC 9(4) VALUE ZERO.
       01  WS-OLD-TABLE.
           05  WS-OLD-ENTRY OCCURS 1000 TIMES.
               10  WS-OC-DATE              PIC 9(8).
               10  WS-OC-DAY-TYPE          PIC X.
               10  WS-OC-MONTH-END         PIC X.
               10  WS-OC-MATCHED           PIC X.

       01  WS-NEW-MAX                      PIC 9(4) VALUE 800.
       01  WS-NEW-COUNT                    PIC 9(4) VALUE ZERO.
       01  WS-NEW-SUB                      PIC 9(4) VALUE ZERO.
       01  WS-NEW-TABLE.
           05  WS-NEW-ENTRY OCCURS 800 TIMES.
               10  WS-NC-DATE              PIC 9(8).
               10  WS-NC-DAY-TYPE          PIC X.
               10  WS-NC-MONTH-END         PIC X.

       01  WS-HOL-MAX                      PIC 9(3) VALUE 100.
       01  WS-HOL-COUNT                    PIC 9(3) VALUE ZERO.
       01  WS-HOL-SUB                      PIC 9(3) VALUE ZERO.
       01  WS-HOL-TABLE.
           05  WS-HOL-ENTRY OCCURS 100 TIMES.
               10  WS-HT-DATE              PIC 9(8).
               10  WS-HT-DESCRIPTION       PIC X(30).
               10  WS-HT-USABLE            PIC X.

       01  WS-MONTH-SUB                    PIC 99 VALUE ZERO.
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY OCCURS 12 TIMES.
               10  WS-MT-LAST-BUSINESS     PIC 9(4).
               10  WS-MT-BUSINESS-DAYS     PIC 99.
               10  WS-MT-HOLIDAYS          PIC 99.
               10  WS-MT-WEEKEND-DAYS      PIC 99.

       01  WS-CUR-MONTH                    PIC 9(6) VALUE ZERO.
       01  WS-CUR-MONTH-SPLIT REDEFINES WS-CUR-MONTH.
           05  WS-CM-YEAR                  PIC 9(4).
           05  WS-CM-MONTH                 PIC 99.
       01  WS-CUR-MONTH-DAYS               PIC 99 VALUE ZERO.
       01  WS-CUR-MONTH-ENDS               PIC 99 VALUE ZERO.
       01  WS-CUR-MONTH-FIRST-DAY          PIC 99 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(26) VALUE
               "PROCESSING CALENDAR BUILD ".
           05  FILLER                      PIC X(5) VALUE "YEAR ".
           05  WS-HL-YEAR                  PIC 9(4).
           05  FILLER                      PIC X(6) VALUE "  RUN ".
           05  WS-HL-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-HL-MODE                  PIC X(7).
           05  FILLER                      PIC X(12) VALUE
               "  WEEKEND = ".
           05  WS-HL-WEEKEND               PIC X(7).
           05  FILLER                      PIC X(3) VALUE SPACES.

       01  WS-HOLIDAY-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-HD-DATE                  PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-HD-DAY-NAME              PIC X(3).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-HD-DESCRIPTION           PIC X(30).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-HD-STATUS                PIC X(32).

       01  WS-MESSAGE-LINE.
           05  WS-ML-SEVERITY              PIC X(8).
           05  WS-ML-TEXT                  PIC X(72).

       01  WS-COMPARE-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CL-DATE                  PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-CL-DAY-NAME              PIC X(3).
           05  FILLER                      PIC X(6) VALUE "  OLD ".
           05  WS-CL-OLD-TYPE              PIC X.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-CL-OLD-MONTH-END         PIC X.
           05  FILLER                      PIC X(6) VALUE "  NEW ".
           05  WS-CL-NEW-TYPE              PIC X.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-CL-NEW-MONTH-END         PIC X.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CL-CHANGE                PIC X(40).
           05  FILLER                      PIC X(6) VALUE SPACES.

       01  WS-MONTH-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-MN-YEAR                  PIC 9(4).
           05  FILLER                      PIC X VALUE "-".
           05  WS-MN-MONTH                 PIC 99.
           05  FILLER                      PIC X(17) VALUE
               "  BUSINESS DAYS  ".
           05  WS-MN-BUSINESS              PIC Z9.
           05  FILLER                      PIC X(12) VALUE
               "  HOLIDAYS  ".
           05  WS-MN-HOLIDAYS              PIC Z9.
           05  FILLER                      PIC X(11) VALUE
               "  WEEKEND  ".
           05  WS-MN-WEEKEND               PIC Z9.
           05  FILLER                      PIC X(13) VALUE
               "  MONTH-END  ".
           05  WS-MN-MONTH-END             PIC X(8).
           05  FILLER                      PIC X(4) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(40).
           05  WS-TL-VALUE                 PIC ZZZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM READ-RUN-CONTROL-RTN.
           OPEN OUTPUT CAL-REPORT-FILE.
           PERFORM READ-CAL-PARM.
           IF NOT WS-PARM-BAD
               PERFORM LOAD-OLD-CALENDAR
               PERFORM LOAD-HOLIDAY-LIST
               PERFORM BUILD-NEW-CALENDAR
               PERFORM VALIDATE-NEW-CALENDAR
               PERFORM COMPARE-CALENDARS
               PERFORM WRITE-MONTH-SUMMARY
               PERFORM REPLACE-CALENDAR
           END-IF.
           PERFORM WRITE-BUILD-TOTALS.
           CLOSE CAL-REPORT-FILE.
       PROGRAM-DONE.
           DISPLAY "CALENDAR YEAR BUILT:   " WS-BUILD-YEAR.
           DISPLAY "DAYS GENERATED:        " WS-GENERATED-COUNT.
           DISPLAY "DAYS ADDED:            " WS-ADDED-COUNT.
           DISPLAY "DAYS CHANGED:          " WS-CHANGED-COUNT.
           DISPLAY "ERRORS:                " WS-ERROR-COUNT.
           DISPLAY "WARNINGS:              " WS-WARNING-COUNT.
           IF WS-CALENDAR-REPLACED
               DISPLAY "CALENDAR REPLACED:     " WS-WRITTEN-COUNT
                       " DAYS"
           ELSE
               DISPLAY "CALENDAR NOT REPLACED"
           END-IF.
           IF WS-PARM-BAD OR WS-ERROR-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       READ-CAL-PARM.
           OPEN INPUT CAL-PARM-FILE.
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "CALGEN01: NO CALENDAR PARAMETER, STATUS: "
                       WS-PARM-STATUS
               MOVE "Y" TO WS-PARM-BAD-FLAG
           ELSE
               READ CAL-PARM-FILE
                   AT END
                       MOVE "Y" TO WS-PARM-BAD-FLAG
                   NOT AT END
                       PERFORM EDIT-CAL-PARM
               END-READ
               CLOSE CAL-PARM-FILE
           END-IF.
           MOVE WS-BUILD-YEAR TO WS-HL-YEAR.
           MOVE RC-RUN-DATE TO WS-HL-RUN-DATE.
           MOVE WS-RUN-MODE-NAME TO WS-HL-MODE.
           MOVE WS-WEEKEND-DAYS TO WS-HL-WEEKEND.
           WRITE CAL-REPORT-RECORD FROM WS-HEADING-LINE.
           MOVE "WEEKEND DAYS ARE FLAGGED Y IN MON-SUN ORDER"
               TO CAL-REPORT-RECORD.
           WRITE CAL-REPORT-RECORD.
           MOVE SPACES TO CAL-REPORT-RECORD.
           WRITE CAL-REPORT-RECORD.
           IF WS-PARM-BAD
               MOVE "CALENDAR PARAMETER MISSING OR INVALID"
                   TO WS-ML-TEXT
               PERFORM WRITE-ERROR-LINE
           END-IF.

       EDIT-CAL-PARM.
           IF CG-YEAR NUMERIC
               MOVE CG-YEAR TO WS-BUILD-YEAR
           END-IF.
           MOVE RC-RUN-DATE TO WS-CHK-DATE.
           IF WS-BUILD-YEAR < WS-CHK-YEAR
                   OR WS-BUILD-YEAR > 9998
               DISPLAY "CALGEN01: YEAR " CG-YEAR
                       " NOT VALID OR BEFORE THE RUN YEAR"
               MOVE "Y" TO WS-PARM-BAD-FLAG
           END-IF.
           IF CG-WEEKEND-DAYS NOT = SPACES
               MOVE CG-WEEKEND-DAYS TO WS-WEEKEND-DAYS
           END-IF.
           PERFORM EDIT-ONE-WEEKEND-FLAG
               VARYING WS-DOW-SUB FROM 1 BY 1
               UNTIL WS-DOW-SUB > 7.
           IF WS-WEEKEND-DAYS = "YYYYYYY"
               DISPLAY "CALGEN01: EVERY DAY IS A WEEKEND DAY"
               MOVE "Y" TO WS-PARM-BAD-FLAG
           END-IF.
           EVALUATE TRUE
               WHEN CG-REPLACE
                   MOVE "Y" TO WS-REPLACE-FLAG
                   MOVE "REPLACE" TO WS-RUN-MODE-NAME
               WHEN CG-PROOF
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CALGEN01: RUN MODE " CG-RUN-MODE
                           " NOT P OR R"
                   MOVE "Y" TO WS-PARM-BAD-FLAG
           END-EVALUATE.

       EDIT-ONE-WEEKEND-FLAG.
           IF WS-WEEKEND-FLAG (WS-DOW-SUB) NOT = "Y"
                   AND WS-WEEKEND-FLAG (WS-DOW-SUB) NOT = "N"
               DISPLAY "CALGEN01: WEEKEND DAYS " WS-WEEKEND-DAYS
                       " MUST BE Y OR N FOR EACH DAY"
               MOVE "Y" TO WS-PARM-BAD-FLAG
           END-IF.

       LOAD-OLD-CALENDAR.
           MOVE "N" TO WS-INPUT-EOF-FLAG.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "CALGEN01: NO EXISTING CALENDAR, STATUS: "
                       WS-CAL-STATUS " - BUILDING FROM EMPTY"
               MOVE "Y" TO WS-INPUT-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-OLD-DAY UNTIL WS-INPUT-EOF.
           IF WS-CAL-STATUS = "00" OR WS-CAL-STATUS = "10"
               CLOSE CALENDAR-FILE
           END-IF.

       LOAD-ONE-OLD-DAY.
           READ CALENDAR-FILE
               AT END
                   MOVE "Y" TO WS-INPUT-EOF-FLAG
               NOT AT END
                   IF WS-OLD-COUNT < WS-OLD-MAX
                       ADD 1 TO WS-OLD-COUNT
                       MOVE CAL-DATE TO WS-OC-DATE (WS-OLD-COUNT)
                       MOVE CAL-DAY-TYPE
                           TO WS-OC-DAY-TYPE (WS-OLD-COUNT)
                       MOVE CAL-MONTH-END-FLAG
                           TO WS-OC-MONTH-END (WS-OLD-COUNT)
                       MOVE "N" TO WS-OC-MATCHED (WS-OLD-COUNT)
                   ELSE
                       MOVE "EXISTING CALENDAR HAS MORE THAN 1000 DAYS"
                           TO WS-ML-TEXT
                       PERFORM WRITE-ERROR-LINE
                       MOVE "Y" TO WS-INPUT-EOF-FLAG
                   END-IF
           END-READ.

       LOAD-HOLIDAY-LIST.
           MOVE "HOLIDAY LIST" TO CAL-REPORT-RECORD.
           WRITE CAL-REPORT-RECORD.
           MOVE "N" TO WS-INPUT-EOF-FLAG.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOL-STATUS NOT = "00"
               MOVE "NO HOLIDAY LIST - EVERY WEEKDAY IS A BUSINESS DAY"
                   TO WS-ML-TEXT
               PERFORM WRITE-WARNING-LINE
               MOVE "Y" TO WS-INPUT-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-HOLIDAY UNTIL WS-INPUT-EOF.
           IF WS-HOL-STATUS = "00" OR WS-HOL-STATUS = "10"
               CLOSE HOLIDAY-FILE
           END-IF.
           MOVE SPACES TO CAL-REPORT-RECORD.
           WRITE CAL-REPORT-RECORD.

       LOAD-ONE-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   MOVE "Y" TO WS-INPUT-EOF-FLAG
               NOT AT END
                   PERFORM EDIT-ONE-HOLIDAY
           END-READ.

       EDIT-ONE-HOLIDAY.
           MOVE HOLIDAY-RECORD (1:8) TO WS-HD-DATE.
           MOVE SPACES TO WS-HD-DAY-NAME.
           MOVE HL-DESCRIPTION TO WS-HD-DESCRIPTION.
           MOVE "N" TO WS-DATE-VALID-FLAG.
           IF HL-HOLIDAY-DATE NUMERIC
               MOVE HL-HOLIDAY-DATE TO WS-CHK-DATE
               PERFORM CHECK-DATE-VALID
           END-IF.
           IF NOT WS-DATE-VALID
               MOVE "*** INVALID DATE" TO WS-HD-STATUS
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               PERFORM SET-DAY-OF-WEEK
               MOVE WS-DAY-NAME (WS-DOW) TO WS-HD-DAY-NAME
               MOVE "N" TO WS-FOUND-FLAG
               PERFORM FIND-ONE-HOLIDAY
                   VARYING WS-HOL-SUB FROM 1 BY 1
                   UNTIL WS-HOL-SUB > WS-HOL-COUNT
                       OR WS-FOUND
               EVALUATE TRUE
                   WHEN WS-CHK-YEAR NOT = WS-BUILD-YEAR
                       MOVE "NOT IN BUILD YEAR - IGNORED"
                           TO WS-HD-STATUS
                       ADD 1 TO WS-WARNING-COUNT
                   WHEN WS-FOUND
                       MOVE "DUPLICATE - IGNORED" TO WS-HD-STATUS
                       ADD 1 TO WS-WARNING-COUNT
                   WHEN WS-HOL-COUNT NOT < WS-HOL-MAX
                       MOVE "*** HOLIDAY LIST FULL" TO WS-HD-STATUS
                       ADD 1 TO WS-ERROR-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-HOL-COUNT
                       MOVE HL-HOLIDAY-DATE
                           TO WS-HT-DATE (WS-HOL-COUNT)
                       MOVE HL-DESCRIPTION
                           TO WS-HT-DESCRIPTION (WS-HOL-COUNT)
                       IF WS-WEEKEND-FLAG (WS-DOW) = "Y"
                           MOVE "WEEKEND - LIST THE OBSERVED DAY"
                               TO WS-HD-STATUS
                           MOVE "N" TO WS-HT-USABLE (WS-HOL-COUNT)
                           ADD 1 TO WS-WARNING-COUNT
                       ELSE
                           MOVE "HOLIDAY" TO WS-HD-STATUS
                           MOVE "Y" TO WS-HT-USABLE (WS-HOL-COUNT)
                       END-IF
               END-EVALUATE
           END-IF.
           WRITE CAL-REPORT-RECORD FROM WS-HOLIDAY-LINE.

       FIND-ONE-HOLIDAY.
           IF WS-HT-DATE (WS-HOL-SUB) = WS-CHK-DATE
               MOVE "Y" TO WS-FOUND-FLAG
           END-IF.

       CHECK-DATE-VALID.
           MOVE "N" TO WS-DATE-VALID-FLAG.
           IF WS-CHK-YEAR > 1600
                   AND WS-CHK-MONTH > ZERO AND WS-CHK-MONTH < 13
               MOVE WS-MONTH-DAYS (WS-CHK-MONTH) TO WS-DAYS-IN-MONTH
               IF WS-CHK-MONTH = 2
                       AND FUNCTION MOD(WS-CHK-YEAR 4) = ZERO
                       AND (FUNCTION MOD(WS-CHK-YEAR 100) NOT = ZERO
                        OR FUNCTION MOD(WS-CHK-YEAR 400) = ZERO)
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
               IF WS-CHK-DAY > ZERO
                       AND WS-CHK-DAY NOT > WS-DAYS-IN-MONTH
                   MOVE "Y" TO WS-DATE-VALID-FLAG
               END-IF
           END-IF.

       SET-DAY-OF-WEEK.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-CHK-DATE).
           COMPUTE WS-DOW = FUNCTION MOD(WS-DAY-INT - 1 7) + 1.

       BUILD-NEW-CALENDAR.
           COMPUTE WS-YEAR-START = WS-BUILD-YEAR * 10000 + 101.
           COMPUTE WS-YEAR-END = WS-BUILD-YEAR * 10000 + 1231.
           COMPUTE WS-YEAR-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-YEAR-START).
           COMPUTE WS-YEAR-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-YEAR-END).
           INITIALIZE WS-MONTH-TABLE.
           PERFORM KEEP-DAY-BEFORE-YEAR
               VARYING WS-OLD-SUB FROM 1 BY 1
               UNTIL WS-OLD-SUB > WS-OLD-COUNT.
           PERFORM GENERATE-ONE-DAY
               VARYING WS-DAY-INT FROM WS-YEAR-START-INT BY 1
               UNTIL WS-DAY-INT > WS-YEAR-END-INT.
           PERFORM FLAG-ONE-MONTH-END
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.
           PERFORM KEEP-DAY-AFTER-YEAR
               VARYING WS-OLD-SUB FROM 1 BY 1
               UNTIL WS-OLD-SUB > WS-OLD-COUNT.

       KEEP-DAY-BEFORE-YEAR.
           IF WS-OC-DATE (WS-OLD-SUB) NOT < RC-RUN-DATE
                   AND WS-OC-DATE (WS-OLD-SUB) < WS-YEAR-START
               PERFORM KEEP-ONE-OLD-DAY
           END-IF.

       KEEP-DAY-AFTER-YEAR.
           IF WS-OC-DATE (WS-OLD-SUB) > WS-YEAR-END
               PERFORM KEEP-ONE-OLD-DAY
           END-IF.

       KEEP-ONE-OLD-DAY.
           IF WS-NEW-COUNT < WS-NEW-MAX
               ADD 1 TO WS-NEW-COUNT
               ADD 1 TO WS-KEPT-COUNT
               MOVE WS-OC-DATE (WS-OLD-SUB) TO WS-NC-DATE (WS-NEW-COUNT)
               MOVE WS-OC-DAY-TYPE (WS-OLD-SUB)
                   TO WS-NC-DAY-TYPE (WS-NEW-COUNT)
               MOVE WS-OC-MONTH-END (WS-OLD-SUB)
                   TO WS-NC-MONTH-END (WS-NEW-COUNT)
           ELSE
               PERFORM WRITE-NEW-FULL-ERROR
           END-IF.

       GENERATE-ONE-DAY.
           IF WS-NEW-COUNT < WS-NEW-MAX
               ADD 1 TO WS-NEW-COUNT
               ADD 1 TO WS-GENERATED-COUNT
               COMPUTE WS-CHK-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               COMPUTE WS-DOW = FUNCTION MOD(WS-DAY-INT - 1 7) + 1
               MOVE WS-CHK-DATE TO WS-NC-DATE (WS-NEW-COUNT)
               MOVE "N" TO WS-NC-MONTH-END (WS-NEW-COUNT)
               MOVE "N" TO WS-FOUND-FLAG
               PERFORM FIND-USABLE-HOLIDAY
                   VARYING WS-HOL-SUB FROM 1 BY 1
                   UNTIL WS-HOL-SUB > WS-HOL-COUNT
                       OR WS-FOUND
               EVALUATE TRUE
                   WHEN WS-WEEKEND-FLAG (WS-DOW) = "Y"
                       MOVE "W" TO WS-NC-DAY-TYPE (WS-NEW-COUNT)
                       ADD 1 TO WS-MT-WEEKEND-DAYS (WS-CHK-MONTH)
                   WHEN WS-FOUND
                       MOVE "H" TO WS-NC-DAY-TYPE (WS-NEW-COUNT)
                       ADD 1 TO WS-MT-HOLIDAYS (WS-CHK-MONTH)
                   WHEN OTHER
                       MOVE "B" TO WS-NC-DAY-TYPE (WS-NEW-COUNT)
                       ADD 1 TO WS-MT-BUSINESS-DAYS (WS-CHK-MONTH)
                       MOVE WS-NEW-COUNT
                           TO WS-MT-LAST-BUSINESS (WS-CHK-MONTH)
               END-EVALUATE
           ELSE
               PERFORM WRITE-NEW-FULL-ERROR
               MOVE WS-YEAR-END-INT TO WS-DAY-INT
           END-IF.

       FIND-USABLE-HOLIDAY.
           IF WS-HT-DATE (WS-HOL-SUB) = WS-CHK-DATE
                   AND WS-HT-USABLE (WS-HOL-SUB) = "Y"
               MOVE "Y" TO WS-FOUND-FLAG
           END-IF.

       FLAG-ONE-MONTH-END.
           IF WS-MT-LAST-BUSINESS (WS-MONTH-SUB) > ZERO
               MOVE "Y" TO WS-NC-MONTH-END
                   (WS-MT-LAST-BUSINESS (WS-MONTH-SUB))
           END-IF.

       WRITE-NEW-FULL-ERROR.
           IF NOT WS-NEW-FULL
               MOVE "NEW CALENDAR WOULD EXCEED 800 DAYS"
                   TO WS-ML-TEXT
               PERFORM WRITE-ERROR-LINE
               MOVE "Y" TO WS-NEW-FULL-FLAG
           END-IF.

       VALIDATE-NEW-CALENDAR.
           MOVE "VALIDATION" TO CAL-REPORT-RECORD.
           WRITE CAL-REPORT-RECORD.
           MOVE WS-ERROR-COUNT TO WS-ERRORS-BEFORE.
           MOVE ZERO TO WS-CUR-MONTH.
           MOVE ZERO TO WS-PREV-INT.
           IF WS-NEW-COUNT = ZERO
                   OR WS-NC-DATE (1) > RC-RUN-DATE
               MOVE SPACES TO WS-ML-TEXT
               STRING "CALENDAR DOES NOT COVER THE RUN DATE "
                      RC-RUN-DATE
                      DELIMITED BY SIZE INTO WS-ML-TEXT
               PERFORM WRITE-ERROR-LINE
           END-IF.
           PERFORM VALIDATE-ONE-DAY
               VARYING WS-NEW-SUB FROM 1 BY 1
               UNTIL WS-NEW-SUB > WS-NEW-COUNT.
           PERFORM CLOSE-CHECKED-MONTH.
           IF WS-ERROR-COUNT = WS-ERRORS-BEFORE
               MOVE "NO GAPS, DUPLICATES OR MONTH-END ERRORS FOUND"
                   TO WS-ML-TEXT
               MOVE SPACES TO WS-ML-SEVERITY
               WRITE CAL-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.
           MOVE SPACES TO CAL-REPORT-RECORD.
           WRITE CAL-REPORT-RECORD.

       VALIDATE-ONE-DAY.
           MOVE "N" TO WS-DATE-VALID-FLAG.
           IF WS-NC-DATE (WS-NEW-SUB) NUMERIC
               MOVE WS-NC-DATE (WS-NEW-SUB) TO WS-CHK-DATE
               PERFORM CHECK-DATE-VALID
           END-IF.
           IF NOT WS-DATE-VALID
               MOVE SPACES TO WS-ML-TEXT
               STRING "INVALID DATE " WS-NC-DATE (WS-NEW-SUB)
                      " ON CALENDAR"
                      DELIMITED BY SIZE INTO WS-ML-TEXT
               PERFORM WRITE-ERROR-LINE
           ELSE
               PERFORM CHECK-DAY-SEQUENCE
               PERFORM CHECK-DAY-CODES
               PERFORM CHECK-MONTH-END-DAY
           END-IF.

       CHECK-DAY-SEQUENCE.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-CHK-DATE).
           IF WS-PREV-INT > ZERO
               EVALUATE TRUE
                   WHEN WS-DAY-INT = WS-PREV-INT
                       MOVE SPACES TO WS-ML-TEXT
                       STRING "DUPLICATE DAY " WS-CHK-DATE
                              DELIMITED BY SIZE INTO WS-ML-TEXT
                       PERFORM WRITE-ERROR-LINE
                   WHEN WS-DAY-INT < WS-PREV-INT
                       MOVE SPACES TO WS-ML-TEXT
                       STRING "DAY " WS-CHK-DATE " OUT OF SEQUENCE"
                              DELIMITED BY SIZE INTO WS-ML-TEXT
                       PERFORM WRITE-ERROR-LINE
                   WHEN WS-DAY-INT > WS-PREV-INT + 1
                       COMPUTE WS-MISSING-DAYS =
                           WS-DAY-INT - WS-PREV-INT - 1
                       MOVE SPACES TO WS-ML-TEXT
                       STRING "GAP - " WS-MISSING-DAYS
                              " DAYS MISSING BEFORE " WS-CHK-DATE
                              DELIMITED BY SIZE INTO WS-ML-TEXT
                       PERFORM WRITE-ERROR-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-DAY-INT > WS-PREV-INT
               MOVE WS-DAY-INT TO WS-PREV-INT
           END-IF.

       CHECK-DAY-CODES.
           IF WS-NC-DAY-TYPE (WS-NEW-SUB) NOT = "B"
                   AND WS-NC-DAY-TYPE (WS-NEW-SUB) NOT = "H"
                   AND WS-NC-DAY-TYPE (WS-NEW-SUB) NOT = "W"
               MOVE SPACES TO WS-ML-TEXT
               STRING "DAY " WS-CHK-DATE " HAS DAY TYPE "
                      WS-NC-DAY-TYPE (WS-NEW-SUB)
                      DELIMITED BY SIZE INTO WS-ML-TEXT
               PERFORM WRITE-ERROR-LINE
           END-IF.
           IF WS-NC-MONTH-END (WS-NEW-SUB) NOT = "Y"
                   AND WS-NC-MONTH-END (WS-NEW-SUB) NOT = "N"
               MOVE SPACES TO WS-ML-TEXT
               STRING "DAY " WS-CHK-DATE " HAS MONTH-END FLAG "
                      WS-NC-MONTH-END (WS-NEW-SUB)
                      DELIMITED BY SIZE INTO WS-ML-TEXT
               PERFORM WRITE-ERROR-LINE
           END-IF.

       CHECK-MONTH-END-DAY.
           IF WS-CHK-YEAR NOT = WS-CM-YEAR
                   OR WS-CHK-MONTH NOT = WS-CM-MONTH
               PERFORM CLOSE-CHECKED-MONTH
               MOVE WS-CHK-YEAR TO WS-CM-YEAR
               MOVE WS-CHK-MONTH TO WS-CM-MONTH
               MOVE WS-CHK-DAY TO WS-CUR-MONTH-FIRST-DAY
               MOVE ZERO TO WS-CUR-MONTH-DAYS
               MOVE ZERO TO WS-CUR-MONTH-ENDS
               MOVE "N" TO WS-MONTH-END-SEEN-FLAG
           END-IF.
           ADD 1 TO WS-CUR-MONTH-DAYS.
           IF WS-NC-DAY-TYPE (WS-NEW-SUB) = "B" AND WS-MONTH-END-SEEN
               MOVE SPACES TO WS-ML-TEXT
               STRING "BUSINESS DAY " WS-CHK-DATE
                      " FALLS AFTER THE MONTH-END DAY"
                      DELIMITED BY SIZE INTO WS-ML-TEXT
               PERFORM WRITE-ERROR-LINE
           END-IF.
           IF WS-NC-MONTH-END (WS-NEW-SUB) = "Y"
               ADD 1 TO WS-CUR-MONTH-ENDS
               MOVE "Y" TO WS-MONTH-END-SEEN-FLAG
               IF WS-NC-DAY-TYPE (WS-NEW-SUB) NOT = "B"
                   MOVE SPACES TO WS-ML-TEXT
                   STRING "MONTH-END " WS-CHK-DATE
                          " IS NOT A BUSINESS DAY"
                          DELIMITED BY SIZE INTO WS-ML-TEXT
                   PERFORM WRITE-ERROR-LINE
               END-IF
           END-IF.

       CLOSE-CHECKED-MONTH.
           IF WS-CUR-MONTH > ZERO AND WS-CUR-MONTH-FIRST-DAY = 1
               MOVE WS-CHK-DATE TO WS-SAVE-CHK-DATE
               MOVE WS-CM-YEAR TO WS-CHK-YEAR
               MOVE WS-CM-MONTH TO WS-CHK-MONTH
               MOVE 1 TO WS-CHK-DAY
               PERFORM CHECK-DATE-VALID
               MOVE WS-SAVE-CHK-DATE TO WS-CHK-DATE
               IF WS-CUR-MONTH-DAYS = WS-DAYS-IN-MONTH
                   EVALUATE TRUE
                       WHEN WS-CUR-MONTH-ENDS = ZERO
                           MOVE SPACES TO WS-ML-TEXT
                           STRING "MONTH " WS-CM-YEAR "-" WS-CM-MONTH
                                  " HAS NO MONTH-END DAY"
                                  DELIMITED BY SIZE INTO WS-ML-TEXT
                           PERFORM WRITE-ERROR-LINE
                       WHEN WS-CUR-MONTH-ENDS > 1
                           MOVE SPACES TO WS-ML-TEXT
                           STRING "MONTH " WS-CM-YEAR "-" WS-CM-MONTH
                                  " HAS " WS-CUR-MONTH-ENDS
                                  " MONTH-END DAYS"
                                  DELIMITED BY SIZE INTO WS-ML-TEXT
                           PERFORM WRITE-ERROR-LINE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       COMPARE-CALENDARS.
           MOVE "CHANGES AGAINST THE EXISTING CALENDAR" TO
               CAL-REPORT-RECORD.
           WRITE CAL-REPORT-RECORD.
           PERFORM COMPARE-ONE-NEW-DAY
               VARYING WS-NEW-SUB FROM 1 BY 1
               UNTIL WS-NEW-SUB > WS-NEW-COUNT.
           PERFORM COMPARE-ONE-OLD-DAY
               VARYING WS-OLD-SUB FROM 1 BY 1
               UNTIL WS-OLD-SUB > WS-OLD-COUNT.
           IF WS-ADDED-COUNT = ZERO AND WS-CHANGED-COUNT = ZERO
                   AND WS-REMOVED-COUNT = ZERO
               MOVE "  NO DAYS ADDED, CHANGED OR REMOVED"
                   TO CAL-REPORT-RECORD
               WRITE CAL-REPORT-RECORD
           END-IF.
           MOVE SPACES TO CAL-REPORT-RECORD.
           WRITE CAL-REPORT-RECORD.

       COMPARE-ONE-NEW-DAY.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM FIND-OLD-DAY
               VARYING WS-OLD-SUB FROM 1 BY 1
               UNTIL WS-OLD-SUB > WS-OLD-COUNT
                   OR WS-FOUND.
           IF WS-FOUND
               SUBTRACT 1 FROM WS-OLD-SUB
               IF WS-OC-DAY-TYPE (WS-OLD-SUB)
                       = WS-NC-DAY-TYPE (WS-NEW-SUB)
                       AND WS-OC-MONTH-END (WS-OLD-SUB)
                           = WS-NC-MONTH-END (WS-NEW-SUB)
                   ADD 1 TO WS-UNCHANGED-COUNT
               ELSE
                   ADD 1 TO WS-CHANGED-COUNT
                   PERFORM SET-COMPARE-NEW-SIDE
                   MOVE WS-OC-DAY-TYPE (WS-OLD-SUB) TO WS-CL-OLD-TYPE
                   MOVE WS-OC-MONTH-END (WS-OLD-SUB)
                       TO WS-CL-OLD-MONTH-END
                   MOVE "CHANGED" TO WS-CL-CHANGE
                   WRITE CAL-REPORT-RECORD FROM WS-COMPARE-LINE
               END-IF
           ELSE
               ADD 1 TO WS-ADDED-COUNT
               PERFORM SET-COMPARE-NEW-SIDE
               MOVE "-" TO WS-CL-OLD-TYPE
               MOVE "-" TO WS-CL-OLD-MONTH-END
               MOVE "ADDED" TO WS-CL-CHANGE
               WRITE CAL-REPORT-RECORD FROM WS-COMPARE-LINE
           END-IF.

       FIND-OLD-DAY.
           IF WS-OC-DATE (WS-OLD-SUB) = WS-NC-DATE (WS-NEW-SUB)
                   AND WS-OC-MATCHED (WS-OLD-SUB) = "N"
               MOVE "Y" TO WS-FOUND-FLAG
               MOVE "Y" TO WS-OC-MATCHED (WS-OLD-SUB)
           END-IF.

       SET-COMPARE-NEW-SIDE.
           MOVE WS-NC-DATE (WS-NEW-SUB) TO WS-CL-DATE.
           MOVE SPACES TO WS-CL-DAY-NAME.
           MOVE "N" TO WS-DATE-VALID-FLAG.
           IF WS-NC-DATE (WS-NEW-SUB) NUMERIC
               MOVE WS-NC-DATE (WS-NEW-SUB) TO WS-CHK-DATE
               PERFORM CHECK-DATE-VALID
           END-IF.
           IF WS-DATE-VALID
               PERFORM SET-DAY-OF-WEEK
               MOVE WS-DAY-NAME (WS-DOW) TO WS-CL-DAY-NAME
           END-IF.
           MOVE WS-NC-DAY-TYPE (WS-NEW-SUB) TO WS-CL-NEW-TYPE.
           MOVE WS-NC-MONTH-END (WS-NEW-SUB) TO WS-CL-NEW-MONTH-END.

       COMPARE-ONE-OLD-DAY.
           IF WS-OC-MATCHED (WS-OLD-SUB) = "N"
               IF WS-OC-DATE (WS-OLD-SUB) < RC-RUN-DATE
                   ADD 1 TO WS-PAST-DROPPED-COUNT
               ELSE
                   ADD 1 TO WS-REMOVED-COUNT
                   MOVE WS-OC-DATE (WS-OLD-SUB) TO WS-CL-DATE
                   MOVE SPACES TO WS-CL-DAY-NAME
                   MOVE WS-OC-DAY-TYPE (WS-OLD-SUB) TO WS-CL-OLD-TYPE
                   MOVE WS-OC-MONTH-END (WS-OLD-SUB)
                       TO WS-CL-OLD-MONTH-END
                   MOVE "-" TO WS-CL-NEW-TYPE
                   MOVE "-" TO WS-CL-NEW-MONTH-END
                   MOVE "REMOVED" TO WS-CL-CHANGE
                   WRITE CAL-REPORT-RECORD FROM WS-COMPARE-LINE
               END-IF
           END-IF.

       WRITE-MONTH-SUMMARY.
           MOVE "BUILD YEAR BY MONTH" TO CAL-REPORT-RECORD.
           WRITE CAL-REPORT-RECORD.
           PERFORM WRITE-ONE-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.
           MOVE SPACES TO CAL-REPORT-RECORD.
           WRITE CAL-REPORT-RECORD.

       WRITE-ONE-MONTH.
           MOVE WS-BUILD-YEAR TO WS-MN-YEAR.
           MOVE WS-MONTH-SUB TO WS-MN-MONTH.
           MOVE WS-MT-BUSINESS-DAYS (WS-MONTH-SUB) TO WS-MN-BUSINESS.
           MOVE WS-MT-HOLIDAYS (WS-MONTH-SUB) TO WS-MN-HOLIDAYS.
           MOVE WS-MT-WEEKEND-DAYS (WS-MONTH-SUB) TO WS-MN-WEEKEND.
           IF WS-MT-LAST-BUSINESS (WS-MONTH-SUB) > ZERO
               MOVE WS-NC-DATE (WS-MT-LAST-BUSINESS (WS-MONTH-SUB))
                   TO WS-MN-MONTH-END
           ELSE
               MOVE "NONE" TO WS-MN-MONTH-END
           END-IF.
           WRITE CAL-REPORT-RECORD FROM WS-MONTH-LINE.

       REPLACE-CALENDAR.
           EVALUATE TRUE
               WHEN WS-ERROR-COUNT > ZERO
                   MOVE "ERRORS FOUND - EXISTING CALENDAR LEFT AS IS"
                       TO WS-ML-TEXT
               WHEN NOT WS-REPLACE-REQUESTED
                   MOVE "PROOF RUN - RERUN WITH MODE R ONCE SIGNED OFF"
                       TO WS-ML-TEXT
               WHEN NOT RC-PRODUCTION-MODE
                   MOVE "TEST MODE - EXISTING CALENDAR LEFT AS IS"
                       TO WS-ML-TEXT
               WHEN OTHER
                   OPEN OUTPUT CALENDAR-FILE
                   PERFORM WRITE-ONE-CALENDAR-DAY
                       VARYING WS-NEW-SUB FROM 1 BY 1
                       UNTIL WS-NEW-SUB > WS-NEW-COUNT
                   CLOSE CALENDAR-FILE
                   MOVE "Y" TO WS-REPLACED-FLAG
                   MOVE "CALENDAR REPLACED" TO WS-ML-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-ML-SEVERITY.
           WRITE CAL-REPORT-RECORD FROM WS-MESSAGE-LINE.
           MOVE SPACES TO CAL-REPORT-RECORD.
           WRITE CAL-REPORT-RECORD.

       WRITE-ONE-CALENDAR-DAY.
           MOVE WS-NC-DATE (WS-NEW-SUB) TO CAL-DATE.
           MOVE WS-NC-DAY-TYPE (WS-NEW-SUB) TO CAL-DAY-TYPE.
           MOVE WS-NC-MONTH-END (WS-NEW-SUB) TO CAL-MONTH-END-FLAG.
           WRITE CALENDAR-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.

       WRITE-BUILD-TOTALS.
           MOVE "DAYS ON EXISTING CALENDAR" TO WS-TL-LABEL.
           MOVE WS-OLD-COUNT TO WS-TL-VALUE.
           WRITE CAL-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "DAYS GENERATED FOR BUILD YEAR" TO WS-TL-LABEL.
           MOVE WS-GENERATED-COUNT TO WS-TL-VALUE.
           WRITE CAL-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "DAYS KEPT OUTSIDE BUILD YEAR" TO WS-TL-LABEL.
           MOVE WS-KEPT-COUNT TO WS-TL-VALUE.
           WRITE CAL-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "PAST DAYS DROPPED" TO WS-TL-LABEL.
           MOVE WS-PAST-DROPPED-COUNT TO WS-TL-VALUE.
           WRITE CAL-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "DAYS ADDED" TO WS-TL-LABEL.
           MOVE WS-ADDED-COUNT TO WS-TL-VALUE.
           WRITE CAL-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "DAYS CHANGED" TO WS-TL-LABEL.
           MOVE WS-CHANGED-COUNT TO WS-TL-VALUE.
           WRITE CAL-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "DAYS UNCHANGED" TO WS-TL-LABEL.
           MOVE WS-UNCHANGED-COUNT TO WS-TL-VALUE.
           WRITE CAL-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "DAYS REMOVED" TO WS-TL-LABEL.
           MOVE WS-REMOVED-COUNT TO WS-TL-VALUE.
           WRITE CAL-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "ERRORS" TO WS-TL-LABEL.
           MOVE WS-ERROR-COUNT TO WS-TL-VALUE.
           WRITE CAL-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "WARNINGS" TO WS-TL-LABEL.
           MOVE WS-WARNING-COUNT TO WS-TL-VALUE.
           WRITE CAL-REPORT-RECORD FROM WS-TOTAL-LINE.

       WRITE-ERROR-LINE.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE "*** ERR " TO WS-ML-SEVERITY.
           WRITE CAL-REPORT-RECORD FROM WS-MESSAGE-LINE.

       WRITE-WARNING-LINE.
           ADD 1 TO WS-WARNING-COUNT.
           MOVE "WARNING " TO WS-ML-SEVERITY.
           WRITE CAL-REPORT-RECORD FROM WS-MESSAGE-LINE.

           COPY RUNCTLP.
