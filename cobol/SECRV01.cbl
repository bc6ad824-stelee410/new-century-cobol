       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECRV01.
       AUTHOR. STELEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEC-PARM-FILE ASSIGN TO "SECRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT ADD-JOURNAL-FILE ASSIGN TO "ADDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT ARCH-JOURNAL-FILE ASSIGN TO "ADDJRARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT ADD-APPROVAL-FILE ASSIGN TO "ADDAPPRV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.

           SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT CUST-AUDIT-FILE ASSIGN TO "CUSTAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PREF-JOURNAL-FILE ASSIGN TO "PREFJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREF-STATUS.

           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT CLOSE-PEND-FILE ASSIGN TO "CLOSPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-STATUS.

           SELECT SEC-EXCEPT-IN-FILE ASSIGN TO "SECEXCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXIN-STATUS.

           SELECT SEC-REPORT-FILE ASSIGN TO "SECRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SRTWK07".

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEC-PARM-FILE
           RECORD CONTAINS 16 CHARACTERS.
       01  SEC-PARM-RECORD.
           05  SP-FROM-DATE                PIC 9(8).
           05  SP-TO-DATE                  PIC 9(8).

       FD  OPER-MASTER-FILE
           RECORD CONTAINS 41 CHARACTERS.
           COPY OPERMST.

       FD  ADD-JOURNAL-FILE
           RECORD CONTAINS 148 CHARACTERS.
           COPY ADDJRNL.

       FD  ARCH-JOURNAL-FILE
           RECORD CONTAINS 148 CHARACTERS.
       01  ARCH-JOURNAL-RECORD             PIC X(148).

       FD  ADD-APPROVAL-FILE
           RECORD CONTAINS 28 CHARACTERS.
       01  ADD-APPROVAL-RECORD.
           05  AV-REFERENCE                PIC X(10).
           05  AV-APPROVER-ID              PIC X(8).
           05  AV-APPROVED-AMOUNT          PIC S9(7)V99
                                           SIGN LEADING SEPARATE.

       FD  RUN-HIST-FILE
           RECORD CONTAINS 23 CHARACTERS.
           COPY RUNHST.

       FD  CUST-AUDIT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CUST-AUDIT-RECORD.
           05  CA-TAG                      PIC X(7).
               88  CA-TAG-AFTER             VALUE "AFTER".
               88  CA-TAG-DELETED           VALUE "DELETED".
               88  CA-TAG-MERGED            VALUE "MERGED".
           05  FILLER                      PIC X(6).
           05  CA-CUSTOMER-NUM             PIC 9(6).
           05  FILLER                      PIC X(2).
           05  CA-TEXT                     PIC X(30).
           05  FILLER                      PIC X(2).
           05  CA-ACTION                   PIC X.
               88  CA-ACTION-ADD            VALUE "A".
               88  CA-ACTION-NAME           VALUE "N".
               88  CA-ACTION-ADDRESS        VALUE "C".
               88  CA-ACTION-DELETE         VALUE "D".
               88  CA-ACTION-MERGE          VALUE "M".
           05  FILLER                      PIC X.
           05  CA-OPERATOR-ID              PIC X(8).
           05  FILLER                      PIC X.
           05  CA-RUN-DATE                 PIC 9(8).
           05  FILLER                      PIC X(8).

       FD  PREF-JOURNAL-FILE
           RECORD CONTAINS 38 CHARACTERS.
       01  PREF-JOURNAL-RECORD.
           05  PF-REFERENCE-KEY            PIC X(10).
           05  PF-FIELD-NAME               PIC X(10).
           05  PF-OLD-VALUE                PIC X.
           05  PF-NEW-VALUE                PIC X.
           05  PF-RUN-DATE                 PIC 9(8).
           05  PF-OPERATOR-ID              PIC X(8).

       FD  HOLD-MASTER-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY HOLDMST.

       FD  CLOSE-PEND-FILE
           RECORD CONTAINS 64 CHARACTERS.
           COPY CLOSPND.

       FD  SEC-EXCEPT-IN-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EXCPT.

       FD  SEC-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SEC-REPORT-RECORD               PIC X(80).

       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05  SW-OPERATOR-ID              PIC X(8).
           05  SW-ACTION-DATE              PIC 9(8).
           05  SW-SEQUENCE                 PIC 9(6).
           05  SW-SOURCE                   PIC X(8).
           05  SW-REQUIRED-LEVEL           PIC 9(2).
           05  SW-ACTION                   PIC X(34).
           05  SW-FLAG                     PIC X(14).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                  PIC XX.
       01  WS-OPER-STATUS                  PIC XX.
       01  WS-JRNL-STATUS                  PIC XX.
       01  WS-ARCH-STATUS                  PIC XX.
       01  WS-APPR-STATUS                  PIC XX.
       01  WS-HIST-STATUS                  PIC XX.
       01  WS-AUDIT-STATUS                 PIC XX.
       01  WS-PREF-STATUS                  PIC XX.
       01  WS-HOLD-STATUS                  PIC XX.
       01  WS-CLOSE-STATUS                 PIC XX.
       01  WS-EXIN-STATUS                  PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-RUNCTL-OPER-FLAG             PIC X VALUE "N".
           88  WS-RUNCTL-OPER-MISSING       VALUE "Y".
       01  WS-INPUT-EOF-FLAG               PIC X VALUE "N".
           88  WS-INPUT-EOF                VALUE "Y".
       01  WS-SORT-EOF-FLAG                PIC X VALUE "N".
           88  WS-SORT-EOF                 VALUE "Y".
       01  WS-JRNL-OPEN-FAIL-FLAG          PIC X VALUE "N".
           88  WS-JRNL-OPEN-FAILED          VALUE "Y".
       01  WS-RANGE-BAD-FLAG               PIC X VALUE "N".
           88  WS-RANGE-BAD                VALUE "Y".
       01  WS-ON-OPERATOR-FLAG             PIC X VALUE "N".
           88  WS-ON-OPERATOR              VALUE "Y".
       01  WS-FOUND-FLAG                   PIC X VALUE "N".
           88  WS-FOUND                    VALUE "Y".
       01  WS-MATCH-AMOUNT                 PIC S9(7)V99 VALUE ZERO.

       01  WS-FROM-DATE                    PIC 9(8) VALUE ZERO.
       01  WS-TO-DATE                      PIC 9(8) VALUE ZERO.
       01  WS-RUN-TYPE                     PIC X(9) VALUE "WEEKLY".
       01  WS-SEQUENCE                     PIC 9(6) VALUE ZERO.
       01  WS-ACTION-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-FLAGGED-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-OPERATOR-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-REASON-TALLY                 PIC 9(3) VALUE ZERO.

       01  WS-OPER-MAX                     PIC 9(3) VALUE 200.
       01  WS-OPER-COUNT                   PIC 9(3) VALUE ZERO.
       01  WS-OPER-TABLE.
           05  WS-OPER-ENTRY OCCURS 200 TIMES
                   INDEXED BY OPER-IDX.
               10  WS-OE-OPERATOR-ID       PIC X(8).
               10  WS-OE-NAME              PIC X(30).
               10  WS-OE-LEVEL             PIC 9(2).
               10  WS-OE-ACTIVE-FLAG       PIC X.

       01  WS-APPR-MAX                     PIC 9(3) VALUE 200.
       01  WS-APPR-COUNT                   PIC 9(3) VALUE ZERO.
       01  WS-APPR-TABLE.
           05  WS-APPR-ENTRY OCCURS 200 TIMES
                   INDEXED BY APPR-IDX.
               10  WS-AP-REFERENCE         PIC X(10).
               10  WS-AP-APPROVER-ID       PIC X(8).
               10  WS-AP-AMOUNT            PIC S9(7)V99.

       01  WS-RUN-MAX                      PIC 9(3) VALUE 500.
       01  WS-RUN-COUNT                    PIC 9(3) VALUE ZERO.
       01  WS-RUN-SUB                      PIC 9(3) VALUE ZERO.
       01  WS-RUN-TABLE.
           05  WS-RUN-ENTRY OCCURS 500 TIMES
                   INDEXED BY RUN-IDX.
               10  WS-RN-RUN-DATE          PIC 9(8).
               10  WS-RN-COMPANY-CODE      PIC X(4).
               10  WS-RN-OPERATOR-ID       PIC X(8).
               10  WS-RN-ITEM-COUNT        PIC 9(6).

       01  WS-HIST-MAX                     PIC 9(4) VALUE 2000.
       01  WS-HIST-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-HIST-SUB                     PIC 9(4) VALUE ZERO.
       01  WS-PRIOR-SUB                    PIC 9(4) VALUE ZERO.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 2000 TIMES.
               10  WS-HE-RUN-DATE          PIC 9(8).
               10  WS-HE-COMPANY-CODE      PIC X(4).
               10  WS-HE-STATUS            PIC X.
               10  WS-HE-OPERATOR-ID       PIC X(8).
               10  WS-HE-CYCLE-NUM         PIC 9(2).

       01  WS-PREV-AUDIT-KEY.
           05  WS-PA-TAG                   PIC X(7) VALUE SPACES.
           05  WS-PA-CUSTOMER-NUM          PIC 9(6) VALUE ZERO.
           05  WS-PA-OPERATOR-ID           PIC X(8) VALUE SPACES.

       01  WS-CUR-OPERATOR                 PIC X(8) VALUE SPACES.
       01  WS-CUR-LEVEL                    PIC 9(2) VALUE ZERO.
       01  WS-CUR-STATUS                   PIC X(11) VALUE SPACES.
       01  WS-CUR-ACTIONS                  PIC 9(6) VALUE ZERO.
       01  WS-CUR-FLAGGED                  PIC 9(6) VALUE ZERO.
       01  WS-CUR-FIRST-DATE               PIC 9(8) VALUE ZERO.
       01  WS-CUR-LAST-DATE                PIC 9(8) VALUE ZERO.
       01  WS-LEVEL-FLAG                   PIC X(9) VALUE SPACES.
       01  WS-EDIT-LEVEL                   PIC 9(2) VALUE ZERO.

       01  WS-UNAUTH-MAX                   PIC 9(3) VALUE 200.
       01  WS-UNAUTH-COUNT                 PIC 9(3) VALUE ZERO.
       01  WS-UNAUTH-SUB                   PIC 9(3) VALUE ZERO.
       01  WS-UNAUTH-TABLE.
           05  WS-UNAUTH-ENTRY OCCURS 200 TIMES.
               10  WS-UA-OPERATOR-ID       PIC X(8).
               10  WS-UA-STATUS            PIC X(11).
               10  WS-UA-ACTIONS           PIC 9(6).
               10  WS-UA-FIRST-DATE        PIC 9(8).
               10  WS-UA-LAST-DATE         PIC 9(8).

       01  WS-AMOUNT-EDIT                  PIC -(7)9.99.

       01  WS-TITLE-LINE.
           05  FILLER                      PIC X(28) VALUE
               "PRIVILEGED ACTIVITY REVIEW  ".
           05  WS-TL-RUN-TYPE              PIC X(9).
           05  FILLER                      PIC X(6) VALUE " FROM ".
           05  WS-TL-FROM-DATE             PIC 9(8).
           05  FILLER                      PIC X(4) VALUE " TO ".
           05  WS-TL-TO-DATE               PIC 9(8).
           05  FILLER                      PIC X(5) VALUE "  RUN".
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-TL-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(3) VALUE SPACES.

       01  WS-OPERATOR-LINE.
           05  FILLER                      PIC X(9) VALUE "OPERATOR ".
           05  WS-OL-OPERATOR-ID           PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-OL-NAME                  PIC X(30).
           05  FILLER                      PIC X(8) VALUE
               "  LEVEL ".
           05  WS-OL-LEVEL                 PIC X(2).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-OL-STATUS                PIC X(11).
           05  FILLER                      PIC X(8) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                      PIC X(40) VALUE
               "DATE     SOURCE   LV ACTION             ".
           05  FILLER                      PIC X(40) VALUE
               "                FLAG                    ".

       01  WS-DETAIL-LINE.
           05  WS-DL-DATE                  PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-SOURCE                PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-LEVEL                 PIC X(2).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-ACTION                PIC X(34).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-FLAG                  PIC X(24).

       01  WS-FOOTER-LINE.
           05  FILLER                      PIC X(10) VALUE
               "  ACTIONS ".
           05  WS-FL-ACTIONS               PIC ZZZZZ9.
           05  FILLER                      PIC X(10) VALUE
               "  FLAGGED ".
           05  WS-FL-FLAGGED               PIC ZZZZZ9.
           05  FILLER                      PIC X(48) VALUE SPACES.

       01  WS-UNAUTH-HEADING.
           05  FILLER                      PIC X(40) VALUE
               "ACTIONS BY INACTIVE OR UNKNOWN OPERATOR ".
           05  FILLER                      PIC X(40) VALUE
               "IDS                                     ".

       01  WS-UNAUTH-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-UL-OPERATOR-ID           PIC X(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-UL-STATUS                PIC X(11).
           05  FILLER                      PIC X(9) VALUE
               "  ACTIONS".
           05  WS-UL-ACTIONS               PIC ZZZZZ9.
           05  FILLER                      PIC X(7) VALUE
               "  FROM ".
           05  WS-UL-FIRST-DATE            PIC 9(8).
           05  FILLER                      PIC X(4) VALUE " TO ".
           05  WS-UL-LAST-DATE             PIC 9(8).
           05  FILLER                      PIC X(15) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-LABEL                 PIC X(30).
           05  WS-SL-VALUE                 PIC ZZZZZ9.
           05  FILLER                      PIC X(44) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM READ-RUN-CONTROL-RTN.
           PERFORM READ-SEC-PARM.
           IF NOT WS-RANGE-BAD
               PERFORM LOAD-OPERATOR-TABLE
               PERFORM LOAD-APPROVAL-TABLE
               PERFORM LOAD-RUN-HISTORY
               OPEN OUTPUT SEC-REPORT-FILE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-OPERATOR-ID
                   ON ASCENDING KEY SW-ACTION-DATE
                   ON ASCENDING KEY SW-SEQUENCE
                   INPUT PROCEDURE IS BUILD-SORT-INPUT
                   OUTPUT PROCEDURE IS PRODUCE-REVIEW-REPORT
               PERFORM WRITE-UNAUTHORIZED-SECTION
               PERFORM WRITE-REVIEW-SUMMARY
               CLOSE SEC-REPORT-FILE
           END-IF.
       PROGRAM-DONE.
           DISPLAY "REVIEW PERIOD:         " WS-FROM-DATE " - "
                   WS-TO-DATE.
           DISPLAY "OPERATORS REPORTED:    " WS-OPERATOR-COUNT.
           DISPLAY "ACTIONS REPORTED:      " WS-ACTION-COUNT.
           DISPLAY "ACTIONS FLAGGED:       " WS-FLAGGED-COUNT.
           DISPLAY "INACTIVE/UNKNOWN IDS:  " WS-UNAUTH-COUNT.
           IF WS-JRNL-OPEN-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-RANGE-BAD
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-FLAGGED-COUNT > ZERO
                           OR WS-UNAUTH-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           GOBACK.

       READ-SEC-PARM.
           MOVE RC-RUN-DATE TO WS-TO-DATE.
           OPEN INPUT SEC-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ SEC-PARM-FILE
                   NOT AT END
                       IF SP-FROM-DATE NUMERIC
                               AND SP-FROM-DATE > ZERO
                           MOVE SP-FROM-DATE TO WS-FROM-DATE
                           MOVE "ON DEMAND" TO WS-RUN-TYPE
                           IF SP-TO-DATE NUMERIC
                                   AND SP-TO-DATE > ZERO
                               MOVE SP-TO-DATE TO WS-TO-DATE
                           END-IF
                       END-IF
               END-READ
               CLOSE SEC-PARM-FILE
           END-IF.
           IF WS-FROM-DATE = ZERO
               IF WS-TO-DATE = ZERO
                   MOVE "Y" TO WS-RANGE-BAD-FLAG
               ELSE
                   COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - 6)
               END-IF
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
               MOVE "Y" TO WS-RANGE-BAD-FLAG
           END-IF.
           IF WS-RANGE-BAD
               DISPLAY "SECRV01: REVIEW PERIOD " WS-FROM-DATE " - "
                       WS-TO-DATE " NOT VALID, NO REPORT PRODUCED"
           ELSE
               DISPLAY "SECRV01: " WS-RUN-TYPE " REVIEW "
                       WS-FROM-DATE " - " WS-TO-DATE
           END-IF.

       LOAD-OPERATOR-TABLE.
           MOVE "N" TO WS-INPUT-EOF-FLAG.
           OPEN INPUT OPER-MASTER-FILE.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "SECRV01: NO OPERATOR MASTER, STATUS: "
                       WS-OPER-STATUS " - EVERY ID REPORTED UNKNOWN"
               MOVE "Y" TO WS-INPUT-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-OPERATOR UNTIL WS-INPUT-EOF.
           IF WS-OPER-STATUS = "00" OR WS-OPER-STATUS = "10"
               CLOSE OPER-MASTER-FILE
           END-IF.

       LOAD-ONE-OPERATOR.
           READ OPER-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-INPUT-EOF-FLAG
               NOT AT END
                   IF WS-OPER-COUNT < WS-OPER-MAX
                       ADD 1 TO WS-OPER-COUNT
                       SET OPER-IDX TO WS-OPER-COUNT
                       MOVE OP-OPERATOR-ID
                           TO WS-OE-OPERATOR-ID (OPER-IDX)
                       MOVE OP-OPERATOR-NAME TO WS-OE-NAME (OPER-IDX)
                       MOVE ZERO TO WS-OE-LEVEL (OPER-IDX)
                       IF OP-AUTH-LEVEL NUMERIC
                           MOVE OP-AUTH-LEVEL
                               TO WS-OE-LEVEL (OPER-IDX)
                       END-IF
                       MOVE OP-ACTIVE-FLAG
                           TO WS-OE-ACTIVE-FLAG (OPER-IDX)
                   ELSE
                       DISPLAY "SECRV01: OPERATOR TABLE FULL, "
                               OP-OPERATOR-ID " DROPPED"
                   END-IF
           END-READ.

       LOAD-APPROVAL-TABLE.
           MOVE "N" TO WS-INPUT-EOF-FLAG.
           OPEN INPUT ADD-APPROVAL-FILE.
           IF WS-APPR-STATUS NOT = "00"
               MOVE "Y" TO WS-INPUT-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-APPROVAL UNTIL WS-INPUT-EOF.
           IF WS-APPR-STATUS = "00" OR WS-APPR-STATUS = "10"
               CLOSE ADD-APPROVAL-FILE
           END-IF.

       LOAD-ONE-APPROVAL.
           READ ADD-APPROVAL-FILE
               AT END
                   MOVE "Y" TO WS-INPUT-EOF-FLAG
               NOT AT END
                   IF WS-APPR-COUNT < WS-APPR-MAX
                           AND AV-APPROVED-AMOUNT NUMERIC
                       ADD 1 TO WS-APPR-COUNT
                       SET APPR-IDX TO WS-APPR-COUNT
                       MOVE AV-REFERENCE
                           TO WS-AP-REFERENCE (APPR-IDX)
                       MOVE AV-APPROVER-ID
                           TO WS-AP-APPROVER-ID (APPR-IDX)
                       MOVE AV-APPROVED-AMOUNT
                           TO WS-AP-AMOUNT (APPR-IDX)
                   ELSE
                       DISPLAY "SECRV01: APPROVAL DROPPED, TABLE "
                               "FULL OR AMOUNT NOT NUMERIC"
                   END-IF
           END-READ.

       LOAD-RUN-HISTORY.
           MOVE "N" TO WS-INPUT-EOF-FLAG.
           OPEN INPUT RUN-HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "SECRV01: NO RUN HISTORY, STATUS: "
                       WS-HIST-STATUS
               MOVE "Y" TO WS-INPUT-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-HISTORY UNTIL WS-INPUT-EOF.
           IF WS-HIST-STATUS = "00" OR WS-HIST-STATUS = "10"
               CLOSE RUN-HIST-FILE
           END-IF.

       LOAD-ONE-HISTORY.
           READ RUN-HIST-FILE
               AT END
                   MOVE "Y" TO WS-INPUT-EOF-FLAG
               NOT AT END
                   IF WS-HIST-COUNT < WS-HIST-MAX
                       ADD 1 TO WS-HIST-COUNT
                       MOVE RH-RUN-DATE
                           TO WS-HE-RUN-DATE (WS-HIST-COUNT)
                       MOVE RH-COMPANY-CODE
                           TO WS-HE-COMPANY-CODE (WS-HIST-COUNT)
                       MOVE RH-STATUS TO WS-HE-STATUS (WS-HIST-COUNT)
                       MOVE RH-OPERATOR-ID
                           TO WS-HE-OPERATOR-ID (WS-HIST-COUNT)
                       IF RH-CYCLE-NUM NUMERIC AND RH-CYCLE-NUM > ZERO
                           MOVE RH-CYCLE-NUM
                               TO WS-HE-CYCLE-NUM (WS-HIST-COUNT)
                       ELSE
                           MOVE 99 TO WS-HE-CYCLE-NUM (WS-HIST-COUNT)
                       END-IF
                   ELSE
                       DISPLAY "SECRV01: RUN HISTORY TABLE FULL, "
                               RH-RUN-DATE " DROPPED"
                   END-IF
           END-READ.

       BUILD-SORT-INPUT.
           PERFORM RELEASE-JOURNAL-ACTIVITY.
           PERFORM RELEASE-RUN-HISTORY.
           PERFORM RELEASE-CUSTOMER-AUDIT.
           PERFORM RELEASE-PREF-JOURNAL.
           PERFORM RELEASE-HOLD-ACTIVITY.
           PERFORM RELEASE-CLOSE-REQUESTS.
           PERFORM RELEASE-AUTH-FAILURES.

       RELEASE-JOURNAL-ACTIVITY.
           MOVE "N" TO WS-INPUT-EOF-FLAG.
           OPEN INPUT ADD-JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ADD-JOURNAL-FILE, STATUS: "
                       WS-JRNL-STATUS
               MOVE "Y" TO WS-INPUT-EOF-FLAG
               IF WS-JRNL-STATUS NOT = "35"
                   MOVE "Y" TO WS-JRNL-OPEN-FAIL-FLAG
               END-IF
           END-IF.
           PERFORM READ-ONE-LIVE UNTIL WS-INPUT-EOF.
           IF WS-JRNL-STATUS = "00" OR WS-JRNL-STATUS = "10"
               CLOSE ADD-JOURNAL-FILE
           END-IF.
           MOVE "N" TO WS-INPUT-EOF-FLAG.
           OPEN INPUT ARCH-JOURNAL-FILE.
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "SECRV01: NO ARCHIVE JOURNAL, STATUS: "
                       WS-ARCH-STATUS " - LIVE JOURNAL ONLY"
               MOVE "Y" TO WS-INPUT-EOF-FLAG
           END-IF.
           PERFORM READ-ONE-ARCHIVE UNTIL WS-INPUT-EOF.
           IF WS-ARCH-STATUS = "00" OR WS-ARCH-STATUS = "10"
               CLOSE ARCH-JOURNAL-FILE
           END-IF.
           PERFORM RELEASE-ONE-RUN
               VARYING WS-RUN-SUB FROM 1 BY 1
               UNTIL WS-RUN-SUB > WS-RUN-COUNT.

       READ-ONE-LIVE.
           READ ADD-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-INPUT-EOF-FLAG
               NOT AT END
                   PERFORM SELECT-JOURNAL-POSTING
           END-READ.

       READ-ONE-ARCHIVE.
           READ ARCH-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-INPUT-EOF-FLAG
               NOT AT END
                   MOVE ARCH-JOURNAL-RECORD
                       TO POSTING-JOURNAL-RECORD
                   PERFORM SELECT-JOURNAL-POSTING
           END-READ.

       SELECT-JOURNAL-POSTING.
           IF PJ-RUN-DATE NOT < WS-FROM-DATE
                   AND PJ-RUN-DATE NOT > WS-TO-DATE
               PERFORM COUNT-JOURNAL-RUN
               IF PJ-TRANS-TYPE NOT = "X"
                       OR PJ-ACCT-NUM = PJ-XFER-FROM-ACCT
                   PERFORM CHECK-POSTING-APPROVAL
               END-IF
           END-IF.

       COUNT-JOURNAL-RUN.
           MOVE "N" TO WS-FOUND-FLAG.
           SET RUN-IDX TO 1.
           SEARCH WS-RUN-ENTRY
               AT END
                   CONTINUE
               WHEN RUN-IDX > WS-RUN-COUNT
                   CONTINUE
               WHEN WS-RN-RUN-DATE (RUN-IDX) = PJ-RUN-DATE
                       AND WS-RN-COMPANY-CODE (RUN-IDX)
                           = PJ-COMPANY-CODE
                       AND WS-RN-OPERATOR-ID (RUN-IDX)
                           = PJ-OPERATOR-ID
                   MOVE "Y" TO WS-FOUND-FLAG
                   ADD 1 TO WS-RN-ITEM-COUNT (RUN-IDX)
           END-SEARCH.
           IF NOT WS-FOUND
               IF WS-RUN-COUNT < WS-RUN-MAX
                   ADD 1 TO WS-RUN-COUNT
                   SET RUN-IDX TO WS-RUN-COUNT
                   MOVE PJ-RUN-DATE TO WS-RN-RUN-DATE (RUN-IDX)
                   MOVE PJ-COMPANY-CODE
                       TO WS-RN-COMPANY-CODE (RUN-IDX)
                   MOVE PJ-OPERATOR-ID TO WS-RN-OPERATOR-ID (RUN-IDX)
                   MOVE 1 TO WS-RN-ITEM-COUNT (RUN-IDX)
               ELSE
                   DISPLAY "SECRV01: POSTING RUN TABLE FULL, "
                           PJ-RUN-DATE " " PJ-COMPANY-CODE
                           " NOT COUNTED"
               END-IF
           END-IF.

       CHECK-POSTING-APPROVAL.
           IF PJ-TRANS-AMOUNT NUMERIC
               MOVE PJ-TRANS-AMOUNT TO WS-MATCH-AMOUNT
           ELSE
               MOVE PJ-POSTED-AMOUNT TO WS-MATCH-AMOUNT
           END-IF.
           SET APPR-IDX TO 1.
           SEARCH WS-APPR-ENTRY
               AT END
                   CONTINUE
               WHEN APPR-IDX > WS-APPR-COUNT
                   CONTINUE
               WHEN WS-AP-REFERENCE (APPR-IDX) = PJ-REFERENCE
                       AND (WS-AP-AMOUNT (APPR-IDX) = WS-MATCH-AMOUNT
                        OR WS-AP-AMOUNT (APPR-IDX)
                           = ZERO - WS-MATCH-AMOUNT)
                   PERFORM RELEASE-APPROVAL-ACTION
           END-SEARCH.

       RELEASE-APPROVAL-ACTION.
           MOVE SPACES TO SORT-WORK-RECORD.
           MOVE WS-AP-APPROVER-ID (APPR-IDX) TO SW-OPERATOR-ID.
           MOVE PJ-RUN-DATE TO SW-ACTION-DATE.
           MOVE "ADDAPPRV" TO SW-SOURCE.
           MOVE ZERO TO SW-REQUIRED-LEVEL.
           STRING "APPROVED " PJ-REFERENCE
                  " ACCT " PJ-ACCT-NUM
                  DELIMITED BY SIZE INTO SW-ACTION.
           IF WS-AP-APPROVER-ID (APPR-IDX) = PJ-OPERATOR-ID
               MOVE "SELF-APPROVAL" TO SW-FLAG
           END-IF.
           PERFORM RELEASE-ONE-ACTION.

       RELEASE-ONE-RUN.
           MOVE SPACES TO SORT-WORK-RECORD.
           MOVE WS-RN-OPERATOR-ID (WS-RUN-SUB) TO SW-OPERATOR-ID.
           MOVE WS-RN-RUN-DATE (WS-RUN-SUB) TO SW-ACTION-DATE.
           MOVE "ADDJRNL" TO SW-SOURCE.
           MOVE ZERO TO SW-REQUIRED-LEVEL.
           STRING "POSTED " WS-RN-ITEM-COUNT (WS-RUN-SUB)
                  " ITEMS CO " WS-RN-COMPANY-CODE (WS-RUN-SUB)
                  DELIMITED BY SIZE INTO SW-ACTION.
           PERFORM RELEASE-ONE-ACTION.

       RELEASE-RUN-HISTORY.
           PERFORM SELECT-ONE-HISTORY
               VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-HIST-COUNT.

       SELECT-ONE-HISTORY.
           IF WS-HE-RUN-DATE (WS-HIST-SUB) NOT < WS-FROM-DATE
                   AND WS-HE-RUN-DATE (WS-HIST-SUB) NOT > WS-TO-DATE
               EVALUATE WS-HE-STATUS (WS-HIST-SUB)
                   WHEN "P"
                       PERFORM CHECK-FORCED-RERUN
                   WHEN "R"
                       PERFORM RELEASE-BACKOUT-ACTION
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CHECK-FORCED-RERUN.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM CHECK-ONE-PRIOR-POSTING
               VARYING WS-PRIOR-SUB FROM 1 BY 1
               UNTIL WS-PRIOR-SUB NOT < WS-HIST-SUB
                   OR WS-FOUND.
           IF WS-FOUND
               MOVE SPACES TO SORT-WORK-RECORD
               MOVE WS-HE-OPERATOR-ID (WS-HIST-SUB) TO SW-OPERATOR-ID
               MOVE WS-HE-RUN-DATE (WS-HIST-SUB) TO SW-ACTION-DATE
               MOVE "RUNHIST" TO SW-SOURCE
               MOVE 3 TO SW-REQUIRED-LEVEL
               STRING "FORCED RERUN POSTED CO "
                      WS-HE-COMPANY-CODE (WS-HIST-SUB)
                      DELIMITED BY SIZE INTO SW-ACTION
               PERFORM RELEASE-ONE-ACTION
           END-IF.

       CHECK-ONE-PRIOR-POSTING.
           IF WS-HE-STATUS (WS-PRIOR-SUB) = "P"
                   AND WS-HE-RUN-DATE (WS-PRIOR-SUB)
                       = WS-HE-RUN-DATE (WS-HIST-SUB)
                   AND WS-HE-COMPANY-CODE (WS-PRIOR-SUB)
                       = WS-HE-COMPANY-CODE (WS-HIST-SUB)
                   AND WS-HE-CYCLE-NUM (WS-PRIOR-SUB)
                       = WS-HE-CYCLE-NUM (WS-HIST-SUB)
               MOVE "Y" TO WS-FOUND-FLAG
           END-IF.

       RELEASE-BACKOUT-ACTION.
           MOVE SPACES TO SORT-WORK-RECORD.
           MOVE WS-HE-OPERATOR-ID (WS-HIST-SUB) TO SW-OPERATOR-ID.
           MOVE WS-HE-RUN-DATE (WS-HIST-SUB) TO SW-ACTION-DATE.
           MOVE "RUNHIST" TO SW-SOURCE.
           MOVE 5 TO SW-REQUIRED-LEVEL.
           IF WS-HE-COMPANY-CODE (WS-HIST-SUB) = SPACES
               MOVE "BACKED OUT RUN, ALL COMPANIES" TO SW-ACTION
           ELSE
               STRING "BACKED OUT RUN CO "
                      WS-HE-COMPANY-CODE (WS-HIST-SUB)
                      DELIMITED BY SIZE INTO SW-ACTION
           END-IF.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM CHECK-ONE-OWN-POSTING
               VARYING WS-PRIOR-SUB FROM 1 BY 1
               UNTIL WS-PRIOR-SUB > WS-HIST-COUNT
                   OR WS-FOUND.
           IF WS-FOUND
               MOVE "SELF-BACKOUT" TO SW-FLAG
           END-IF.
           PERFORM RELEASE-ONE-ACTION.

       CHECK-ONE-OWN-POSTING.
           IF WS-HE-STATUS (WS-PRIOR-SUB) = "P"
                   AND WS-HE-RUN-DATE (WS-PRIOR-SUB)
                       = WS-HE-RUN-DATE (WS-HIST-SUB)
                   AND WS-HE-OPERATOR-ID (WS-PRIOR-SUB)
                       = WS-HE-OPERATOR-ID (WS-HIST-SUB)
                   AND (WS-HE-COMPANY-CODE (WS-HIST-SUB) = SPACES
                    OR WS-HE-COMPANY-CODE (WS-PRIOR-SUB)
                       = WS-HE-COMPANY-CODE (WS-HIST-SUB))
               MOVE "Y" TO WS-FOUND-FLAG
           END-IF.

       RELEASE-CUSTOMER-AUDIT.
           MOVE "N" TO WS-INPUT-EOF-FLAG.
           OPEN INPUT CUST-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "SECRV01: NO CUSTOMER AUDIT FILE, STATUS: "
                       WS-AUDIT-STATUS
               MOVE "Y" TO WS-INPUT-EOF-FLAG
           END-IF.
           PERFORM READ-ONE-AUDIT-LINE UNTIL WS-INPUT-EOF.
           IF WS-AUDIT-STATUS = "00" OR WS-AUDIT-STATUS = "10"
               CLOSE CUST-AUDIT-FILE
           END-IF.

       READ-ONE-AUDIT-LINE.
           READ CUST-AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-INPUT-EOF-FLAG
               NOT AT END
                   IF (CA-TAG-AFTER OR CA-TAG-DELETED
                               OR CA-TAG-MERGED)
                           AND NOT (CA-TAG-AFTER AND CA-ACTION-MERGE)
                           AND CA-RUN-DATE NUMERIC
                           AND CA-CUSTOMER-NUM NUMERIC
                       IF CA-TAG NOT = WS-PA-TAG
                               OR CA-CUSTOMER-NUM
                                   NOT = WS-PA-CUSTOMER-NUM
                               OR CA-OPERATOR-ID
                                   NOT = WS-PA-OPERATOR-ID
                           PERFORM SELECT-CUSTOMER-ACTION
                       END-IF
                   END-IF
                   MOVE CA-TAG TO WS-PA-TAG
                   MOVE ZERO TO WS-PA-CUSTOMER-NUM
                   IF CA-CUSTOMER-NUM NUMERIC
                       MOVE CA-CUSTOMER-NUM TO WS-PA-CUSTOMER-NUM
                   END-IF
                   MOVE CA-OPERATOR-ID TO WS-PA-OPERATOR-ID
           END-READ.

       SELECT-CUSTOMER-ACTION.
           IF CA-RUN-DATE NOT < WS-FROM-DATE
                   AND CA-RUN-DATE NOT > WS-TO-DATE
               MOVE SPACES TO SORT-WORK-RECORD
               MOVE CA-OPERATOR-ID TO SW-OPERATOR-ID
               MOVE CA-RUN-DATE TO SW-ACTION-DATE
               MOVE "CUSTAUD" TO SW-SOURCE
               MOVE ZERO TO SW-REQUIRED-LEVEL
               EVALUATE TRUE
                   WHEN CA-ACTION-ADD
                       STRING "CUSTOMER " CA-CUSTOMER-NUM " ADDED"
                              DELIMITED BY SIZE INTO SW-ACTION
                   WHEN CA-ACTION-NAME
                       STRING "CUSTOMER " CA-CUSTOMER-NUM
                              " NAME CHANGED"
                              DELIMITED BY SIZE INTO SW-ACTION
                   WHEN CA-ACTION-ADDRESS
                       STRING "CUSTOMER " CA-CUSTOMER-NUM
                              " ADDRESS CHANGED"
                              DELIMITED BY SIZE INTO SW-ACTION
                   WHEN CA-ACTION-DELETE
                       STRING "CUSTOMER " CA-CUSTOMER-NUM " DELETED"
                              DELIMITED BY SIZE INTO SW-ACTION
                   WHEN CA-ACTION-MERGE
                       STRING "CUSTOMER " CA-CUSTOMER-NUM
                              " MERGED INTO " CA-TEXT (6:6)
                              DELIMITED BY SIZE INTO SW-ACTION
                       MOVE 3 TO SW-REQUIRED-LEVEL
                   WHEN OTHER
                       STRING "CUSTOMER " CA-CUSTOMER-NUM
                              " MAINTAINED"
                              DELIMITED BY SIZE INTO SW-ACTION
               END-EVALUATE
               PERFORM RELEASE-ONE-ACTION
           END-IF.

       RELEASE-PREF-JOURNAL.
           MOVE "N" TO WS-INPUT-EOF-FLAG.
           OPEN INPUT PREF-JOURNAL-FILE.
           IF WS-PREF-STATUS NOT = "00"
               DISPLAY "SECRV01: NO PREFERENCE JOURNAL, STATUS: "
                       WS-PREF-STATUS
               MOVE "Y" TO WS-INPUT-EOF-FLAG
           END-IF.
           PERFORM READ-ONE-PREF-CHANGE UNTIL WS-INPUT-EOF.
           IF WS-PREF-STATUS = "00" OR WS-PREF-STATUS = "10"
               CLOSE PREF-JOURNAL-FILE
           END-IF.

       READ-ONE-PREF-CHANGE.
           READ PREF-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-INPUT-EOF-FLAG
               NOT AT END
                   IF PF-RUN-DATE NUMERIC
                           AND PF-RUN-DATE NOT < WS-FROM-DATE
                           AND PF-RUN-DATE NOT > WS-TO-DATE
                       MOVE SPACES TO SORT-WORK-RECORD
                       MOVE PF-OPERATOR-ID TO SW-OPERATOR-ID
                       MOVE PF-RUN-DATE TO SW-ACTION-DATE
                       MOVE "PREFJRNL" TO SW-SOURCE
                       MOVE ZERO TO SW-REQUIRED-LEVEL
                       STRING "PREF " PF-FIELD-NAME " "
                              PF-OLD-VALUE ">" PF-NEW-VALUE " "
                              PF-REFERENCE-KEY
                              DELIMITED BY SIZE INTO SW-ACTION
                       PERFORM RELEASE-ONE-ACTION
                   END-IF
           END-READ.

       RELEASE-HOLD-ACTIVITY.
           MOVE "N" TO WS-INPUT-EOF-FLAG.
           OPEN INPUT HOLD-MASTER-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "SECRV01: NO HOLDS MASTER, STATUS: "
                       WS-HOLD-STATUS
               MOVE "Y" TO WS-INPUT-EOF-FLAG
           END-IF.
           PERFORM READ-ONE-HOLD UNTIL WS-INPUT-EOF.
           IF WS-HOLD-STATUS = "00" OR WS-HOLD-STATUS = "10"
               CLOSE HOLD-MASTER-FILE
           END-IF.

       READ-ONE-HOLD.
           READ HOLD-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-INPUT-EOF-FLAG
               NOT AT END
                   PERFORM SELECT-HOLD-PLACED
                   PERFORM SELECT-HOLD-CHANGED
           END-READ.

       SELECT-HOLD-PLACED.
           IF HM-PLACED-DATE NUMERIC
                   AND HM-PLACED-DATE NOT < WS-FROM-DATE
                   AND HM-PLACED-DATE NOT > WS-TO-DATE
               MOVE SPACES TO SORT-WORK-RECORD
               MOVE HM-PLACED-BY TO SW-OPERATOR-ID
               MOVE HM-PLACED-DATE TO SW-ACTION-DATE
               MOVE "HOLDMST" TO SW-SOURCE
               MOVE 3 TO SW-REQUIRED-LEVEL
               STRING "HOLD " HM-HOLD-ID " " HM-REASON-CODE
                      " PLACED " HM-ACCT-NUM
                      DELIMITED BY SIZE INTO SW-ACTION
               PERFORM RELEASE-ONE-ACTION
           END-IF.

       SELECT-HOLD-CHANGED.
           IF HM-STATUS-DATE NUMERIC
                   AND HM-STATUS-DATE NOT < WS-FROM-DATE
                   AND HM-STATUS-DATE NOT > WS-TO-DATE
                   AND (HM-STATUS-RELEASED
                    OR (HM-STATUS-ACTIVE
                        AND HM-STATUS-DATE > HM-PLACED-DATE))
               MOVE SPACES TO SORT-WORK-RECORD
               MOVE HM-CHANGED-BY TO SW-OPERATOR-ID
               MOVE HM-STATUS-DATE TO SW-ACTION-DATE
               MOVE "HOLDMST" TO SW-SOURCE
               MOVE 3 TO SW-REQUIRED-LEVEL
               IF HM-STATUS-RELEASED
                   IF HM-REASON-GARNISHMENT
                       MOVE 5 TO SW-REQUIRED-LEVEL
                   END-IF
                   STRING "HOLD " HM-HOLD-ID " " HM-REASON-CODE
                          " RELEASED " HM-ACCT-NUM
                          DELIMITED BY SIZE INTO SW-ACTION
               ELSE
                   STRING "HOLD " HM-HOLD-ID " " HM-REASON-CODE
                          " AMENDED " HM-ACCT-NUM
                          DELIMITED BY SIZE INTO SW-ACTION
               END-IF
               PERFORM RELEASE-ONE-ACTION
           END-IF.

       RELEASE-CLOSE-REQUESTS.
           MOVE "N" TO WS-INPUT-EOF-FLAG.
           OPEN INPUT CLOSE-PEND-FILE.
           IF WS-CLOSE-STATUS NOT = "00"
               MOVE "Y" TO WS-INPUT-EOF-FLAG
           END-IF.
           PERFORM READ-ONE-CLOSE-REQUEST UNTIL WS-INPUT-EOF.
           IF WS-CLOSE-STATUS = "00" OR WS-CLOSE-STATUS = "10"
               CLOSE CLOSE-PEND-FILE
           END-IF.

       READ-ONE-CLOSE-REQUEST.
           READ CLOSE-PEND-FILE
               AT END
                   MOVE "Y" TO WS-INPUT-EOF-FLAG
               NOT AT END
                   IF CP-REQUEST-DATE NUMERIC
                           AND CP-REQUEST-DATE NOT < WS-FROM-DATE
                           AND CP-REQUEST-DATE NOT > WS-TO-DATE
                       MOVE SPACES TO SORT-WORK-RECORD
                       MOVE CP-OPERATOR-ID TO SW-OPERATOR-ID
                       MOVE CP-REQUEST-DATE TO SW-ACTION-DATE
                       MOVE "CLOSPEND" TO SW-SOURCE
                       MOVE 3 TO SW-REQUIRED-LEVEL
                       STRING "CLOSE REQUESTED ACCT " CP-ACCT-NUM
                              DELIMITED BY SIZE INTO SW-ACTION
                       PERFORM RELEASE-ONE-ACTION
                   END-IF
           END-READ.

       RELEASE-AUTH-FAILURES.
           MOVE "N" TO WS-INPUT-EOF-FLAG.
           OPEN INPUT SEC-EXCEPT-IN-FILE.
           IF WS-EXIN-STATUS NOT = "00"
               DISPLAY "SECRV01: NO EXCEPTION FILES, STATUS: "
                       WS-EXIN-STATUS
               MOVE "Y" TO WS-INPUT-EOF-FLAG
           END-IF.
           PERFORM READ-ONE-EXCEPTION UNTIL WS-INPUT-EOF.
           IF WS-EXIN-STATUS = "00" OR WS-EXIN-STATUS = "10"
               CLOSE SEC-EXCEPT-IN-FILE
           END-IF.

       READ-ONE-EXCEPTION.
           READ SEC-EXCEPT-IN-FILE
               AT END
                   MOVE "Y" TO WS-INPUT-EOF-FLAG
               NOT AT END
                   MOVE ZERO TO WS-REASON-TALLY
                   IF EX-REASON (1:5) = "OPER "
                       INSPECT EX-REASON TALLYING WS-REASON-TALLY
                           FOR ALL "NOT AUTHORIZED"
                   END-IF
                   IF WS-REASON-TALLY > ZERO
                           AND EX-RUN-DATE NUMERIC
                           AND EX-RUN-DATE NOT < WS-FROM-DATE
                           AND EX-RUN-DATE NOT > WS-TO-DATE
                       MOVE SPACES TO SORT-WORK-RECORD
                       MOVE EX-REASON (6:8) TO SW-OPERATOR-ID
                       MOVE EX-RUN-DATE TO SW-ACTION-DATE
                       MOVE EX-PROGRAM-ID TO SW-SOURCE
                       MOVE ZERO TO SW-REQUIRED-LEVEL
                       MOVE EX-REASON (15:34) TO SW-ACTION
                       MOVE "AUTH REFUSED" TO SW-FLAG
                       PERFORM RELEASE-ONE-ACTION
                   END-IF
           END-READ.

       RELEASE-ONE-ACTION.
           ADD 1 TO WS-SEQUENCE.
           MOVE WS-SEQUENCE TO SW-SEQUENCE.
           IF SW-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO SW-OPERATOR-ID
           END-IF.
           RELEASE SORT-WORK-RECORD.

       PRODUCE-REVIEW-REPORT.
           PERFORM PRODUCE-ONE-SORTED UNTIL WS-SORT-EOF.
           IF WS-ON-OPERATOR
               PERFORM FINISH-ONE-OPERATOR
           END-IF.

       PRODUCE-ONE-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-FLAG
               NOT AT END
                   IF NOT WS-ON-OPERATOR
                           OR SW-OPERATOR-ID NOT = WS-CUR-OPERATOR
                       PERFORM START-ONE-OPERATOR
                   END-IF
                   PERFORM PRINT-ONE-ACTION
           END-RETURN.

       START-ONE-OPERATOR.
           IF WS-ON-OPERATOR
               PERFORM FINISH-ONE-OPERATOR
           END-IF.
           MOVE "Y" TO WS-ON-OPERATOR-FLAG.
           ADD 1 TO WS-OPERATOR-COUNT.
           MOVE SW-OPERATOR-ID TO WS-CUR-OPERATOR.
           MOVE ZERO TO WS-CUR-ACTIONS.
           MOVE ZERO TO WS-CUR-FLAGGED.
           MOVE SW-ACTION-DATE TO WS-CUR-FIRST-DATE.
           MOVE SPACES TO WS-OPERATOR-LINE.
           MOVE "OPERATOR " TO WS-OPERATOR-LINE (1:9).
           MOVE SW-OPERATOR-ID TO WS-OL-OPERATOR-ID.
           MOVE "  LEVEL " TO WS-OPERATOR-LINE (50:8).
           MOVE "N" TO WS-FOUND-FLAG.
           SET OPER-IDX TO 1.
           SEARCH WS-OPER-ENTRY
               AT END
                   CONTINUE
               WHEN OPER-IDX > WS-OPER-COUNT
                   CONTINUE
               WHEN WS-OE-OPERATOR-ID (OPER-IDX) = SW-OPERATOR-ID
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH.
           IF WS-FOUND
               MOVE WS-OE-LEVEL (OPER-IDX) TO WS-CUR-LEVEL
               MOVE WS-OE-NAME (OPER-IDX) TO WS-OL-NAME
               MOVE WS-CUR-LEVEL TO WS-OL-LEVEL
               IF WS-OE-ACTIVE-FLAG (OPER-IDX) = "Y"
                   MOVE "ACTIVE" TO WS-CUR-STATUS
               ELSE
                   MOVE "INACTIVE" TO WS-CUR-STATUS
               END-IF
           ELSE
               MOVE ZERO TO WS-CUR-LEVEL
               MOVE "*** NOT ON OPERATOR MASTER ***" TO WS-OL-NAME
               MOVE "--" TO WS-OL-LEVEL
               MOVE "NOT ON FILE" TO WS-CUR-STATUS
           END-IF.
           MOVE WS-CUR-STATUS TO WS-OL-STATUS.
           MOVE RC-RUN-DATE TO WS-TL-RUN-DATE.
           MOVE WS-RUN-TYPE TO WS-TL-RUN-TYPE.
           MOVE WS-FROM-DATE TO WS-TL-FROM-DATE.
           MOVE WS-TO-DATE TO WS-TL-TO-DATE.
           WRITE SEC-REPORT-RECORD FROM WS-TITLE-LINE.
           WRITE SEC-REPORT-RECORD FROM WS-OPERATOR-LINE.
           MOVE SPACES TO SEC-REPORT-RECORD.
           WRITE SEC-REPORT-RECORD.
           WRITE SEC-REPORT-RECORD FROM WS-COLUMN-LINE.

       PRINT-ONE-ACTION.
           ADD 1 TO WS-CUR-ACTIONS.
           ADD 1 TO WS-ACTION-COUNT.
           MOVE SW-ACTION-DATE TO WS-CUR-LAST-DATE.
           MOVE SW-ACTION-DATE TO WS-DL-DATE.
           MOVE SW-SOURCE TO WS-DL-SOURCE.
           MOVE SW-ACTION TO WS-DL-ACTION.
           MOVE SPACES TO WS-LEVEL-FLAG.
           IF SW-REQUIRED-LEVEL > ZERO
               MOVE SW-REQUIRED-LEVEL TO WS-DL-LEVEL
               IF WS-CUR-LEVEL < SW-REQUIRED-LEVEL
                   MOVE SW-REQUIRED-LEVEL TO WS-EDIT-LEVEL
                   STRING "LV" WS-EDIT-LEVEL " REQD"
                          DELIMITED BY SIZE INTO WS-LEVEL-FLAG
               END-IF
           ELSE
               MOVE "--" TO WS-DL-LEVEL
           END-IF.
           MOVE SPACES TO WS-DL-FLAG.
           EVALUATE TRUE
               WHEN SW-FLAG NOT = SPACES
                       AND WS-LEVEL-FLAG NOT = SPACES
                   STRING SW-FLAG DELIMITED BY "  "
                          " " WS-LEVEL-FLAG DELIMITED BY SIZE
                          INTO WS-DL-FLAG
               WHEN SW-FLAG NOT = SPACES
                   MOVE SW-FLAG TO WS-DL-FLAG
               WHEN OTHER
                   MOVE WS-LEVEL-FLAG TO WS-DL-FLAG
           END-EVALUATE.
           IF WS-DL-FLAG NOT = SPACES
               ADD 1 TO WS-CUR-FLAGGED
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
           WRITE SEC-REPORT-RECORD FROM WS-DETAIL-LINE.

       FINISH-ONE-OPERATOR.
           MOVE WS-CUR-ACTIONS TO WS-FL-ACTIONS.
           MOVE WS-CUR-FLAGGED TO WS-FL-FLAGGED.
           WRITE SEC-REPORT-RECORD FROM WS-FOOTER-LINE.
           MOVE SPACES TO SEC-REPORT-RECORD.
           WRITE SEC-REPORT-RECORD.
           IF WS-CUR-STATUS NOT = "ACTIVE"
               IF WS-UNAUTH-COUNT < WS-UNAUTH-MAX
                   ADD 1 TO WS-UNAUTH-COUNT
                   MOVE WS-CUR-OPERATOR
                       TO WS-UA-OPERATOR-ID (WS-UNAUTH-COUNT)
                   MOVE WS-CUR-STATUS
                       TO WS-UA-STATUS (WS-UNAUTH-COUNT)
                   MOVE WS-CUR-ACTIONS
                       TO WS-UA-ACTIONS (WS-UNAUTH-COUNT)
                   MOVE WS-CUR-FIRST-DATE
                       TO WS-UA-FIRST-DATE (WS-UNAUTH-COUNT)
                   MOVE WS-CUR-LAST-DATE
                       TO WS-UA-LAST-DATE (WS-UNAUTH-COUNT)
               ELSE
                   DISPLAY "SECRV01: INACTIVE/UNKNOWN ID TABLE FULL, "
                           WS-CUR-OPERATOR " NOT LISTED"
               END-IF
           END-IF.

       WRITE-UNAUTHORIZED-SECTION.
           MOVE RC-RUN-DATE TO WS-TL-RUN-DATE.
           MOVE WS-RUN-TYPE TO WS-TL-RUN-TYPE.
           MOVE WS-FROM-DATE TO WS-TL-FROM-DATE.
           MOVE WS-TO-DATE TO WS-TL-TO-DATE.
           WRITE SEC-REPORT-RECORD FROM WS-TITLE-LINE.
           WRITE SEC-REPORT-RECORD FROM WS-UNAUTH-HEADING.
           MOVE SPACES TO SEC-REPORT-RECORD.
           WRITE SEC-REPORT-RECORD.
           IF WS-UNAUTH-COUNT = ZERO
               MOVE "  NONE - EVERY ID IS ACTIVE ON OPERMST"
                   TO SEC-REPORT-RECORD
               WRITE SEC-REPORT-RECORD
           END-IF.
           PERFORM WRITE-ONE-UNAUTHORIZED
               VARYING WS-UNAUTH-SUB FROM 1 BY 1
               UNTIL WS-UNAUTH-SUB > WS-UNAUTH-COUNT.
           MOVE SPACES TO SEC-REPORT-RECORD.
           WRITE SEC-REPORT-RECORD.

       WRITE-ONE-UNAUTHORIZED.
           MOVE WS-UA-OPERATOR-ID (WS-UNAUTH-SUB)
               TO WS-UL-OPERATOR-ID.
           MOVE WS-UA-STATUS (WS-UNAUTH-SUB) TO WS-UL-STATUS.
           MOVE WS-UA-ACTIONS (WS-UNAUTH-SUB) TO WS-UL-ACTIONS.
           MOVE WS-UA-FIRST-DATE (WS-UNAUTH-SUB) TO WS-UL-FIRST-DATE.
           MOVE WS-UA-LAST-DATE (WS-UNAUTH-SUB) TO WS-UL-LAST-DATE.
           WRITE SEC-REPORT-RECORD FROM WS-UNAUTH-LINE.

       WRITE-REVIEW-SUMMARY.
           MOVE "OPERATORS REPORTED" TO WS-SL-LABEL.
           MOVE WS-OPERATOR-COUNT TO WS-SL-VALUE.
           WRITE SEC-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE "PRIVILEGED ACTIONS" TO WS-SL-LABEL.
           MOVE WS-ACTION-COUNT TO WS-SL-VALUE.
           WRITE SEC-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE "ACTIONS FLAGGED" TO WS-SL-LABEL.
           MOVE WS-FLAGGED-COUNT TO WS-SL-VALUE.
           WRITE SEC-REPORT-RECORD FROM WS-SUMMARY-LINE.
           MOVE "INACTIVE OR UNKNOWN IDS" TO WS-SL-LABEL.
           MOVE WS-UNAUTH-COUNT TO WS-SL-VALUE.
           WRITE SEC-REPORT-RECORD FROM WS-SUMMARY-LINE.

           COPY RUNCTLP.
