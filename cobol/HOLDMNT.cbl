       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDMNT.
       AUTHOR. STELEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-MNT-FILE ASSIGN TO "HOLDMNTI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MNT-STATUS.

           SELECT HOLD-MASTER-FILE ASSIGN TO "HOLDMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AM-ACCT-NUM
               ALTERNATE RECORD KEY IS AM-CUSTOMER-NUM WITH DUPLICATES
               FILE STATUS IS WS-BAL-STATUS.

           SELECT HOLD-REPORT-FILE ASSIGN TO "HOLDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT HOLD-EXCEPT-FILE ASSIGN TO "HLDEXCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

           SELECT OPER-MASTER-FILE ASSIGN TO "OPERMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-MNT-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01  HOLD-MNT-RECORD.
           05  HT-ACTION                   PIC X.
               88  HT-ACTION-PLACE          VALUE "P".
               88  HT-ACTION-AMEND          VALUE "A".
               88  HT-ACTION-RELEASE        VALUE "R".
           05  HT-HOLD-ID                  PIC 9(6).
           05  HT-ACCT-NUM                 PIC 9(8).
           05  HT-AMOUNT                   PIC 9(7)V99.
           05  HT-REASON-CODE              PIC X.
           05  HT-EXPIRY-DATE              PIC 9(8).

       FD  HOLD-MASTER-FILE
           RECORD CONTAINS 65 CHARACTERS.
           COPY HOLDMST.

       FD  ACCT-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY ACCTMST.

       FD  HOLD-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLD-REPORT-RECORD              PIC X(80).

       FD  HOLD-EXCEPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EXCPT.

       FD  OPER-MASTER-FILE
           RECORD CONTAINS 41 CHARACTERS.
           COPY OPERMST.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-MNT-STATUS                   PIC XX.
       01  WS-HOLD-STATUS                  PIC XX.
       01  WS-BAL-STATUS                   PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-EXCEPT-STATUS                PIC XX.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-RUNCTL-OPER-FLAG             PIC X VALUE "N".
           88  WS-RUNCTL-OPER-MISSING       VALUE "Y".
       01  WS-EOF-FLAG                     PIC X VALUE "N".
           88  WS-EOF                      VALUE "Y".
       01  WS-MNT-OPEN-FAIL-FLAG           PIC X VALUE "N".
           88  WS-MNT-OPEN-FAILED           VALUE "Y".
       01  WS-HOLD-EOF-FLAG                PIC X VALUE "N".
           88  WS-HOLD-EOF                 VALUE "Y".
       01  WS-HOLD-OVER-FLAG               PIC X VALUE "N".
           88  WS-HOLD-OVERFLOWED          VALUE "Y".
       01  WS-BAL-OPEN-FLAG                PIC X VALUE "N".
           88  WS-BAL-OPENED               VALUE "Y".
       01  WS-ACCT-FOUND-FLAG              PIC X VALUE "N".
           88  WS-ACCT-FOUND               VALUE "Y".
       01  WS-HOLD-FOUND-FLAG              PIC X VALUE "N".
           88  WS-HOLD-FOUND               VALUE "Y".
       01  WS-ACTION-VALID-FLAG            PIC X VALUE "Y".
           88  WS-ACTION-VALID             VALUE "Y".
       01  WS-RECORD-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-APPLIED-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-EXPIRED-COUNT                PIC 9(6) VALUE ZERO.
       01  WS-PURGED-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-EXCEPT-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-ACTIVE-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-ACTIVE-TOTAL                 PIC 9(11)V99 VALUE ZERO.
       01  WS-MNT-REASON                   PIC X(30).
       01  WS-LEGAL-LEVEL                  PIC 9(2) VALUE 5.
       01  WS-RETAIN-DAYS                  PIC 9(3) VALUE 90.
       01  WS-PURGE-CUTOFF-INT             PIC S9(8) VALUE ZERO.
       01  WS-PURGE-CUTOFF-DATE            PIC 9(8) VALUE ZERO.
       01  WS-NEXT-HOLD-ID                 PIC 9(6) VALUE ZERO.

       01  WS-HOLD-MAX                     PIC 9(4) VALUE 2000.
       01  WS-HOLD-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-HOLD-SUB                     PIC 9(4) VALUE ZERO.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 2000 TIMES.
               10  WS-HE-RECORD            PIC X(65).

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(24) VALUE
               "HOLDS MAINTENANCE REPORT".
           05  FILLER                      PIC X(11) VALUE
               "  RUN DATE ".
           05  WS-HL-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(11) VALUE
               "  OPERATOR ".
           05  WS-HL-OPERATOR              PIC X(8).
           05  FILLER                      PIC X(18) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(5) VALUE "HOLD ".
           05  WS-DL-HOLD-ID               PIC 9(6).
           05  FILLER                      PIC X(6) VALUE " ACCT ".
           05  WS-DL-ACCT-NUM              PIC 9(8).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-ACTION                PIC X(8).
           05  FILLER                      PIC X(4) VALUE " AMT".
           05  WS-DL-AMOUNT                PIC Z(6)9.99.
           05  FILLER                      PIC X(5) VALUE " RSN ".
           05  WS-DL-REASON                PIC X.
           05  FILLER                      PIC X(5) VALUE " EXP ".
           05  WS-DL-EXPIRY                PIC 9(8).
           05  FILLER                      PIC X(4) VALUE " BY ".
           05  WS-DL-OPERATOR              PIC X(8).
           05  FILLER                      PIC X VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(20) VALUE
               "ACTIVE HOLDS        ".
           05  WS-TL-COUNT                 PIC Z(5)9.
           05  FILLER                      PIC X(14) VALUE
               "  TOTAL HELD  ".
           05  WS-TL-AMOUNT                PIC Z(10)9.99.
           05  FILLER                      PIC X(26) VALUE SPACES.

           COPY OPAUTH.

           COPY EXCPTWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM READ-RUN-CONTROL-RTN.
           OPEN INPUT HOLD-MNT-FILE.
           IF WS-MNT-STATUS NOT = "00"
               DISPLAY "HOLDMNT: NO HOLD MAINTENANCE INPUT, STATUS: "
                       WS-MNT-STATUS " - EXPIRY SWEEP ONLY"
               MOVE "Y" TO WS-EOF-FLAG
               IF WS-MNT-STATUS NOT = "35"
                   MOVE "Y" TO WS-MNT-OPEN-FAIL-FLAG
               END-IF
           END-IF.
           OPEN OUTPUT HOLD-EXCEPT-FILE.
           IF WS-RUNCTL-OPER-MISSING
               PERFORM WRITE-OPERATOR-EXCEPTION
           END-IF.
           IF NOT WS-EOF
               MOVE 3 TO WS-OPAUTH-REQUIRED-LEVEL
               PERFORM CHECK-OPER-AUTH-RTN
               IF NOT WS-OPAUTH-OK
                   PERFORM WRITE-AUTH-EXCEPTION
                   MOVE "Y" TO WS-EOF-FLAG
                   DISPLAY "HOLDMNT: OPERATOR " RC-OPERATOR-ID
                           " NOT AUTHORIZED, NO ACTIONS APPLIED"
               END-IF
           END-IF.
           PERFORM LOAD-HOLD-TABLE.
           OPEN INPUT ACCT-BAL-FILE.
           IF WS-BAL-STATUS = "00"
               MOVE "Y" TO WS-BAL-OPEN-FLAG
           END-IF.
           OPEN OUTPUT HOLD-REPORT-FILE.
           MOVE RC-RUN-DATE TO WS-HL-RUN-DATE.
           MOVE RC-OPERATOR-ID TO WS-HL-OPERATOR.
           WRITE HOLD-REPORT-RECORD FROM WS-HEADING-LINE.
           MOVE SPACES TO HOLD-REPORT-RECORD.
           WRITE HOLD-REPORT-RECORD.
           PERFORM PROCESS-MNT-FILE UNTIL WS-EOF.
           PERFORM EXPIRE-ONE-HOLD
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT.
           PERFORM WRITE-ACTIVE-TOTALS.
           IF RC-PRODUCTION-MODE
               PERFORM REWRITE-HOLD-MASTER
           ELSE
               DISPLAY "HOLDMNT: TEST MODE - HOLDS MASTER NOT "
                       "UPDATED"
           END-IF.
           IF WS-MNT-STATUS = "00" OR WS-MNT-STATUS = "10"
               CLOSE HOLD-MNT-FILE
           END-IF.
           IF WS-BAL-OPENED
               CLOSE ACCT-BAL-FILE
           END-IF.
           CLOSE HOLD-REPORT-FILE.
           CLOSE HOLD-EXCEPT-FILE.
       PROGRAM-DONE.
           DISPLAY "MAINTENANCE RECORDS READ: " WS-RECORD-COUNT.
           DISPLAY "ACTIONS APPLIED:          " WS-APPLIED-COUNT.
           DISPLAY "HOLDS EXPIRED:            " WS-EXPIRED-COUNT.
           DISPLAY "HOLDS PURGED:             " WS-PURGED-COUNT.
           DISPLAY "ACTIVE HOLDS:             " WS-ACTIVE-COUNT.
           DISPLAY "EXCEPTIONS WRITTEN:       " WS-EXCEPT-COUNT.
           IF WS-MNT-OPEN-FAILED OR WS-HOLD-OVERFLOWED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-EXCEPT-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       LOAD-HOLD-TABLE.
           OPEN INPUT HOLD-MASTER-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "HOLDMNT: NO HOLDS MASTER, STATUS: "
                       WS-HOLD-STATUS " - STARTING EMPTY"
               MOVE "Y" TO WS-HOLD-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-HOLD UNTIL WS-HOLD-EOF.
           IF WS-HOLD-STATUS = "00" OR WS-HOLD-STATUS = "10"
               CLOSE HOLD-MASTER-FILE
           END-IF.
           ADD 1 TO WS-NEXT-HOLD-ID.

       LOAD-ONE-HOLD.
           READ HOLD-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-HOLD-EOF-FLAG
               NOT AT END
                   IF WS-HOLD-COUNT < WS-HOLD-MAX
                       ADD 1 TO WS-HOLD-COUNT
                       MOVE HOLD-MASTER-RECORD
                           TO WS-HE-RECORD (WS-HOLD-COUNT)
                       IF HM-HOLD-ID NUMERIC
                               AND HM-HOLD-ID > WS-NEXT-HOLD-ID
                           MOVE HM-HOLD-ID TO WS-NEXT-HOLD-ID
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-HOLD-OVER-FLAG
                       DISPLAY "HOLDMNT: HOLD TABLE FULL, HOLD "
                               HM-HOLD-ID " NOT LOADED"
                   END-IF
           END-READ.

       PROCESS-MNT-FILE.
           READ HOLD-MNT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
               NOT AT END
                   PERFORM PROCESS-ONE-ACTION
           END-READ.

       PROCESS-ONE-ACTION.
           ADD 1 TO WS-RECORD-COUNT.
           IF HT-ACCT-NUM (1:4) = SPACES
                   AND HT-ACCT-NUM (5:4) NUMERIC
               MOVE "0000" TO HT-ACCT-NUM (1:4)
           END-IF.
           IF HT-ACCT-NUM NOT NUMERIC
               MOVE "ACCOUNT NUMBER NOT NUMERIC" TO WS-MNT-REASON
               PERFORM WRITE-MNT-EXCEPTION
           ELSE
               EVALUATE TRUE
                   WHEN HT-ACTION-PLACE
                       PERFORM APPLY-PLACE-ACTION
                   WHEN HT-ACTION-AMEND
                       PERFORM APPLY-AMEND-ACTION
                   WHEN HT-ACTION-RELEASE
                       PERFORM APPLY-RELEASE-ACTION
                   WHEN OTHER
                       MOVE "INVALID ACTION CODE" TO WS-MNT-REASON
                       PERFORM WRITE-MNT-EXCEPTION
               END-EVALUATE
           END-IF.

       APPLY-PLACE-ACTION.
           MOVE "Y" TO WS-ACTION-VALID-FLAG.
           PERFORM READ-ACCOUNT-MASTER.
           EVALUATE TRUE
               WHEN NOT WS-ACCT-FOUND
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-MNT-REASON
                   MOVE "N" TO WS-ACTION-VALID-FLAG
               WHEN AM-STATUS-CLOSED
                   MOVE "ACCOUNT CLOSED" TO WS-MNT-REASON
                   MOVE "N" TO WS-ACTION-VALID-FLAG
               WHEN HT-AMOUNT NOT NUMERIC OR HT-AMOUNT = ZERO
                   MOVE "HOLD AMOUNT NOT VALID" TO WS-MNT-REASON
                   MOVE "N" TO WS-ACTION-VALID-FLAG
               WHEN HT-REASON-CODE NOT = "G" AND NOT = "D"
                       AND NOT = "U" AND NOT = "O"
                   MOVE "INVALID HOLD REASON CODE" TO WS-MNT-REASON
                   MOVE "N" TO WS-ACTION-VALID-FLAG
               WHEN OTHER
                   PERFORM EDIT-EXPIRY-DATE
           END-EVALUATE.
           IF NOT WS-ACTION-VALID
               PERFORM WRITE-MNT-EXCEPTION
           ELSE
               IF WS-HOLD-COUNT < WS-HOLD-MAX
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE WS-NEXT-HOLD-ID TO HM-HOLD-ID
                   ADD 1 TO WS-NEXT-HOLD-ID
                   MOVE HT-ACCT-NUM TO HM-ACCT-NUM
                   MOVE HT-AMOUNT TO HM-AMOUNT
                   MOVE HT-REASON-CODE TO HM-REASON-CODE
                   MOVE RC-RUN-DATE TO HM-PLACED-DATE
                   MOVE HT-EXPIRY-DATE TO HM-EXPIRY-DATE
                   MOVE RC-OPERATOR-ID TO HM-PLACED-BY
                   MOVE "A" TO HM-STATUS
                   MOVE RC-RUN-DATE TO HM-STATUS-DATE
                   MOVE RC-OPERATOR-ID TO HM-CHANGED-BY
                   MOVE HOLD-MASTER-RECORD
                       TO WS-HE-RECORD (WS-HOLD-COUNT)
                   MOVE "PLACED" TO WS-DL-ACTION
                   PERFORM WRITE-HOLD-LINE
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
                   MOVE "HOLD TABLE FULL, NOT PLACED" TO WS-MNT-REASON
                   PERFORM WRITE-MNT-EXCEPTION
               END-IF
           END-IF.

       EDIT-EXPIRY-DATE.
           IF HT-EXPIRY-DATE NOT NUMERIC
               MOVE "EXPIRY DATE NOT NUMERIC" TO WS-MNT-REASON
               MOVE "N" TO WS-ACTION-VALID-FLAG
           ELSE
               IF HT-EXPIRY-DATE NOT = ZERO
                       AND HT-EXPIRY-DATE < RC-RUN-DATE
                   MOVE "EXPIRY DATE ALREADY PASSED" TO WS-MNT-REASON
                   MOVE "N" TO WS-ACTION-VALID-FLAG
               END-IF
           END-IF.

       APPLY-AMEND-ACTION.
           MOVE "Y" TO WS-ACTION-VALID-FLAG.
           PERFORM FIND-ACTIVE-HOLD.
           EVALUATE TRUE
               WHEN NOT WS-HOLD-FOUND
                   MOVE "NO ACTIVE HOLD FOR ID/ACCOUNT"
                       TO WS-MNT-REASON
                   MOVE "N" TO WS-ACTION-VALID-FLAG
               WHEN HT-AMOUNT NOT NUMERIC OR HT-AMOUNT = ZERO
                   MOVE "HOLD AMOUNT NOT VALID" TO WS-MNT-REASON
                   MOVE "N" TO WS-ACTION-VALID-FLAG
               WHEN HM-REASON-GARNISHMENT
                       AND HT-AMOUNT < HM-AMOUNT
                       AND WS-OPAUTH-FOUND
                       AND WS-OPAUTH-LEVEL < WS-LEGAL-LEVEL
                   MOVE "GARNISHMENT REDUCE NEEDS LEVEL 5"
                       TO WS-MNT-REASON
                   MOVE "N" TO WS-ACTION-VALID-FLAG
               WHEN OTHER
                   PERFORM EDIT-EXPIRY-DATE
           END-EVALUATE.
           IF NOT WS-ACTION-VALID
               PERFORM WRITE-MNT-EXCEPTION
           ELSE
               MOVE HT-AMOUNT TO HM-AMOUNT
               MOVE HT-EXPIRY-DATE TO HM-EXPIRY-DATE
               MOVE RC-RUN-DATE TO HM-STATUS-DATE
               MOVE RC-OPERATOR-ID TO HM-CHANGED-BY
               MOVE HOLD-MASTER-RECORD TO WS-HE-RECORD (WS-HOLD-SUB)
               MOVE "AMENDED" TO WS-DL-ACTION
               PERFORM WRITE-HOLD-LINE
               ADD 1 TO WS-APPLIED-COUNT
           END-IF.

       APPLY-RELEASE-ACTION.
           PERFORM FIND-ACTIVE-HOLD.
           IF NOT WS-HOLD-FOUND
               MOVE "NO ACTIVE HOLD FOR ID/ACCOUNT" TO WS-MNT-REASON
               PERFORM WRITE-MNT-EXCEPTION
           ELSE
               IF HM-REASON-GARNISHMENT
                       AND WS-OPAUTH-FOUND
                       AND WS-OPAUTH-LEVEL < WS-LEGAL-LEVEL
                   MOVE "GARNISHMENT RELEASE NEEDS LEVEL 5"
                       TO WS-MNT-REASON
                   PERFORM WRITE-MNT-EXCEPTION
               ELSE
                   MOVE "R" TO HM-STATUS
                   MOVE RC-RUN-DATE TO HM-STATUS-DATE
                   MOVE RC-OPERATOR-ID TO HM-CHANGED-BY
                   MOVE HOLD-MASTER-RECORD
                       TO WS-HE-RECORD (WS-HOLD-SUB)
                   MOVE "RELEASED" TO WS-DL-ACTION
                   PERFORM WRITE-HOLD-LINE
                   ADD 1 TO WS-APPLIED-COUNT
               END-IF
           END-IF.

       FIND-ACTIVE-HOLD.
           MOVE "N" TO WS-HOLD-FOUND-FLAG.
           PERFORM MATCH-ONE-HOLD
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                   OR WS-HOLD-FOUND.
           IF WS-HOLD-FOUND
               SUBTRACT 1 FROM WS-HOLD-SUB
               MOVE WS-HE-RECORD (WS-HOLD-SUB) TO HOLD-MASTER-RECORD
           END-IF.

       MATCH-ONE-HOLD.
           MOVE WS-HE-RECORD (WS-HOLD-SUB) TO HOLD-MASTER-RECORD.
           IF HM-HOLD-ID = HT-HOLD-ID
                   AND HM-ACCT-NUM = HT-ACCT-NUM
                   AND HM-STATUS-ACTIVE
               MOVE "Y" TO WS-HOLD-FOUND-FLAG
           END-IF.

       READ-ACCOUNT-MASTER.
           MOVE "N" TO WS-ACCT-FOUND-FLAG.
           IF WS-BAL-OPENED
               MOVE HT-ACCT-NUM TO AM-ACCT-NUM
               READ ACCT-BAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ACCT-FOUND-FLAG
               END-READ
           END-IF.

       EXPIRE-ONE-HOLD.
           MOVE WS-HE-RECORD (WS-HOLD-SUB) TO HOLD-MASTER-RECORD.
           IF HM-STATUS-ACTIVE
                   AND HM-EXPIRY-DATE NUMERIC
                   AND HM-EXPIRY-DATE NOT = ZERO
                   AND HM-EXPIRY-DATE < RC-RUN-DATE
               MOVE "E" TO HM-STATUS
               MOVE RC-RUN-DATE TO HM-STATUS-DATE
               MOVE "EXPIRY" TO HM-CHANGED-BY
               MOVE HOLD-MASTER-RECORD TO WS-HE-RECORD (WS-HOLD-SUB)
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE "EXPIRED" TO WS-DL-ACTION
               PERFORM WRITE-HOLD-LINE
           END-IF.
           IF HM-STATUS-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
               ADD HM-AMOUNT TO WS-ACTIVE-TOTAL
           END-IF.

       WRITE-HOLD-LINE.
           MOVE HM-HOLD-ID TO WS-DL-HOLD-ID.
           MOVE HM-ACCT-NUM TO WS-DL-ACCT-NUM.
           MOVE HM-AMOUNT TO WS-DL-AMOUNT.
           MOVE HM-REASON-CODE TO WS-DL-REASON.
           MOVE HM-EXPIRY-DATE TO WS-DL-EXPIRY.
           MOVE HM-CHANGED-BY TO WS-DL-OPERATOR.
           WRITE HOLD-REPORT-RECORD FROM WS-DETAIL-LINE.

       WRITE-ACTIVE-TOTALS.
           MOVE SPACES TO HOLD-REPORT-RECORD.
           WRITE HOLD-REPORT-RECORD.
           MOVE WS-ACTIVE-COUNT TO WS-TL-COUNT.
           MOVE WS-ACTIVE-TOTAL TO WS-TL-AMOUNT.
           WRITE HOLD-REPORT-RECORD FROM WS-TOTAL-LINE.

       REWRITE-HOLD-MASTER.
           IF WS-HOLD-OVERFLOWED
               DISPLAY "HOLDMNT: HOLDS MASTER NOT REWRITTEN, TABLE "
                       "OVERFLOWED - NO CHANGES SAVED"
           ELSE
               MOVE ZERO TO WS-PURGE-CUTOFF-INT
               IF RC-RUN-DATE > ZERO
                   COMPUTE WS-PURGE-CUTOFF-INT =
                       FUNCTION INTEGER-OF-DATE(RC-RUN-DATE)
                       - WS-RETAIN-DAYS
               END-IF
               IF WS-PURGE-CUTOFF-INT > ZERO
                   COMPUTE WS-PURGE-CUTOFF-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-PURGE-CUTOFF-INT)
               ELSE
                   MOVE ZERO TO WS-PURGE-CUTOFF-DATE
               END-IF
               OPEN OUTPUT HOLD-MASTER-FILE
               PERFORM WRITE-ONE-HOLD
                   VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
               CLOSE HOLD-MASTER-FILE
           END-IF.

       WRITE-ONE-HOLD.
           MOVE WS-HE-RECORD (WS-HOLD-SUB) TO HOLD-MASTER-RECORD.
           IF NOT HM-STATUS-ACTIVE
                   AND HM-STATUS-DATE < WS-PURGE-CUTOFF-DATE
               ADD 1 TO WS-PURGED-COUNT
           ELSE
               WRITE HOLD-MASTER-RECORD
           END-IF.

       WRITE-MNT-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "HOLDMNT" TO WS-EX-PROGRAM-ID.
           MOVE "E"       TO WS-EX-SEVERITY.
           MOVE WS-RECORD-COUNT TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "ACCT " HT-ACCT-NUM " ACTION " HT-ACTION " "
                  WS-MNT-REASON
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.
           DISPLAY "HOLDMNT: RECORD " WS-RECORD-COUNT " - "
                   WS-MNT-REASON.

       WRITE-AUTH-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "HOLDMNT" TO WS-EX-PROGRAM-ID.
           MOVE "E"       TO WS-EX-SEVERITY.
           MOVE ZERO      TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "OPER " RC-OPERATOR-ID
                  " NOT AUTHORIZED FOR HOLD MAINTENANCE"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-OPERATOR-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "HOLDMNT" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE ZERO      TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "RUN CTL OPERATOR ID MISSING, DEFAULTED UNKNOWN"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

           COPY OPAUTHP.
           COPY RUNCTLP.
           COPY EXCPTP.
