       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXYR01.
       AUTHOR. STELEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-PARM-FILE ASSIGN TO "TAXPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT ADD-JOURNAL-FILE ASSIGN TO "ADDJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT ARCH-JOURNAL-FILE ASSIGN TO "ADDJRARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL"
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

           SELECT TAX-HIST-FILE ASSIGN TO "TAXHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXH-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SRTWK04".

           SELECT TAX-FILING-FILE ASSIGN TO "TAXFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILING-STATUS.

           SELECT TAX-NOTICE-FILE ASSIGN TO "TAXNOTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT TAX-REPORT-FILE ASSIGN TO "TAXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT TAX-BELOW-FILE ASSIGN TO "TAXBELOW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BELOW-STATUS.

           SELECT TAX-EXCEPT-FILE ASSIGN TO "TAXEXCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-PARM-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01  TAX-PARM-RECORD.
           05  TP-TAX-YEAR                 PIC 9(4).
           05  TP-THRESHOLD                PIC 9(7)V99.
           05  TP-RUN-TYPE                 PIC X.
           05  TP-LOAN-THRESHOLD           PIC 9(7)V99.

       FD  ADD-JOURNAL-FILE
           RECORD CONTAINS 148 CHARACTERS.
           COPY ADDJRNL.

       FD  ARCH-JOURNAL-FILE
           RECORD CONTAINS 148 CHARACTERS.
       01  ARCH-JOURNAL-RECORD             PIC X(148).

       FD  RUN-HIST-FILE
           RECORD CONTAINS 23 CHARACTERS.
           COPY RUNHST.

       FD  ACCT-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY ACCTMST.

       FD  CUST-MASTER-FILE
           RECORD CONTAINS 127 CHARACTERS.
           COPY CUSTMST.

       FD  TAX-HIST-FILE
           RECORD CONTAINS 44 CHARACTERS.
       01  TAX-HIST-RECORD.
           05  TH-TAX-YEAR                 PIC 9(4).
           05  TH-CUSTOMER-NUM             PIC 9(6).
           05  TH-RUN-DATE                 PIC 9(8).
           05  TH-FILING-TYPE              PIC X.
               88  TH-FILING-ORIGINAL       VALUE "O".
               88  TH-FILING-CORRECTED      VALUE "C".
           05  TH-REPORTED-FLAG            PIC X.
               88  TH-REPORTED              VALUE "Y".
           05  TH-INTEREST-AMOUNT          PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  TH-LOAN-INTEREST-AMOUNT     PIC S9(9)V99
                                           SIGN LEADING SEPARATE.

       SD  SORT-WORK-FILE
           RECORD CONTAINS 57 CHARACTERS.
       01  SORT-WORK-RECORD.
           05  SW-CUSTOMER-NUM             PIC 9(6).
           05  SW-KIND                     PIC X.
               88  SW-KIND-HISTORY          VALUE "A".
               88  SW-KIND-POSTING          VALUE "B".
           05  SW-ACCT-NUM                 PIC 9(8).
           05  SW-RUN-DATE                 PIC 9(8).
           05  SW-SEQUENCE                 PIC 9(7).
           05  SW-AMOUNT                   PIC S9(9)V99.
           05  SW-LAST-ONLY-FLAG           PIC X.
               88  SW-LAST-ONLY             VALUE "Y".
           05  SW-REPORTED-FLAG            PIC X.
           05  SW-INTEREST-KIND            PIC X.
               88  SW-DEPOSIT-INTEREST      VALUE "D".
               88  SW-LOAN-INTEREST         VALUE "L".
           05  SW-LOAN-AMOUNT              PIC S9(9)V99.
           05  FILLER                      PIC X(2).

       FD  TAX-FILING-FILE
           RECORD CONTAINS 160 CHARACTERS.
       01  TAX-FILING-RECORD.
           05  TF-RECORD-TYPE              PIC X.
               88  TF-HEADER                VALUE "H".
               88  TF-DETAIL                VALUE "D".
               88  TF-TRAILER               VALUE "T".
           05  TF-TAX-YEAR                 PIC 9(4).
           05  TF-DATA                     PIC X(155).
       01  TAX-FILING-HEADER.
           05  FILLER                      PIC X(5).
           05  TFH-FILER-COMPANY           PIC X(4).
           05  TFH-FILE-DATE               PIC 9(8).
           05  TFH-RUN-TYPE                PIC X.
           05  FILLER                      PIC X(142).
       01  TAX-FILING-DETAIL.
           05  FILLER                      PIC X(5).
           05  TFD-CUSTOMER-NUM            PIC 9(6).
           05  TFD-FILING-TYPE             PIC X.
           05  TFD-NAME                    PIC X(30).
           05  TFD-ADDRESS-1               PIC X(30).
           05  TFD-ADDRESS-2               PIC X(30).
           05  TFD-CITY-STATE-ZIP          PIC X(30).
           05  TFD-INTEREST-AMOUNT         PIC 9(9)V99.
           05  TFD-ACCOUNT-COUNT           PIC 9(3).
           05  TFD-LOAN-INTEREST           PIC 9(9)V99.
           05  TFD-LOAN-COUNT              PIC 9(3).
       01  TAX-FILING-TRAILER.
           05  FILLER                      PIC X(5).
           05  TFT-RECORD-COUNT            PIC 9(6).
           05  TFT-AMOUNT-TOTAL            PIC 9(11)V99.
           05  TFT-LOAN-TOTAL              PIC 9(11)V99.
           05  FILLER                      PIC X(123).

       FD  TAX-NOTICE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TAX-NOTICE-RECORD               PIC X(80).

       FD  TAX-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TAX-REPORT-RECORD               PIC X(80).

       FD  TAX-BELOW-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TAX-BELOW-RECORD                PIC X(80).

       FD  TAX-EXCEPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
           COPY EXCPT.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS                  PIC XX.
       01  WS-JRNL-STATUS                  PIC XX.
       01  WS-ARCH-STATUS                  PIC XX.
       01  WS-HIST-STATUS                  PIC XX.
       01  WS-BAL-STATUS                   PIC XX.
       01  WS-CUST-STATUS                  PIC XX.
       01  WS-TAXH-STATUS                  PIC XX.
       01  WS-FILING-STATUS                PIC XX.
       01  WS-NOTICE-STATUS                PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-BELOW-STATUS                 PIC XX.
       01  WS-EXCEPT-STATUS                PIC XX.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-RUNCTL-OPER-FLAG             PIC X VALUE "N".
           88  WS-RUNCTL-OPER-MISSING       VALUE "Y".
       01  WS-JRNL-EOF-FLAG                PIC X VALUE "N".
           88  WS-JRNL-EOF                 VALUE "Y".
       01  WS-JRNL-OPEN-FAIL-FLAG          PIC X VALUE "N".
           88  WS-JRNL-OPEN-FAILED          VALUE "Y".
       01  WS-ARCH-EOF-FLAG                PIC X VALUE "N".
           88  WS-ARCH-EOF                 VALUE "Y".
       01  WS-HIST-EOF-FLAG                PIC X VALUE "N".
           88  WS-HIST-EOF                 VALUE "Y".
       01  WS-CUST-OPEN-FLAG               PIC X VALUE "N".
           88  WS-CUST-OPEN                VALUE "Y".
       01  WS-TAXH-EOF-FLAG                PIC X VALUE "N".
           88  WS-TAXH-EOF                 VALUE "Y".
       01  WS-SORT-EOF-FLAG                PIC X VALUE "N".
           88  WS-SORT-EOF                 VALUE "Y".
       01  WS-RUN-REFUSED-FLAG             PIC X VALUE "N".
           88  WS-RUN-REFUSED              VALUE "Y".
       01  WS-ACCT-FOUND-FLAG              PIC X VALUE "N".
           88  WS-ACCT-FOUND               VALUE "Y".
       01  WS-CUST-FOUND-FLAG              PIC X VALUE "N".
           88  WS-CUST-FOUND               VALUE "Y".
       01  WS-ON-CUSTOMER-FLAG             PIC X VALUE "N".
           88  WS-ON-CUSTOMER              VALUE "Y".
       01  WS-PRIOR-FOUND-FLAG             PIC X VALUE "N".
           88  WS-PRIOR-FOUND              VALUE "Y".
       01  WS-PRIOR-REPORTED-FLAG          PIC X VALUE "N".
           88  WS-PRIOR-REPORTED           VALUE "Y".
       01  WS-YEAR-FILED-FLAG              PIC X VALUE "N".
           88  WS-YEAR-FILED               VALUE "Y".

       01  WS-TAX-YEAR                     PIC 9(4) VALUE ZERO.
       01  WS-THRESHOLD                    PIC 9(7)V99 VALUE 10.00.
       01  WS-LOAN-THRESHOLD               PIC 9(7)V99 VALUE 600.00.
       01  WS-RUN-TYPE                     PIC X VALUE "O".
           88  WS-ORIGINAL-RUN             VALUE "O".
           88  WS-CORRECTION-RUN           VALUE "C".
       01  WS-RUN-DATE-PARTS.
           05  WS-RP-YEAR                  PIC 9(4).
           05  WS-RP-MONTH-DAY             PIC 9(4).
       01  WS-POSTING-DATE-PARTS.
           05  WS-PD-YEAR                  PIC 9(4).
           05  WS-PD-MONTH-DAY             PIC 9(4).

       01  WS-REV-MAX                      PIC 9(3) VALUE 400.
       01  WS-REV-COUNT                    PIC 9(3) VALUE ZERO.
       01  WS-REV-TABLE.
           05  WS-REV-ENTRY OCCURS 400 TIMES
                   INDEXED BY REV-IDX.
               10  WS-RV-RUN-DATE          PIC 9(8).
               10  WS-RV-STATE             PIC X.
                   88  WS-RV-REVERSED       VALUE "R".
                   88  WS-RV-REPOSTED       VALUE "P".
       01  WS-REV-FOUND-FLAG               PIC X VALUE "N".
           88  WS-REV-FOUND                VALUE "Y".


       01  WS-JRNL-SEQUENCE                PIC 9(7) VALUE ZERO.
       01  WS-JRNL-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-ARCH-COUNT                   PIC 9(7) VALUE ZERO.
       01  WS-INTEREST-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-LOAN-INTEREST-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-OWNER-ACCT                   PIC 9(8) VALUE ZERO.
       01  WS-BASE-AMOUNT                  PIC S9(9)V99 VALUE ZERO.
       01  WS-INTEREST-KIND                PIC X VALUE SPACE.
           88  WS-DEPOSIT-INTEREST         VALUE "D".
           88  WS-LOAN-INTEREST            VALUE "L".
       01  WS-EXCLUDED-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-EXCEPT-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-HISTORY-COUNT                PIC 9(6) VALUE ZERO.

       01  WS-CUR-CUSTOMER                 PIC 9(6) VALUE ZERO.
       01  WS-CUR-ACCT-NUM                 PIC 9(8) VALUE ZERO.
       01  WS-PREV-ACCT-NUM                PIC 9(8) VALUE ZERO.
       01  WS-PREV-RUN-DATE                PIC 9(8) VALUE ZERO.
       01  WS-PREV-AMOUNT                  PIC S9(9)V99 VALUE ZERO.
       01  WS-CUST-INTEREST                PIC S9(9)V99 VALUE ZERO.
       01  WS-CUST-ACCT-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-CUST-LOAN-INTEREST           PIC S9(9)V99 VALUE ZERO.
       01  WS-CUST-LOAN-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-PRIOR-AMOUNT                 PIC S9(9)V99 VALUE ZERO.
       01  WS-PRIOR-LOAN-AMOUNT            PIC S9(9)V99 VALUE ZERO.
       01  WS-FILING-TYPE                  PIC X VALUE "O".
       01  WS-REPORTED-FLAG                PIC X VALUE "N".
           88  WS-REPORTED                 VALUE "Y".
       01  WS-NOTICE-TITLE                 PIC X(40).

       01  WS-CUSTOMER-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-REPORTABLE-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-REPORTABLE-TOTAL             PIC S9(11)V99 VALUE ZERO.
       01  WS-BELOW-COUNT                  PIC 9(6) VALUE ZERO.
       01  WS-BELOW-TOTAL                  PIC S9(11)V99 VALUE ZERO.
       01  WS-CORRECTED-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-UNCHANGED-COUNT              PIC 9(6) VALUE ZERO.
       01  WS-NOTICE-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-FILING-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-FILING-TOTAL                 PIC 9(11)V99 VALUE ZERO.
       01  WS-FILING-LOAN-TOTAL            PIC 9(11)V99 VALUE ZERO.
       01  WS-LOAN-FILED-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-LOAN-FILED-TOTAL             PIC S9(11)V99 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(26) VALUE
               "YEAR-END INTEREST REGISTER".
           05  FILLER                      PIC X(11) VALUE
               "  TAX YEAR ".
           05  WS-HL-TAX-YEAR              PIC 9(4).
           05  FILLER                      PIC X(11) VALUE
               "  RUN DATE ".
           05  WS-HL-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-HL-RUN-TYPE              PIC X(10).
           05  FILLER                      PIC X(8) VALUE SPACES.

       01  WS-BELOW-HEADING.
           05  FILLER                      PIC X(32) VALUE
               "BELOW REPORTING THRESHOLD       ".
           05  FILLER                      PIC X(9) VALUE
               "TAX YEAR ".
           05  WS-BH-TAX-YEAR              PIC 9(4).
           05  FILLER                      PIC X(12) VALUE
               "  THRESHOLD ".
           05  WS-BH-THRESHOLD             PIC Z(6)9.99.
           05  FILLER                      PIC X(13) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(5) VALUE "CUST ".
           05  WS-DL-CUSTOMER-NUM          PIC 9(6).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-FILING-TYPE           PIC X.
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-DL-NAME                  PIC X(24).
           05  FILLER                      PIC X(4) VALUE " INT".
           05  WS-DL-INTEREST              PIC -(8)9.99.
           05  FILLER                      PIC X(6) VALUE " ACCTS".
           05  WS-DL-ACCT-COUNT            PIC ZZ9.
           05  FILLER                      PIC X(4) VALUE " WAS".
           05  WS-DL-PRIOR                 PIC -(8)9.99.
           05  FILLER                      PIC X VALUE SPACE.

       01  WS-LOAN-DETAIL-LINE.
           05  FILLER                      PIC X(38) VALUE SPACES.
           05  FILLER                      PIC X(4) VALUE " LNI".
           05  WS-LL-INTEREST              PIC -(8)9.99.
           05  FILLER                      PIC X(6) VALUE " LOANS".
           05  WS-LL-LOAN-COUNT            PIC ZZ9.
           05  FILLER                      PIC X(4) VALUE " WAS".
           05  WS-LL-PRIOR                 PIC -(8)9.99.
           05  FILLER                      PIC X VALUE SPACE.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(30).
           05  WS-TL-COUNT                 PIC Z(5)9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-TL-AMOUNT                PIC -(12)9.99.
           05  FILLER                      PIC X(26) VALUE SPACES.

       01  WS-NOTICE-DATE-LINE.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  WS-ND-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(66) VALUE SPACES.

       01  WS-NOTICE-TITLE-LINE.
           05  WS-NT-TITLE                 PIC X(40).
           05  FILLER                      PIC X(9) VALUE
               "TAX YEAR ".
           05  WS-NT-TAX-YEAR              PIC 9(4).
           05  FILLER                      PIC X(27) VALUE SPACES.

       01  WS-NOTICE-CUST-LINE.
           05  FILLER                      PIC X(20) VALUE
               "CUSTOMER NUMBER     ".
           05  WS-NC-CUSTOMER-NUM          PIC 9(6).
           05  FILLER                      PIC X(54) VALUE SPACES.

       01  WS-NOTICE-AMOUNT-LINE.
           05  WS-NA-LABEL                 PIC X(20).
           05  WS-NA-AMOUNT                PIC Z(8)9.99-.
           05  FILLER                      PIC X(47) VALUE SPACES.

       01  WS-NOTICE-ACCTS-LINE.
           05  FILLER                      PIC X(20) VALUE
               "ACCOUNTS PAYING    ".
           05  WS-NS-ACCT-COUNT            PIC ZZ9.
           05  FILLER                      PIC X(57) VALUE SPACES.

       01  WS-NOTICE-LOANS-LINE.
           05  FILLER                      PIC X(20) VALUE
               "LOAN ACCOUNTS      ".
           05  WS-NL-LOAN-COUNT            PIC ZZ9.
           05  FILLER                      PIC X(57) VALUE SPACES.

       01  WS-NOTICE-REPORTED-TEXT         PIC X(80) VALUE
               "THIS AMOUNT HAS BEEN REPORTED TO THE TAX AUTHORITY.".
       01  WS-NOTICE-BELOW-TEXT            PIC X(80) VALUE
               "THIS AMOUNT IS BELOW THE REPORTING THRESHOLD AND HAS NOT
      -        " BEEN FILED.".
       01  WS-NO-CUST-NAME                 PIC X(30) VALUE
               "CUSTOMER NOT ON FILE".

           COPY EXCPTWS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM READ-RUN-CONTROL-RTN.
           OPEN OUTPUT TAX-EXCEPT-FILE.
           IF WS-RUNCTL-OPER-MISSING
               PERFORM WRITE-OPERATOR-EXCEPTION
           END-IF.
           PERFORM READ-TAX-PARM.
           PERFORM CHECK-FILING-HISTORY.
           IF NOT WS-RUN-REFUSED
               PERFORM LOAD-REVERSED-RUNS
               PERFORM OPEN-CUSTOMER-MASTER
               PERFORM OPEN-TAX-OUTPUTS
               PERFORM OPEN-ACCT-BAL-FILE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-CUSTOMER-NUM
                   ON ASCENDING KEY SW-KIND
                   ON ASCENDING KEY SW-ACCT-NUM
                   ON ASCENDING KEY SW-RUN-DATE
                   ON ASCENDING KEY SW-SEQUENCE
                   INPUT PROCEDURE IS BUILD-SORT-INPUT
                   OUTPUT PROCEDURE IS PRODUCE-TAX-OUTPUTS
               IF WS-BAL-STATUS = "00"
                   CLOSE ACCT-BAL-FILE
               END-IF
               IF WS-CUST-OPEN
                   CLOSE CUST-MASTER-FILE
               END-IF
               PERFORM WRITE-FILING-TRAILER
               PERFORM WRITE-REGISTER-TOTALS
               PERFORM CLOSE-TAX-OUTPUTS
           END-IF.
           CLOSE TAX-EXCEPT-FILE.
       PROGRAM-DONE.
           DISPLAY "TAX YEAR:              " WS-TAX-YEAR.
           DISPLAY "INTEREST POSTINGS:     " WS-INTEREST-COUNT.
           DISPLAY "LOAN INTEREST POSTINGS:" WS-LOAN-INTEREST-COUNT.
           DISPLAY "POSTINGS BACKED OUT:   " WS-EXCLUDED-COUNT.
           DISPLAY "CUSTOMERS FILED:       " WS-FILING-COUNT.
           DISPLAY "BELOW THRESHOLD:       " WS-BELOW-COUNT.
           DISPLAY "NOTICES PRINTED:       " WS-NOTICE-COUNT.
           DISPLAY "EXCEPTIONS WRITTEN:    " WS-EXCEPT-COUNT.
           IF WS-JRNL-OPEN-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-RUN-REFUSED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-EXCEPT-COUNT > ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           GOBACK.

       READ-TAX-PARM.
           MOVE RC-RUN-DATE TO WS-RUN-DATE-PARTS.
           COMPUTE WS-TAX-YEAR = WS-RP-YEAR - 1.
           OPEN INPUT TAX-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ TAX-PARM-FILE
                   NOT AT END
                       IF TP-TAX-YEAR NUMERIC AND TP-TAX-YEAR > ZERO
                           MOVE TP-TAX-YEAR TO WS-TAX-YEAR
                       END-IF
                       IF TP-THRESHOLD NUMERIC
                           MOVE TP-THRESHOLD TO WS-THRESHOLD
                       END-IF
                       IF TP-RUN-TYPE = "C"
                           MOVE "C" TO WS-RUN-TYPE
                       END-IF
                       IF TP-LOAN-THRESHOLD NUMERIC
                           MOVE TP-LOAN-THRESHOLD TO WS-LOAN-THRESHOLD
                       END-IF
               END-READ
               CLOSE TAX-PARM-FILE
           ELSE
               DISPLAY "TAXYR01: NO PARM FILE, ORIGINAL FILING FOR "
                       WS-TAX-YEAR " AT DEFAULT THRESHOLD"
           END-IF.

       CHECK-FILING-HISTORY.
           OPEN INPUT TAX-HIST-FILE.
           IF WS-TAXH-STATUS = "00"
               PERFORM SCAN-ONE-FILING UNTIL WS-TAXH-EOF
               CLOSE TAX-HIST-FILE
           END-IF.
           IF WS-ORIGINAL-RUN AND WS-YEAR-FILED
               MOVE "Y" TO WS-RUN-REFUSED-FLAG
               MOVE SPACES TO WS-EX-REASON
               STRING "TAX YEAR " WS-TAX-YEAR
                      " ALREADY FILED, RUN A CORRECTION"
                      DELIMITED BY SIZE INTO WS-EX-REASON
               PERFORM WRITE-TAX-EXCEPTION
               DISPLAY "TAXYR01: " WS-EX-REASON
           END-IF.
           IF WS-CORRECTION-RUN AND NOT WS-YEAR-FILED
               MOVE "Y" TO WS-RUN-REFUSED-FLAG
               MOVE SPACES TO WS-EX-REASON
               STRING "TAX YEAR " WS-TAX-YEAR
                      " NEVER FILED, NOTHING TO CORRECT"
                      DELIMITED BY SIZE INTO WS-EX-REASON
               PERFORM WRITE-TAX-EXCEPTION
               DISPLAY "TAXYR01: " WS-EX-REASON
           END-IF.

       SCAN-ONE-FILING.
           READ TAX-HIST-FILE
               AT END
                   MOVE "Y" TO WS-TAXH-EOF-FLAG
               NOT AT END
                   IF TH-TAX-YEAR = WS-TAX-YEAR
                       MOVE "Y" TO WS-YEAR-FILED-FLAG
                   END-IF
           END-READ.

       LOAD-REVERSED-RUNS.
           OPEN INPUT RUN-HIST-FILE.
           IF WS-HIST-STATUS NOT = "00"
               MOVE "Y" TO WS-HIST-EOF-FLAG
           END-IF.
           PERFORM LOAD-ONE-RUN-HIST UNTIL WS-HIST-EOF.
           IF WS-HIST-STATUS = "00" OR WS-HIST-STATUS = "10"
               CLOSE RUN-HIST-FILE
           END-IF.

       LOAD-ONE-RUN-HIST.
           READ RUN-HIST-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF-FLAG
               NOT AT END
                   MOVE RH-RUN-DATE TO WS-POSTING-DATE-PARTS
                   IF WS-PD-YEAR = WS-TAX-YEAR
                       PERFORM NOTE-ONE-RUN-HIST
                   END-IF
           END-READ.

       NOTE-ONE-RUN-HIST.
           PERFORM FIND-REVERSED-RUN.
           EVALUATE TRUE
               WHEN RH-RUN-REVERSED AND WS-REV-FOUND
                   MOVE "R" TO WS-RV-STATE (REV-IDX)
               WHEN RH-RUN-REVERSED
                   IF WS-REV-COUNT < WS-REV-MAX
                       ADD 1 TO WS-REV-COUNT
                       SET REV-IDX TO WS-REV-COUNT
                       MOVE RH-RUN-DATE TO WS-RV-RUN-DATE (REV-IDX)
                       MOVE "R" TO WS-RV-STATE (REV-IDX)
                   END-IF
               WHEN RH-RUN-POSTED AND WS-REV-FOUND
                   MOVE "P" TO WS-RV-STATE (REV-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FIND-REVERSED-RUN.
           MOVE "N" TO WS-REV-FOUND-FLAG.
           SET REV-IDX TO 1.
           SEARCH WS-REV-ENTRY
               AT END
                   CONTINUE
               WHEN REV-IDX > WS-REV-COUNT
                   CONTINUE
               WHEN WS-RV-RUN-DATE (REV-IDX) = RH-RUN-DATE
                   MOVE "Y" TO WS-REV-FOUND-FLAG
           END-SEARCH.

       OPEN-CUSTOMER-MASTER.
           OPEN INPUT CUST-MASTER-FILE.
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-FLAG
           ELSE
               DISPLAY "TAXYR01: NO CUSTOMER MASTER, STATUS: "
                       WS-CUST-STATUS " - NOTHING CAN BE ADDRESSED"
           END-IF.

       OPEN-ACCT-BAL-FILE.
           OPEN INPUT ACCT-BAL-FILE.
           IF WS-BAL-STATUS NOT = "00"
               DISPLAY "TAXYR01: NO ACCOUNT MASTER, STATUS: "
                       WS-BAL-STATUS " - OWNERS UNKNOWN"
           END-IF.

       OPEN-TAX-OUTPUTS.
           OPEN OUTPUT TAX-FILING-FILE.
           OPEN OUTPUT TAX-NOTICE-FILE.
           OPEN OUTPUT TAX-REPORT-FILE.
           OPEN OUTPUT TAX-BELOW-FILE.
           MOVE WS-TAX-YEAR TO WS-HL-TAX-YEAR.
           MOVE RC-RUN-DATE TO WS-HL-RUN-DATE.
           IF WS-CORRECTION-RUN
               MOVE "CORRECTION" TO WS-HL-RUN-TYPE
           ELSE
               MOVE "ORIGINAL" TO WS-HL-RUN-TYPE
           END-IF.
           WRITE TAX-REPORT-RECORD FROM WS-HEADING-LINE.
           MOVE SPACES TO TAX-REPORT-RECORD.
           WRITE TAX-REPORT-RECORD.
           MOVE WS-TAX-YEAR TO WS-BH-TAX-YEAR.
           MOVE WS-THRESHOLD TO WS-BH-THRESHOLD.
           WRITE TAX-BELOW-RECORD FROM WS-BELOW-HEADING.
           MOVE SPACES TO TAX-BELOW-RECORD.
           WRITE TAX-BELOW-RECORD.
           MOVE SPACES TO TAX-FILING-RECORD.
           MOVE "H" TO TF-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO TF-TAX-YEAR.
           MOVE RC-COMPANY-CODE TO TFH-FILER-COMPANY.
           MOVE RC-RUN-DATE TO TFH-FILE-DATE.
           MOVE WS-RUN-TYPE TO TFH-RUN-TYPE.
           WRITE TAX-FILING-RECORD.

       CLOSE-TAX-OUTPUTS.
           CLOSE TAX-FILING-FILE.
           CLOSE TAX-NOTICE-FILE.
           CLOSE TAX-REPORT-FILE.
           CLOSE TAX-BELOW-FILE.
           IF RC-PRODUCTION-MODE
               CLOSE TAX-HIST-FILE
           ELSE
               DISPLAY "TAXYR01: TEST MODE, FILING HISTORY NOT "
                       "UPDATED"
           END-IF.

       BUILD-SORT-INPUT.
           PERFORM RELEASE-FILING-HISTORY.
           OPEN INPUT ARCH-JOURNAL-FILE.
           IF WS-ARCH-STATUS NOT = "00"
               DISPLAY "TAXYR01: NO ARCHIVE JOURNAL, STATUS: "
                       WS-ARCH-STATUS " - LIVE JOURNAL ONLY"
               MOVE "Y" TO WS-ARCH-EOF-FLAG
           END-IF.
           PERFORM RELEASE-ONE-ARCHIVE UNTIL WS-ARCH-EOF.
           IF WS-ARCH-STATUS = "00" OR WS-ARCH-STATUS = "10"
               CLOSE ARCH-JOURNAL-FILE
           END-IF.
           OPEN INPUT ADD-JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN ADD-JOURNAL-FILE, STATUS: "
                       WS-JRNL-STATUS
               MOVE "Y" TO WS-JRNL-EOF-FLAG
               IF WS-JRNL-STATUS NOT = "35"
                   MOVE "Y" TO WS-JRNL-OPEN-FAIL-FLAG
               END-IF
           END-IF.
           PERFORM RELEASE-ONE-LIVE UNTIL WS-JRNL-EOF.
           IF WS-JRNL-STATUS = "00" OR WS-JRNL-STATUS = "10"
               CLOSE ADD-JOURNAL-FILE
           END-IF.

       RELEASE-FILING-HISTORY.
           IF WS-CORRECTION-RUN
               MOVE "N" TO WS-TAXH-EOF-FLAG
               OPEN INPUT TAX-HIST-FILE
               IF WS-TAXH-STATUS NOT = "00"
                   MOVE "Y" TO WS-TAXH-EOF-FLAG
               END-IF
               PERFORM RELEASE-ONE-FILING UNTIL WS-TAXH-EOF
               IF WS-TAXH-STATUS = "00" OR WS-TAXH-STATUS = "10"
                   CLOSE TAX-HIST-FILE
               END-IF
           END-IF.

       RELEASE-ONE-FILING.
           READ TAX-HIST-FILE
               AT END
                   MOVE "Y" TO WS-TAXH-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-HISTORY-COUNT
                   IF TH-TAX-YEAR = WS-TAX-YEAR
                       MOVE SPACES TO SORT-WORK-RECORD
                       MOVE TH-CUSTOMER-NUM TO SW-CUSTOMER-NUM
                       MOVE "A" TO SW-KIND
                       MOVE ZERO TO SW-ACCT-NUM
                       MOVE TH-RUN-DATE TO SW-RUN-DATE
                       MOVE WS-HISTORY-COUNT TO SW-SEQUENCE
                       MOVE TH-INTEREST-AMOUNT TO SW-AMOUNT
                       MOVE TH-REPORTED-FLAG TO SW-REPORTED-FLAG
                       IF TH-LOAN-INTEREST-AMOUNT NUMERIC
                           MOVE TH-LOAN-INTEREST-AMOUNT
                               TO SW-LOAN-AMOUNT
                       ELSE
                           MOVE ZERO TO SW-LOAN-AMOUNT
                       END-IF
                       RELEASE SORT-WORK-RECORD
                   END-IF
           END-READ.

       RELEASE-ONE-LIVE.
           READ ADD-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-JRNL-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-JRNL-COUNT
                   PERFORM SELECT-INTEREST-POSTING
           END-READ.

       RELEASE-ONE-ARCHIVE.
           READ ARCH-JOURNAL-FILE
               AT END
                   MOVE "Y" TO WS-ARCH-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-ARCH-COUNT
                   MOVE ARCH-JOURNAL-RECORD
                       TO POSTING-JOURNAL-RECORD
                   PERFORM SELECT-INTEREST-POSTING
           END-READ.

       SELECT-INTEREST-POSTING.
           ADD 1 TO WS-JRNL-SEQUENCE.
           MOVE PJ-RUN-DATE TO WS-POSTING-DATE-PARTS.
           MOVE SPACE TO WS-INTEREST-KIND.
           IF WS-PD-YEAR = WS-TAX-YEAR
               EVALUATE TRUE
                   WHEN PJ-TRANS-TYPE = "A"
                           AND PJ-REFERENCE (1:2) = "IN"
                       MOVE "D" TO WS-INTEREST-KIND
                       MOVE PJ-ACCT-NUM TO WS-OWNER-ACCT
                       ADD 1 TO WS-INTEREST-COUNT
                   WHEN PJ-TRANS-TYPE = "I"
                           AND PJ-REFERENCE (1:2) = "LI"
                           AND PJ-REFERENCE (3:8) NUMERIC
                       MOVE "L" TO WS-INTEREST-KIND
                       MOVE PJ-REFERENCE (3:8) TO WS-OWNER-ACCT
                       ADD 1 TO WS-LOAN-INTEREST-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-DEPOSIT-INTEREST OR WS-LOAN-INTEREST
               MOVE PJ-RUN-DATE TO RH-RUN-DATE
               PERFORM FIND-REVERSED-RUN
               IF WS-REV-FOUND AND WS-RV-REVERSED (REV-IDX)
                   ADD 1 TO WS-EXCLUDED-COUNT
               ELSE
                   PERFORM RELEASE-INTEREST-POSTING
               END-IF
           END-IF.

       RELEASE-INTEREST-POSTING.
           PERFORM FIND-ACCOUNT-OWNER.
           IF WS-ACCT-FOUND
               MOVE SPACES TO SORT-WORK-RECORD
               MOVE AM-CUSTOMER-NUM TO SW-CUSTOMER-NUM
               MOVE "B" TO SW-KIND
               MOVE WS-OWNER-ACCT TO SW-ACCT-NUM
               MOVE PJ-RUN-DATE TO SW-RUN-DATE
               MOVE WS-JRNL-SEQUENCE TO SW-SEQUENCE
               MOVE WS-INTEREST-KIND TO SW-INTEREST-KIND
               IF PJ-BASE-AMOUNT NUMERIC
                   MOVE PJ-BASE-AMOUNT TO WS-BASE-AMOUNT
               ELSE
                   MOVE PJ-POSTED-AMOUNT TO WS-BASE-AMOUNT
               END-IF
               IF WS-LOAN-INTEREST
                   COMPUTE SW-AMOUNT = ZERO - WS-BASE-AMOUNT
               ELSE
                   MOVE WS-BASE-AMOUNT TO SW-AMOUNT
               END-IF
               MOVE ZERO TO SW-LOAN-AMOUNT
               IF WS-REV-FOUND
                   MOVE "Y" TO SW-LAST-ONLY-FLAG
               ELSE
                   MOVE "N" TO SW-LAST-ONLY-FLAG
               END-IF
               RELEASE SORT-WORK-RECORD
           ELSE
               MOVE SPACES TO WS-EX-REASON
               STRING "ACCT " WS-OWNER-ACCT " REF " PJ-REFERENCE
                      " NOT ON MASTER, NO OWNER"
                      DELIMITED BY SIZE INTO WS-EX-REASON
               MOVE WS-JRNL-SEQUENCE TO WS-EX-RECORD-NUM
               PERFORM WRITE-TAX-EXCEPTION
           END-IF.

       FIND-ACCOUNT-OWNER.
           MOVE "N" TO WS-ACCT-FOUND-FLAG.
           IF WS-BAL-STATUS = "00"
               MOVE WS-OWNER-ACCT TO AM-ACCT-NUM
               READ ACCT-BAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ACCT-FOUND-FLAG
               END-READ
           END-IF.

       PRODUCE-TAX-OUTPUTS.
           IF RC-PRODUCTION-MODE
               OPEN EXTEND TAX-HIST-FILE
               IF WS-TAXH-STATUS NOT = "00"
                   OPEN OUTPUT TAX-HIST-FILE
               END-IF
           END-IF.
           PERFORM PRODUCE-ONE-SORTED UNTIL WS-SORT-EOF.
           IF WS-ON-CUSTOMER
               PERFORM FINISH-ONE-CUSTOMER
           END-IF.

       PRODUCE-ONE-SORTED.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-FLAG
               NOT AT END
                   IF NOT WS-ON-CUSTOMER
                           OR SW-CUSTOMER-NUM NOT = WS-CUR-CUSTOMER
                       PERFORM START-ONE-CUSTOMER
                   END-IF
                   IF SW-KIND-HISTORY
                       PERFORM APPLY-FILING-HISTORY
                   ELSE
                       PERFORM APPLY-INTEREST-POSTING
                   END-IF
           END-RETURN.

       START-ONE-CUSTOMER.
           IF WS-ON-CUSTOMER
               PERFORM FINISH-ONE-CUSTOMER
           END-IF.
           MOVE "Y" TO WS-ON-CUSTOMER-FLAG.
           MOVE SW-CUSTOMER-NUM TO WS-CUR-CUSTOMER.
           MOVE ZERO TO WS-CUST-INTEREST.
           MOVE ZERO TO WS-CUST-ACCT-COUNT.
           MOVE ZERO TO WS-CUST-LOAN-INTEREST.
           MOVE ZERO TO WS-CUST-LOAN-COUNT.
           MOVE ZERO TO WS-CUR-ACCT-NUM.
           MOVE ZERO TO WS-PREV-ACCT-NUM.
           MOVE ZERO TO WS-PREV-RUN-DATE.
           MOVE ZERO TO WS-PREV-AMOUNT.
           MOVE ZERO TO WS-PRIOR-AMOUNT.
           MOVE ZERO TO WS-PRIOR-LOAN-AMOUNT.
           MOVE "N" TO WS-PRIOR-FOUND-FLAG.
           MOVE "N" TO WS-PRIOR-REPORTED-FLAG.

       APPLY-FILING-HISTORY.
           MOVE "Y" TO WS-PRIOR-FOUND-FLAG.
           MOVE SW-AMOUNT TO WS-PRIOR-AMOUNT.
           MOVE SW-LOAN-AMOUNT TO WS-PRIOR-LOAN-AMOUNT.
           IF SW-REPORTED-FLAG = "Y"
               MOVE "Y" TO WS-PRIOR-REPORTED-FLAG
           END-IF.

       APPLY-INTEREST-POSTING.
           IF SW-ACCT-NUM NOT = WS-CUR-ACCT-NUM
               IF SW-LOAN-INTEREST
                   ADD 1 TO WS-CUST-LOAN-COUNT
               ELSE
                   ADD 1 TO WS-CUST-ACCT-COUNT
               END-IF
               MOVE SW-ACCT-NUM TO WS-CUR-ACCT-NUM
           END-IF.
           IF SW-LAST-ONLY
                   AND SW-ACCT-NUM = WS-PREV-ACCT-NUM
                   AND SW-RUN-DATE = WS-PREV-RUN-DATE
               IF SW-LOAN-INTEREST
                   SUBTRACT WS-PREV-AMOUNT FROM WS-CUST-LOAN-INTEREST
               ELSE
                   SUBTRACT WS-PREV-AMOUNT FROM WS-CUST-INTEREST
               END-IF
           END-IF.
           IF SW-LOAN-INTEREST
               ADD SW-AMOUNT TO WS-CUST-LOAN-INTEREST
           ELSE
               ADD SW-AMOUNT TO WS-CUST-INTEREST
           END-IF.
           MOVE SW-ACCT-NUM TO WS-PREV-ACCT-NUM.
           MOVE SW-RUN-DATE TO WS-PREV-RUN-DATE.
           MOVE SW-AMOUNT TO WS-PREV-AMOUNT.

       FINISH-ONE-CUSTOMER.
           MOVE "N" TO WS-ON-CUSTOMER-FLAG.
           IF WS-CUST-INTEREST < ZERO
               MOVE ZERO TO WS-CUST-INTEREST
           END-IF.
           IF WS-CUST-LOAN-INTEREST < ZERO
               MOVE ZERO TO WS-CUST-LOAN-INTEREST
           END-IF.
           EVALUATE TRUE
               WHEN WS-PRIOR-FOUND
                       AND WS-CUST-INTEREST = WS-PRIOR-AMOUNT
                       AND WS-CUST-LOAN-INTEREST = WS-PRIOR-LOAN-AMOUNT
                   ADD 1 TO WS-UNCHANGED-COUNT
               WHEN NOT WS-PRIOR-FOUND AND WS-CUST-INTEREST = ZERO
                       AND WS-CUST-LOAN-INTEREST = ZERO
                   CONTINUE
               WHEN OTHER
                   PERFORM ISSUE-CUSTOMER-FILING
           END-EVALUATE.

       ISSUE-CUSTOMER-FILING.
           ADD 1 TO WS-CUSTOMER-COUNT.
           PERFORM FIND-CUSTOMER-ENTRY.
           IF WS-PRIOR-FOUND
               MOVE "C" TO WS-FILING-TYPE
               ADD 1 TO WS-CORRECTED-COUNT
           ELSE
               MOVE "O" TO WS-FILING-TYPE
           END-IF.
           IF WS-CUST-INTEREST >= WS-THRESHOLD
                   OR WS-CUST-LOAN-INTEREST >= WS-LOAN-THRESHOLD
                   OR WS-PRIOR-REPORTED
               MOVE "Y" TO WS-REPORTED-FLAG
           ELSE
               MOVE "N" TO WS-REPORTED-FLAG
           END-IF.
           IF NOT WS-CUST-FOUND
               MOVE SPACES TO WS-EX-REASON
               STRING "CUST " WS-CUR-CUSTOMER
                      " NOT ON CUSTMAST, NOT FILED OR NOTIFIED"
                      DELIMITED BY SIZE INTO WS-EX-REASON
               MOVE WS-CUSTOMER-COUNT TO WS-EX-RECORD-NUM
               PERFORM WRITE-TAX-EXCEPTION
           ELSE
               IF WS-REPORTED
                   PERFORM WRITE-FILING-DETAIL
               ELSE
                   PERFORM WRITE-BELOW-LINE
               END-IF
               PERFORM WRITE-INTEREST-NOTICE
               IF RC-PRODUCTION-MODE
                   PERFORM WRITE-FILING-HISTORY
               END-IF
           END-IF.

       FIND-CUSTOMER-ENTRY.
           MOVE "N" TO WS-CUST-FOUND-FLAG.
           IF WS-CUST-OPEN
               MOVE WS-CUR-CUSTOMER TO CM-CUSTOMER-NUM
               READ CUST-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CUST-FOUND-FLAG
               END-READ
           END-IF.

       WRITE-FILING-DETAIL.
           MOVE SPACES TO TAX-FILING-RECORD.
           MOVE "D" TO TF-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO TF-TAX-YEAR.
           MOVE WS-CUR-CUSTOMER TO TFD-CUSTOMER-NUM.
           MOVE WS-FILING-TYPE TO TFD-FILING-TYPE.
           MOVE CM-CUSTOMER-NAME TO TFD-NAME.
           MOVE CM-ADDRESS-LINE-1 TO TFD-ADDRESS-1.
           MOVE CM-ADDRESS-LINE-2 TO TFD-ADDRESS-2.
           MOVE CM-CITY-STATE-ZIP TO TFD-CITY-STATE-ZIP.
           MOVE WS-CUST-INTEREST TO TFD-INTEREST-AMOUNT.
           MOVE WS-CUST-ACCT-COUNT TO TFD-ACCOUNT-COUNT.
           MOVE WS-CUST-LOAN-INTEREST TO TFD-LOAN-INTEREST.
           MOVE WS-CUST-LOAN-COUNT TO TFD-LOAN-COUNT.
           WRITE TAX-FILING-RECORD.
           ADD 1 TO WS-FILING-COUNT.
           ADD WS-CUST-INTEREST TO WS-FILING-TOTAL.
           ADD WS-CUST-LOAN-INTEREST TO WS-FILING-LOAN-TOTAL.
           ADD 1 TO WS-REPORTABLE-COUNT.
           ADD WS-CUST-INTEREST TO WS-REPORTABLE-TOTAL.
           IF WS-CUST-LOAN-INTEREST NOT = ZERO
               ADD 1 TO WS-LOAN-FILED-COUNT
               ADD WS-CUST-LOAN-INTEREST TO WS-LOAN-FILED-TOTAL
           END-IF.
           PERFORM FORMAT-DETAIL-LINE.
           WRITE TAX-REPORT-RECORD FROM WS-DETAIL-LINE.
           IF WS-CUST-LOAN-INTEREST NOT = ZERO
                   OR WS-PRIOR-LOAN-AMOUNT NOT = ZERO
               WRITE TAX-REPORT-RECORD FROM WS-LOAN-DETAIL-LINE
           END-IF.

       WRITE-BELOW-LINE.
           ADD 1 TO WS-BELOW-COUNT.
           ADD WS-CUST-INTEREST TO WS-BELOW-TOTAL.
           PERFORM FORMAT-DETAIL-LINE.
           WRITE TAX-BELOW-RECORD FROM WS-DETAIL-LINE.
           IF WS-CUST-LOAN-INTEREST NOT = ZERO
                   OR WS-PRIOR-LOAN-AMOUNT NOT = ZERO
               WRITE TAX-BELOW-RECORD FROM WS-LOAN-DETAIL-LINE
           END-IF.

       FORMAT-DETAIL-LINE.
           MOVE WS-CUR-CUSTOMER TO WS-DL-CUSTOMER-NUM.
           MOVE WS-FILING-TYPE TO WS-DL-FILING-TYPE.
           MOVE CM-CUSTOMER-NAME TO WS-DL-NAME.
           MOVE WS-CUST-INTEREST TO WS-DL-INTEREST.
           MOVE WS-CUST-ACCT-COUNT TO WS-DL-ACCT-COUNT.
           MOVE WS-PRIOR-AMOUNT TO WS-DL-PRIOR.
           MOVE WS-CUST-LOAN-INTEREST TO WS-LL-INTEREST.
           MOVE WS-CUST-LOAN-COUNT TO WS-LL-LOAN-COUNT.
           MOVE WS-PRIOR-LOAN-AMOUNT TO WS-LL-PRIOR.

       WRITE-INTEREST-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT.
           MOVE SPACES TO TAX-NOTICE-RECORD.
           IF WS-NOTICE-COUNT = 1
               WRITE TAX-NOTICE-RECORD
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE TAX-NOTICE-RECORD
                   AFTER ADVANCING PAGE
           END-IF.
           MOVE RC-RUN-DATE TO WS-ND-RUN-DATE.
           WRITE TAX-NOTICE-RECORD FROM WS-NOTICE-DATE-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM WRITE-BLANK-NOTICE-LINE.
           WRITE TAX-NOTICE-RECORD FROM CM-CUSTOMER-NAME
               AFTER ADVANCING 1 LINE.
           IF CM-ADDRESS-LINE-1 NOT = SPACES
               WRITE TAX-NOTICE-RECORD
                   FROM CM-ADDRESS-LINE-1
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF CM-ADDRESS-LINE-2 NOT = SPACES
               WRITE TAX-NOTICE-RECORD
                   FROM CM-ADDRESS-LINE-2
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF CM-CITY-STATE-ZIP NOT = SPACES
               WRITE TAX-NOTICE-RECORD
                   FROM CM-CITY-STATE-ZIP
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM WRITE-BLANK-NOTICE-LINE.
           IF WS-FILING-TYPE = "C"
               MOVE "CORRECTED ANNUAL INTEREST NOTICE"
                   TO WS-NT-TITLE
           ELSE
               MOVE "ANNUAL INTEREST NOTICE" TO WS-NT-TITLE
           END-IF.
           MOVE WS-TAX-YEAR TO WS-NT-TAX-YEAR.
           WRITE TAX-NOTICE-RECORD FROM WS-NOTICE-TITLE-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM WRITE-BLANK-NOTICE-LINE.
           MOVE WS-CUR-CUSTOMER TO WS-NC-CUSTOMER-NUM.
           WRITE TAX-NOTICE-RECORD FROM WS-NOTICE-CUST-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "INTEREST PAID" TO WS-NA-LABEL.
           MOVE WS-CUST-INTEREST TO WS-NA-AMOUNT.
           WRITE TAX-NOTICE-RECORD FROM WS-NOTICE-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-FILING-TYPE = "C"
               MOVE "PREVIOUSLY NOTIFIED" TO WS-NA-LABEL
               MOVE WS-PRIOR-AMOUNT TO WS-NA-AMOUNT
               WRITE TAX-NOTICE-RECORD FROM WS-NOTICE-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-CUST-ACCT-COUNT TO WS-NS-ACCT-COUNT.
           WRITE TAX-NOTICE-RECORD FROM WS-NOTICE-ACCTS-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-CUST-LOAN-INTEREST NOT = ZERO
                   OR WS-PRIOR-LOAN-AMOUNT NOT = ZERO
               PERFORM WRITE-LOAN-NOTICE-LINES
           END-IF.
           PERFORM WRITE-BLANK-NOTICE-LINE.
           IF WS-REPORTED
               WRITE TAX-NOTICE-RECORD FROM WS-NOTICE-REPORTED-TEXT
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE TAX-NOTICE-RECORD FROM WS-NOTICE-BELOW-TEXT
                   AFTER ADVANCING 1 LINE
           END-IF.

       WRITE-LOAN-NOTICE-LINES.
           PERFORM WRITE-BLANK-NOTICE-LINE.
           MOVE "LOAN INTEREST PAID" TO WS-NA-LABEL.
           MOVE WS-CUST-LOAN-INTEREST TO WS-NA-AMOUNT.
           WRITE TAX-NOTICE-RECORD FROM WS-NOTICE-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-FILING-TYPE = "C"
               MOVE "PREVIOUSLY NOTIFIED" TO WS-NA-LABEL
               MOVE WS-PRIOR-LOAN-AMOUNT TO WS-NA-AMOUNT
               WRITE TAX-NOTICE-RECORD FROM WS-NOTICE-AMOUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE WS-CUST-LOAN-COUNT TO WS-NL-LOAN-COUNT.
           WRITE TAX-NOTICE-RECORD FROM WS-NOTICE-LOANS-LINE
               AFTER ADVANCING 1 LINE.

       WRITE-BLANK-NOTICE-LINE.
           MOVE SPACES TO TAX-NOTICE-RECORD.
           WRITE TAX-NOTICE-RECORD
               AFTER ADVANCING 1 LINE.

       WRITE-FILING-HISTORY.
           MOVE WS-TAX-YEAR TO TH-TAX-YEAR.
           MOVE WS-CUR-CUSTOMER TO TH-CUSTOMER-NUM.
           MOVE RC-RUN-DATE TO TH-RUN-DATE.
           MOVE WS-FILING-TYPE TO TH-FILING-TYPE.
           MOVE WS-REPORTED-FLAG TO TH-REPORTED-FLAG.
           MOVE WS-CUST-INTEREST TO TH-INTEREST-AMOUNT.
           MOVE WS-CUST-LOAN-INTEREST TO TH-LOAN-INTEREST-AMOUNT.
           WRITE TAX-HIST-RECORD.

       WRITE-FILING-TRAILER.
           MOVE SPACES TO TAX-FILING-RECORD.
           MOVE "T" TO TF-RECORD-TYPE.
           MOVE WS-TAX-YEAR TO TF-TAX-YEAR.
           MOVE WS-FILING-COUNT TO TFT-RECORD-COUNT.
           MOVE WS-FILING-TOTAL TO TFT-AMOUNT-TOTAL.
           MOVE WS-FILING-LOAN-TOTAL TO TFT-LOAN-TOTAL.
           WRITE TAX-FILING-RECORD.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO TAX-REPORT-RECORD.
           WRITE TAX-REPORT-RECORD.
           MOVE "INTEREST POSTINGS SELECTED" TO WS-TL-LABEL.
           MOVE WS-INTEREST-COUNT TO WS-TL-COUNT.
           MOVE ZERO TO WS-TL-AMOUNT.
           WRITE TAX-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "LOAN INTEREST POSTINGS" TO WS-TL-LABEL.
           MOVE WS-LOAN-INTEREST-COUNT TO WS-TL-COUNT.
           WRITE TAX-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "POSTINGS ON BACKED-OUT RUNS" TO WS-TL-LABEL.
           MOVE WS-EXCLUDED-COUNT TO WS-TL-COUNT.
           WRITE TAX-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "CUSTOMERS FILED" TO WS-TL-LABEL.
           MOVE WS-REPORTABLE-COUNT TO WS-TL-COUNT.
           MOVE WS-REPORTABLE-TOTAL TO WS-TL-AMOUNT.
           WRITE TAX-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "CUSTOMERS FILED, LOAN INT" TO WS-TL-LABEL.
           MOVE WS-LOAN-FILED-COUNT TO WS-TL-COUNT.
           MOVE WS-LOAN-FILED-TOTAL TO WS-TL-AMOUNT.
           WRITE TAX-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "CUSTOMERS BELOW THRESHOLD" TO WS-TL-LABEL.
           MOVE WS-BELOW-COUNT TO WS-TL-COUNT.
           MOVE WS-BELOW-TOTAL TO WS-TL-AMOUNT.
           WRITE TAX-REPORT-RECORD FROM WS-TOTAL-LINE.
           IF WS-CORRECTION-RUN
               MOVE "CUSTOMERS CORRECTED" TO WS-TL-LABEL
               MOVE WS-CORRECTED-COUNT TO WS-TL-COUNT
               MOVE ZERO TO WS-TL-AMOUNT
               WRITE TAX-REPORT-RECORD FROM WS-TOTAL-LINE
               MOVE "CUSTOMERS UNCHANGED" TO WS-TL-LABEL
               MOVE WS-UNCHANGED-COUNT TO WS-TL-COUNT
               WRITE TAX-REPORT-RECORD FROM WS-TOTAL-LINE
           END-IF.
           MOVE SPACES TO TAX-BELOW-RECORD.
           WRITE TAX-BELOW-RECORD.
           MOVE "TOTAL BELOW THRESHOLD" TO WS-TL-LABEL.
           MOVE WS-BELOW-COUNT TO WS-TL-COUNT.
           MOVE WS-BELOW-TOTAL TO WS-TL-AMOUNT.
           WRITE TAX-BELOW-RECORD FROM WS-TOTAL-LINE.

       WRITE-TAX-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "TAXYR01" TO WS-EX-PROGRAM-ID.
           MOVE "E"       TO WS-EX-SEVERITY.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-OPERATOR-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "TAXYR01" TO WS-EX-PROGRAM-ID.
           MOVE "W"       TO WS-EX-SEVERITY.
           MOVE ZERO      TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "RUN CTL OPERATOR ID MISSING, DEFAULTED UNKNOWN"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

           COPY RUNCTLP.
           COPY EXCPTP.
