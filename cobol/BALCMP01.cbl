               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCT-NUM
               ALTERNATE RECORD KEY IS AM-CUSTOMER-NUM WITH DUPLICATES
               FILE STATUS IS WS-PROD-STATUS.

           SELECT SHADOW-BAL-FILE ASSIGN TO "ACCTBALS"
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY ACCTMST.

       FD  SHADOW-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
       01  SHADOW-MASTER-RECORD.
           05  SH-ACCT-NUM                 PIC 9(8).
           05  SH-COMPANY-CODE             PIC X(4).
           05  SH-DATE-OPENED              PIC 9(8).
           05  SH-LAST-ACTIVITY-DATE       PIC 9(8).
           05  SH-BALANCE                  PIC S9(9)V99 SIGN TRAILING.
           05  FILLER                      PIC X(25).

       FD  COMPARE-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
