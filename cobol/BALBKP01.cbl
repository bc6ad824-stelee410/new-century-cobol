               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCT-NUM
               ALTERNATE RECORD KEY IS AM-CUSTOMER-NUM WITH DUPLICATES
               FILE STATUS IS WS-BAL-STATUS.

           SELECT BAL-BACKUP-FILE ASSIGN TO "BALBKUP"
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY ACCTMST.

       FD  BAL-BACKUP-FILE
           RECORD CONTAINS 72 CHARACTERS.
           COPY BALBKP.

       FD  BACKUP-REPORT-FILE
