               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCT-NUM
               ALTERNATE RECORD KEY IS AM-CUSTOMER-NUM WITH DUPLICATES
               FILE STATUS IS WS-BAL-STATUS.

           SELECT RESTORE-REPORT-FILE ASSIGN TO "BALRSRPT"
       DATA DIVISION.
       FILE SECTION.
       FD  BAL-BACKUP-FILE
           RECORD CONTAINS 72 CHARACTERS.
           COPY BALBKP.

       FD  ACCT-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY ACCTMST.

       FD  RESTORE-REPORT-FILE
           END-IF.
           PERFORM RELOAD-ONE-RECORD UNTIL WS-BKUP-EOF.
           CLOSE BAL-BACKUP-FILE.
           IF WS-BAL-STATUS = "00" OR WS-BAL-STATUS = "02"
               CLOSE ACCT-BAL-FILE
           END-IF.
           DISPLAY "BALRST01: " WS-LOADED-COUNT
