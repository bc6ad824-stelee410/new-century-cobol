           COPY ACCTPER.

       FD  RECON-CONTROL-FILE
           RECORD CONTAINS 41 CHARACTERS.
       01  RECON-CONTROL-RECORD.
           05  RN-PRIOR-RUN-DATE           PIC 9(8).
           05  RN-PRIOR-CLOSING-TOTAL      PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  RN-PRIOR-CYCLE-NUM          PIC 9(2).
           05  RN-PRIOR-DATE-NET           PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  RN-CURRENCY-CODE            PIC X(3).

       FD  PERIOD-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
