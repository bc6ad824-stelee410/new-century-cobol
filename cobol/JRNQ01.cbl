           05  RQ-TO-DATE                  PIC 9(8).

       FD  ADD-JOURNAL-FILE
           RECORD CONTAINS 148 CHARACTERS.
           COPY ADDJRNL.

       FD  ARCH-JOURNAL-FILE
           RECORD CONTAINS 148 CHARACTERS.
       01  ARCH-JOURNAL-RECORD             PIC X(148).

       FD  JRNQ-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
