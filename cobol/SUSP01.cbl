       DATA DIVISION.
       FILE SECTION.
       FD  ADD-SUSPENSE-FILE
           RECORD CONTAINS 83 CHARACTERS.
           COPY ADDSUS.

       FD  SUSP-TRANS-FILE
           RECORD CONTAINS 45 CHARACTERS.
           COPY ADDTRN.

       FD  SUSP-PARM-FILE
           MOVE "H" TO AT-RECORD-TYPE.
           MOVE WS-BATCH-NUM TO BH-BATCH-NUM.
           MOVE RC-RUN-DATE TO BH-BATCH-DATE.
           MOVE "SUSP" TO BH-SOURCE-SYSTEM.
           WRITE ADD-BATCH-HEADER-RECORD.
           MOVE "Y" TO WS-HEADER-WRITTEN-FLAG.

