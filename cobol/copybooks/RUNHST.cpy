      *  REVERSED (R) RECORD (COMPANY SPACES = WHOLE DATE) WHEN IT
      *  BACKS A RUN OUT, AND REFUSES A SECOND BACKOUT OF A DATE
      *  ALREADY MARKED REVERSED UNLESS THE SAME FORCE FLAG IS SET.
      *  RH-CYCLE-NUM IS THE POSTING CYCLE (SEE CYCCTL) - ADD01'S
      *  POSTED CHECK IS BY DATE, COMPANY AND CYCLE, AND BATCHDRV
      *  STARTS THE END-OF-DAY CYCLE 99. RECORDS WRITTEN BEFORE
      *  CYCLES EXISTED CARRY SPACES THERE AND ARE READ AS CYCLE 99.
      *  A BACKOUT REVERSES THE WHOLE DATE, EVERY CYCLE OF IT.
      *----------------------------------------------------------*
       01  RUN-HIST-RECORD.
           05  RH-RUN-DATE                 PIC 9(8).
               88  RH-RUN-POSTED            VALUE "P".
               88  RH-RUN-REVERSED          VALUE "R".
           05  RH-OPERATOR-ID              PIC X(8).
           05  RH-CYCLE-NUM                PIC 9(2).
