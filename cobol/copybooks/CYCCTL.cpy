      *----------------------------------------------------------*
      *  CYCCTL - POSTING-CYCLE CONTROL CARD (ADDCYCLE)
      *  COPY THIS MEMBER INTO THE FD FOR CYCLE-CONTROL-FILE, THEN
      *  COPY CYCCTLP INTO THE PROCEDURE DIVISION AND PERFORM
      *  READ-CYCLE-CONTROL-RTN. NAMES THE POSTING CYCLE ADD01 IS
      *  RUNNING FOR THE RUNCTL DATE AND THAT CYCLE'S CUTOFF.
      *  CYCLES 01-98 ARE INTRADAY CYCLES (JOB ADDCYC): ONLY
      *  BATCHES WHOSE HEADER CAPTURE TIME IS AT OR BEFORE
      *  CY-CUTOFF-TIME (HHMM) POST, LATER ONES WAIT FOR A LATER
      *  CYCLE. CYCLE 99 IS THE END-OF-DAY CYCLE RUN BY THE NIGHTLY
      *  STREAM - NO CUTOFF, EVERYTHING NOT YET POSTED POSTS. A
      *  MISSING FILE MEANS CYCLE 99, SO THE NIGHTLY STREAM RUNS
      *  WITHOUT A CARD EXACTLY AS BEFORE CYCLES EXISTED. EACH
      *  CYCLE HAS ITS OWN RUNHIST ENTRY AND ITS OWN BATCHREG
      *  REGISTRATIONS, AND RECON01 BALANCES IT AGAINST THE
      *  CARRY-FORWARD LEFT BY THE CYCLE BEFORE. BATCHDRV READS
      *  THE SAME CARD: AN INTRADAY CYCLE RUNS ONLY THE ADD01 PASS
      *  FOR EACH COMPLIST COMPANY, CYCLE 99 THE WHOLE STREAM.
      *----------------------------------------------------------*
       01  CYCLE-CONTROL-RECORD.
           05  CY-CYCLE-NUM                PIC 9(2).
               88  CY-END-OF-DAY-CYCLE      VALUE 99.
           05  CY-CUTOFF-TIME              PIC 9(4).
           05  CY-CUTOFF-PARTS REDEFINES CY-CUTOFF-TIME.
               10  CY-CUTOFF-HH            PIC 9(2).
               10  CY-CUTOFF-MM            PIC 9(2).
