      *----------------------------------------------------------*
      *  JRNCTL - POSTING JOURNAL CHAIN CONTROL RECORD (JRNLCTL)
      *  ONE-RECORD RELATIVE FILE, RELATIVE KEY 1. HOLDS THE
      *  SEQUENCE NUMBER AND CHAIN VALUE OF THE LAST RECORD
      *  WRITTEN TO ADDJRNL, AND WHICH PROGRAM WROTE IT ON WHICH
      *  RUN DATE. REWRITTEN AFTER EVERY JOURNAL WRITE BY THE
      *  JRNCHNP ROUTINES, READ BY JRNVF01 TO CONFIRM NOTHING HAS
      *  BEEN TRUNCATED FROM THE END OF THE JOURNAL.
      *----------------------------------------------------------*
       01  JOURNAL-CONTROL-RECORD.
           05  JC-KEY                      PIC X(8).
           05  JC-LAST-SEQUENCE            PIC 9(10).
           05  JC-LAST-CHAIN               PIC 9(10).
           05  JC-LAST-RUN-DATE            PIC 9(8).
           05  JC-LAST-PROGRAM             PIC X(8).
