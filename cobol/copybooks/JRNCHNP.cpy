      *----------------------------------------------------------*
      *  JRNCHNP - SHARED POSTING JOURNAL SEQUENCE AND CHAIN
      *  ROUTINES. ASSUMES THE INCLUDING PROGRAM HAS A RELATIVE
      *  JOURNAL-CONTROL-FILE (SEE JRNCTL COPYBOOK) WITH RELATIVE
      *  KEY WS-JC-RRN AND FILE STATUS WS-JC-STATUS, THE JRNCHN
      *  WORKING-STORAGE, THE ADDJRNL RECORD AND THE RUNCTL RECORD.
      *  PERFORM OPEN-JOURNAL-CONTROL-RTN WHEN THE JOURNAL IS
      *  OPENED, THEN FOR EACH RECORD BUILD POSTING-JOURNAL-RECORD,
      *  PERFORM CHAIN-JOURNAL-RECORD-RTN, WRITE THE RECORD AND
      *  PERFORM SAVE-JOURNAL-CONTROL-RTN. PERFORM
      *  CLOSE-JOURNAL-CONTROL-RTN WHEN THE JOURNAL IS CLOSED.
      *  COMPUTE-JOURNAL-CHAIN-RTN HASHES WS-JC-HASH-AREA STARTING
      *  FROM THE VALUE IN WS-JC-HASH AND LEAVES THE RESULT THERE.
      *----------------------------------------------------------*
       OPEN-JOURNAL-CONTROL-RTN.
           OPEN I-O JOURNAL-CONTROL-FILE.
           IF WS-JC-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-CONTROL-FILE
               MOVE 1 TO WS-JC-RRN
               MOVE "ADDJRNL" TO JC-KEY
               MOVE ZERO TO JC-LAST-SEQUENCE
               MOVE ZERO TO JC-LAST-CHAIN
               MOVE ZERO TO JC-LAST-RUN-DATE
               MOVE SPACES TO JC-LAST-PROGRAM
               WRITE JOURNAL-CONTROL-RECORD
               CLOSE JOURNAL-CONTROL-FILE
               OPEN I-O JOURNAL-CONTROL-FILE
           END-IF.
           MOVE 1 TO WS-JC-RRN.
           READ JOURNAL-CONTROL-FILE
               INVALID KEY
                   DISPLAY "JOURNAL CONTROL: NO CONTROL RECORD, "
                           "SEQUENCE STARTS AT 1"
                   MOVE ZERO TO JC-LAST-SEQUENCE
                   MOVE ZERO TO JC-LAST-CHAIN
           END-READ.
           IF JC-LAST-SEQUENCE NOT NUMERIC
                   OR JC-LAST-CHAIN NOT NUMERIC
               DISPLAY "JOURNAL CONTROL: CONTROL RECORD INVALID, "
                       "SEQUENCE STARTS AT 1"
               MOVE ZERO TO JC-LAST-SEQUENCE
               MOVE ZERO TO JC-LAST-CHAIN
           END-IF.
           MOVE "Y" TO WS-JC-OPEN-FLAG.

       CHAIN-JOURNAL-RECORD-RTN.
           ADD 1 TO JC-LAST-SEQUENCE.
           MOVE JC-LAST-SEQUENCE TO PJ-SEQUENCE-NUM.
           MOVE POSTING-JOURNAL-RECORD (1:138) TO WS-JC-HASH-AREA.
           MOVE JC-LAST-CHAIN TO WS-JC-HASH.
           PERFORM COMPUTE-JOURNAL-CHAIN-RTN.
           MOVE WS-JC-HASH TO PJ-CHAIN-VALUE.
           MOVE WS-JC-HASH TO JC-LAST-CHAIN.

       SAVE-JOURNAL-CONTROL-RTN.
           MOVE 1 TO WS-JC-RRN.
           MOVE "ADDJRNL" TO JC-KEY.
           MOVE RC-RUN-DATE TO JC-LAST-RUN-DATE.
           MOVE WS-JC-PROGRAM-ID TO JC-LAST-PROGRAM.
           REWRITE JOURNAL-CONTROL-RECORD
               INVALID KEY
                   DISPLAY "JOURNAL CONTROL: REWRITE FAILED, STATUS: "
                           WS-JC-STATUS
           END-REWRITE.

       CLOSE-JOURNAL-CONTROL-RTN.
           IF WS-JC-OPENED
               CLOSE JOURNAL-CONTROL-FILE
               MOVE "N" TO WS-JC-OPEN-FLAG
           END-IF.

       COMPUTE-JOURNAL-CHAIN-RTN.
           PERFORM HASH-ONE-JOURNAL-BYTE
               VARYING WS-JC-SUB FROM 1 BY 1
               UNTIL WS-JC-SUB > WS-JC-HASH-LENGTH.

       HASH-ONE-JOURNAL-BYTE.
           COMPUTE WS-JC-HASH = FUNCTION MOD(WS-JC-HASH * 257
               + FUNCTION ORD(WS-JC-HASH-AREA (WS-JC-SUB:1)),
               WS-JC-HASH-MODULUS).
