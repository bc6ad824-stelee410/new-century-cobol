           05  CAL-MONTH-END-FLAG          PIC X.

       FD  STORD-TRANS-FILE
           RECORD CONTAINS 45 CHARACTERS.
           COPY ADDTRN.

       FD  RUN-CONTROL-FILE
       01  WS-CAL-EOF-FLAG                 PIC X VALUE "N".
           88  WS-CAL-EOF                  VALUE "Y".

       01  WS-CAL-MAX                      PIC 9(4) VALUE 800.
       01  WS-CAL-COUNT                    PIC 9(4) VALUE ZERO.
       01  WS-CAL-SUB                      PIC 9(4) VALUE ZERO.
       01  WS-CAL-TABLE.
           05  WS-CAL-ENTRY OCCURS 800 TIMES.
               10  WS-CA-DATE              PIC 9(8).
               10  WS-CA-DAY-TYPE          PIC X.

                       MOVE CAL-DATE TO WS-CA-DATE (WS-CAL-COUNT)
                       MOVE CAL-DAY-TYPE
                           TO WS-CA-DAY-TYPE (WS-CAL-COUNT)
                   ELSE
                       DISPLAY "STORD01: CALENDAR TABLE FULL, " CAL-DATE
                               " AND LATER DAYS NOT LOADED"
                       MOVE "Y" TO WS-CAL-EOF-FLAG
                   END-IF
           END-READ.

           MOVE "H" TO AT-RECORD-TYPE.
           MOVE WS-BATCH-NUM TO BH-BATCH-NUM.
           MOVE RC-RUN-DATE TO BH-BATCH-DATE.
           MOVE "STOR" TO BH-SOURCE-SYSTEM.
           WRITE ADD-BATCH-HEADER-RECORD.
           MOVE "Y" TO WS-HEADER-WRITTEN-FLAG.

