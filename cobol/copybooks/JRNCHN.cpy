      *----------------------------------------------------------*
      *  JRNCHN - SHARED WORKING-STORAGE FOR THE POSTING JOURNAL
      *  SEQUENCE AND CHAIN. COPY THIS MEMBER INTO WORKING-STORAGE
      *  AND JRNCHNP INTO THE PROCEDURE DIVISION; THE FD FOR
      *  JOURNAL-CONTROL-FILE COPIES JRNCTL. MOVE THE PROGRAM NAME
      *  TO WS-JC-PROGRAM-ID BEFORE THE FIRST SAVE.
      *  THE CHAIN VALUE OF A JOURNAL RECORD IS A HASH OF BYTES
      *  1-138 OF THAT RECORD (EVERYTHING UP TO AND INCLUDING THE
      *  SEQUENCE NUMBER) STARTED FROM THE PREVIOUS RECORD'S CHAIN
      *  VALUE, SO CHANGING, REMOVING OR REORDERING ANY RECORD
      *  BREAKS THE CHAIN FROM THAT POINT ON. THE FIRST RECORD
      *  CHAINS FROM ZERO.
      *----------------------------------------------------------*
       01  WS-JC-STATUS                    PIC XX.
       01  WS-JC-RRN                       PIC 9(4) VALUE 1.
       01  WS-JC-OPEN-FLAG                 PIC X VALUE "N".
           88  WS-JC-OPENED                VALUE "Y".
       01  WS-JC-PROGRAM-ID                PIC X(8) VALUE SPACES.
       01  WS-JC-HASH-LENGTH               PIC 9(3) VALUE 138.
       01  WS-JC-HASH-MODULUS              PIC 9(10) VALUE 999999937.
       01  WS-JC-SUB                       PIC 9(3) VALUE ZERO.
       01  WS-JC-HASH                      PIC 9(12) VALUE ZERO.
       01  WS-JC-HASH-AREA                 PIC X(138).
