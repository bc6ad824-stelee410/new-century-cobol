       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPEX01.
       AUTHOR. STELEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-NUM
               FILE STATUS IS WS-CUST-STATUS.

           SELECT DUP-EXTRACT-FILE ASSIGN TO "DUPEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-MASTER-FILE
           RECORD CONTAINS 127 CHARACTERS.
           COPY CUSTMST.

       FD  DUP-EXTRACT-FILE
           RECORD CONTAINS 100 CHARACTERS.
           COPY CUSTDUP.

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS                  PIC XX.
       01  WS-EXTRACT-STATUS               PIC XX.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-RUNCTL-OPER-FLAG             PIC X VALUE "N".
           88  WS-RUNCTL-OPER-MISSING       VALUE "Y".
       01  WS-CUST-EOF-FLAG                PIC X VALUE "N".
           88  WS-CUST-EOF                 VALUE "Y".
       01  WS-CUST-OPEN-FAIL-FLAG          PIC X VALUE "N".
           88  WS-CUST-OPEN-FAILED          VALUE "Y".

       01  WS-CUSTOMER-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-NAME-BLOCK-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-ADDRESS-BLOCK-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-NO-BLOCK-COUNT               PIC 9(6) VALUE ZERO.

       01  WS-NORM-WORK                    PIC X(30).
       01  WS-NORM-OUT                     PIC X(30).
       01  WS-NORM-PTR                     PIC 9(2) VALUE ZERO.
       01  WS-NORM-LEN                     PIC 9(2) VALUE ZERO.
       01  WS-TOKEN-COUNT                  PIC 9(2) VALUE ZERO.
       01  WS-TOKEN-SUB                    PIC 9(2) VALUE ZERO.
       01  WS-FIRST-TOKEN                  PIC 9(2) VALUE ZERO.
       01  WS-LAST-TOKEN                   PIC 9(2) VALUE ZERO.
       01  WS-TOKEN-TABLE.
           05  WS-TOKEN OCCURS 8 TIMES     PIC X(30).

       01  WS-LOWER-CASE                   PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".
       01  WS-UPPER-CASE                   PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-PUNCTUATION                  PIC X(10) VALUE
           ".,-'#/&()""".
       01  WS-PUNCT-SPACES                 PIC X(10) VALUE SPACES.

       01  WS-TITLE-VALUES.
           05  FILLER                      PIC X(4) VALUE "MR  ".
           05  FILLER                      PIC X(4) VALUE "MRS ".
           05  FILLER                      PIC X(4) VALUE "MS  ".
           05  FILLER                      PIC X(4) VALUE "MISS".
           05  FILLER                      PIC X(4) VALUE "DR  ".
           05  FILLER                      PIC X(4) VALUE "JR  ".
           05  FILLER                      PIC X(4) VALUE "SR  ".
           05  FILLER                      PIC X(4) VALUE "II  ".
           05  FILLER                      PIC X(4) VALUE "III ".
       01  WS-TITLE-TABLE REDEFINES WS-TITLE-VALUES.
           05  WS-TITLE-ENTRY OCCURS 9 TIMES
                   INDEXED BY TITLE-IDX    PIC X(4).

       01  WS-STREET-VALUES.
           05  FILLER                      PIC X(14) VALUE
               "STREET    ST  ".
           05  FILLER                      PIC X(14) VALUE
               "AVENUE    AVE ".
           05  FILLER                      PIC X(14) VALUE
               "ROAD      RD  ".
           05  FILLER                      PIC X(14) VALUE
               "LANE      LN  ".
           05  FILLER                      PIC X(14) VALUE
               "DRIVE     DR  ".
           05  FILLER                      PIC X(14) VALUE
               "COURT     CT  ".
           05  FILLER                      PIC X(14) VALUE
               "PLACE     PL  ".
           05  FILLER                      PIC X(14) VALUE
               "BOULEVARD BLVD".
           05  FILLER                      PIC X(14) VALUE
               "HIGHWAY   HWY ".
           05  FILLER                      PIC X(14) VALUE
               "TERRACE   TER ".
           05  FILLER                      PIC X(14) VALUE
               "APARTMENT APT ".
           05  FILLER                      PIC X(14) VALUE
               "SUITE     STE ".
           05  FILLER                      PIC X(14) VALUE
               "NORTH     N   ".
           05  FILLER                      PIC X(14) VALUE
               "SOUTH     S   ".
           05  FILLER                      PIC X(14) VALUE
               "EAST      E   ".
           05  FILLER                      PIC X(14) VALUE
               "WEST      W   ".
       01  WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
           05  WS-STREET-ENTRY OCCURS 16 TIMES
                   INDEXED BY STREET-IDX.
               10  WS-ST-LONG              PIC X(10).
               10  WS-ST-SHORT             PIC X(4).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM READ-RUN-CONTROL-RTN.
           OPEN INPUT CUST-MASTER-FILE.
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN CUST-MASTER-FILE, STATUS: "
                       WS-CUST-STATUS
               MOVE "Y" TO WS-CUST-EOF-FLAG
               IF WS-CUST-STATUS NOT = "35"
                   MOVE "Y" TO WS-CUST-OPEN-FAIL-FLAG
               END-IF
           END-IF.
           OPEN OUTPUT DUP-EXTRACT-FILE.
           PERFORM EXTRACT-ONE-CUSTOMER UNTIL WS-CUST-EOF.
           IF WS-CUST-STATUS = "00" OR WS-CUST-STATUS = "10"
               CLOSE CUST-MASTER-FILE
           END-IF.
           CLOSE DUP-EXTRACT-FILE.
       PROGRAM-DONE.
           DISPLAY "CUSTOMERS READ:           " WS-CUSTOMER-COUNT.
           DISPLAY "NAME BLOCK RECORDS:       " WS-NAME-BLOCK-COUNT.
           DISPLAY "ADDRESS BLOCK RECORDS:    "
                   WS-ADDRESS-BLOCK-COUNT.
           DISPLAY "CUSTOMERS NOT MATCHABLE:  " WS-NO-BLOCK-COUNT.
           IF WS-CUST-OPEN-FAILED
               MOVE 16 TO RETURN-CODE
           END-IF.
           GOBACK.

       EXTRACT-ONE-CUSTOMER.
           READ CUST-MASTER-FILE
               AT END
                   MOVE "Y" TO WS-CUST-EOF-FLAG
               NOT AT END
                   PERFORM BUILD-MATCH-KEYS
           END-READ.

       BUILD-MATCH-KEYS.
           ADD 1 TO WS-CUSTOMER-COUNT.
           MOVE SPACES TO CUST-DUP-RECORD.
           MOVE CM-CUSTOMER-NUM TO DX-CUSTOMER-NUM.
           PERFORM NORMALIZE-NAME.
           PERFORM NORMALIZE-ADDRESS.
           PERFORM FIND-ZIP-CODE.
           IF DX-SURNAME = SPACES
                   AND (DX-ZIP = SPACES OR DX-ADDRESS-KEY = SPACES)
               ADD 1 TO WS-NO-BLOCK-COUNT
               DISPLAY "DUPEX01: CUSTOMER " CM-CUSTOMER-NUM
                       " HAS NO USABLE NAME OR ADDRESS, NOT MATCHED"
           END-IF.
           IF DX-SURNAME NOT = SPACES
               MOVE "N" TO DX-BLOCK-TYPE
               MOVE SPACES TO DX-BLOCK-KEY
               MOVE DX-SURNAME TO DX-BLOCK-KEY (1:11)
               MOVE DX-FIRST-INITIAL TO DX-BLOCK-KEY (12:1)
               WRITE CUST-DUP-RECORD
               ADD 1 TO WS-NAME-BLOCK-COUNT
           END-IF.
           IF DX-ZIP NOT = SPACES AND DX-ADDRESS-KEY NOT = SPACES
               MOVE "A" TO DX-BLOCK-TYPE
               MOVE SPACES TO DX-BLOCK-KEY
               MOVE DX-ZIP TO DX-BLOCK-KEY (1:5)
               MOVE DX-ADDRESS-KEY (1:9) TO DX-BLOCK-KEY (6:9)
               WRITE CUST-DUP-RECORD
               ADD 1 TO WS-ADDRESS-BLOCK-COUNT
           END-IF.

       NORMALIZE-NAME.
           MOVE CM-CUSTOMER-NAME TO WS-NORM-WORK.
           PERFORM SPLIT-NORM-WORK.
           PERFORM DROP-NAME-TITLE
               VARYING WS-TOKEN-SUB FROM 1 BY 1
               UNTIL WS-TOKEN-SUB > 8.
           PERFORM JOIN-NORM-TOKENS.
           MOVE WS-NORM-OUT TO DX-NAME-KEY.
           MOVE WS-NORM-LEN TO DX-NAME-LEN.
           IF WS-FIRST-TOKEN > ZERO
               MOVE WS-TOKEN (WS-FIRST-TOKEN) (1:1) TO DX-FIRST-INITIAL
               MOVE WS-TOKEN (WS-LAST-TOKEN) TO DX-SURNAME
           END-IF.

       DROP-NAME-TITLE.
           IF WS-TOKEN (WS-TOKEN-SUB) NOT = SPACES
               SET TITLE-IDX TO 1
               SEARCH WS-TITLE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TITLE-ENTRY (TITLE-IDX)
                           = WS-TOKEN (WS-TOKEN-SUB)
                       MOVE SPACES TO WS-TOKEN (WS-TOKEN-SUB)
               END-SEARCH
           END-IF.

       NORMALIZE-ADDRESS.
           MOVE CM-ADDRESS-LINE-1 TO WS-NORM-WORK.
           PERFORM SPLIT-NORM-WORK.
           PERFORM ABBREVIATE-STREET-WORD
               VARYING WS-TOKEN-SUB FROM 1 BY 1
               UNTIL WS-TOKEN-SUB > 8.
           PERFORM JOIN-NORM-TOKENS.
           MOVE WS-NORM-OUT TO DX-ADDRESS-KEY.
           IF WS-FIRST-TOKEN > ZERO
               IF WS-TOKEN (WS-FIRST-TOKEN) (1:1) NUMERIC
                   MOVE WS-TOKEN (WS-FIRST-TOKEN) TO DX-HOUSE-NUM
               END-IF
           END-IF.

       ABBREVIATE-STREET-WORD.
           IF WS-TOKEN (WS-TOKEN-SUB) NOT = SPACES
               SET STREET-IDX TO 1
               SEARCH WS-STREET-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ST-LONG (STREET-IDX)
                           = WS-TOKEN (WS-TOKEN-SUB)
                       MOVE WS-ST-SHORT (STREET-IDX)
                           TO WS-TOKEN (WS-TOKEN-SUB)
               END-SEARCH
           END-IF.

       FIND-ZIP-CODE.
           MOVE CM-CITY-STATE-ZIP TO WS-NORM-WORK.
           PERFORM SPLIT-NORM-WORK.
           PERFORM CHECK-ZIP-TOKEN
               VARYING WS-TOKEN-SUB FROM 1 BY 1
               UNTIL WS-TOKEN-SUB > 8.

       CHECK-ZIP-TOKEN.
           IF WS-TOKEN (WS-TOKEN-SUB) (1:5) NUMERIC
               MOVE WS-TOKEN (WS-TOKEN-SUB) (1:5) TO DX-ZIP
           END-IF.

       SPLIT-NORM-WORK.
           INSPECT WS-NORM-WORK
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
           INSPECT WS-NORM-WORK
               CONVERTING WS-PUNCTUATION TO WS-PUNCT-SPACES.
           MOVE SPACES TO WS-TOKEN-TABLE.
           MOVE ZERO TO WS-TOKEN-COUNT.
           UNSTRING WS-NORM-WORK DELIMITED BY ALL SPACE
               INTO WS-TOKEN (1) WS-TOKEN (2) WS-TOKEN (3)
                    WS-TOKEN (4) WS-TOKEN (5) WS-TOKEN (6)
                    WS-TOKEN (7) WS-TOKEN (8)
               TALLYING IN WS-TOKEN-COUNT
           END-UNSTRING.

       JOIN-NORM-TOKENS.
           MOVE SPACES TO WS-NORM-OUT.
           MOVE 1 TO WS-NORM-PTR.
           MOVE ZERO TO WS-FIRST-TOKEN.
           MOVE ZERO TO WS-LAST-TOKEN.
           PERFORM JOIN-ONE-TOKEN
               VARYING WS-TOKEN-SUB FROM 1 BY 1
               UNTIL WS-TOKEN-SUB > 8.
           COMPUTE WS-NORM-LEN = WS-NORM-PTR - 1.
           IF WS-NORM-LEN > 30
               MOVE 30 TO WS-NORM-LEN
           END-IF.

       JOIN-ONE-TOKEN.
           IF WS-TOKEN (WS-TOKEN-SUB) NOT = SPACES
                   AND WS-NORM-PTR <= 30
               IF WS-FIRST-TOKEN = ZERO
                   MOVE WS-TOKEN-SUB TO WS-FIRST-TOKEN
               ELSE
                   STRING " " DELIMITED BY SIZE
                       INTO WS-NORM-OUT WITH POINTER WS-NORM-PTR
                   END-STRING
               END-IF
               MOVE WS-TOKEN-SUB TO WS-LAST-TOKEN
               STRING WS-TOKEN (WS-TOKEN-SUB) DELIMITED BY SPACE
                   INTO WS-NORM-OUT WITH POINTER WS-NORM-PTR
               END-STRING
           END-IF.

           COPY RUNCTLP.
