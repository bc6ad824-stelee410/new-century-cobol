       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPSC01.
       AUTHOR. STELEE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUP-SORTED-FILE ASSIGN TO "DUPSORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.

           SELECT DUP-PARM-FILE ASSIGN TO "DUPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-NUM
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-NUM
               ALTERNATE RECORD KEY IS AM-CUSTOMER-NUM WITH DUPLICATES
               FILE STATUS IS WS-BAL-STATUS.

           SELECT DUP-REPORT-FILE ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUP-SORTED-FILE
           RECORD CONTAINS 101 CHARACTERS.
       01  DUP-SORTED-RECORD.
           05  DS-MATCH-DATA               PIC X(100).
           05  DS-DUP-FLAG                 PIC X.

       FD  DUP-PARM-FILE
           RECORD CONTAINS 3 CHARACTERS.
       01  DUP-PARM-RECORD.
           05  DP-MIN-SCORE                PIC 9(3).

       FD  CUST-MASTER-FILE
           RECORD CONTAINS 127 CHARACTERS.
           COPY CUSTMST.

       FD  ACCT-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY ACCTMST.

       FD  DUP-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DUP-REPORT-RECORD               PIC X(80).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 21 CHARACTERS.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-SORTED-STATUS                PIC XX.
       01  WS-PARM-STATUS                  PIC XX.
       01  WS-CUST-STATUS                  PIC XX.
       01  WS-BAL-STATUS                   PIC XX.
       01  WS-REPORT-STATUS                PIC XX.
       01  WS-RUNCTL-STATUS                PIC XX.
       01  WS-RUNCTL-OPER-FLAG             PIC X VALUE "N".
           88  WS-RUNCTL-OPER-MISSING       VALUE "Y".
       01  WS-SORTED-EOF-FLAG              PIC X VALUE "N".
           88  WS-SORTED-EOF               VALUE "Y".
       01  WS-CUST-OPEN-FLAG               PIC X VALUE "N".
           88  WS-CUST-OPEN                VALUE "Y".
       01  WS-BAL-OPEN-FLAG                PIC X VALUE "N".
           88  WS-BAL-OPEN                 VALUE "Y".
       01  WS-BAL-EOF-FLAG                 PIC X VALUE "N".
           88  WS-BAL-EOF                  VALUE "Y".
       01  WS-SORTED-OPEN-FAIL-FLAG        PIC X VALUE "N".
           88  WS-SORTED-OPEN-FAILED        VALUE "Y".
       01  WS-PAIR-FOUND-FLAG              PIC X VALUE "N".
           88  WS-PAIR-FOUND               VALUE "Y".
       01  WS-TABLE-LIMIT-FLAG             PIC X VALUE "N".
           88  WS-TABLE-LIMIT-HIT          VALUE "Y".

           COPY CUSTDUP.

       01  WS-MIN-SCORE                    PIC 9(3) VALUE 70.
       01  WS-MATCH-COUNT                  PIC 9(6) VALUE ZERO.
       01  WS-SCORED-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-GROUP-COUNT                  PIC 9(6) VALUE ZERO.

       01  WS-GRP-MAX                      PIC 9(3) VALUE 50.
       01  WS-GRP-COUNT                    PIC 9(3) VALUE ZERO.
       01  WS-GRP-I                        PIC 9(3) VALUE ZERO.
       01  WS-GRP-J                        PIC 9(3) VALUE ZERO.
       01  WS-GRP-START                    PIC 9(3) VALUE ZERO.
       01  WS-GRP-KEY                      PIC X(15) VALUE SPACES.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS 50 TIMES.
               10  WS-GR-RECORD            PIC X(100).

       01  WS-LEFT-MATCH.
           05  WS-LF-CUSTOMER-NUM          PIC 9(6).
           05  WS-LF-NAME-KEY              PIC X(30).
           05  WS-LF-SURNAME               PIC X(11).
           05  WS-LF-FIRST-INITIAL         PIC X.
           05  WS-LF-NAME-LEN              PIC 9(2).
           05  WS-LF-ADDRESS-KEY           PIC X(24).
           05  WS-LF-HOUSE-NUM             PIC X(6).
           05  WS-LF-ZIP                   PIC X(5).

       01  WS-SCORE                        PIC 9(3) VALUE ZERO.
       01  WS-NAME-TEXT                    PIC X(14).
       01  WS-ADDR-TEXT                    PIC X(14).
       01  WS-ZIP-TEXT                     PIC X(8).
       01  WS-SHORT-LEN                    PIC 9(2) VALUE ZERO.
       01  WS-SHORT-NAME                   PIC X(30).
       01  WS-LONG-NAME                    PIC X(30).
       01  WS-LOW-NUM                      PIC 9(6) VALUE ZERO.
       01  WS-HIGH-NUM                     PIC 9(6) VALUE ZERO.

       01  WS-PAIR-MAX                     PIC 9(4) VALUE 500.
       01  WS-PAIR-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-PAIR-SUB                     PIC 9(4) VALUE ZERO.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 500 TIMES
                   INDEXED BY PAIR-IDX.
               10  WS-PR-LOW-NUM           PIC 9(6).
               10  WS-PR-HIGH-NUM          PIC 9(6).
               10  WS-PR-SCORE             PIC 9(3).
               10  WS-PR-NAME-TEXT         PIC X(14).
               10  WS-PR-ADDR-TEXT         PIC X(14).
               10  WS-PR-ZIP-TEXT          PIC X(8).

       01  WS-REPORT-CUST-NUM              PIC 9(6) VALUE ZERO.
       01  WS-OWNED-COUNT                  PIC 9(4) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                      PIC X(33) VALUE
               "DUPLICATE-CUSTOMER REVIEW LIST  ".
           05  FILLER                      PIC X(9) VALUE
               "RUN DATE ".
           05  WS-HL-RUN-DATE              PIC 9(8).
           05  FILLER                      PIC X(13) VALUE
               "  MIN SCORE ".
           05  WS-HL-MIN-SCORE             PIC ZZ9.
           05  FILLER                      PIC X(14) VALUE SPACES.

       01  WS-PAIR-LINE.
           05  FILLER                      PIC X(5) VALUE "PAIR ".
           05  WS-PL-PAIR-NUM              PIC 9(4).
           05  FILLER                      PIC X(8) VALUE
               "  SCORE ".
           05  WS-PL-SCORE                 PIC ZZ9.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-NAME-TEXT             PIC X(14).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-ADDR-TEXT             PIC X(14).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-PL-ZIP-TEXT              PIC X(8).
           05  FILLER                      PIC X(18) VALUE SPACES.

       01  WS-CUSTOMER-LINE.
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  FILLER                      PIC X(9) VALUE
               "CUSTOMER ".
           05  WS-CL-CUSTOMER-NUM          PIC 9(6).
           05  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-CL-CUSTOMER-NAME         PIC X(30).
           05  FILLER                      PIC X(31) VALUE SPACES.

       01  WS-ADDRESS-LINE.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  WS-AD-TEXT-1                PIC X(30).
           05  FILLER                      PIC X VALUE SPACE.
           05  WS-AD-TEXT-2                PIC X(30).
           05  FILLER                      PIC X(13) VALUE SPACES.

       01  WS-ACCOUNT-LINE.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  FILLER                      PIC X(5) VALUE "ACCT ".
           05  WS-AL-ACCT-NUM              PIC 9(8).
           05  FILLER                      PIC X(9) VALUE
               "  STATUS ".
           05  WS-AL-STATUS                PIC X.
           05  FILLER                      PIC X(10) VALUE
               "  BALANCE ".
           05  WS-AL-BALANCE               PIC -(10)9.99.
           05  FILLER                      PIC X(27) VALUE SPACES.

       01  WS-NO-ACCOUNT-LINE.
           05  FILLER                      PIC X(6) VALUE SPACES.
           05  FILLER                      PIC X(11) VALUE
               "NO ACCOUNTS".
           05  FILLER                      PIC X(63) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL                 PIC X(28).
           05  WS-TL-COUNT                 PIC Z(5)9.
           05  FILLER                      PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM READ-RUN-CONTROL-RTN.
           PERFORM READ-DUP-PARM.
           OPEN INPUT DUP-SORTED-FILE.
           IF WS-SORTED-STATUS NOT = "00"
               DISPLAY "DUPSC01: UNABLE TO OPEN SORTED MATCH FILE, "
                       "STATUS: " WS-SORTED-STATUS
               MOVE "Y" TO WS-SORTED-EOF-FLAG
               IF WS-SORTED-STATUS NOT = "35"
                   MOVE "Y" TO WS-SORTED-OPEN-FAIL-FLAG
               END-IF
           END-IF.
           PERFORM READ-ONE-MATCH-RECORD UNTIL WS-SORTED-EOF.
           PERFORM SCORE-MATCH-GROUP.
           IF WS-SORTED-STATUS = "00" OR WS-SORTED-STATUS = "10"
               CLOSE DUP-SORTED-FILE
           END-IF.
           PERFORM OPEN-MASTER-FILES.
           OPEN OUTPUT DUP-REPORT-FILE.
           MOVE RC-RUN-DATE TO WS-HL-RUN-DATE.
           MOVE WS-MIN-SCORE TO WS-HL-MIN-SCORE.
           WRITE DUP-REPORT-RECORD FROM WS-HEADING-LINE.
           PERFORM REPORT-ONE-PAIR
               VARYING WS-PAIR-SUB FROM 1 BY 1
               UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE DUP-REPORT-FILE.
           IF WS-CUST-OPEN
               CLOSE CUST-MASTER-FILE
           END-IF.
           IF WS-BAL-OPEN
               CLOSE ACCT-BAL-FILE
           END-IF.
       PROGRAM-DONE.
           DISPLAY "MATCH RECORDS READ:       " WS-MATCH-COUNT.
           DISPLAY "PAIRS SCORED:             " WS-SCORED-COUNT.
           DISPLAY "LIKELY DUPLICATE PAIRS:   " WS-PAIR-COUNT.
           IF WS-SORTED-OPEN-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-PAIR-COUNT > ZERO OR WS-TABLE-LIMIT-HIT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       READ-DUP-PARM.
           OPEN INPUT DUP-PARM-FILE.
           IF WS-PARM-STATUS = "00"
               READ DUP-PARM-FILE
                   NOT AT END
                       IF DP-MIN-SCORE NUMERIC
                               AND DP-MIN-SCORE > ZERO
                               AND DP-MIN-SCORE <= 100
                           MOVE DP-MIN-SCORE TO WS-MIN-SCORE
                       END-IF
               END-READ
               CLOSE DUP-PARM-FILE
           ELSE
               DISPLAY "DUPSC01: NO MATCH PARM, DEFAULT MIN SCORE "
                       WS-MIN-SCORE
           END-IF.

       READ-ONE-MATCH-RECORD.
           READ DUP-SORTED-FILE
               AT END
                   MOVE "Y" TO WS-SORTED-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-MATCH-COUNT
                   PERFORM ADD-TO-MATCH-GROUP
           END-READ.

       ADD-TO-MATCH-GROUP.
           IF DS-MATCH-DATA (1:15) NOT = WS-GRP-KEY
               PERFORM SCORE-MATCH-GROUP
               MOVE DS-MATCH-DATA (1:15) TO WS-GRP-KEY
               MOVE ZERO TO WS-GRP-COUNT
           END-IF.
           IF WS-GRP-COUNT < WS-GRP-MAX
               ADD 1 TO WS-GRP-COUNT
               MOVE DS-MATCH-DATA TO WS-GR-RECORD (WS-GRP-COUNT)
           ELSE
               MOVE "Y" TO WS-TABLE-LIMIT-FLAG
               DISPLAY "DUPSC01: MATCH BLOCK " WS-GRP-KEY
                       " OVER " WS-GRP-MAX " CUSTOMERS, "
                       DS-MATCH-DATA (16:6) " NOT COMPARED"
           END-IF.

       SCORE-MATCH-GROUP.
           IF WS-GRP-COUNT > 1
               ADD 1 TO WS-GROUP-COUNT
               PERFORM SCORE-FROM-ONE-ENTRY
                   VARYING WS-GRP-I FROM 1 BY 1
                   UNTIL WS-GRP-I >= WS-GRP-COUNT
           END-IF.

       SCORE-FROM-ONE-ENTRY.
           MOVE WS-GR-RECORD (WS-GRP-I) TO CUST-DUP-RECORD.
           MOVE DX-CUSTOMER-NUM TO WS-LF-CUSTOMER-NUM.
           MOVE DX-NAME-KEY TO WS-LF-NAME-KEY.
           MOVE DX-SURNAME TO WS-LF-SURNAME.
           MOVE DX-FIRST-INITIAL TO WS-LF-FIRST-INITIAL.
           MOVE DX-NAME-LEN TO WS-LF-NAME-LEN.
           MOVE DX-ADDRESS-KEY TO WS-LF-ADDRESS-KEY.
           MOVE DX-HOUSE-NUM TO WS-LF-HOUSE-NUM.
           MOVE DX-ZIP TO WS-LF-ZIP.
           COMPUTE WS-GRP-START = WS-GRP-I + 1.
           PERFORM SCORE-ONE-PAIR
               VARYING WS-GRP-J FROM WS-GRP-START BY 1
               UNTIL WS-GRP-J > WS-GRP-COUNT.

       SCORE-ONE-PAIR.
           MOVE WS-GR-RECORD (WS-GRP-J) TO CUST-DUP-RECORD.
           IF DX-CUSTOMER-NUM NOT = WS-LF-CUSTOMER-NUM
               ADD 1 TO WS-SCORED-COUNT
               MOVE ZERO TO WS-SCORE
               MOVE SPACES TO WS-NAME-TEXT
               MOVE SPACES TO WS-ADDR-TEXT
               MOVE SPACES TO WS-ZIP-TEXT
               PERFORM SCORE-NAME-MATCH
               PERFORM SCORE-ADDRESS-MATCH
               IF DX-ZIP = WS-LF-ZIP AND DX-ZIP NOT = SPACES
                   ADD 25 TO WS-SCORE
                   MOVE "ZIP SAME" TO WS-ZIP-TEXT
               END-IF
               IF WS-SCORE >= WS-MIN-SCORE
                   PERFORM NOTE-LIKELY-PAIR
               END-IF
           END-IF.

       SCORE-NAME-MATCH.
           EVALUATE TRUE
               WHEN DX-NAME-KEY = SPACES OR WS-LF-NAME-KEY = SPACES
                   CONTINUE
               WHEN DX-NAME-KEY = WS-LF-NAME-KEY
                   ADD 40 TO WS-SCORE
                   MOVE "NAME SAME" TO WS-NAME-TEXT
               WHEN DX-SURNAME = WS-LF-SURNAME
                       AND DX-FIRST-INITIAL = WS-LF-FIRST-INITIAL
                   ADD 30 TO WS-SCORE
                   MOVE "NAME SIMILAR" TO WS-NAME-TEXT
               WHEN OTHER
                   PERFORM CHECK-NAME-PREFIX
           END-EVALUATE.

       CHECK-NAME-PREFIX.
           IF DX-NAME-LEN < WS-LF-NAME-LEN
               MOVE DX-NAME-LEN TO WS-SHORT-LEN
               MOVE DX-NAME-KEY TO WS-SHORT-NAME
               MOVE WS-LF-NAME-KEY TO WS-LONG-NAME
           ELSE
               MOVE WS-LF-NAME-LEN TO WS-SHORT-LEN
               MOVE WS-LF-NAME-KEY TO WS-SHORT-NAME
               MOVE DX-NAME-KEY TO WS-LONG-NAME
           END-IF.
           IF WS-SHORT-LEN > 2 AND WS-SHORT-LEN < 30
                   AND WS-LONG-NAME (1:WS-SHORT-LEN)
                       = WS-SHORT-NAME (1:WS-SHORT-LEN)
                   AND WS-LONG-NAME (WS-SHORT-LEN + 1:1) = SPACE
               ADD 25 TO WS-SCORE
               MOVE "NAME EXTENDED" TO WS-NAME-TEXT
           ELSE
               IF DX-SURNAME = WS-LF-SURNAME
                   ADD 5 TO WS-SCORE
                   MOVE "SURNAME SAME" TO WS-NAME-TEXT
               END-IF
           END-IF.

       SCORE-ADDRESS-MATCH.
           EVALUATE TRUE
               WHEN DX-ADDRESS-KEY = SPACES
                       OR WS-LF-ADDRESS-KEY = SPACES
                   CONTINUE
               WHEN DX-ADDRESS-KEY = WS-LF-ADDRESS-KEY
                   ADD 35 TO WS-SCORE
                   MOVE "ADDRESS SAME" TO WS-ADDR-TEXT
               WHEN DX-HOUSE-NUM = WS-LF-HOUSE-NUM
                       AND DX-HOUSE-NUM NOT = SPACES
                   ADD 15 TO WS-SCORE
                   MOVE "HOUSE NO SAME" TO WS-ADDR-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       NOTE-LIKELY-PAIR.
           IF DX-CUSTOMER-NUM < WS-LF-CUSTOMER-NUM
               MOVE DX-CUSTOMER-NUM TO WS-LOW-NUM
               MOVE WS-LF-CUSTOMER-NUM TO WS-HIGH-NUM
           ELSE
               MOVE WS-LF-CUSTOMER-NUM TO WS-LOW-NUM
               MOVE DX-CUSTOMER-NUM TO WS-HIGH-NUM
           END-IF.
           MOVE "N" TO WS-PAIR-FOUND-FLAG.
           SET PAIR-IDX TO 1.
           SEARCH WS-PAIR-ENTRY
               AT END
                   CONTINUE
               WHEN PAIR-IDX > WS-PAIR-COUNT
                   CONTINUE
               WHEN WS-PR-LOW-NUM (PAIR-IDX) = WS-LOW-NUM
                       AND WS-PR-HIGH-NUM (PAIR-IDX) = WS-HIGH-NUM
                   MOVE "Y" TO WS-PAIR-FOUND-FLAG
           END-SEARCH.
           IF NOT WS-PAIR-FOUND
               IF WS-PAIR-COUNT < WS-PAIR-MAX
                   ADD 1 TO WS-PAIR-COUNT
                   SET PAIR-IDX TO WS-PAIR-COUNT
                   MOVE WS-LOW-NUM TO WS-PR-LOW-NUM (PAIR-IDX)
                   MOVE WS-HIGH-NUM TO WS-PR-HIGH-NUM (PAIR-IDX)
                   MOVE WS-SCORE TO WS-PR-SCORE (PAIR-IDX)
                   MOVE WS-NAME-TEXT TO WS-PR-NAME-TEXT (PAIR-IDX)
                   MOVE WS-ADDR-TEXT TO WS-PR-ADDR-TEXT (PAIR-IDX)
                   MOVE WS-ZIP-TEXT TO WS-PR-ZIP-TEXT (PAIR-IDX)
               ELSE
                   MOVE "Y" TO WS-TABLE-LIMIT-FLAG
                   DISPLAY "DUPSC01: PAIR TABLE FULL, " WS-LOW-NUM
                           "/" WS-HIGH-NUM " NOT LISTED"
               END-IF
           END-IF.

       OPEN-MASTER-FILES.
           OPEN INPUT CUST-MASTER-FILE.
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-FLAG
           ELSE
               DISPLAY "DUPSC01: NO CUSTOMER MASTER, STATUS: "
                       WS-CUST-STATUS " - NAMES WILL BE MISSING"
           END-IF.
           OPEN INPUT ACCT-BAL-FILE.
           IF WS-BAL-STATUS = "00"
               MOVE "Y" TO WS-BAL-OPEN-FLAG
           ELSE
               DISPLAY "DUPSC01: NO ACCOUNT MASTER, STATUS: "
                       WS-BAL-STATUS " - ACCOUNTS NOT LISTED"
           END-IF.

       REPORT-ONE-PAIR.
           MOVE SPACES TO DUP-REPORT-RECORD.
           WRITE DUP-REPORT-RECORD.
           MOVE WS-PAIR-SUB TO WS-PL-PAIR-NUM.
           MOVE WS-PR-SCORE (WS-PAIR-SUB) TO WS-PL-SCORE.
           MOVE WS-PR-NAME-TEXT (WS-PAIR-SUB) TO WS-PL-NAME-TEXT.
           MOVE WS-PR-ADDR-TEXT (WS-PAIR-SUB) TO WS-PL-ADDR-TEXT.
           MOVE WS-PR-ZIP-TEXT (WS-PAIR-SUB) TO WS-PL-ZIP-TEXT.
           WRITE DUP-REPORT-RECORD FROM WS-PAIR-LINE.
           MOVE WS-PR-LOW-NUM (WS-PAIR-SUB) TO WS-REPORT-CUST-NUM.
           PERFORM REPORT-PAIR-CUSTOMER.
           MOVE WS-PR-HIGH-NUM (WS-PAIR-SUB) TO WS-REPORT-CUST-NUM.
           PERFORM REPORT-PAIR-CUSTOMER.

       REPORT-PAIR-CUSTOMER.
           MOVE SPACES TO CUST-MASTER-RECORD.
           MOVE "CUSTOMER NOT ON FILE" TO CM-CUSTOMER-NAME.
           IF WS-CUST-OPEN
               MOVE WS-REPORT-CUST-NUM TO CM-CUSTOMER-NUM
               READ CUST-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO CUST-MASTER-RECORD
                       MOVE "CUSTOMER NOT ON FILE" TO CM-CUSTOMER-NAME
               END-READ
           END-IF.
           MOVE WS-REPORT-CUST-NUM TO WS-CL-CUSTOMER-NUM.
           MOVE CM-CUSTOMER-NAME TO WS-CL-CUSTOMER-NAME.
           WRITE DUP-REPORT-RECORD FROM WS-CUSTOMER-LINE.
           MOVE CM-ADDRESS-LINE-1 TO WS-AD-TEXT-1.
           MOVE CM-ADDRESS-LINE-2 TO WS-AD-TEXT-2.
           WRITE DUP-REPORT-RECORD FROM WS-ADDRESS-LINE.
           MOVE CM-CITY-STATE-ZIP TO WS-AD-TEXT-1.
           MOVE SPACES TO WS-AD-TEXT-2.
           WRITE DUP-REPORT-RECORD FROM WS-ADDRESS-LINE.
           MOVE ZERO TO WS-OWNED-COUNT.
           MOVE "Y" TO WS-BAL-EOF-FLAG.
           IF WS-BAL-OPEN
               MOVE "N" TO WS-BAL-EOF-FLAG
               MOVE WS-REPORT-CUST-NUM TO AM-CUSTOMER-NUM
               START ACCT-BAL-FILE KEY IS EQUAL TO AM-CUSTOMER-NUM
                   INVALID KEY
                       MOVE "Y" TO WS-BAL-EOF-FLAG
               END-START
           END-IF.
           PERFORM LIST-OWNED-ACCOUNT UNTIL WS-BAL-EOF.
           IF WS-OWNED-COUNT = ZERO
               WRITE DUP-REPORT-RECORD FROM WS-NO-ACCOUNT-LINE
           END-IF.

       LIST-OWNED-ACCOUNT.
           READ ACCT-BAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BAL-EOF-FLAG
               NOT AT END
                   IF AM-CUSTOMER-NUM = WS-REPORT-CUST-NUM
                       ADD 1 TO WS-OWNED-COUNT
                       MOVE AM-ACCT-NUM TO WS-AL-ACCT-NUM
                       MOVE AM-STATUS TO WS-AL-STATUS
                       MOVE AM-BALANCE TO WS-AL-BALANCE
                       WRITE DUP-REPORT-RECORD FROM WS-ACCOUNT-LINE
                   ELSE
                       MOVE "Y" TO WS-BAL-EOF-FLAG
                   END-IF
           END-READ.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO DUP-REPORT-RECORD.
           WRITE DUP-REPORT-RECORD.
           IF WS-PAIR-COUNT = ZERO
               MOVE "NO LIKELY DUPLICATES FOUND" TO DUP-REPORT-RECORD
               WRITE DUP-REPORT-RECORD
           END-IF.
           MOVE "MATCH RECORDS READ" TO WS-TL-LABEL.
           MOVE WS-MATCH-COUNT TO WS-TL-COUNT.
           WRITE DUP-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "BLOCKS WITH MORE THAN ONE" TO WS-TL-LABEL.
           MOVE WS-GROUP-COUNT TO WS-TL-COUNT.
           WRITE DUP-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "PAIRS SCORED" TO WS-TL-LABEL.
           MOVE WS-SCORED-COUNT TO WS-TL-COUNT.
           WRITE DUP-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE "LIKELY DUPLICATE PAIRS" TO WS-TL-LABEL.
           MOVE WS-PAIR-COUNT TO WS-TL-COUNT.
           WRITE DUP-REPORT-RECORD FROM WS-TOTAL-LINE.

           COPY RUNCTLP.
