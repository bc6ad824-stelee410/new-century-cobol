               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SRTWK09".

           SELECT GL-RULES-FILE ASSIGN TO "GLRULES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ADD-JOURNAL-FILE
           RECORD CONTAINS 148 CHARACTERS.
           COPY ADDJRNL.

       FD  GL-EXTRACT-FILE
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X(12).

       SD  SORT-WORK-FILE
           RECORD CONTAINS 23 CHARACTERS.
       01  SORT-WORK-RECORD.
           05  SW-COMPANY-CODE             PIC X(4).
           05  SW-ACCT-NUM                 PIC 9(8).
           05  SW-BASE-AMOUNT              PIC S9(9)V99.

       FD  GL-RULES-FILE
           RECORD CONTAINS 37 CHARACTERS.
       01  GL-RULES-RECORD.
           05  GR-COST-CENTER              PIC X(4).

       FD  GL-POSTING-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  GL-POSTING-RECORD.
           05  GP-RECORD-TYPE              PIC X.
               88  GP-DETAIL                VALUE "D".
           05  GP-AMOUNT                   PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X.
           05  GP-COMPANY-CODE             PIC X(4).
       01  GL-POSTING-TRAILER.
           05  FILLER                      PIC X.
           05  GX-ENTRY-COUNT              PIC 9(6).
                                           SIGN LEADING SEPARATE.
           05  GX-CREDIT-TOTAL             PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X(4).

       FD  GL-EXCEPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-RULE-COUNT                   PIC 9(3) VALUE ZERO.
       01  WS-RULE-FOUND-FLAG              PIC X VALUE "N".
           88  WS-RULE-FOUND               VALUE "Y".
       01  WS-RULE-AMOUNT                  PIC S9(9)V99 VALUE ZERO.
       01  WS-BASE-AMOUNT                  PIC S9(9)V99 VALUE ZERO.
       01  WS-RULE-SUB                     PIC 9(3) VALUE ZERO.
       01  WS-RULE-TABLE.
           05  WS-RULE-ENTRY OCCURS 100 TIMES
                   INDEXED BY RULE-IDX.
               10  WS-RL-DEBIT-GL          PIC X(8).
               10  WS-RL-CREDIT-GL         PIC X(8).
               10  WS-RL-COST-CENTER       PIC X(4).
       01  WS-POSTING-MAX                  PIC 9(3) VALUE 500.
       01  WS-POSTING-COUNT                PIC 9(3) VALUE ZERO.
       01  WS-POSTING-FOUND-FLAG           PIC X VALUE "N".
           88  WS-POSTING-FOUND            VALUE "Y".
       01  WS-POSTING-TABLE.
           05  WS-POSTING-ENTRY OCCURS 500 TIMES
                   INDEXED BY POST-IDX.
               10  WS-PT-RULE-SUB          PIC 9(3).
               10  WS-PT-COMPANY-CODE      PIC X(4).
               10  WS-PT-AMOUNT            PIC S9(9)V99.
       01  WS-GL-ENTRY-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-GL-DEBIT-TOTAL               PIC S9(11)V99 VALUE ZERO.
       01  WS-GL-CREDIT-TOTAL              PIC S9(11)V99 VALUE ZERO.
       01  WS-JRNL-COUNT                   PIC 9(6) VALUE ZERO.
       01  WS-SELECTED-COUNT               PIC 9(6) VALUE ZERO.

       01  WS-SORT-EOF-FLAG                PIC X VALUE "N".
           88  WS-SORT-EOF                 VALUE "Y".
       01  WS-ON-ACCOUNT-FLAG              PIC X VALUE "N".
           88  WS-ON-ACCOUNT               VALUE "Y".
       01  WS-ACCT-COUNT                   PIC 9(6) VALUE ZERO.
       01  WS-CUR-COMPANY                  PIC X(4) VALUE SPACES.
       01  WS-CUR-ACCT-NUM                 PIC 9(8) VALUE ZERO.
       01  WS-CUR-NET-MOVEMENT             PIC S9(9)V99 VALUE ZERO.
       01  WS-MOVEMENT-TOTAL               PIC S9(11)V99 VALUE ZERO.

           COPY EXCPTWS.
           PERFORM READ-RUN-CONTROL-RTN.
           OPEN OUTPUT GL-EXCEPT-FILE.
           PERFORM LOAD-RULES-TABLE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-COMPANY-CODE
               ON ASCENDING KEY SW-ACCT-NUM
               INPUT PROCEDURE IS ACCUMULATE-JOURNAL
               OUTPUT PROCEDURE IS WRITE-GL-EXTRACT.
           PERFORM WRITE-GL-POSTING-FILE.
           CLOSE GL-EXCEPT-FILE.
       PROGRAM-DONE.
                           TO WS-RL-CREDIT-GL (RULE-IDX)
                       MOVE GR-COST-CENTER
                           TO WS-RL-COST-CENTER (RULE-IDX)
                   ELSE
                       DISPLAY "GLEXT01: RULE DROPPED, TABLE FULL "
                               "OR RANGE NOT NUMERIC"
                   ADD 1 TO WS-JRNL-COUNT
                   IF PJ-RUN-DATE = RC-RUN-DATE
                       ADD 1 TO WS-SELECTED-COUNT
                       PERFORM SET-BASE-AMOUNT
                       PERFORM RELEASE-MOVEMENT
                       PERFORM SELECT-RULE-POSTING
                   END-IF
           END-READ.

       SET-BASE-AMOUNT.
           IF PJ-BASE-AMOUNT NUMERIC
               MOVE PJ-BASE-AMOUNT TO WS-BASE-AMOUNT
           ELSE
               MOVE PJ-POSTED-AMOUNT TO WS-BASE-AMOUNT
           END-IF.

       SELECT-RULE-POSTING.
           MOVE WS-BASE-AMOUNT TO WS-RULE-AMOUNT.
           IF PJ-TRANS-TYPE = "D"
               COMPUTE WS-RULE-AMOUNT = ZERO - WS-BASE-AMOUNT
           END-IF.
           IF PJ-TRANS-TYPE = "X" AND PJ-XFER-LINK NUMERIC
               IF PJ-ACCT-NUM = PJ-XFER-FROM-ACCT
                   COMPUTE WS-RULE-AMOUNT = ZERO - WS-BASE-AMOUNT
                   PERFORM POST-TO-RULE-TABLE
               END-IF
           ELSE
               PERFORM POST-TO-RULE-TABLE
           END-IF.

       POST-TO-RULE-TABLE.
           MOVE "N" TO WS-RULE-FOUND-FLAG.
           SET RULE-IDX TO 1.
                       AND PJ-ACCT-NUM >= WS-RL-ACCT-FROM (RULE-IDX)
                       AND PJ-ACCT-NUM <= WS-RL-ACCT-TO (RULE-IDX)
                   MOVE "Y" TO WS-RULE-FOUND-FLAG
           END-SEARCH.
           IF NOT WS-RULE-FOUND
               PERFORM WRITE-NO-RULE-EXCEPTION
           ELSE
               PERFORM POST-TO-COMPANY-RULE
           END-IF.

       POST-TO-COMPANY-RULE.
           MOVE "N" TO WS-POSTING-FOUND-FLAG.
           SET WS-RULE-SUB TO RULE-IDX.
           SET POST-IDX TO 1.
           SEARCH WS-POSTING-ENTRY
               AT END
                   CONTINUE
               WHEN POST-IDX > WS-POSTING-COUNT
                   CONTINUE
               WHEN WS-PT-RULE-SUB (POST-IDX) = WS-RULE-SUB
                       AND WS-PT-COMPANY-CODE (POST-IDX)
                           = PJ-COMPANY-CODE
                   MOVE "Y" TO WS-POSTING-FOUND-FLAG
                   ADD WS-RULE-AMOUNT TO WS-PT-AMOUNT (POST-IDX)
           END-SEARCH.
           IF NOT WS-POSTING-FOUND
               IF WS-POSTING-COUNT < WS-POSTING-MAX
                   ADD 1 TO WS-POSTING-COUNT
                   SET POST-IDX TO WS-POSTING-COUNT
                   MOVE WS-RULE-SUB TO WS-PT-RULE-SUB (POST-IDX)
                   MOVE PJ-COMPANY-CODE
                       TO WS-PT-COMPANY-CODE (POST-IDX)
                   MOVE WS-RULE-AMOUNT TO WS-PT-AMOUNT (POST-IDX)
               ELSE
                   DISPLAY "GLEXT01: GL POSTING TABLE FULL, TYPE "
                           PJ-TRANS-TYPE " COMPANY " PJ-COMPANY-CODE
                           " DROPPED"
                   PERFORM WRITE-POSTING-FULL-EXCEPTION
               END-IF
           END-IF.

       WRITE-POSTING-FULL-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "GLEXT01" TO WS-EX-PROGRAM-ID.
           MOVE "E"       TO WS-EX-SEVERITY.
           MOVE WS-SELECTED-COUNT TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "GL POSTING TABLE FULL, TYPE " PJ-TRANS-TYPE
                  " ACCT " PJ-ACCT-NUM " DROPPED"
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

       WRITE-NO-RULE-EXCEPTION.
           ADD 1 TO WS-EXCEPT-COUNT.
           MOVE "GLEXT01" TO WS-EX-PROGRAM-ID.
           MOVE "E"       TO WS-EX-SEVERITY.
           MOVE WS-SELECTED-COUNT TO WS-EX-RECORD-NUM.
           MOVE SPACES TO WS-EX-REASON.
           STRING "NO GL RULE, TYPE " PJ-TRANS-TYPE
                  " ACCT " PJ-ACCT-NUM
                  " REF " PJ-REFERENCE
                  DELIMITED BY SIZE INTO WS-EX-REASON.
           PERFORM WRITE-EXCEPTION-RTN.

       RELEASE-MOVEMENT.
           MOVE PJ-COMPANY-CODE TO SW-COMPANY-CODE.
           MOVE PJ-ACCT-NUM TO SW-ACCT-NUM.
           MOVE WS-BASE-AMOUNT TO SW-BASE-AMOUNT.
           RELEASE SORT-WORK-RECORD.

       WRITE-GL-EXTRACT.
           OPEN OUTPUT GL-EXTRACT-FILE.
           PERFORM RETURN-ONE-MOVEMENT UNTIL WS-SORT-EOF.
           IF WS-ON-ACCOUNT
               PERFORM WRITE-ONE-GL-DETAIL
           END-IF.
           MOVE SPACES TO GL-TRAILER-RECORD.
           MOVE "T" TO GL-RECORD-TYPE.
           MOVE WS-ACCT-COUNT TO GT-ACCOUNT-COUNT.
           WRITE GL-TRAILER-RECORD.
           CLOSE GL-EXTRACT-FILE.

       RETURN-ONE-MOVEMENT.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-FLAG
               NOT AT END
                   IF WS-ON-ACCOUNT
                           AND (SW-ACCT-NUM NOT = WS-CUR-ACCT-NUM
                           OR SW-COMPANY-CODE NOT = WS-CUR-COMPANY)
                       PERFORM WRITE-ONE-GL-DETAIL
                   END-IF
                   IF NOT WS-ON-ACCOUNT
                       MOVE "Y" TO WS-ON-ACCOUNT-FLAG
                       MOVE SW-COMPANY-CODE TO WS-CUR-COMPANY
                       MOVE SW-ACCT-NUM TO WS-CUR-ACCT-NUM
                       MOVE ZERO TO WS-CUR-NET-MOVEMENT
                   END-IF
                   ADD SW-BASE-AMOUNT TO WS-CUR-NET-MOVEMENT
           END-RETURN.

       WRITE-ONE-GL-DETAIL.
           ADD 1 TO WS-ACCT-COUNT.
           MOVE "D" TO GL-RECORD-TYPE.
           MOVE WS-CUR-COMPANY TO GL-COMPANY-CODE.
           MOVE RC-RUN-DATE TO GL-RUN-DATE.
           MOVE WS-CUR-ACCT-NUM TO GL-ACCT-NUM.
           MOVE WS-CUR-NET-MOVEMENT TO GL-NET-MOVEMENT.
           ADD WS-CUR-NET-MOVEMENT TO WS-MOVEMENT-TOTAL.
           WRITE GL-EXTRACT-RECORD.
           MOVE "N" TO WS-ON-ACCOUNT-FLAG.

       WRITE-GL-POSTING-FILE.
           OPEN OUTPUT GL-POSTING-FILE.
           PERFORM WRITE-ONE-RULE-PAIR
               VARYING POST-IDX FROM 1 BY 1
               UNTIL POST-IDX > WS-POSTING-COUNT.
           MOVE SPACES TO GL-POSTING-TRAILER.
           MOVE "T" TO GP-RECORD-TYPE.
           MOVE WS-GL-ENTRY-COUNT TO GX-ENTRY-COUNT.
           END-IF.

       WRITE-ONE-RULE-PAIR.
           SET RULE-IDX TO WS-PT-RULE-SUB (POST-IDX).
           IF WS-PT-AMOUNT (POST-IDX) NOT = ZERO
               MOVE SPACES TO GL-POSTING-RECORD
               MOVE "D" TO GP-RECORD-TYPE
               MOVE RC-RUN-DATE TO GP-RUN-DATE
               MOVE WS-RL-DEBIT-GL (RULE-IDX) TO GP-GL-ACCOUNT
               MOVE WS-RL-COST-CENTER (RULE-IDX) TO GP-COST-CENTER
               MOVE "D" TO GP-DR-CR
               MOVE WS-PT-AMOUNT (POST-IDX) TO GP-AMOUNT
               MOVE WS-PT-COMPANY-CODE (POST-IDX) TO GP-COMPANY-CODE
               WRITE GL-POSTING-RECORD
               ADD 1 TO WS-GL-ENTRY-COUNT
               ADD WS-PT-AMOUNT (POST-IDX) TO WS-GL-DEBIT-TOTAL
               MOVE SPACES TO GL-POSTING-RECORD
               MOVE "D" TO GP-RECORD-TYPE
               MOVE RC-RUN-DATE TO GP-RUN-DATE
               MOVE WS-RL-CREDIT-GL (RULE-IDX) TO GP-GL-ACCOUNT
               MOVE WS-RL-COST-CENTER (RULE-IDX) TO GP-COST-CENTER
               MOVE "C" TO GP-DR-CR
               MOVE WS-PT-AMOUNT (POST-IDX) TO GP-AMOUNT
               MOVE WS-PT-COMPANY-CODE (POST-IDX) TO GP-COMPANY-CODE
               WRITE GL-POSTING-RECORD
               ADD 1 TO WS-GL-ENTRY-COUNT
               ADD WS-PT-AMOUNT (POST-IDX) TO WS-GL-CREDIT-TOTAL
           END-IF.

           COPY RUNCTLP.
