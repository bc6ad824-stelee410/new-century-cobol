       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUST-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-NUM
               FILE STATUS IS WS-CUST-STATUS.

           SELECT ACCT-BAL-FILE ASSIGN TO "ACCTBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCT-NUM
               ALTERNATE RECORD KEY IS AM-CUSTOMER-NUM WITH DUPLICATES
               FILE STATUS IS WS-BAL-STATUS.

           SELECT XREF-REPORT-FILE ASSIGN TO "XREFRPT"
           COPY CUSTMST.

       FD  ACCT-BAL-FILE
           RECORD CONTAINS 71 CHARACTERS.
           COPY ACCTMST.

       FD  XREF-REPORT-FILE
           88  WS-BAL-EOF                  VALUE "Y".
       01  WS-CUST-OPEN-FAIL-FLAG          PIC X VALUE "N".
           88  WS-CUST-OPEN-FAILED          VALUE "Y".
       01  WS-CUST-OPEN-FLAG               PIC X VALUE "N".
           88  WS-CUST-OPEN                VALUE "Y".
       01  WS-BAL-OPEN-FLAG                PIC X VALUE "N".
           88  WS-BAL-OPEN                 VALUE "Y".
       01  WS-OWNER-DONE-FLAG              PIC X VALUE "N".
           88  WS-OWNER-DONE               VALUE "Y".
       01  WS-OWNER-FOUND-FLAG             PIC X VALUE "N".
           88  WS-OWNER-FOUND              VALUE "Y".

       01  WS-CUST-COUNT                   PIC 9(6) VALUE ZERO.
       01  WS-ACCTS-LISTED                 PIC 9(6) VALUE ZERO.
       01  WS-ORPHAN-COUNT                 PIC 9(6) VALUE ZERO.
       01  WS-CUST-TOTAL                   PIC S9(11)V99 VALUE ZERO.

       01  WS-HEADING-LINE.
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM READ-RUN-CONTROL-RTN.
           PERFORM OPEN-MASTER-FILES.
           OPEN OUTPUT XREF-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM REPORT-ONE-CUSTOMER UNTIL WS-CUST-EOF.
           PERFORM WRITE-ORPHAN-SECTION.
           CLOSE XREF-REPORT-FILE.
           IF WS-CUST-OPEN
               CLOSE CUST-MASTER-FILE
           END-IF.
           IF WS-BAL-OPEN
               CLOSE ACCT-BAL-FILE
           END-IF.
       PROGRAM-DONE.
           DISPLAY "CUSTOMERS LISTED:  " WS-CUST-COUNT.
           DISPLAY "ACCOUNTS LISTED:   " WS-ACCTS-LISTED.
           END-IF.
           GOBACK.

       OPEN-MASTER-FILES.
           OPEN INPUT CUST-MASTER-FILE.
           IF WS-CUST-STATUS = "00"
               MOVE "Y" TO WS-CUST-OPEN-FLAG
           ELSE
               DISPLAY "UNABLE TO OPEN CUST-MASTER-FILE, STATUS: "
                       WS-CUST-STATUS
               MOVE "Y" TO WS-CUST-EOF-FLAG
                   MOVE "Y" TO WS-CUST-OPEN-FAIL-FLAG
               END-IF
           END-IF.
           OPEN INPUT ACCT-BAL-FILE.
           IF WS-BAL-STATUS = "00"
               MOVE "Y" TO WS-BAL-OPEN-FLAG
           ELSE
               DISPLAY "UNABLE TO OPEN ACCT-BAL-FILE, STATUS: "
                       WS-BAL-STATUS
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE RC-RUN-DATE TO WS-HL-RUN-DATE.
           WRITE XREF-REPORT-RECORD.

       REPORT-ONE-CUSTOMER.
           READ CUST-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CUST-EOF-FLAG
               NOT AT END
                   PERFORM LIST-ONE-CUSTOMER
           END-READ.

       LIST-ONE-CUSTOMER.
           ADD 1 TO WS-CUST-COUNT.
           MOVE CM-CUSTOMER-NUM TO WS-CL-CUSTOMER-NUM.
           MOVE CM-CUSTOMER-NAME TO WS-CL-CUSTOMER-NAME.
           WRITE XREF-REPORT-RECORD FROM WS-CUSTOMER-LINE.
           MOVE ZERO TO WS-CUST-TOTAL.
           PERFORM START-CUSTOMER-ACCOUNTS.
           PERFORM LIST-CUSTOMER-ACCOUNT UNTIL WS-OWNER-DONE.
           MOVE WS-CUST-TOTAL TO WS-TL-TOTAL.
           WRITE XREF-REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE SPACES TO XREF-REPORT-RECORD.
           WRITE XREF-REPORT-RECORD.

       START-CUSTOMER-ACCOUNTS.
           MOVE "Y" TO WS-OWNER-DONE-FLAG.
           IF WS-BAL-OPEN
               MOVE CM-CUSTOMER-NUM TO AM-CUSTOMER-NUM
               START ACCT-BAL-FILE KEY IS EQUAL TO AM-CUSTOMER-NUM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-OWNER-DONE-FLAG
               END-START
           END-IF.

       LIST-CUSTOMER-ACCOUNT.
           READ ACCT-BAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-OWNER-DONE-FLAG
               NOT AT END
                   IF AM-CUSTOMER-NUM NOT = CM-CUSTOMER-NUM
                       MOVE "Y" TO WS-OWNER-DONE-FLAG
                   ELSE
                       ADD 1 TO WS-ACCTS-LISTED
                       ADD AM-BALANCE TO WS-CUST-TOTAL
                       PERFORM WRITE-ACCOUNT-LINE
                   END-IF
           END-READ.

       WRITE-ACCOUNT-LINE.
           MOVE AM-ACCT-NUM TO WS-AL-ACCT-NUM.
           MOVE AM-STATUS TO WS-AL-STATUS.
           MOVE AM-BALANCE TO WS-AL-BALANCE.
           WRITE XREF-REPORT-RECORD FROM WS-ACCOUNT-LINE.

       WRITE-ORPHAN-SECTION.
           MOVE "ORPHAN ACCOUNTS - OWNER NOT ON CUSTMAST"
               TO XREF-REPORT-RECORD.
           WRITE XREF-REPORT-RECORD.
           MOVE "Y" TO WS-BAL-EOF-FLAG.
           IF WS-BAL-OPEN
               MOVE ZERO TO AM-ACCT-NUM
               START ACCT-BAL-FILE KEY IS NOT LESS THAN AM-ACCT-NUM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-BAL-EOF-FLAG
               END-START
           END-IF.
           PERFORM CHECK-ONE-OWNER UNTIL WS-BAL-EOF.
           IF WS-ORPHAN-COUNT = ZERO
               MOVE "    NONE" TO XREF-REPORT-RECORD
               WRITE XREF-REPORT-RECORD
           END-IF.

       CHECK-ONE-OWNER.
           READ ACCT-BAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BAL-EOF-FLAG
               NOT AT END
                   PERFORM CHECK-ACCOUNT-OWNER
           END-READ.

       CHECK-ACCOUNT-OWNER.
           MOVE "N" TO WS-OWNER-FOUND-FLAG.
           IF WS-CUST-OPEN
               MOVE AM-CUSTOMER-NUM TO CM-CUSTOMER-NUM
               READ CUST-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-OWNER-FOUND-FLAG
               END-READ
           END-IF.
           IF NOT WS-OWNER-FOUND
               ADD 1 TO WS-ORPHAN-COUNT
               PERFORM WRITE-ACCOUNT-LINE
           END-IF.
