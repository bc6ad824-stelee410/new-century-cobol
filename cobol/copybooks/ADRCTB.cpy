      *----------------------------------------------------------*
      *  ADRCTB - SHARED WORKING-STORAGE FOR THE OPEN ADDRESS-
      *  CHANGE COOLING-OFF CASES. COPY THIS MEMBER INTO WORKING-
      *  STORAGE AND ADRCTBP INTO THE PROCEDURE DIVISION. PERFORM
      *  LOAD-COOL-TABLE-RTN ONCE, THEN FOR EACH CUSTOMER MOVE THE
      *  CUSTOMER NUMBER TO WS-COOL-CUST-NUM AND PERFORM
      *  FIND-COOL-CASE-RTN - WS-COOL-FOUND IS SET WHEN THE
      *  CUSTOMER HAS A CASE OPEN ON THE RUN DATE, AND COOL-IDX
      *  THEN POINTS AT ITS ENTRY.
      *----------------------------------------------------------*
       01  WS-COOL-STATUS                  PIC XX.
       01  WS-COOL-EOF-FLAG                PIC X VALUE "N".
           88  WS-COOL-EOF                 VALUE "Y".
       01  WS-COOL-MAX                     PIC 9(4) VALUE 500.
       01  WS-COOL-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-COOL-TABLE.
           05  WS-COOL-ENTRY OCCURS 500 TIMES
                   INDEXED BY COOL-IDX.
               10  WS-CC-CUSTOMER-NUM      PIC 9(6).
               10  WS-CC-CHANGE-DATE       PIC 9(8).
               10  WS-CC-EXPIRY-DATE       PIC 9(8).
       01  WS-COOL-CUST-NUM                PIC 9(6) VALUE ZERO.
       01  WS-COOL-FOUND-FLAG              PIC X VALUE "N".
           88  WS-COOL-FOUND               VALUE "Y".
