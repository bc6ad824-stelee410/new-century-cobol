      *----------------------------------------------------------*
      *  HOLDTB - SHARED WORKING-STORAGE FOR THE ACTIVE-HOLDS
      *  TABLE. COPY THIS MEMBER INTO WORKING-STORAGE AND HOLDTBP
      *  INTO THE PROCEDURE DIVISION. PERFORM LOAD-HOLD-TABLE-RTN
      *  ONCE, THEN FOR EACH ACCOUNT MOVE THE ACCOUNT NUMBER TO
      *  WS-HOLD-ACCT-NUM AND PERFORM SUM-ACCOUNT-HOLDS-RTN - THE
      *  TOTAL ACTIVE HOLDS COME BACK IN WS-HELD-AMOUNT. THE
      *  TABLE TAKES 2000 HOLDS, THE SAME LIMIT AS THE HOLDMNT
      *  TABLE. IF THE HOLDS MASTER WILL NOT FIT, WS-HOLD-OVERFLOWED
      *  IS SET AND THE HELD AMOUNTS CANNOT BE TRUSTED - THE CALLER
      *  MUST NOT RELEASE FUNDS ON THEM.
      *----------------------------------------------------------*
       01  WS-HOLD-STATUS                  PIC XX.
       01  WS-HOLD-EOF-FLAG                PIC X VALUE "N".
           88  WS-HOLD-EOF                 VALUE "Y".
       01  WS-HOLD-OVER-FLAG               PIC X VALUE "N".
           88  WS-HOLD-OVERFLOWED          VALUE "Y".
       01  WS-HOLD-MAX                     PIC 9(4) VALUE 2000.
       01  WS-HOLD-COUNT                   PIC 9(4) VALUE ZERO.
       01  WS-HOLD-SUB                     PIC 9(4) VALUE ZERO.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 2000 TIMES.
               10  WS-HD-ACCT-NUM          PIC 9(8).
               10  WS-HD-AMOUNT            PIC 9(7)V99.
       01  WS-HOLD-ACCT-NUM                PIC 9(8) VALUE ZERO.
       01  WS-HELD-AMOUNT                  PIC 9(9)V99 VALUE ZERO.
