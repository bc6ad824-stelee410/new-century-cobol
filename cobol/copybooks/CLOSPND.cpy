      *----------------------------------------------------------*
      *  CLOSPND - PENDING ACCOUNT CLOSURE RECORD LAYOUT (CLOSPEND)
      *  ACCTMNT APPENDS ONE RECORD WHEN A CLOSE IS REQUESTED ON
      *  AN ACCOUNT WITH A NON-ZERO BALANCE. CLSTL01 GENERATES THE
      *  INTEREST-TO-DATE AND SETTLEMENT BATCH AND MARKS THE RECORD
      *  SETTLING; AFTER THE POSTING RUN CLSCP01 CLOSES EACH ACCOUNT
      *  WHOSE SETTLEMENT LEFT IT AT ZERO AND DROPS THE RECORD, OR
      *  PUTS IT BACK TO PENDING FOR A FRESH SETTLEMENT.
      *----------------------------------------------------------*
       01  CLOSE-PENDING-RECORD.
           05  CP-ACCT-NUM                 PIC 9(8).
           05  CP-COMPANY-CODE             PIC X(4).
           05  CP-CUSTOMER-NUM             PIC 9(6).
           05  CP-REQUEST-DATE             PIC 9(8).
           05  CP-OPERATOR-ID              PIC X(8).
           05  CP-STATUS                   PIC X.
               88  CP-PENDING               VALUE "P".
               88  CP-SETTLING              VALUE "S".
           05  CP-SETTLE-DATE              PIC 9(8).
           05  CP-INTEREST                 PIC 9(7)V99.
           05  CP-SETTLE-AMOUNT            PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
