      *  ACCTMST - ACCOUNT MASTER RECORD LAYOUT (ACCTBAL)
      *  COPY THIS MEMBER INTO THE FD FOR THE INDEXED ACCOUNT
      *  MASTER (ASSIGN TO "ACCTBAL", RECORD KEY AM-ACCT-NUM).
      *  THE FILE ALSO CARRIES AN ALTERNATE KEY ON AM-CUSTOMER-NUM
      *  WITH DUPLICATES, SO A CUSTOMER'S ACCOUNTS ARE READ BY
      *  START ON THAT KEY AND READ NEXT UNTIL THE NUMBER CHANGES.
      *  EVERY SELECT FOR ACCTBAL MUST DECLARE BOTH KEYS.
      *  ACCOUNTS ARE OPENED, CLOSED, AND FROZEN BY ACCTMNT ONLY -
      *  POSTING PROGRAMS REJECT ANY ACCOUNT THAT IS NOT ON THE
      *  MASTER WITH STATUS OPEN. AM-LAST-ACTIVITY-DATE IS
      *  ON THE ACCOUNT (ZERO OR NEGATIVE FOR AN OVERDRAFT LINE).
      *  IT IS SET BY ACCTMNT ACTION L; A ZERO OR NON-NUMERIC
      *  LIMIT (RECORDS WRITTEN BEFORE THE FIELD EXISTED) MEANS NO
      *  LIMIT IS ENFORCED. AM-CUSTOMER-NUM IS CHANGED ONLY BY
      *  CUSTMRG, WHICH MOVES A MERGED CUSTOMER'S ACCOUNTS TO THE
      *  SURVIVING CUSTOMER NUMBER.
      *  AM-CURRENCY-CODE IS THE ISO CODE THE ACCOUNT IS HELD IN,
      *  SET BY ACCTMNT WHEN THE ACCOUNT IS OPENED. SPACES (RECORDS
      *  WRITTEN BEFORE THE FIELD EXISTED) MEAN THE BASE CURRENCY
      *  (SEE FXRTB). AM-BALANCE AND AM-CREDIT-LIMIT ARE ALWAYS IN
      *  THE ACCOUNT CURRENCY. FOR A FOREIGN-CURRENCY ACCOUNT
      *  AM-BASE-BOOK-BAL CARRIES THE BALANCE'S BOOK VALUE IN BASE
      *  CURRENCY - ADD01 ADDS THE BASE VALUE OF EACH POSTING AT
      *  THE DAY'S RATE AND FXREV01 RESETS IT TO MARKET VALUE AT
      *  MONTH END. IT IS ZERO ON A BASE-CURRENCY ACCOUNT.
      *  AM-ACCT-TYPE IS SET BY ACCTMNT WHEN THE ACCOUNT IS OPENED.
      *  SPACES (RECORDS WRITTEN BEFORE THE FIELD EXISTED) OR D
      *  MEAN A DEPOSIT ACCOUNT. L IS AN INSTALLMENT LOAN WHOSE
      *  TERMS AND DUE POSITION ARE CARRIED ON LOANMST - ITS
      *  BALANCE IS THE PRINCIPAL OUTSTANDING, HELD NEGATIVE, AND
      *  IT IS BILLED BY LNBIL01 RATHER THAN WORKED BY COLL01.
      *----------------------------------------------------------*
       01  ACCT-MASTER-RECORD.
           05  AM-ACCT-NUM                 PIC 9(8).
           05  AM-LAST-ACTIVITY-DATE       PIC 9(8).
           05  AM-BALANCE                  PIC S9(9)V99 SIGN TRAILING.
           05  AM-CREDIT-LIMIT             PIC S9(6)V99 SIGN TRAILING.
           05  AM-CURRENCY-CODE            PIC X(3).
           05  AM-BASE-BOOK-BAL            PIC S9(11)V99 SIGN TRAILING.
           05  AM-ACCT-TYPE                PIC X.
               88  AM-TYPE-DEPOSIT          VALUE " " "D".
               88  AM-TYPE-LOAN             VALUE "L".
