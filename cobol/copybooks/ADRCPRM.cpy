      *----------------------------------------------------------*
      *  ADRCPRM - ADDRESS-CHANGE COOLING-OFF PARAMETER (ADRCPARM)
      *  AR-COOL-DAYS IS HOW MANY DAYS AFTER THE RUN DATE OF AN
      *  ADDRESS CHANGE ITS COOLING-OFF CASE STAYS OPEN (CUSTMNT).
      *  AR-DEBIT-LIMIT IS THE LARGEST DEBIT ADD01 POSTS ON AN
      *  ACCOUNT OF A CUSTOMER IN COOLING-OFF WITHOUT REFERRING IT.
      *  A MISSING FILE OR A ZERO OR NON-NUMERIC FIELD LEAVES THAT
      *  FIELD AT THE READING PROGRAM'S DEFAULT (30 DAYS, 1000.00).
      *----------------------------------------------------------*
       01  ADDR-COOL-PARM-RECORD.
           05  AR-COOL-DAYS                PIC 9(3).
           05  AR-DEBIT-LIMIT              PIC 9(7)V99.
