      *----------------------------------------------------------*
      *  CUSTRET - RETIRED CUSTOMER NUMBER RECORD (CUSTRETD)
      *  INDEXED ON RT-CUSTOMER-NUM. WRITTEN BY CUSTMRG FOR EACH
      *  LOSING NUMBER OF A MERGE.
      *  THE NUMBER IS REMOVED FROM CUSTMAST AND RT-SURVIVOR-NUM
      *  NAMES THE CUSTOMER THAT NOW OWNS ITS ACCOUNTS. CUSTMNT
      *  REFUSES TO ADD A RETIRED NUMBER AGAIN.
      *----------------------------------------------------------*
       01  CUST-RETIRED-RECORD.
           05  RT-CUSTOMER-NUM             PIC 9(6).
           05  RT-SURVIVOR-NUM             PIC 9(6).
           05  RT-RETIRE-DATE              PIC 9(8).
           05  RT-OPERATOR-ID              PIC X(8).
           05  RT-APPROVER-ID              PIC X(8).
