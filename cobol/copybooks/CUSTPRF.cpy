      *  ("REF" + ZERO-FILLED CUSTOMER NUMBER), SO POSITIONS 5-10
      *  LINE UP WITH CM-CUSTOMER-NUM ON THE CUSTOMER MASTER.
      *  HELLO03 CHECKS FLAG-OPTIN = N HERE BEFORE WRITING A
      *  LETTER. STMT02 DELIVERS THE MONTHLY STATEMENT ON THE
      *  ESTMTEXT ELECTRONIC EXTRACT INSTEAD OF PAPER WHEN
      *  FLAG-ESTMT = Y.
      *----------------------------------------------------------*
       01  CUST-PREF-RECORD.
           05  CP-REFERENCE-KEY            PIC X(10).
