      *----------------------------------------------------------*
      *  ADRCOOL - ADDRESS-CHANGE COOLING-OFF CASE LAYOUT (ADRCOOL)
      *  ONE RECORD PER CUSTOMER ADDRESS CHANGE APPLIED BY CUSTMNT
      *  (ACTION C). THE CASE OPENS ON THE RUN DATE OF THE CHANGE
      *  AND STAYS OPEN THROUGH AD-EXPIRY-DATE, THE ADRCPARM
      *  COOLING-OFF DAYS LATER. WHILE A CASE IS OPEN ADD01 REFERS
      *  ANY DEBIT OVER THE ADRCPARM LIMIT ON THE CUSTOMER'S
      *  ACCOUNTS TO ADDREFER INSTEAD OF POSTING IT (AN ADDAPPRV
      *  APPROVAL FROM A SECOND OPERATOR FOR THE REFERENCE AND
      *  AMOUNT RELEASES A DEBIT THE CUSTOMER HAS CONFIRMED), AND
      *  STMT02 HOLDS THE CUSTOMER'S STATEMENT.
      *  CUSTMNT APPENDS CASES; ADRCL01 EXPIRES THEM, KEEPS THE
      *  REFERRAL TOTALS, AND PURGES LONG-EXPIRED CASES.
      *  AD-REFER-COUNT/AMOUNT COVER THE NIGHTS BEFORE
      *  AD-NIGHT-DATE; AD-NIGHT-COUNT/AMOUNT COVER AD-NIGHT-DATE
      *  ITSELF, SO A RERUN OF ADRCL01 ON THE SAME NIGHT REPLACES
      *  THAT NIGHT'S FIGURES INSTEAD OF ADDING THEM TWICE.
      *  READERS THAT ONLY NEED TO KNOW WHICH CUSTOMERS ARE IN
      *  COOLING-OFF COPY ADRCTB AND ADRCTBP AS WELL.
      *----------------------------------------------------------*
       01  ADDR-COOL-RECORD.
           05  AD-CUSTOMER-NUM             PIC 9(6).
           05  AD-CHANGE-DATE              PIC 9(8).
           05  AD-EXPIRY-DATE              PIC 9(8).
           05  AD-OPERATOR-ID              PIC X(8).
           05  AD-STATUS                   PIC X.
               88  AD-CASE-OPEN             VALUE "O".
               88  AD-CASE-EXPIRED          VALUE "E".
           05  AD-OLD-ADDRESS.
               10  AD-OLD-ADDRESS-LINE-1   PIC X(30).
               10  AD-OLD-ADDRESS-LINE-2   PIC X(30).
               10  AD-OLD-CITY-STATE-ZIP   PIC X(30).
           05  AD-NEW-ADDRESS.
               10  AD-NEW-ADDRESS-LINE-1   PIC X(30).
               10  AD-NEW-ADDRESS-LINE-2   PIC X(30).
               10  AD-NEW-CITY-STATE-ZIP   PIC X(30).
           05  AD-REFER-COUNT              PIC 9(4).
           05  AD-REFER-AMOUNT             PIC 9(9)V99.
           05  AD-NIGHT-DATE               PIC 9(8).
           05  AD-NIGHT-COUNT              PIC 9(4).
           05  AD-NIGHT-AMOUNT             PIC 9(9)V99.
