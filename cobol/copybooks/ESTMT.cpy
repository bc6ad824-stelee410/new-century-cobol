      *----------------------------------------------------------*
      *  ESTMT - ELECTRONIC STATEMENT EXTRACT RECORD (ESTMTEXT)
      *  WRITTEN BY STMT02 FOR EVERY CUSTOMER WHOSE CUSTPREF
      *  FLAG-ESTMT IS Y, IN PLACE OF A PRINTED STATEMENT ON
      *  STMCRPT, AND SENT TO THE ONLINE BANKING VENDOR. EVERY
      *  RECORD CARRIES THE CUSTOMER AND STATEMENT PERIOD. ONE
      *  STATEMENT IS AN H RECORD, THEN FOR EACH ACCOUNT AN A
      *  RECORD, ITS D RECORDS IN POSTING ORDER AND A C RECORD,
      *  THEN ONE T RECORD WITH THE CUSTOMER TOTALS. THE FILE
      *  ENDS WITH ONE Z TRAILER (CUSTOMER ZERO) HOLDING THE
      *  STATEMENT COUNT, THE COUNT OF RECORDS BEFORE IT, AND THE
      *  AMOUNT TOTALS FOR THE VENDOR TO BALANCE AGAINST - THE
      *  SAME FIGURES STMT02 PUTS ON THE ELECTRONIC LINE OF THE
      *  STMMANF DELIVERY MANIFEST. AMOUNTS ARE SIGNED
      *  LEADING SEPARATE WITH TWO IMPLIED DECIMALS.
      *----------------------------------------------------------*
       01  ESTMT-RECORD.
           05  ES-RECORD-TYPE              PIC X.
               88  ES-STATEMENT-HEADER     VALUE "H".
               88  ES-ACCOUNT-HEADER       VALUE "A".
               88  ES-DETAIL-LINE          VALUE "D".
               88  ES-ACCOUNT-CLOSING      VALUE "C".
               88  ES-CUSTOMER-TOTAL       VALUE "T".
               88  ES-FILE-TRAILER         VALUE "Z".
           05  ES-CUSTOMER-NUM             PIC 9(6).
           05  ES-STMT-PERIOD              PIC 9(6).
           05  ES-BODY                     PIC X(107).
           05  ES-HEADER-BODY REDEFINES ES-BODY.
               10  ES-H-NAME               PIC X(30).
               10  ES-H-RUN-DATE           PIC 9(8).
               10  FILLER                  PIC X(69).
           05  ES-ACCOUNT-BODY REDEFINES ES-BODY.
               10  ES-A-ACCT-NUM           PIC 9(8).
               10  ES-A-COMPANY-CODE       PIC X(4).
               10  ES-A-OPENING-BAL        PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
               10  FILLER                  PIC X(83).
           05  ES-DETAIL-BODY REDEFINES ES-BODY.
               10  ES-D-ACCT-NUM           PIC 9(8).
               10  ES-D-POST-DATE          PIC 9(8).
               10  ES-D-TRANS-TYPE         PIC X.
               10  ES-D-REFERENCE          PIC X(10).
               10  ES-D-AMOUNT             PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
               10  ES-D-BALANCE            PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
               10  ES-D-XFER-TEXT          PIC X(15).
               10  FILLER                  PIC X(43).
           05  ES-CLOSING-BODY REDEFINES ES-BODY.
               10  ES-C-ACCT-NUM           PIC 9(8).
               10  ES-C-CLOSING-BAL        PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
               10  ES-C-HELD-AMOUNT        PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
               10  ES-C-AVAILABLE-BAL      PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
               10  FILLER                  PIC X(61).
           05  ES-TOTAL-BODY REDEFINES ES-BODY.
               10  ES-T-ACCT-COUNT         PIC 9(4).
               10  ES-T-LINE-COUNT         PIC 9(6).
               10  ES-T-NET-TOTAL          PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
               10  ES-T-CLOSING-TOTAL      PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
               10  FILLER                  PIC X(69).
           05  ES-TRAILER-BODY REDEFINES ES-BODY.
               10  ES-Z-STMT-COUNT         PIC 9(6).
               10  ES-Z-RECORD-COUNT       PIC 9(8).
               10  ES-Z-NET-TOTAL          PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
               10  ES-Z-CLOSING-TOTAL      PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
               10  FILLER                  PIC X(61).
