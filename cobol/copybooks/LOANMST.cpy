      *----------------------------------------------------------*
      *  LOANMST - INSTALLMENT LOAN MASTER RECORD LAYOUT (LOANMST)
      *  ONE RECORD PER LOAN ACCOUNT (AM-ACCT-TYPE L ON ACCTBAL),
      *  CARRYING THE TERMS AND THE DUE POSITION. ACCTMNT APPENDS
      *  THE RECORD WHEN IT OPENS THE LOAN, WITH STATUS P UNTIL
      *  THE DISBURSEMENT POSTS. THE LOAN BALANCE ITSELF (THE
      *  PRINCIPAL OUTSTANDING) IS AM-BALANCE ON THE LOAN ACCOUNT.
      *  LN-ANNUAL-RATE IS A PERCENTAGE; INTEREST IS CHARGED
      *  MONTHLY AT ONE TWELFTH OF IT ON THE PRINCIPAL OUTSTANDING.
      *  INSTALLMENT N FALLS DUE N-1 MONTHS AFTER LN-FIRST-DUE-DATE
      *  ON THE SAME DAY OF THE MONTH (THE LAST DAY IN A SHORTER
      *  MONTH).
      *  LNBIL01 BILLS EACH INSTALLMENT ON OR AFTER ITS DUE DATE,
      *  ADDING ITS PRINCIPAL AND INTEREST TO LN-DUE-PRINCIPAL AND
      *  LN-DUE-INTEREST, AND EVERY NIGHT PRESENTS WHATEVER IS DUE
      *  AGAINST LN-PAY-FROM-ACCT. LNPAY01 TAKES OFF WHAT POSTED,
      *  SO AFTER IT RUNS THE DUE AMOUNTS ARE THE PAST-DUE AMOUNTS
      *  AND LN-OLDEST-DUE-DATE IS THE DUE DATE OF THE OLDEST
      *  INSTALLMENT NOT YET PAID IN FULL (ZERO WHEN UP TO DATE).
      *  REFERENCES ON THE GENERATED ITEMS ARE LD (DISBURSEMENT),
      *  LP (PRINCIPAL) AND LI (INTEREST) FOLLOWED BY THE LOAN
      *  ACCOUNT NUMBER.
      *----------------------------------------------------------*
       01  LOAN-MASTER-RECORD.
           05  LN-ACCT-NUM                 PIC 9(8).
           05  LN-COMPANY-CODE             PIC X(4).
           05  LN-CUSTOMER-NUM             PIC 9(6).
           05  LN-PAY-FROM-ACCT            PIC 9(8).
           05  LN-STATUS                   PIC X.
               88  LN-STATUS-PENDING        VALUE "P".
               88  LN-STATUS-ACTIVE         VALUE "A".
               88  LN-STATUS-PAID-OFF       VALUE "S".
           05  LN-OPEN-DATE                PIC 9(8).
           05  LN-PRINCIPAL                PIC 9(7)V99.
           05  LN-ANNUAL-RATE              PIC 9(2)V9(4).
           05  LN-TERM-MONTHS              PIC 9(3).
           05  LN-PAYMENT-AMOUNT           PIC 9(7)V99.
           05  LN-FIRST-DUE-DATE           PIC 9(8).
           05  LN-NEXT-DUE-DATE            PIC 9(8).
           05  LN-INSTALLMENTS-BILLED      PIC 9(3).
           05  LN-DUE-PRINCIPAL            PIC 9(7)V99.
           05  LN-DUE-INTEREST             PIC 9(7)V99.
           05  LN-OLDEST-DUE-DATE          PIC 9(8).
           05  LN-MISSED-COUNT             PIC 9(3).
           05  LN-PARTIAL-COUNT            PIC 9(3).
           05  LN-LAST-BILL-DATE           PIC 9(8).
           05  LN-LAST-TRACK-DATE          PIC 9(8).
           05  LN-OPENED-BY                PIC X(8).
