      *  AGAINST THE BATCHREG REGISTRY FOR DUPLICATE SENDS. THE
      *  HEADER AND TRAILER LAYOUTS REDEFINE THE SAME RECORD AREA
      *  AS THE DETAIL.
      *  AN ACCOUNT-TO-ACCOUNT TRANSFER IS KEYED AS A PAIR: A
      *  DETAIL (D) OF TYPE X NAMING THE FROM ACCOUNT, FOLLOWED
      *  IMMEDIATELY BY A TRANSFER TO-LEG (X) OF THE SAME LAYOUT
      *  NAMING THE TO ACCOUNT WITH THE SAME DATE, AMOUNT AND
      *  REFERENCE. BOTH RECORDS COUNT AS DETAILS IN THE TRAILER
      *  CONTROL TOTALS, AND THE PAIR POSTS OR FAILS AS ONE UNIT.
      *  A CLOSURE SETTLEMENT (TYPE S) POSTS AT-AMOUNT AS SIGNED,
      *  LIKE AN ADJUSTMENT, BUT CARRIES ITS OWN GL RULE AGAINST
      *  THE SETTLEMENT ACCOUNT.
      *  LOAN INTEREST (TYPE I) ALSO POSTS AS SIGNED. LNBIL01 KEYS
      *  IT NEGATIVE AGAINST THE ACCOUNT THE INSTALLMENT IS PAID
      *  FROM; ITS GL RULE CARRIES IT TO LOAN INTEREST INCOME.
      *  BH-CAPTURE-TIME (HHMM) IS WHEN THE BRANCH CLOSED THE BATCH;
      *  AN INTRADAY POSTING CYCLE (SEE CYCCTL) POSTS ONLY BATCHES
      *  CAPTURED AT OR BEFORE ITS CUTOFF. BATCHES GENERATED BY THE
      *  NIGHTLY STREAM LEAVE IT SPACES AND POST IN ANY CYCLE.
      *  AT-CURRENCY-CODE IS THE CURRENCY AT-AMOUNT IS KEYED IN.
      *  SPACES MEAN THE ACCOUNT'S OWN CURRENCY (FOR A TRANSFER, THE
      *  FROM ACCOUNT'S). WHEN IT DIFFERS FROM THE ACCOUNT CURRENCY
      *  ADD01 CONVERTS AT THE DAY'S RATES FROM FXRATE. TRAILER
      *  CONTROL TOTALS ARE ALWAYS ON AT-AMOUNT AS KEYED.
      *  BH-SOURCE-SYSTEM NAMES THE SYSTEM THAT SENT THE BATCH; ADD01
      *  ROUTES THE BATCH'S ADDACK ACKNOWLEDGMENTS BACK TO IT. THE
      *  NIGHTLY GENERATORS SET THEIR OWN CODE; A HEADER LEFT SPACES
      *  IS TREATED AS KEYED AT A BRANCH (BRCH).
      *----------------------------------------------------------*
       01  ADD-TRANS-RECORD.
           05  AT-RECORD-TYPE              PIC X.
               88  AT-BATCH-HEADER          VALUE "H".
               88  AT-BATCH-DETAIL          VALUE "D".
               88  AT-BATCH-TRAILER         VALUE "T".
               88  AT-TRANSFER-TO-LEG       VALUE "X".
           05  AT-COMPANY-CODE             PIC X(4).
           05  AT-ACCT-NUM                 PIC 9(8).
           05  AT-TRANS-DATE               PIC 9(8).
               88  AT-TYPE-DEBIT            VALUE "D".
               88  AT-TYPE-CREDIT           VALUE "C".
               88  AT-TYPE-ADJUSTMENT       VALUE "A".
               88  AT-TYPE-TRANSFER         VALUE "X".
               88  AT-TYPE-SETTLEMENT       VALUE "S".
               88  AT-TYPE-LOAN-INTEREST    VALUE "I".
           05  AT-AMOUNT                   PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05  AT-REFERENCE                PIC X(10).
           05  AT-CURRENCY-CODE            PIC X(3).
       01  ADD-BATCH-HEADER-RECORD.
           05  FILLER                      PIC X.
           05  BH-BATCH-NUM                PIC 9(6).
           05  BH-BATCH-DATE               PIC 9(8).
           05  BH-CAPTURE-TIME             PIC 9(4).
           05  BH-SOURCE-SYSTEM            PIC X(4).
           05  FILLER                      PIC X(22).
       01  ADD-BATCH-TRAILER-RECORD.
           05  FILLER                      PIC X.
           05  BT-RECORD-COUNT             PIC 9(6).
           05  BT-HASH-TOTAL               PIC 9(12).
           05  BT-AMOUNT-TOTAL             PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                      PIC X(14).
