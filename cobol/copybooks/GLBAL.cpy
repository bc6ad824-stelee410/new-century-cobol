      *----------------------------------------------------------*
      *  GLBAL - GENERAL-LEDGER BALANCE MASTER RECORD (GLBAL)
      *  ONE RECORD PER COMPANY, GL ACCOUNT AND COST CENTER, KEPT
      *  IN KEY SEQUENCE. GLBAL01 APPLIES EACH NIGHT'S GLPOST LINES
      *  TO THE PERIOD-TO-DATE AND YEAR-TO-DATE DEBIT AND CREDIT
      *  TOTALS. BALANCES ARE DEBIT-POSITIVE: THE CURRENT BALANCE IS
      *  GB-PERIOD-OPENING + GB-PTD-DEBITS - GB-PTD-CREDITS. WHEN
      *  PERCLS01 CLOSES A PERIOD THE BALANCE BECOMES THE NEW PERIOD
      *  OPENING AND THE PERIOD TOTALS ARE ZEROED; A DECEMBER PERIOD
      *  END ALSO RESETS THE YEAR OPENING AND YEAR TOTALS.
      *  GB-LAST-POST-DATE IS THE LAST RUN DATE APPLIED AND GUARDS
      *  AGAINST POSTING THE SAME NIGHT TWICE; GB-ROLLED-THRU IS THE
      *  END OF THE LAST PERIOD ROLLED.
      *----------------------------------------------------------*
       01  GL-BALANCE-RECORD.
           05  GB-KEY.
               10  GB-COMPANY-CODE         PIC X(4).
               10  GB-GL-ACCOUNT           PIC X(8).
               10  GB-COST-CENTER          PIC X(4).
           05  GB-YEAR-OPENING             PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  GB-PERIOD-OPENING           PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  GB-PTD-DEBITS               PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  GB-PTD-CREDITS              PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  GB-YTD-DEBITS               PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  GB-YTD-CREDITS              PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  GB-LAST-POST-DATE           PIC 9(8).
           05  GB-ROLLED-THRU              PIC 9(8).
