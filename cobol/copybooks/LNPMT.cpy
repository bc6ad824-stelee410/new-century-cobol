      *----------------------------------------------------------*
      *  LNPMT - SHARED WORKING-STORAGE FOR THE INSTALLMENT LOAN
      *  PAYMENT AND DUE-DATE ROUTINES. COPY THIS MEMBER INTO
      *  WORKING-STORAGE AND LNPMTP INTO THE PROCEDURE DIVISION.
      *  THE LEVEL PAYMENT REPAYS WS-LP-PRINCIPAL OVER
      *  WS-LP-TERM-MONTHS EQUAL MONTHLY INSTALLMENTS WITH INTEREST
      *  AT ONE TWELFTH OF WS-LP-ANNUAL-RATE (A PERCENTAGE) ON THE
      *  PRINCIPAL OUTSTANDING EACH MONTH.
      *----------------------------------------------------------*
       01  WS-LP-PRINCIPAL                 PIC 9(7)V99 VALUE ZERO.
       01  WS-LP-ANNUAL-RATE               PIC 9(2)V9(4) VALUE ZERO.
       01  WS-LP-TERM-MONTHS               PIC 9(3) VALUE ZERO.
       01  WS-LP-PAYMENT                   PIC 9(7)V99 VALUE ZERO.
       01  WS-LP-MONTHLY-RATE              PIC 9V9(12) VALUE ZERO.
       01  WS-LP-FACTOR                    PIC 9(15)V9(12) VALUE ZERO.
       01  WS-LP-FIRST-DUE-DATE            PIC 9(8) VALUE ZERO.
       01  WS-LP-INSTALLMENT-NUM           PIC 9(3) VALUE ZERO.
       01  WS-LP-DUE-DATE                  PIC 9(8) VALUE ZERO.
       01  WS-LP-DUE-SPLIT.
           05  WS-LP-DUE-YEAR              PIC 9(4).
           05  WS-LP-DUE-MONTH             PIC 99.
           05  WS-LP-DUE-DAY               PIC 99.
       01  WS-LP-MONTH-COUNT               PIC 9(6) VALUE ZERO.
       01  WS-LP-MONTH-DAYS                PIC 99 VALUE ZERO.
       01  WS-LP-LEAP-REMAINDER            PIC 9(4) VALUE ZERO.
       01  WS-LP-DUE-TOTAL                 PIC 9(8)V99 VALUE ZERO.
       01  WS-LP-BILLED-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-LP-UNPAID-COUNT              PIC 9(6) VALUE ZERO.
