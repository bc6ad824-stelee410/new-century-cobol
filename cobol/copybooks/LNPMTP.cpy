      *----------------------------------------------------------*
      *  LNPMTP - SHARED INSTALLMENT LOAN PAYMENT AND DUE-DATE
      *  ROUTINES. ASSUMES THE LNPMT WORKING-STORAGE.
      *  COMPUTE-LEVEL-PAYMENT-RTN: MOVE THE PRINCIPAL, ANNUAL RATE
      *  AND TERM TO WS-LP-PRINCIPAL, WS-LP-ANNUAL-RATE AND
      *  WS-LP-TERM-MONTHS AND PERFORM IT; THE LEVEL MONTHLY
      *  PAYMENT, ROUNDED TO THE CENT, IS LEFT IN WS-LP-PAYMENT.
      *  SET-INSTALLMENT-DUE-RTN: MOVE THE FIRST DUE DATE TO
      *  WS-LP-FIRST-DUE-DATE AND THE INSTALLMENT NUMBER (1 FOR THE
      *  FIRST) TO WS-LP-INSTALLMENT-NUM AND PERFORM IT; THE DUE
      *  DATE IS LEFT IN WS-LP-DUE-DATE, ON THE SAME DAY OF THE
      *  MONTH AS THE FIRST OR THE LAST DAY OF A SHORTER MONTH.
      *  SET-OLDEST-DUE-RTN: MOVE THE FIRST DUE DATE, THE PAYMENT,
      *  THE INSTALLMENTS BILLED AND THE TOTAL STILL DUE TO
      *  WS-LP-FIRST-DUE-DATE, WS-LP-PAYMENT, WS-LP-BILLED-COUNT AND
      *  WS-LP-DUE-TOTAL AND PERFORM IT. THE AMOUNT DUE IS TAKEN AS
      *  THE LATEST INSTALLMENTS BILLED, WHOLE PAYMENTS AT A TIME,
      *  AND THE DUE DATE OF THE OLDEST OF THEM IS LEFT IN
      *  WS-LP-DUE-DATE (ZERO WHEN NOTHING IS DUE).
      *----------------------------------------------------------*
       COMPUTE-LEVEL-PAYMENT-RTN.
           MOVE ZERO TO WS-LP-PAYMENT.
           IF WS-LP-TERM-MONTHS > ZERO
               COMPUTE WS-LP-MONTHLY-RATE =
                   WS-LP-ANNUAL-RATE / 1200
               IF WS-LP-MONTHLY-RATE = ZERO
                   COMPUTE WS-LP-PAYMENT ROUNDED =
                       WS-LP-PRINCIPAL / WS-LP-TERM-MONTHS
               ELSE
                   COMPUTE WS-LP-FACTOR =
                       (1 + WS-LP-MONTHLY-RATE) ** WS-LP-TERM-MONTHS
                   COMPUTE WS-LP-FACTOR =
                       WS-LP-FACTOR / (WS-LP-FACTOR - 1)
                   COMPUTE WS-LP-PAYMENT ROUNDED =
                       WS-LP-PRINCIPAL * WS-LP-MONTHLY-RATE
                       * WS-LP-FACTOR
               END-IF
           END-IF.

       SET-INSTALLMENT-DUE-RTN.
           MOVE WS-LP-FIRST-DUE-DATE TO WS-LP-DUE-SPLIT.
           COMPUTE WS-LP-MONTH-COUNT =
               WS-LP-DUE-YEAR * 12 + WS-LP-DUE-MONTH - 1
               + WS-LP-INSTALLMENT-NUM - 1.
           COMPUTE WS-LP-DUE-YEAR = WS-LP-MONTH-COUNT / 12.
           COMPUTE WS-LP-DUE-MONTH =
               FUNCTION MOD(WS-LP-MONTH-COUNT 12) + 1.
           EVALUATE WS-LP-DUE-MONTH
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-LP-MONTH-DAYS
               WHEN 2
                   COMPUTE WS-LP-LEAP-REMAINDER =
                       FUNCTION MOD(WS-LP-DUE-YEAR 4)
                   IF WS-LP-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-LP-MONTH-DAYS
                   ELSE
                       MOVE 28 TO WS-LP-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-LP-MONTH-DAYS
           END-EVALUATE.
           IF WS-LP-DUE-DAY > WS-LP-MONTH-DAYS
               MOVE WS-LP-MONTH-DAYS TO WS-LP-DUE-DAY
           END-IF.
           MOVE WS-LP-DUE-SPLIT TO WS-LP-DUE-DATE.

       SET-OLDEST-DUE-RTN.
           MOVE ZERO TO WS-LP-DUE-DATE.
           IF WS-LP-DUE-TOTAL > ZERO AND WS-LP-BILLED-COUNT > ZERO
               IF WS-LP-PAYMENT > ZERO
                   COMPUTE WS-LP-UNPAID-COUNT =
                       (WS-LP-DUE-TOTAL + WS-LP-PAYMENT - .01)
                       / WS-LP-PAYMENT
               ELSE
                   MOVE WS-LP-BILLED-COUNT TO WS-LP-UNPAID-COUNT
               END-IF
               IF WS-LP-UNPAID-COUNT > WS-LP-BILLED-COUNT
                   MOVE WS-LP-BILLED-COUNT TO WS-LP-UNPAID-COUNT
               END-IF
               COMPUTE WS-LP-INSTALLMENT-NUM =
                   WS-LP-BILLED-COUNT - WS-LP-UNPAID-COUNT + 1
               PERFORM SET-INSTALLMENT-DUE-RTN
           END-IF.
