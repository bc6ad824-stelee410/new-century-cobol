      *----------------------------------------------------------*
      *  LTREVT - CUSTOMER LETTER EVENT RECORD LAYOUT (LTREVENT)
      *  ONE RECORD PER LETTER A PROGRAM WANTS SENT TO A CUSTOMER
      *  OUTSIDE THE CM-EVENT-CODE CYCLE. PRODUCING PROGRAMS OPEN
      *  THE FILE EXTEND AND APPEND; HELLO03 LETTERS EVERY EVENT
      *  AGAINST THE CUSTOMER'S CUSTMAST NAME AND ADDRESS USING THE
      *  LE-EVENT-CODE ENTRY IN ITS MESSAGE CATALOG, THEN EMPTIES
      *  THE FILE ON A PRODUCTION RUN. LE-ACCT-NUM AND LE-AMOUNT
      *  ARE PRINTED ON THE LETTER WHEN NON-ZERO. WHEN
      *  LE-MAIL-TO-ADDRESS IS NOT SPACES THE LETTER GOES TO THAT
      *  ADDRESS INSTEAD OF THE CUSTMAST ADDRESS; PRODUCERS THAT DO
      *  NOT NEED IT MOVE SPACES TO IT.
      *  EVENT CODES IN USE:
      *    1-4  COLLECTIONS DUNNING STAGE 1/30/60/90 DAYS (COLL01)
      *    5    ACCOUNT CLOSED AFTER SETTLEMENT, LE-AMOUNT PAID OUT
      *         TO (+) OR COLLECTED FROM (-) THE CUSTOMER (CLSCP01)
      *    6    ADDRESS CHANGED - ONE LETTER TO THE NEW ADDRESS AND
      *         ONE TO THE OLD ADDRESS IN LE-MAIL-TO-ADDRESS
      *         (CUSTMNT)
      *----------------------------------------------------------*
       01  LETTER-EVENT-RECORD.
           05  LE-CUSTOMER-NUM             PIC 9(6).
           05  LE-EVENT-CODE               PIC X.
           05  LE-EVENT-DATE               PIC 9(8).
           05  LE-ACCT-NUM                 PIC 9(8).
           05  LE-AMOUNT                   PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  LE-SOURCE-PROGRAM           PIC X(8).
           05  LE-MAIL-TO-ADDRESS.
               10  LE-MAIL-TO-LINE-1       PIC X(30).
               10  LE-MAIL-TO-LINE-2       PIC X(30).
               10  LE-MAIL-TO-CITY-ST-ZIP  PIC X(30).
