      *----------------------------------------------------------*
      *  HOLDMST - HOLDS AND LIENS MASTER RECORD LAYOUT (HOLDMST)
      *  ONE RECORD PER HOLD EARMARKING FUNDS ON AN ACCOUNT - A
      *  GARNISHMENT ORDER, A DISPUTED ITEM, AN UNCLEARED DEPOSIT.
      *  HOLDS ARE PLACED, AMENDED AND RELEASED BY HOLDMNT ONLY,
      *  WHICH ALSO EXPIRES ANY ACTIVE HOLD PAST ITS EXPIRY DATE
      *  EACH NIGHT (A ZERO EXPIRY DATE MEANS UNTIL RELEASED).
      *  ADD01 REFERS ANY DEBIT THAT WOULD TAKE THE BALANCE BELOW
      *  AM-CREDIT-LIMIT PLUS THE ACTIVE HOLDS ON THE ACCOUNT.
      *  COPY THIS MEMBER INTO THE FD FOR THE HOLDS MASTER; READERS
      *  THAT ONLY NEED THE HELD TOTAL PER ACCOUNT COPY HOLDTB AND
      *  HOLDTBP AS WELL.
      *----------------------------------------------------------*
       01  HOLD-MASTER-RECORD.
           05  HM-HOLD-ID                  PIC 9(6).
           05  HM-ACCT-NUM                 PIC 9(8).
           05  HM-AMOUNT                   PIC 9(7)V99.
           05  HM-REASON-CODE              PIC X.
               88  HM-REASON-GARNISHMENT    VALUE "G".
               88  HM-REASON-DISPUTE        VALUE "D".
               88  HM-REASON-UNCLEARED      VALUE "U".
               88  HM-REASON-OTHER          VALUE "O".
               88  HM-REASON-VALID          VALUE "G" "D" "U" "O".
           05  HM-PLACED-DATE              PIC 9(8).
           05  HM-EXPIRY-DATE              PIC 9(8).
           05  HM-PLACED-BY                PIC X(8).
           05  HM-STATUS                   PIC X.
               88  HM-STATUS-ACTIVE         VALUE "A".
               88  HM-STATUS-RELEASED       VALUE "R".
               88  HM-STATUS-EXPIRED        VALUE "E".
           05  HM-STATUS-DATE              PIC 9(8).
           05  HM-CHANGED-BY               PIC X(8).
