      *  ADD01 PLACES MONETARY REJECTS (ACCOUNT NOT ON MASTER,
      *  ACCOUNT FROZEN) ON THIS FILE INSTEAD OF LOSING THEM TO
      *  THE EXCEPTION REPORT. SU-TRANS-DETAIL IS THE UNTOUCHED
      *  45-BYTE ADDTRN DETAIL IMAGE, SO SUSP01 CAN RE-PRESENT IT
      *  AND ADD01 CAN MATCH A RE-PRESENTED ITEM BACK TO ITS
      *  SUSPENSE ENTRY BY IMAGE. ADD01 OWNS THE FILE: IT DROPS
      *  ENTRIES THAT FINALLY POST AND KEEPS THE ORIGINAL RUN DATE
      *  MEASURES TIME SINCE THE MONEY FIRST WENT MISSING.
      *----------------------------------------------------------*
       01  SUSPENSE-RECORD.
           05  SU-TRANS-DETAIL             PIC X(45).
           05  SU-REJECT-REASON            PIC X(30).
           05  SU-ORIG-RUN-DATE            PIC 9(8).
