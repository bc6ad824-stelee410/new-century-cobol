      *  ADDWHS - FUTURE-DATED TRANSACTION WAREHOUSE (ADDWHSE)
      *  ADD01 DIVERTS ANY VALID DETAIL WHOSE AT-TRANS-DATE IS
      *  BEYOND RC-RUN-DATE ONTO THIS FILE INSTEAD OF POSTING OR
      *  REJECTING IT. WH-TRANS-DETAIL IS THE UNTOUCHED 45-BYTE
      *  ADDTRN DETAIL IMAGE. WHREL01 RUNS AT THE TOP OF THE
      *  NIGHTLY STREAM, RELEASES ITEMS DUE ON OR BEFORE THE RUN
      *  DATE (NON-BUSINESS DUE DATES ROLL FORWARD ON THE
      *  WAREHOUSE WITH WHAT IS STILL PENDING.
      *----------------------------------------------------------*
       01  WAREHOUSE-RECORD.
           05  WH-TRANS-DETAIL             PIC X(45).
           05  WH-WAREHOUSED-DATE          PIC 9(8).
