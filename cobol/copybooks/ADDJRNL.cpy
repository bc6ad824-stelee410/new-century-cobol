      *  BY BACKOUT1 (SELECTED BY PJ-RUN-DATE) INSTEAD OF RESTORING
      *  THE MASTER FROM BACKUP. COPY THIS MEMBER INTO THE FD FOR
      *  THE JOURNAL FILE.
      *  BOTH LEGS OF AN ACCOUNT-TO-ACCOUNT TRANSFER (TYPE X) CARRY
      *  THE SAME PJ-XFER-LINK, NAMING THE FROM AND TO ACCOUNTS, SO
      *  DOWNSTREAM PROGRAMS CAN TREAT THE PAIR AS ONE MOVEMENT. THE
      *  LINK IS SPACES ON EVERY OTHER POSTING.
      *  PJ-PRIOR-BALANCE, PJ-POSTED-AMOUNT AND PJ-NEW-BALANCE ARE
      *  IN PJ-ACCT-CURRENCY. PJ-TRANS-AMOUNT IS THE SAME POSTING
      *  IN PJ-TRANS-CURRENCY AS KEYED (SAME SIGN), PJ-FX-RATE IS
      *  THE RATE APPLIED TO IT (ACCOUNT UNITS PER TRANSACTION
      *  UNIT, 1 WHEN NO CONVERSION), AND PJ-BASE-AMOUNT IS THE
      *  POSTING'S VALUE IN BASE CURRENCY - THE AMOUNT GLEXT01
      *  AND RECON01 USE FOR BASE-CURRENCY FIGURES. A TYPE V
      *  RECORD IS A MONTH-END REVALUATION WRITTEN BY FXREV01:
      *  PJ-POSTED-AMOUNT IS ZERO, PJ-FX-RATE IS THE MONTH-END
      *  RATE (BASE UNITS PER ACCOUNT UNIT) AND PJ-BASE-AMOUNT IS
      *  THE UNREALIZED GAIN OR LOSS ON THE FOREIGN BALANCE.
      *  RECORDS WRITTEN BEFORE THESE FIELDS EXISTED HAVE SPACES
      *  THERE; READERS TREAT THEM AS BASE CURRENCY WITH
      *  PJ-BASE-AMOUNT EQUAL TO PJ-POSTED-AMOUNT.
      *  PJ-SEQUENCE-NUM RUNS CONTINUOUSLY FROM 1 ACROSS EVERY
      *  RECORD EVER WRITTEN, AND PJ-CHAIN-VALUE IS CHAINED FROM
      *  THE PREVIOUS RECORD'S VALUE OVER BYTES 1-138 OF THIS ONE
      *  (SEE JRNCHNP). THE LAST SEQUENCE AND CHAIN VALUE ARE KEPT
      *  ON JRNLCTL, AND JRNVF01 CHECKS THE WHOLE CHAIN BEFORE
      *  RECON01 OR BACKOUT1 RELY ON THE JOURNAL. RECORDS WRITTEN
      *  BEFORE CHAINING HAVE SPACES IN BOTH FIELDS.
      *----------------------------------------------------------*
       01  POSTING-JOURNAL-RECORD.
           05  PJ-RUN-DATE                 PIC 9(8).
                                           SIGN LEADING SEPARATE.
           05  PJ-REFERENCE                PIC X(10).
           05  PJ-OPERATOR-ID              PIC X(8).
           05  PJ-XFER-LINK.
               10  PJ-XFER-FROM-ACCT       PIC 9(8).
               10  PJ-XFER-TO-ACCT         PIC 9(8).
           05  PJ-ACCT-CURRENCY            PIC X(3).
           05  PJ-TRANS-CURRENCY           PIC X(3).
           05  PJ-TRANS-AMOUNT             PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
           05  PJ-FX-RATE                  PIC 9(5)V9(6).
           05  PJ-BASE-AMOUNT              PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  PJ-SEQUENCE-NUM             PIC 9(10).
           05  PJ-CHAIN-VALUE              PIC 9(10).
