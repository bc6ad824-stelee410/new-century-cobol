      *----------------------------------------------------------*
      *  ADDACK - BATCH ACKNOWLEDGMENT RECORD LAYOUT (ADDACK)
      *  ADD01 WRITES THIS OUTBOUND FILE FOR THE SYSTEMS THAT SEND
      *  BATCHES ON ADDTRANS, SO EACH SENDER CAN RECONCILE ON ITS
      *  OWN SIDE WITHOUT WAITING FOR A PHONE CALL ABOUT ADDEXCPT.
      *  EVERY RECORD STARTS WITH AK-SOURCE-SYSTEM (THE HEADER'S
      *  BH-SOURCE-SYSTEM) SO THE TRANSMISSION SIDE ROUTES EACH
      *  SENDER'S RECORDS BACK TO IT, AS IT DOES FOR YNRESP.
      *  A DETAIL RECORD (D) IS WRITTEN AS EACH ITEM FAILS TO POST
      *  - REJECTED (R), SUSPENDED ON ADDSUSP (S), OR REFERRED ON
      *  ADDREFER (F) - CARRYING THE ITEM'S AT-REFERENCE AND THE
      *  REASON. AFTER THE POSTING PASS ONE BATCH RECORD (B) IS
      *  WRITTEN FOR EVERY BATCH ON THE FILE:
      *    A  ACCEPTED - EVERY DETAIL POSTED OR WAREHOUSED
      *    P  PARTIALLY POSTED - SOME DETAILS FAILED, SEE THE D
      *       RECORDS FOR THE BATCH
      *    R  REJECTED - AK-BATCH-REASON SAYS WHY (OUT OF BALANCE,
      *       DUPLICATE SEND, FILE REFUSED, NO DETAIL POSTED)
      *    H  HELD - CAPTURED AFTER THIS CYCLE'S CUTOFF, IT WILL
      *       BE ACKNOWLEDGED AGAIN BY THE CYCLE THAT POSTS IT
      *  A BATCH ALREADY POSTED BY AN EARLIER CYCLE TODAY WAS
      *  ACKNOWLEDGED THEN AND IS NOT ACKNOWLEDGED AGAIN. COUNTS
      *  AND AMOUNTS ARE ON AT-AMOUNT AS KEYED, ONE PER DETAIL
      *  RECORD (BOTH LEGS OF A TRANSFER), SO THE FIVE COUNTS AND
      *  AMOUNTS ADD BACK TO THE SENDER'S TRAILER TOTALS. WHEN
      *  ADD01 POSTS ONE PASS PER COMPANY, EACH PASS ACKNOWLEDGES
      *  ITS OWN COMPANY'S DETAILS (AK-COMPANY-CODE) AND ONLY THE
      *  FIRST PASS ACKNOWLEDGES REJECTED AND HELD BATCHES.
      *----------------------------------------------------------*
       01  BATCH-ACK-RECORD.
           05  AK-SOURCE-SYSTEM            PIC X(4).
           05  AK-RECORD-TYPE              PIC X.
               88  AK-BATCH-SUMMARY         VALUE "B".
               88  AK-DETAIL-REJECT         VALUE "D".
           05  AK-BATCH-NUM                PIC 9(6).
           05  AK-RUN-DATE                 PIC 9(8).
           05  AK-CYCLE-NUM                PIC 9(2).
           05  AK-COMPANY-CODE             PIC X(4).
           05  AK-BATCH-DATA.
               10  AK-BATCH-STATUS         PIC X.
                   88  AK-BATCH-ACCEPTED    VALUE "A".
                   88  AK-BATCH-PARTIAL     VALUE "P".
                   88  AK-BATCH-REJECTED    VALUE "R".
                   88  AK-BATCH-HELD        VALUE "H".
               10  AK-BATCH-REASON         PIC X(30).
               10  AK-DETAIL-COUNT         PIC 9(6).
               10  AK-POSTED-COUNT         PIC 9(6).
               10  AK-POSTED-AMOUNT        PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
               10  AK-SUSPENDED-COUNT      PIC 9(6).
               10  AK-SUSPENDED-AMOUNT     PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
               10  AK-WAREHOUSED-COUNT     PIC 9(6).
               10  AK-WAREHOUSED-AMOUNT    PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
               10  AK-REFERRED-COUNT       PIC 9(6).
               10  AK-REFERRED-AMOUNT      PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
               10  AK-REJECTED-COUNT       PIC 9(6).
               10  AK-REJECTED-AMOUNT      PIC S9(9)V99
                                           SIGN LEADING SEPARATE.
           05  AK-DETAIL-DATA REDEFINES AK-BATCH-DATA.
               10  AK-DETAIL-STATUS        PIC X.
                   88  AK-DETAIL-REJECTED   VALUE "R".
                   88  AK-DETAIL-SUSPENDED  VALUE "S".
                   88  AK-DETAIL-REFERRED   VALUE "F".
               10  AK-REFERENCE            PIC X(10).
               10  AK-ACCT-NUM             PIC X(8).
               10  AK-TRANS-TYPE           PIC X.
               10  AK-AMOUNT               PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
               10  AK-DETAIL-REASON        PIC X(30).
               10  FILLER                  PIC X(67).
