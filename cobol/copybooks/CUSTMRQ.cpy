      *----------------------------------------------------------*
      *  CUSTMRQ - CUSTOMER MERGE REQUEST RECORD (CUSTMRGI)
      *  ONE RECORD PER DUPLICATE PAIR CLEARED FOR MERGING AFTER
      *  REVIEW OF THE DUPSC01 LIST. CUSTMRG MOVES EVERY ACCOUNT
      *  AND CUSTPREF ENTRY OF MQ-LOSER-NUM TO MQ-SURVIVOR-NUM AND
      *  RETIRES THE LOSING NUMBER. THE REQUEST IS APPROVED ONLY
      *  WHEN MQ-APPROVER-ID IS AN ACTIVE LEVEL 5 OPERATOR ON
      *  OPERMST WHO IS NOT THE OPERATOR RUNNING THE MERGE.
      *----------------------------------------------------------*
       01  CUST-MERGE-REQUEST.
           05  MQ-SURVIVOR-NUM             PIC 9(6).
           05  MQ-LOSER-NUM                PIC 9(6).
           05  MQ-APPROVER-ID              PIC X(8).
           05  MQ-NOTE                     PIC X(30).
