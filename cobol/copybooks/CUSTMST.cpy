      *----------------------------------------------------------*
      *  CUSTMST - CUSTOMER MASTER RECORD LAYOUT (CUSTMAST)
      *  COPY THIS MEMBER INTO THE FD FOR THE CUSTOMER MASTER
      *  (ASSIGN TO "CUSTMAST"). THE FILE IS INDEXED ON RECORD KEY
      *  CM-CUSTOMER-NUM - FULL PASSES READ IT SEQUENTIALLY IN
      *  CUSTOMER-NUMBER ORDER, LOOKUPS READ BY KEY, AND CUSTMNT
      *  AND CUSTMRG UPDATE IT IN PLACE. CM-CUSTOMER-NUM IS THE KEY
      *  THAT TIES A CUSTOMER TO AM-CUSTOMER-NUM ON THE ACCOUNT
      *  MASTER (SEE ACCTMST) - XREF01 REPORTS THE LINKAGE AND ANY
      *  ACCOUNTS WHOSE OWNER IS NOT ON THIS FILE.
      *----------------------------------------------------------*
       01  CUST-MASTER-RECORD.
