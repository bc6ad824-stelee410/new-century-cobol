      *----------------------------------------------------------*
      *  CUSTDUP - DUPLICATE-CUSTOMER MATCH-KEY RECORD (DUPEXT)
      *  WRITTEN BY DUPEX01 FROM CUSTMAST, UP TO TWO RECORDS PER
      *  CUSTOMER: ONE IN THE NAME BLOCK (DX-BLOCK-TYPE N, KEYED ON
      *  SURNAME AND FIRST INITIAL) AND ONE IN THE ADDRESS BLOCK
      *  (TYPE A, KEYED ON ZIP AND THE START OF ADDRESS LINE 1).
      *  NAME AND ADDRESS ARE NORMALIZED - UPPER CASE, PUNCTUATION
      *  DROPPED, SPACING COLLAPSED, TITLES DROPPED FROM THE NAME
      *  AND STREET WORDS ABBREVIATED - SO SPELLING AND LAYOUT
      *  DIFFERENCES DO NOT KEEP TWO RECORDS APART. THE FILE IS
      *  SORTED BY WRDSRT01 ON BLOCK TYPE, BLOCK KEY AND CUSTOMER
      *  NUMBER (DUPSPARM KEY SPEC), AND DUPSC01 SCORES EACH PAIR
      *  OF CUSTOMERS THAT SHARE A BLOCK.
      *----------------------------------------------------------*
       01  CUST-DUP-RECORD.
           05  DX-BLOCK-TYPE               PIC X.
               88  DX-NAME-BLOCK            VALUE "N".
               88  DX-ADDRESS-BLOCK         VALUE "A".
           05  DX-BLOCK-KEY                PIC X(14).
           05  DX-CUSTOMER-NUM             PIC 9(6).
           05  DX-NAME-KEY                 PIC X(30).
           05  DX-SURNAME                  PIC X(11).
           05  DX-FIRST-INITIAL            PIC X.
           05  DX-NAME-LEN                 PIC 9(2).
           05  DX-ADDRESS-KEY              PIC X(24).
           05  DX-HOUSE-NUM                PIC X(6).
           05  DX-ZIP                      PIC X(5).
