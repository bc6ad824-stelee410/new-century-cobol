      *----------------------------------------------------------*
      *  CLRFIL - CLEARING-HOUSE FILE RECORD LAYOUTS (CLRIN/CLRRTN)
      *  94-BYTE RECORDS IN THE CLEARING NETWORK'S OWN FORMAT. A
      *  FILE IS A FILE HEADER (1), ONE OR MORE BATCHES - EACH A
      *  BATCH HEADER (5), ITS ENTRIES (6) WITH ANY ADDENDA (7),
      *  AND A BATCH CONTROL (8) - AND A FILE CONTROL (9). THE
      *  ENTRY HASH IS THE SUM OF THE ENTRY ROUTING NUMBERS KEPT
      *  TO ITS LOW-ORDER TEN DIGITS; ENTRY COUNTS INCLUDE ADDENDA.
      *  CH-FILE-ID WITH CH-CREATION-DATE IDENTIFIES A FILE FOR
      *  THE DUPLICATE-RECEIPT CHECK.
      *  ON THE RETURN FILE EACH RETURNED ENTRY IS FOLLOWED BY A
      *  RETURN ADDENDA (CA-TYPE-CODE 99) CARRYING THE REASON CODE
      *  AND THE ORIGINAL TRACE NUMBER.
      *  ENTRY TRANSACTION CODES - 22/32 CREDIT, 27/37 DEBIT.
      *----------------------------------------------------------*
       01  CLEARING-RECORD.
           05  CR-RECORD-TYPE              PIC X.
               88  CR-FILE-HEADER           VALUE "1".
               88  CR-BATCH-HEADER          VALUE "5".
               88  CR-ENTRY                 VALUE "6".
               88  CR-ADDENDA               VALUE "7".
               88  CR-BATCH-CONTROL         VALUE "8".
               88  CR-FILE-CONTROL          VALUE "9".
           05  FILLER                      PIC X(93).
       01  CLR-FILE-HEADER-RECORD.
           05  FILLER                      PIC X.
           05  CH-IMMEDIATE-DEST           PIC 9(9).
           05  CH-IMMEDIATE-ORIGIN         PIC 9(9).
           05  CH-CREATION-DATE            PIC 9(8).
           05  CH-CREATION-TIME            PIC 9(4).
           05  CH-FILE-ID                  PIC X(10).
           05  CH-ORIGIN-NAME              PIC X(23).
           05  FILLER                      PIC X(30).
       01  CLR-BATCH-HEADER-RECORD.
           05  FILLER                      PIC X.
           05  CB-SERVICE-CLASS            PIC 9(3).
           05  CB-COMPANY-NAME             PIC X(16).
           05  CB-COMPANY-ID               PIC X(10).
           05  CB-ENTRY-DESC               PIC X(10).
           05  CB-EFFECTIVE-DATE           PIC 9(8).
           05  CB-BATCH-NUM                PIC 9(7).
           05  FILLER                      PIC X(39).
       01  CLR-ENTRY-RECORD.
           05  FILLER                      PIC X.
           05  CE-TRANS-CODE               PIC 9(2).
               88  CE-CREDIT                VALUE 22 32.
               88  CE-DEBIT                 VALUE 27 37.
           05  CE-ROUTING                  PIC 9(9).
           05  CE-DFI-ACCOUNT              PIC X(17).
           05  CE-AMOUNT                   PIC 9(8)V99.
           05  CE-INDIVIDUAL-ID            PIC X(15).
           05  CE-INDIVIDUAL-NAME          PIC X(22).
           05  CE-ADDENDA-FLAG             PIC X.
           05  CE-TRACE-NUM                PIC 9(15).
           05  CE-TRACE-PARTS REDEFINES CE-TRACE-NUM.
               10  CE-TRACE-ROUTING        PIC 9(8).
               10  CE-TRACE-SEQUENCE       PIC 9(7).
           05  FILLER                      PIC X(2).
       01  CLR-ADDENDA-RECORD.
           05  FILLER                      PIC X.
           05  CA-TYPE-CODE                PIC X(2).
               88  CA-RETURN-ADDENDA        VALUE "99".
           05  CA-RETURN-REASON            PIC X(3).
           05  CA-ORIGINAL-TRACE           PIC 9(15).
           05  CA-ADDENDA-INFO             PIC X(44).
           05  CA-TRACE-NUM                PIC 9(15).
           05  FILLER                      PIC X(14).
       01  CLR-BATCH-CONTROL-RECORD.
           05  FILLER                      PIC X.
           05  CC-SERVICE-CLASS            PIC 9(3).
           05  CC-ENTRY-COUNT              PIC 9(6).
           05  CC-ENTRY-HASH               PIC 9(10).
           05  CC-DEBIT-TOTAL              PIC 9(10)V99.
           05  CC-CREDIT-TOTAL             PIC 9(10)V99.
           05  CC-COMPANY-ID               PIC X(10).
           05  CC-BATCH-NUM                PIC 9(7).
           05  FILLER                      PIC X(33).
       01  CLR-FILE-CONTROL-RECORD.
           05  FILLER                      PIC X.
           05  CT-BATCH-COUNT              PIC 9(6).
           05  CT-ENTRY-COUNT              PIC 9(8).
           05  CT-ENTRY-HASH               PIC 9(10).
           05  CT-DEBIT-TOTAL              PIC 9(10)V99.
           05  CT-CREDIT-TOTAL             PIC 9(10)V99.
           05  FILLER                      PIC X(45).
