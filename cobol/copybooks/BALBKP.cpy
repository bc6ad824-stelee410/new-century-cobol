               88  BK-BACKUP-HEADER         VALUE "H".
               88  BK-BACKUP-DETAIL         VALUE "D".
               88  BK-BACKUP-TRAILER        VALUE "T".
           05  BK-MASTER-IMAGE             PIC X(71).
       01  BACKUP-HEADER-RECORD.
           05  FILLER                      PIC X.
           05  BKH-RUN-DATE                PIC 9(8).
           05  FILLER                      PIC X(63).
       01  BACKUP-TRAILER-RECORD.
           05  FILLER                      PIC X.
           05  BKT-RECORD-COUNT            PIC 9(6).
           05  BKT-BALANCE-TOTAL           PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  BKT-ACCT-HASH               PIC 9(13).
           05  FILLER                      PIC X(38).
