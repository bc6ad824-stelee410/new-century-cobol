       01  RECON-EXCEPT-ARCH-RECORD        PIC X(80).

       FD  BATCH-REG-FILE
           RECORD CONTAINS 17 CHARACTERS.
       01  BATCH-REG-RECORD                PIC X(17).
       FD  BATCH-REG-ARCH
           RECORD CONTAINS 17 CHARACTERS.
       01  BATCH-REG-ARCH-RECORD           PIC X(17).

       FD  STEP-TIME-FILE
           RECORD CONTAINS 34 CHARACTERS.
