      *****************************************************************
      * PARTITION CONTROL-TOTAL RECORD - ONE WRITTEN TO PARTTOT AT THE
      * CLEAN END OF EVERY PARTITIONED WALINT, WALFEE OR WALSTMT RUN,
      * SAYING WHICH PROGRAM, WHICH PARTITION AND RANGE, AND WHAT IT
      * PUT ON ITS REGISTER. WALPMRG MERGES THE PARTITION REGISTERS
      * AND PROVES EACH AGAINST THESE FIGURES; A PARTITION WITH NO
      * RECORD HERE DID NOT FINISH.
      *
      * WHAT THE COUNTS AND AMOUNTS HOLD DEPENDS ON THE PROGRAM:
      *   WALINT  - DETAIL: WALLETS ACCRUED, TOTAL INTEREST
      *             SECOND: TAX POSTINGS, TOTAL TAX WITHHELD
      *             THIRD:  WALLETS WITH NO INTEREST
      *   WALFEE  - DETAIL: FEES POSTED, TOTAL FEES CHARGED
      *             SECOND: FEE CODES ON THE SCHEDULE
      *   WALSTMT - DETAIL: STATEMENTS PRINTED
      *             SECOND: E-STATEMENTS EXTRACTED
      *             THIRD:  STATEMENTS HELD - MAIL RETURNED
      *****************************************************************
           05  PTT-PROGRAM             PIC X(8).
           05  PTT-PARTITION           PIC 9(2).
           05  PTT-LOW-CUSTOMER        PIC 9(9).
           05  PTT-HIGH-CUSTOMER       PIC 9(9).
           05  PTT-BUS-DATE            PIC X(10).
           05  PTT-DETAIL-COUNT        PIC 9(9).
           05  PTT-DETAIL-AMOUNT       PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  PTT-SECOND-COUNT        PIC 9(9).
           05  PTT-SECOND-AMOUNT       PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           05  PTT-THIRD-COUNT         PIC 9(9).
           05  FILLER                  PIC X(27).
