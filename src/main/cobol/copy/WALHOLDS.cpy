      * RELEASED RECORDS STAY ON THE FILE AS THEIR OWN AUDIT TRAIL.
      * A NONBLANK RELEASE DATE AUTO-RELEASES THE HOLD ON THE FIRST
      * HOLDMNT APPLY RUN ON OR AFTER THAT DATE.
      *
      * THE FILE IS A KSDS KEYED ON THE HOLD NUMBER, SHARED WITH THE
      * HOLDONLC ONLINE TRANSACTION, WITH A NON-UNIQUE ALTERNATE
      * INDEX ON CUSTOMER AND WALLET SO THE HOLDS ON ONE WALLET ARE
      * READ DIRECTLY RATHER THAN BY PASSING THE WHOLE FILE.
      *****************************************************************
           05  WHD-HOLD-NO         PIC 9(5).
           05  WHD-WALLET-KEY.
               10  WHD-CUSTOMER-ID     PIC 9(9).
               10  WHD-WALLET-NO       PIC 9(2).
           05  WHD-AMOUNT          PIC 9(8)V99.
           05  WHD-REASON          PIC X(20).
           05  WHD-PLACED-BY       PIC 9(3).
