      *****************************************************************
      * WALLET HOLD AUDIT RECORD - THE HOLDAUDT FILE. ONE RECORD PER
      * PLACEMENT AND PER RELEASE, WHETHER BY HOLDMNT'S CARDS AND
      * AUTO-RELEASE OR BY THE HOLDONLC ONLINE TRANSACTION - WHO
      * EARMARKED WHOSE MONEY, HOW MUCH, AND WHY.
      *****************************************************************
           05  HAU-DATE            PIC X(10).
      *    'P' PLACED, 'R' RELEASED BY CARD OR ONLINE, 'X' AUTO-
      *    RELEASED ON ITS RELEASE DATE.
           05  HAU-ACTION          PIC X(01).
           05  HAU-HOLD-NO         PIC 9(05).
           05  HAU-CUSTOMER-ID     PIC 9(09).
           05  HAU-WALLET-NO       PIC 9(02).
           05  HAU-AMOUNT          PIC 9(8)V99.
           05  HAU-PLACED-BY       PIC 9(03).
           05  HAU-REASON          PIC X(20).
      *    ON AN 'R' RECORD THE USERNO WHO RELEASED THE HOLD, SO A HOLD
      *    PLACED AND RELEASED BY ONE PERSON SHOWS ON ONE RECORD; ZERO
      *    ON A PLACEMENT AND ON AN AUTO-RELEASE.
           05  HAU-RELEASED-BY     PIC 9(03).
