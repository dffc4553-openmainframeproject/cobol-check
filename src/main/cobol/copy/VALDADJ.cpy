      *****************************************************************
      * BACK-VALUED ADJUSTMENT - THE SHARED VALDADJ FILE. ONE RECORD
      * PER WALADJ ADJUSTMENT WALADJPG POSTED WITH A VALUE DATE
      * BEFORE THE BUSINESS DATE IT POSTED ON, APPENDED AS IT POSTS.
      * THE INTEREST CORRECTION RUN (INTCORR) RE-PRICES THE WALINT
      * ACCRUALS THE MOVEMENT MISSED, THEN EMPTIES THIS FILE.
      *****************************************************************
           05  VDA-CUSTOMER-ID     PIC 9(9).
           05  VDA-WALLET-NO       PIC 9(2).
      *    THE ADJUSTMENT'S OWN REFERENCE ON TEXE2HIST.
           05  VDA-ADJ-REF         PIC X(12).
      *    WHEN THE MONEY SHOULD HAVE MOVED, AND WHEN IT DID.
           05  VDA-VALUE-DATE      PIC X(10).
           05  VDA-POSTED-DATE     PIC X(10).
      *    THE BALANCE MOVEMENT THE ADJUSTMENT MADE - NEGATIVE FOR A
      *    DEBIT.
           05  VDA-AMOUNT          PIC S9(8)V99
                                   SIGN LEADING SEPARATE.
           05  FILLER              PIC X(26).
