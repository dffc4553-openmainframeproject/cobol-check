      *****************************************************************
      * CUSTOMER PAYOUT BANK-ACCOUNT RECORD - THE KEYED PAYEEMST FILE,
      * MAINTAINED BY PAYEEMNT. ONE RECORD PER CUSTOMER WALLET: THE
      * BANK ACCOUNT A WITHDRAWAL FROM THAT WALLET IS PAID OUT TO.
      * A NEW OR CHANGED ACCOUNT GOES OUT TO THE BANK AS A ZERO-VALUE
      * PRE-NOTE AND SITS AT 'P' PENDING; THE PAYEEMNT VERIFY RUN
      * MOVES IT TO 'V' VERIFIED ONCE THE CLEAR DATE PASSES WITH NO
      * RETURN, OR TO 'R' RETURNED WHEN THE BANK SENDS THE PRE-NOTE
      * BACK. ONLY A 'V' ACCOUNT MAY BE PAID.
      *****************************************************************
           05  PYE-KEY.
               10  PYE-CUSTOMER-ID PIC 9(9).
               10  PYE-WALLET-NO   PIC 9(2).
      * SIX-DIGIT SORT CODE, OR A NINE-DIGIT ROUTING NUMBER.
           05  PYE-SORT-CODE       PIC X(9).
           05  PYE-ACCOUNT-NO      PIC X(17).
           05  PYE-HOLDER-NAME     PIC X(30).
           05  PYE-STATUS          PIC X(1).
               88  PYE-PRENOTE-PENDING VALUE 'P'.
               88  PYE-VERIFIED        VALUE 'V'.
               88  PYE-RETURNED        VALUE 'R'.
           05  PYE-PRENOTE-DATE    PIC X(10).
      * THE FIRST DATE THE PRE-NOTE COUNTS AS CLEARED IF THE BANK
      * HAS NOT RETURNED IT - THE PRE-NOTE DATE PLUS THE WAITING
      * PERIOD IN BUSINESS DAYS. ONCE VERIFIED IT HOLDS THE DATE
      * THE ACCOUNT WAS ACTUALLY VERIFIED.
           05  PYE-CLEAR-DATE      PIC X(10).
      * THE BANK'S RETURN REASON WHEN THE PRE-NOTE CAME BACK.
           05  PYE-RETURN-REASON   PIC X(3).
           05  PYE-LAST-CHANGE     PIC X(10).
           05  PYE-CHANGED-BY      PIC 9(3).
           05  FILLER              PIC X(16).
