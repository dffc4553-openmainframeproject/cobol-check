      *****************************************************************
      * INBOUND FUNDING SETTLEMENT RECORD - THE FUNDSTL FILE THE BANK
      * SENDS EACH BUSINESS DAY, ONE RECORD PER TOP-UP PAYMENT THAT
      * SETTLED TO OUR COLLECTION ACCOUNT. STL-REFERENCE IS THE
      * PAYMENT REFERENCE THE CUSTOMER QUOTED - FOR A WEB TOP-UP THE
      * WADJ-ADJ-REF THE WEB CHANNEL SENT IN JSONIN, LEFT-JUSTIFIED.
      * A PAYMENT SETTLED IN PARTS ARRIVES AS ONE RECORD PER PART.
      *****************************************************************
           05  STL-REFERENCE       PIC X(16).
           05  STL-AMOUNT          PIC 9(8)V99.
           05  STL-SETTLE-DATE     PIC X(10).
           05  STL-BANK-TRAN-ID    PIC X(16).
           05  FILLER              PIC X(28).
