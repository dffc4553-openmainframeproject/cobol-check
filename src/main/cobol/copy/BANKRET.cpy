      *****************************************************************
      * BANK RETURN FILE RECORD - THE BANKRET FILE THE BANK SENDS
      * BACK THE BUSINESS DAY AFTER A BATCH, ONE RECORD PER ENTRY IT
      * COULD NOT APPLY. 'N' IS A RETURNED PRE-NOTE (PAYEEMNT VERIFY
      * MARKS THE ACCOUNT RETURNED), 'P' A RETURNED PAYMENT (THE
      * PAYOUT RUN RE-CREDITS THE WALLET). BRT-REFERENCE IS THE
      * BPD-REFERENCE OF THE ENTRY BEING RETURNED.
      *****************************************************************
           05  BRT-RECORD-TYPE     PIC X(1).
               88  BRT-PRENOTE-RETURN  VALUE 'N'.
               88  BRT-PAYMENT-RETURN  VALUE 'P'.
           05  BRT-REFERENCE       PIC X(16).
           05  BRT-SORT-CODE       PIC X(9).
           05  BRT-ACCOUNT-NO      PIC X(17).
           05  BRT-AMOUNT          PIC 9(8)V99.
           05  BRT-RETURN-REASON   PIC X(3).
           05  BRT-RETURN-DATE     PIC X(10).
           05  FILLER              PIC X(14).
