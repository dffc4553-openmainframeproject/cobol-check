      *****************************************************************
      * CUSTOMER ALERT PREFERENCE - THE ALRTPREF FILE, MAINTAINED BY
      * ALRTMNT AND READ BY THE NIGHTLY ALERT RUN ALRTRUN. ONE RECORD
      * PER CUSTOMER AND WALLET THE CUSTOMER WANTS TO HEAR ABOUT. A
      * WALLET WITH NO RECORD RAISES NO ALERTS.
      *****************************************************************
           05  APF-CUSTOMER-ID     PIC 9(9).
           05  APF-WALLET-NO       PIC 9(2).
      *    ALERT WHEN THE DAY'S MOVEMENTS TAKE THE CLOSING BALANCE
      *    BELOW THIS FIGURE FROM AT OR ABOVE IT. ZERO - NO
      *    LOW-BALANCE ALERT.
           05  APF-LOW-BALANCE     PIC 9(8)V99.
      *    ALERT ON ANY SINGLE MOVEMENT, CREDIT OR DEBIT, OF AT LEAST
      *    THIS FIGURE. ZERO - NO LARGE-MOVEMENT ALERT.
           05  APF-LARGE-MOVEMENT  PIC 9(8)V99.
      *    'E' E-MAIL, 'S' SMS - THE ADDRESS OR NUMBER IN APF-CONTACT.
           05  APF-CHANNEL         PIC X(01).
               88  APF-BY-EMAIL        VALUE 'E'.
               88  APF-BY-SMS          VALUE 'S'.
           05  APF-CONTACT         PIC X(40).
           05  APF-LAST-CHANGED    PIC X(10).
           05  FILLER              PIC X(08).
