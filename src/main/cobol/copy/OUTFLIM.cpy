      *****************************************************************
      * DAILY OUTFLOW LIMIT RECORD - THE OUTFLIM FILE, MAINTAINED BY
      * OUTFLMNT AND RESOLVED BY OUTFLOOK. THE MOST ANY ONE CUSTOMER
      * MAY BE DEBITED ON ONE BUSINESS DATE, ACROSS EVERY CHANNEL
      * THAT WRITES TEXE2HIST. THREE KINDS OF RECORD:
      *    CUSTOMER SET            - THAT CUSTOMER'S OWN LIMIT.
      *    CUSTOMER ZERO, TIER SET - DEFAULT FOR EVERY CUSTOMER OF
      *                              THAT KYCREV RISK TIER.
      *    CUSTOMER ZERO, TIER ' ' - THE HOUSE DEFAULT.
      * A CUSTOMER RESOLVING TO NONE OF THE THREE IS NOT LIMITED.
      *****************************************************************
           05  OFL-CUSTOMER-ID     PIC 9(9).
           05  OFL-RISK-TIER       PIC X(1).
               88  OFL-TIER-VALID      VALUE 'H' 'M' 'L'.
               88  OFL-NO-TIER         VALUE SPACE.
           05  OFL-DAILY-LIMIT     PIC 9(8)V99.
           05  FILLER              PIC X(10).
