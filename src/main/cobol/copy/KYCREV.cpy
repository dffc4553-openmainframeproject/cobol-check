      *****************************************************************
      * KYC PERIODIC-REVIEW RECORD - THE KYCREV FILE, MAINTAINED BY
      * KYCMNT. ONE RECORD PER CUSTOMER: WHEN THE CUSTOMER WAS LAST
      * RE-VERIFIED, THE RISK TIER THAT SETS HOW OFTEN, AND THE DATE
      * THE NEXT REVIEW FALLS DUE. THE TIER RUNS 'H' HIGH RISK -
      * EVERY YEAR, 'M' MEDIUM - EVERY TWO YEARS, 'L' LOW - EVERY
      * THREE. WALADJPG AND WALXFER REFUSE DEBITS FOR A CUSTOMER
      * WHOSE NEXT-DUE DATE HAS PASSED; A CUSTOMER WITH NO RECORD
      * IS NOT RESTRICTED.
      *****************************************************************
           05  KYC-CUSTOMER-ID     PIC 9(9).
      * THE TEXEM BRANCH - THE REVIEW-DUE WORKLIST BURSTS ON IT.
           05  KYC-BRANCH-CODE     PIC X(3).
           05  KYC-RISK-TIER       PIC X(1).
               88  KYC-HIGH-RISK       VALUE 'H'.
               88  KYC-MEDIUM-RISK     VALUE 'M'.
               88  KYC-LOW-RISK        VALUE 'L'.
               88  KYC-TIER-VALID      VALUE 'H' 'M' 'L'.
           05  KYC-LAST-REVIEW     PIC X(10).
           05  KYC-NEXT-DUE        PIC X(10).
           05  KYC-REVIEWED-BY     PIC 9(3).
           05  KYC-LAST-CHANGE     PIC X(10).
           05  FILLER              PIC X(14).
