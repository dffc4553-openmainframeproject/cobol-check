      *****************************************************************
      * CUSTOMER PROFITABILITY EXTRACT RECORD - THE PROFEXTR FILE,
      * WRITTEN BY WALPROF AT MONTH END AND READ BY CAMPAIGN, WHOSE
      * RULE CARDS CAN SELECT ON THE BAND AND THE RANK WITHIN BRANCH.
      * ONE RECORD PER CUSTOMER WITH A MOVEMENT IN THE MONTH, IN
      * BRANCH AND RANK ORDER - RANK 1 IS THE BRANCH'S MOST
      * PROFITABLE CUSTOMER.
      *
      * CONTRIBUTION IS FEES EARNED PLUS THE BANK'S SIDE OF THE FX
      * REVALUATION, LESS INTEREST PAID AND THE HANDLING COST OF THE
      * MONTH'S MOVEMENTS, IN THE AMOUNTS AS POSTED.
      *
      * THE LAST RECORD IS A CONTROL TRAILER, 'TRAILER' IN THE KEY
      * POSITIONS AS ON MOVEXTR: THE MONTH, THE DETAIL COUNT AND THE
      * NET CONTRIBUTION OF THE DETAILS.
      *****************************************************************
           05  PFX-DETAIL.
               10  PFX-CUSTOMER-ID     PIC 9(9).
               10  PFX-BRANCH-CODE     PIC X(3).
               10  PFX-MONTH           PIC X(7).
               10  PFX-BRANCH-RANK     PIC 9(5).
               10  PFX-BAND            PIC X(1).
                   88  PFX-LOSS-MAKING     VALUE 'L'.
                   88  PFX-PROFITABLE      VALUE 'P'.
               10  PFX-MOVEMENTS       PIC 9(7).
               10  PFX-CONTRIBUTION    PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(4).
           05  PFX-TRAILER REDEFINES PFX-DETAIL.
               10  PFX-TRL-ID          PIC X(9).
               10  PFX-TRL-MONTH       PIC X(7).
               10  PFX-TRL-RECORD-COUNT PIC 9(9).
               10  PFX-TRL-NET-CONTRIB PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(11).
