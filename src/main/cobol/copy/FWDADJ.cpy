      *****************************************************************
      * FUTURE-DATED ADJUSTMENT WAREHOUSE RECORD - THE FWDADJ FILE,
      * MAINTAINED BY FWDAMNT. ONE RECORD PER ONE-OFF ADJUSTMENT
      * AGREED NOW FOR A LATER DATE - A PROMISED REFUND, A SCHEDULED
      * CORRECTION - KEYED BY ITS ADJUSTMENT REFERENCE. IT WAITS
      * HERE PENDING, AND MAY BE AMENDED OR CANCELLED, UNTIL ITS DUE
      * DATE; THE NIGHTLY RELEASE THEN WRITES FWD-ADJ-IMAGE, THE
      * WALADJ RECORD AS IT WILL BE APPLIED, TO THE FWDAOUT CHANNEL
      * ADJCONSL CONSOLIDATES, AND MARKS THE RECORD RELEASED. A
      * RELEASED RECORD IS KEPT UNTIL THE NEXT BUSINESS DATE'S
      * RELEASE, SO A RERUN OF THE NIGHT RELEASES IT AGAIN.
      *****************************************************************
           05  FWD-ADJ-REF         PIC X(12).
      * THE BUSINESS DATE THE ADJUSTMENT IS TO BE APPLIED ON - ONE
      * FALLING ON A WEEKEND OR HOLIDAY GOES ON THE NEXT WINDOW.
           05  FWD-DUE-DATE        PIC X(10).
           05  FWD-STATUS          PIC X(1).
               88  FWD-PENDING         VALUE 'P'.
               88  FWD-RELEASED        VALUE 'R'.
           05  FWD-RELEASED-DATE   PIC X(10).
           05  FWD-LODGED-BY       PIC 9(3).
           05  FWD-LODGED-DATE     PIC X(10).
           05  FWD-CHANGED-BY      PIC 9(3).
           05  FWD-LAST-CHANGE     PIC X(10).
           05  FWD-ADJ-IMAGE       PIC X(88).
           05  FILLER              PIC X(13).
