      *****************************************************************
      * FUNDING RECONCILIATION OPEN ITEM - THE FUNDOPEN FILE FUNDRECN
      * WRITES AT THE END OF EACH RUN AND READS BACK AT THE START OF
      * THE NEXT, ONE RECORD PER WEB REFERENCE NOT YET RECONCILED.
      * FOP-POSTED-AMT IS THE CREDIT TEXE2HIST CARRIES FOR THE
      * REFERENCE, FOP-SETTLED-AMT WHAT THE BANK HAS SETTLED AGAINST
      * IT SO FAR; THE SWITCHES SAY WHICH SIDES HAVE BEEN SEEN AT
      * ALL. FOP-FIRST-SEEN IS THE BUSINESS DATE THE ITEM FIRST WENT
      * UNMATCHED - THE AGE IS MEASURED FROM IT.
      *****************************************************************
           05  FOP-REFERENCE       PIC X(12).
           05  FOP-POSTED-SW       PIC X(1).
               88  FOP-POSTED          VALUE 'Y'.
           05  FOP-POSTED-AMT      PIC 9(8)V99.
           05  FOP-SETTLED-SW      PIC X(1).
               88  FOP-SETTLED         VALUE 'Y'.
           05  FOP-SETTLED-AMT     PIC 9(8)V99.
           05  FOP-FIRST-SEEN      PIC X(10).
      * THE JSONACKF DISPOSITION OF THE REFERENCE, WHEN IT HAD ONE -
      * A SETTLEMENT WHOSE CREDIT WAS REJECTED SHOWS WHY.
           05  FOP-DISPOSITION     PIC X(9).
           05  FILLER              PIC X(27).
