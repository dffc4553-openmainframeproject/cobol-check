      *****************************************************************
      * WALLET MOVEMENT EVENT - THE SHARED MOVEVENT FILE. ONE RECORD
      * PER COMMITTED TEXE2HIST ROW, WRITTEN BY THE MOVEVENT ROUTINE
      * FOR WHICHEVER PROGRAM POSTED THE ROW, IN THE ORDER THE UNITS
      * OF WORK COMMITTED. THE NIGHTLY PUBLISHER (MOVEPUB) NUMBERS
      * THE EVENTS AND DELIVERS THEM ON THE MOVEFEED FILE, THEN
      * EMPTIES THIS ONE.
      *****************************************************************
           05  MEV-CUSTOMER-ID     PIC 9(9).
           05  MEV-WALLET-NO       PIC 9(2).
           05  MEV-OLD-WALLET      PIC S9(8)V99
                                   SIGN LEADING SEPARATE.
           05  MEV-NEW-WALLET      PIC S9(8)V99
                                   SIGN LEADING SEPARATE.
           05  MEV-ADJ-REF         PIC X(12).
           05  MEV-REV-ADJ-REF     PIC X(12).
      *    THE PROGRAM THAT POSTED THE ROW - ITS PGM_NAME.
           05  MEV-PGM-NAME        PIC X(8).
      *    THE ROW'S OWN TMS_CREA, SO AN EVENT AND ITS HISTORY ROW
      *    MATCH EXACTLY.
           05  MEV-TMS-CREA        PIC X(26).
      *    THE BUSINESS DATE THE POSTING RUN WAS RUNNING FOR.
           05  MEV-BUS-DATE        PIC X(10).
           05  FILLER              PIC X(19).
