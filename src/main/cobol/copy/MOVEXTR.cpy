      *****************************************************************
      * DAILY MOVEMENT EXTRACT RECORD - THE MOVEXTR FILE, UNLOADED BY
      * WALMVXTR RIGHT AFTER THE APPLY. ONE RECORD PER TEXE2HIST ROW
      * OF THE BUSINESS DATE, IN CUSTOMER, WALLET AND TIMESTAMP
      * ORDER, SO THE DAY'S REPORTERS READ ONE FLAT FILE INSTEAD OF
      * EACH SCANNING THE HISTORY TABLE - AND RUN WITH DB2 DOWN.
      *
      * THE LAST RECORD IS A CONTROL TRAILER, 'TRAILER' IN THE KEY
      * POSITIONS AS ON NAMEXTR AND WALSNAP: THE BUSINESS DATE, THE
      * DETAIL COUNT AND NET MOVEMENT, AND THE COUNT AND NET OF THE
      * ROWS THE APPLY POSTED - PROVED AGAINST WADJTOTL WHEN THE FILE
      * IS WRITTEN. A READER THAT DOES NOT COUNT ITS WAY TO THE
      * TRAILER'S FIGURE HAS BEEN HANDED A SHORT FILE.
      *****************************************************************
           05  MVX-DETAIL.
               10  MVX-CUSTOMER-ID     PIC 9(9).
               10  MVX-WALLET-NO       PIC 9(2).
               10  MVX-FIRST-NAME      PIC X(10).
               10  MVX-LAST-NAME       PIC X(10).
               10  MVX-OLD-WALLET      PIC S9(8)V99
                                       SIGN LEADING SEPARATE.
               10  MVX-NEW-WALLET      PIC S9(8)V99
                                       SIGN LEADING SEPARATE.
               10  MVX-ADJ-REF         PIC X(12).
               10  MVX-REV-ADJ-REF     PIC X(12).
               10  MVX-TMS-CREA        PIC X(26).
               10  MVX-PGM-NAME        PIC X(8).
               10  FILLER              PIC X(9).
           05  MVX-TRAILER REDEFINES MVX-DETAIL.
               10  MVX-TRL-ID          PIC X(9).
               10  MVX-TRL-BUS-DATE    PIC X(10).
               10  MVX-TRL-RECORD-COUNT PIC 9(9).
               10  MVX-TRL-NET-AMOUNT  PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  MVX-TRL-APPLY-COUNT PIC 9(9).
               10  MVX-TRL-APPLY-NET   PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(55).
