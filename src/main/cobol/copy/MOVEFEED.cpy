      *****************************************************************
      * WALLET MOVEMENT FEED RECORD - THE MOVEFEED FILE, WRITTEN EACH
      * NIGHT BY MOVEPUB FOR THE CRM AND THE FRAUD PLATFORM. ONE
      * DETAIL PER COMMITTED TEXE2HIST ROW, NUMBERED FROM ONE
      * UNBROKEN SEQUENCE THAT RUNS ON FROM NIGHT TO NIGHT, IN THE
      * ORDER THE POSTING UNITS OF WORK COMMITTED.
      *
      * THE FIRST RECORD IS A HEADER, 'HEADER' IN THE SEQUENCE
      * POSITIONS, CARRYING THE LAST SEQUENCE NUMBER OF THE PREVIOUS
      * FEED - A CONSUMER WHOSE OWN LAST NUMBER DIFFERS HAS MISSED A
      * FILE. THE LAST RECORD IS A TRAILER, 'TRAILER' IN THE SAME
      * POSITIONS AS ON MOVEXTR AND NAMEXTR, WITH THE DETAIL COUNT
      * AND THE FIRST AND LAST NUMBER: A CONSUMER THAT DOES NOT COUNT
      * ITS WAY TO THEM HAS BEEN HANDED A SHORT FILE.
      *****************************************************************
           05  MFD-DETAIL.
               10  MFD-SEQUENCE        PIC 9(12).
               10  MFD-CUSTOMER-ID     PIC 9(9).
               10  MFD-WALLET-NO       PIC 9(2).
               10  MFD-OLD-WALLET      PIC S9(8)V99
                                       SIGN LEADING SEPARATE.
               10  MFD-NEW-WALLET      PIC S9(8)V99
                                       SIGN LEADING SEPARATE.
               10  MFD-ADJ-REF         PIC X(12).
               10  MFD-REV-ADJ-REF     PIC X(12).
      *        THE PROGRAM THAT POSTED THE MOVEMENT.
               10  MFD-PGM-NAME        PIC X(8).
               10  MFD-TMS-CREA        PIC X(26).
               10  MFD-BUS-DATE        PIC X(10).
      *        'E' - PUBLISHED FROM THE POSTING PROGRAM'S OWN EVENT;
      *        'R' - RECOVERED FROM TEXE2HIST, THE EVENT HAVING NEVER
      *        REACHED THE MOVEVENT FILE. RECOVERED MOVEMENTS FOLLOW
      *        THE NIGHT'S EVENTS, IN TIMESTAMP ORDER.
               10  MFD-SOURCE          PIC X(1).
                   88  MFD-FROM-EVENT      VALUE 'E'.
                   88  MFD-RECOVERED       VALUE 'R'.
               10  FILLER              PIC X(6).
           05  MFD-HEADER REDEFINES MFD-DETAIL.
               10  MFD-HDR-ID          PIC X(12).
               10  MFD-HDR-BUS-DATE    PIC X(10).
               10  MFD-HDR-PREV-SEQ    PIC 9(12).
               10  FILLER              PIC X(86).
           05  MFD-TRAILER REDEFINES MFD-DETAIL.
               10  MFD-TRL-ID          PIC X(12).
               10  MFD-TRL-BUS-DATE    PIC X(10).
               10  MFD-TRL-RECORD-COUNT PIC 9(9).
               10  MFD-TRL-FIRST-SEQ   PIC 9(12).
               10  MFD-TRL-LAST-SEQ    PIC 9(12).
               10  MFD-TRL-RECOVERED   PIC 9(9).
               10  FILLER              PIC X(56).
