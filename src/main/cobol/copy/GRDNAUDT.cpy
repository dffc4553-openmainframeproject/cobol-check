      *****************************************************************
      * MINOR AND GUARDIAN AUDIT RECORD - THE GRDNAUDT FILE. ONE
      * RECORD PER CHANGE TO A CUSTOMER'S DATE OF BIRTH OR TO THEIR
      * TEXGRD GUARDIAN ROW, WHETHER BY TEXMMNT'S CARDS, AT
      * ONBOARDING (CUSTONBD) OR BY THE AGE-OUT RUN (GRDNAGE) - THE
      * BEFORE AND AFTER, AND WHICH PROGRAM MADE IT.
      *****************************************************************
           05  GAU-DATE            PIC X(10).
      *    ZERO WHERE NO OPERATOR KEYED THE CHANGE - ONBOARDING AND
      *    THE AGE-OUT RUN.
           05  GAU-USERNO          PIC 9(03).
      *    'B' DATE OF BIRTH SET OR CHANGED, 'L' GUARDIAN LINKED,
      *    'G' GUARDIAN REPLACED, 'E' ENDED AT AGE-OUT, 'D' GUARDIAN
      *    ROW REMOVED WITH THE CUSTOMER.
           05  GAU-ACTION          PIC X(01).
           05  GAU-CUSTOMER-ID     PIC 9(09).
           05  GAU-OLD-BIRTH-DATE  PIC X(10).
           05  GAU-NEW-BIRTH-DATE  PIC X(10).
           05  GAU-OLD-GUARDIAN-ID PIC 9(09).
           05  GAU-NEW-GUARDIAN-ID PIC 9(09).
           05  GAU-RELATIONSHIP    PIC X(01).
           05  GAU-PGM-NAME        PIC X(08).
