      *****************************************************************
      * DECEASED-CUSTOMER ESTATE AUDIT RECORD - THE ESTAUDT FILE. ONE
      * RECORD PER CHANGE TO A CUSTOMER'S TEXEST ESTATE ROW - THE
      * BEREAVEMENT NOTIFICATION AND CHANGE OF EXECUTOR BY ESTMNT,
      * AND THE SETTLEMENT WHEN TEXMMNT CLOSES THE CUSTOMER - WITH
      * THE STATUS BEFORE AND AFTER AND WHICH PROGRAM MADE IT.
      *****************************************************************
           05  EAU-DATE            PIC X(10).
           05  EAU-USERNO          PIC 9(03).
      *    'N' DEATH NOTIFIED, 'E' EXECUTOR CHANGED, 'S' ESTATE
      *    SETTLED ON CLOSURE.
           05  EAU-ACTION          PIC X(01).
           05  EAU-CUSTOMER-ID     PIC 9(09).
      *    THE CUSTOMER'S TEXEM STATUS BEFORE AND AFTER.
           05  EAU-OLD-STATUS      PIC X(01).
           05  EAU-NEW-STATUS      PIC X(01).
           05  EAU-DEATH-DATE      PIC X(10).
           05  EAU-EXEC-NAME       PIC X(30).
           05  EAU-PGM-NAME        PIC X(08).
