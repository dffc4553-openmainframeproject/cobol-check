      *****************************************************************
      * CORRESPONDENCE HISTORY RECORD - THE SHARED CORRHIST FILE. ONE
      * RECORD PER ITEM PRODUCED FOR A CUSTOMER OR RETURNED BY THE
      * POST OFFICE, APPENDED BY THE CORRLOG ROUTINE FOR WHICHEVER
      * PROGRAM PRODUCED OR RECEIVED THE ITEM, SO CUSTINQ, CUSTINQC
      * AND CORRINQ CAN SAY WHAT WAS SENT, HOW, AND WHAT CAME BACK.
      *****************************************************************
           05  CRH-CUSTOMER-ID     PIC 9(9).
      *    THE DATE ON THE ITEM - THE BUSINESS DATE IT WAS PRODUCED,
      *    OR THE DATE THE MAILROOM RECEIVED IT BACK.
           05  CRH-ITEM-DATE       PIC X(10).
           05  CRH-ITEM-TYPE       PIC X(1).
               88  CRH-LETTER             VALUE 'L'.
               88  CRH-STATEMENT          VALUE 'S'.
               88  CRH-CERTIFICATE        VALUE 'C'.
               88  CRH-NOTICE             VALUE 'N'.
      *    WHICH LETTER OR ITEM - A LETTER'S LTRTMPL MESSAGE CODE, OR
      *    THE PRODUCING RUN'S OWN CODE: STMT STATEMENT, TAXC TAX
      *    CERTIFICATE, DTHC DATE-OF-DEATH CERTIFICATE, MATN TERM
      *    MATURITY NOTICE, AGEO AGE-OUT LETTER, AUDC AUDIT
      *    CONFIRMATION.
           05  CRH-MESSAGE-CODE    PIC X(4).
           05  CRH-CHANNEL         PIC X(1).
               88  CRH-BY-POST            VALUE 'P'.
               88  CRH-BY-EDELIVERY       VALUE 'E'.
           05  CRH-DISPOSITION     PIC X(1).
      *        PRODUCED AND SENT ON THE CHANNEL.
               88  CRH-SENT               VALUE 'S'.
      *        NOT PRINTED - THE CUSTOMER'S MAIL IS ALREADY COMING
      *        BACK, SO A TRACE ITEM WENT TO FOLLOW-UP INSTEAD.
               88  CRH-HELD               VALUE 'H'.
      *        RETURNED UNDELIVERABLE BY THE POST OFFICE.
               88  CRH-RETURNED           VALUE 'R'.
      *    THE PROGRAM THAT PRODUCED OR RECEIVED THE ITEM.
           05  CRH-PGM-NAME        PIC X(8).
      *    FREE DETAIL - THE STATEMENT MONTH AND WALLET, THE TAX YEAR,
      *    WHO THE ITEM WENT CARE OF.
           05  CRH-REFERENCE       PIC X(20).
      *    THE BUSINESS DATE OF THE RUN THAT WROTE THE RECORD.
           05  CRH-LOGGED-DATE     PIC X(10).
           05  FILLER              PIC X(16).
