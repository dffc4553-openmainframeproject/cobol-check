      *****************************************************************
      * LATEST CORRESPONDENCE PER CUSTOMER - THE CORRLAST KEYED VSAM
      * FILE, REBUILT EVERY NIGHT BY CORRLBLD FROM THE CORRHIST
      * HISTORY SO THE ONLINE INQUIRY (CUSTINQC) CAN SHOW A CUSTOMER'S
      * LATEST ITEMS WITH ONE KEYED READ. ONE RECORD PER CUSTOMER WITH
      * ANY CORRESPONDENCE, KEYED BY CLR-CUSTOMER-ID, UP TO FIVE
      * ITEMS, LATEST FIRST, EACH AS CORRHIST CARRIES IT.
      *****************************************************************
           05  CLR-CUSTOMER-ID     PIC 9(9).
           05  CLR-ITEM-COUNT      PIC 9(1).
           05  CLR-ITEM OCCURS 5 TIMES.
               10  CLR-ITEM-DATE       PIC X(10).
               10  CLR-ITEM-TYPE       PIC X(1).
               10  CLR-MESSAGE-CODE    PIC X(4).
               10  CLR-CHANNEL         PIC X(1).
               10  CLR-DISPOSITION     PIC X(1).
               10  CLR-PGM-NAME        PIC X(8).
               10  CLR-REFERENCE       PIC X(20).
           05  FILLER              PIC X(15).
