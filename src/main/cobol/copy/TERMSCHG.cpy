      *****************************************************************
      * CHANGE-OF-TERMS RECORD - THE TERMSCHG FILE, LODGED THROUGH
      * TCHGMNT AND RESOLVED BY TCHGLOOK. ONE RECORD PER PROPOSED
      * CHANGE TO THE HOUSE TERMS, WITH THE DATE IT IS TO TAKE
      * EFFECT: TYPE 'R' A NEW INTPARM MONTHLY RATE, TYPE 'F' A
      * FEESCHED FEE AS IT WILL STAND (TYPE 'D' DROPS THE FEE, A
      * CODE NOT ON FEESCHED ADDS ONE). INTPARM AND FEESCHED ARE NOT
      * EDITED FOR A CHANGE - WALINT AND WALFEE LAY THE CHANGES IN
      * FORCE OVER THEM THROUGH TCHGLOOK.
      *
      * A CHANGE LESS FAVOURABLE TO THE CUSTOMER (A LOWER RATE, A
      * NEW OR DEARER FEE) IS LODGED WITH TCH-NOTICE-SW 'Y' AND THE
      * NOTICE PERIOD IN FORCE; TCHGNOT WRITES EVERY CUSTOMER IT
      * TOUCHES AND MARKS IT NOTIFIED, WITH THE DATE THE PERIOD RUNS
      * OUT FOR THE LAST OF THEM. IT IS IN FORCE FROM ITS EFFECTIVE
      * DATE OR THAT CLEAR DATE, WHICHEVER IS LATER; UNTIL THEN THE
      * RUNS KEEP THE TERMS BEFORE IT. A FAVOURABLE CHANGE NEEDS NO
      * NOTICE AND IS IN FORCE FROM ITS EFFECTIVE DATE.
      *
      * STATUS RUNS 'L' LODGED, 'N' NOTIFIED, 'W' WITHDRAWN.
      * WITHDRAWN CHANGES STAY ON THE FILE AS THEIR OWN HISTORY, THE
      * WAY CLOSED ITEMS STAY ON EXCQUEUE. A NEW CHANGE TAKES THE
      * NEXT FREE NUMBER.
      *****************************************************************
           05  TCH-CHANGE-NO       PIC 9(5).
           05  TCH-CHANGE-TYPE     PIC X(1).
               88  TCH-RATE-CHANGE     VALUE 'R'.
               88  TCH-FEE-CHANGE      VALUE 'F'.
      * THE FEESCHED CODE - BLANK ON A RATE CHANGE.
           05  TCH-FEE-CODE        PIC X(4).
      * MONTHLY ACCRUAL RATE, PERCENT - AS PARM-MONTHLY-RATE ON
      * INTPARM. ZERO ON A FEE CHANGE.
           05  TCH-NEW-RATE        PIC 9(3)V9(6).
      * THE FEE AS ITS FEESCHED RECORD WILL STAND - SPACE AND ZERO
      * ON A RATE CHANGE.
           05  TCH-NEW-FEE-TYPE    PIC X(1).
               88  TCH-FEE-FLAT        VALUE 'A'.
               88  TCH-FEE-PERCENT     VALUE 'P'.
               88  TCH-FEE-DROPPED     VALUE 'D'.
           05  TCH-NEW-FEE-AMOUNT  PIC 9(8)V99.
           05  TCH-NEW-FEE-TRIGGER PIC 9(8)V99.
           05  TCH-EFFECTIVE-DATE  PIC X(10).
           05  TCH-NOTICE-SW       PIC X(1).
               88  TCH-NOTICE-REQUIRED VALUE 'Y'.
           05  TCH-NOTICE-DAYS     PIC 9(3).
           05  TCH-STATUS          PIC X(1).
               88  TCH-LODGED          VALUE 'L'.
               88  TCH-NOTIFIED        VALUE 'N'.
               88  TCH-WITHDRAWN       VALUE 'W'.
           05  TCH-LODGED-BY       PIC 9(3).
           05  TCH-LODGED-DATE     PIC X(10).
      * SET BY TCHGNOT - THE BUSINESS DATE THE LETTERS WERE WRITTEN,
      * THAT DATE PLUS THE NOTICE DAYS, AND HOW MANY CUSTOMERS WERE
      * WRITTEN TO.
           05  TCH-NOTICE-DATE     PIC X(10).
           05  TCH-CLEAR-DATE      PIC X(10).
           05  TCH-NOTICE-COUNT    PIC 9(7).
           05  TCH-WITHDRAWN-BY    PIC 9(3).
           05  TCH-WITHDRAWN-DATE  PIC X(10).
           05  FILLER              PIC X(2).
