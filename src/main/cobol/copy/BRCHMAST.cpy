      *****************************************************************
      * BRANCH MASTER RECORD - THE BRCHMAST FILE, MAINTAINED BY
      * BRCHMNT AND RESOLVED BY BRCHLOOK. ONE RECORD PER BRANCH CODE
      * A CUSTOMER MAY SIT ON; TEXEM'S BRANCH-CODE IS NO LONGER FREE
      * TEXT:
      *    CUSTONBD - A NEW CUSTOMER GOES ONLY ONTO AN OPEN BRANCH.
      *    TEXMMNT  - AN ADD, OR A CHANGE THAT MOVES THE CUSTOMER,
      *               GOES ONLY ONTO AN OPEN BRANCH.
      *    BRCHCONS - MOVES EVERY CUSTOMER OF A CLOSING BRANCH TO ITS
      *               SUCCESSOR, THEN MARKS THE BRANCH CLOSED.
      * '000' IS HEAD OFFICE AND MUST BE ON THE FILE - EVERY
      * PRE-BRANCH CUSTOMER SITS ON IT.
      *****************************************************************
           05  BRM-BRANCH-CODE     PIC X(3).
           05  BRM-BRANCH-NAME     PIC X(30).
           05  BRM-REGION          PIC X(4).
      *    'A' OPEN; 'C' CLOSING - TAKES NO NEW CUSTOMERS AND WAITS
      *    FOR BRCHCONS; 'X' CLOSED - ITS CUSTOMERS HAVE BEEN MOVED.
           05  BRM-STATUS          PIC X(1).
               88  BRM-OPEN               VALUE 'A'.
               88  BRM-CLOSING            VALUE 'C'.
               88  BRM-CLOSED             VALUE 'X'.
      *    THE BRANCH THIS ONE REPORTS UP TO; BLANK FOR HEAD OFFICE.
           05  BRM-PARENT-BRANCH   PIC X(3).
      *    SET BY A CLOSE - THE OPEN BRANCH THE CUSTOMERS MOVE TO, AND
      *    THE DATE FROM WHICH BRCHCONS MAY MOVE THEM (YYYY-MM-DD).
           05  BRM-SUCCESSOR       PIC X(3).
           05  BRM-CLOSE-DATE      PIC X(10).
           05  FILLER              PIC X(26).
