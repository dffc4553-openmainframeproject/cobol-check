      *****************************************************************
      * SANCTIONS / WATCH-LIST FILE - WATCHLST, LOADED BY COMPLIANCE
      * WHENEVER A NEW LIST VERSION IS ISSUED. ONE 'H' HEADER RECORD
      * FIRST, CARRYING THE LIST VERSION AND ITS ISSUE DATE, THEN
      * ONE 'D' RECORD PER LISTED NAME. WLSCREEN LOADS IT; WLRSCRN
      * COMPARES THE HEADER VERSION AGAINST THE LAST VERSION THE
      * CUSTOMER MASTER WAS RESCREENED AGAINST.
      *****************************************************************
           05  WL-REC-TYPE         PIC X(1).
               88  WL-HEADER           VALUE 'H'.
               88  WL-ENTRY            VALUE 'D'.
           05  WL-REC-DATA         PIC X(79).
           05  WL-HEADER-DATA      REDEFINES WL-REC-DATA.
               10  WL-LIST-VERSION     PIC X(8).
               10  WL-LIST-DATE        PIC X(10).
               10  FILLER              PIC X(61).
           05  WL-ENTRY-DATA       REDEFINES WL-REC-DATA.
               10  WL-ENTRY-ID         PIC X(8).
      * THE ISSUING LIST - 'UN', 'EU', 'OFAC', 'LOCAL' AND SO ON.
               10  WL-LIST-SOURCE      PIC X(6).
               10  WL-FIRST-NAME       PIC X(20).
               10  WL-LAST-NAME        PIC X(20).
               10  FILLER              PIC X(25).
