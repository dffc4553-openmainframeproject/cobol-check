      *****************************************************************
      * EXCEPTION WORK-QUEUE RECORD - THE EXCQUEUE FILE, LOADED EACH
      * NIGHT BY EXCCOLL FROM THE WINDOW'S REJECT AND EXCEPTION
      * OUTPUTS AND WORKED THROUGH EXCQMNT. ONE RECORD PER EXCEPTION
      * IN ONE COMMON LAYOUT WHATEVER PROGRAM RAISED IT: THE SOURCE
      * IS THE OUTPUT'S DD NAME (WADJEXCP, XFEREXCP, REJECTFL,
      * JSONERR, STORDREJ, ONBDREJ, TEXMREJ, ADDRREJ), THE BUSINESS
      * DATE THE NIGHT IT WAS COLLECTED. STATUS RUNS 'O' OPEN,
      * 'A' ASSIGNED, 'R' RESOLVED, 'C' CLOSED; AN ITEM STAYS ON THE
      * AGING REPORT UNTIL IT IS CLOSED, AND CLOSED ITEMS STAY ON
      * THE FILE AS THEIR OWN HISTORY, THE WAY CLOSED CASES STAY ON
      * CASEFILE. CUSTOMER, WALLET AND AMOUNT ARE ZERO WHERE THE
      * SOURCE LINE CARRIES NONE. THE SOURCE LINE ITSELF IS KEPT AS
      * WRITTEN - IT IS WHAT THE COLLECTOR MATCHES ON SO A LINE
      * ALREADY QUEUED AND NOT YET CLOSED IS NOT QUEUED TWICE.
      *
      * THE FILE IS A KSDS KEYED ON THE ITEM NUMBER; A NEW ITEM
      * TAKES THE NEXT FREE NUMBER, THE WALHOLDS PATTERN.
      *****************************************************************
           05  EXQ-ITEM-NO         PIC 9(7).
           05  EXQ-SOURCE          PIC X(8).
           05  EXQ-BUS-DATE        PIC X(10).
           05  EXQ-CUSTOMER-ID     PIC 9(9).
           05  EXQ-WALLET-NO       PIC 9(2).
           05  EXQ-REFERENCE       PIC X(12).
           05  EXQ-REASON          PIC X(30).
           05  EXQ-AMOUNT          PIC 9(8)V99.
      * THE USERNO WORKING THE ITEM - ZERO UNTIL IT IS ASSIGNED.
           05  EXQ-OWNER           PIC 9(3).
           05  EXQ-STATUS          PIC X(1).
               88  EXQ-OPEN            VALUE 'O'.
               88  EXQ-ASSIGNED        VALUE 'A'.
               88  EXQ-RESOLVED        VALUE 'R'.
               88  EXQ-CLOSED          VALUE 'C'.
               88  EXQ-OUTSTANDING     VALUE 'O' 'A'.
           05  EXQ-ASSIGNED-DATE   PIC X(10).
           05  EXQ-RESOLVED-BY     PIC 9(3).
           05  EXQ-RESOLVED-DATE   PIC X(10).
           05  EXQ-CLOSED-BY       PIC 9(3).
           05  EXQ-CLOSED-DATE     PIC X(10).
           05  EXQ-RESOLUTION      PIC X(40).
           05  EXQ-SOURCE-LINE     PIC X(80).
           05  FILLER              PIC X(2).
