      *****************************************************************
      * DISPUTE/INVESTIGATION CASE RECORD - THE CASEFILE FILE,
      * MAINTAINED BY CASEMNT. ONE RECORD PER CASE, LINKED TO ITS
      * CUSTOMER AND WALLET, UP TO THREE WALHOLDS HOLD NUMBERS AND
      * UP TO THREE DISPUTED TEXE2HIST ADJ-REFS. STATUS RUNS
      * 'O' OPEN, 'A' ASSIGNED, 'R' RESOLVED, 'C' CLOSED; CLOSED
      * CASES STAY ON THE FILE AS THEIR OWN HISTORY, THE SAME WAY
      * RELEASED HOLDS STAY ON WALHOLDS. THE NOTES THEMSELVES ARE
      * ON THE CASENOTE TRAIL - THE RECORD CARRIES ONLY THE LATEST.
      *****************************************************************
           05  CSE-CASE-NO         PIC 9(6).
           05  CSE-CUSTOMER-ID     PIC 9(9).
           05  CSE-WALLET-NO       PIC 9(2).
      * 'D' A CUSTOMER DISPUTE OF A MOVEMENT, 'I' AN INTERNAL
      * INVESTIGATION (A VELOCITY FLAG, A SUSPICIOUS PATTERN).
           05  CSE-CASE-TYPE       PIC X(1).
               88  CSE-DISPUTE         VALUE 'D'.
               88  CSE-INVESTIGATION   VALUE 'I'.
           05  CSE-STATUS          PIC X(1).
               88  CSE-OPEN            VALUE 'O'.
               88  CSE-ASSIGNED        VALUE 'A'.
               88  CSE-RESOLVED        VALUE 'R'.
               88  CSE-CLOSED          VALUE 'C'.
               88  CSE-OUTSTANDING     VALUE 'O' 'A'.
           05  CSE-OPENED-DATE     PIC X(10).
           05  CSE-OPENED-BY       PIC 9(3).
           05  CSE-ASSIGNED-TO     PIC 9(3).
           05  CSE-HOLD-NO         PIC 9(5) OCCURS 3 TIMES.
           05  CSE-DISPUTED-REF    PIC X(12) OCCURS 3 TIMES.
      * 'U' DISPUTE UPHELD - THE DISPUTED MOVEMENTS ARE REVERSED
      * AND THE HOLDS RELEASED; 'D' DECLINED AND 'N' NO FURTHER
      * ACTION ONLY RELEASE THE HOLDS.
           05  CSE-RESOLUTION      PIC X(1).
               88  CSE-UPHELD          VALUE 'U'.
               88  CSE-DECLINED        VALUE 'D'.
               88  CSE-NO-ACTION       VALUE 'N'.
           05  CSE-RESOLVED-DATE   PIC X(10).
           05  CSE-RESOLVED-BY     PIC 9(3).
           05  CSE-CLOSED-DATE     PIC X(10).
           05  CSE-LAST-ACTIVITY   PIC X(10).
           05  CSE-NOTE-COUNT      PIC 9(3).
           05  CSE-LATEST-NOTE     PIC X(40).
           05  FILLER              PIC X(17).
