       ID DIVISION.
       PROGRAM-ID.         BIPMRECN.
       AUTHOR.             (TNP).
       DATE-WRITTEN.       15.10.2026.
      *--------------+------+-------------------------------------------
      *
      *     BALANCE-TO-LEDGER PROOF AND PERIOD CLOSE FOR BIPM012.
      *     BIPM012 REWRITES BIPMBAL WITH EACH USERNO'S CARRIED
      *     BALANCE AND APPENDS EVERY MOVEMENT TO BIPMLEDG - THIS
      *     PROVES THE TWO STILL AGREE, SO A LOST LEDGER APPEND OR A
      *     RESTORED BALANCE FILE SHOWS UP THE NIGHT IT HAPPENS:
      *
      *       - PER USERNO, THE OPENING BALANCE (THE PRIOR PERIOD'S
      *         CLOSING BALANCE ON BIPMOPEN) PLUS THE PERIOD'S
      *         MOVEMENTS EQUALS THE BALANCE ON BIPMBAL. A MOVEMENT
      *         COUNTS AT LED-AMOUNT WHEN APPLIED IN FULL, AT WHAT
      *         THE CAP LET THROUGH WHEN CAPPED ('C') AND AT NOTHING
      *         WHEN REFUSED ('O');
      *       - EACH LED-RESULT-BALANCE FOLLOWS FROM THE USERNO'S
      *         PREVIOUS ONE (THE OPENING BALANCE FOR THE FIRST);
      *       - LED-SEQUENCE RUNS 1, 2, 3 ... WITHOUT A GAP OVER THE
      *         WHOLE PERIOD FILE.
      *
      *     FUNCTION CARD PROVE RUNS THE PROOF ONLY. CLOSE RUNS THE
      *     PROOF AND, ONLY WHEN IT IS CLEAN, CLOSES THE PERIOD: THE
      *     LEDGER IS COPIED TO BIPMLHST FOR THE PERIOD'S HISTORY,
      *     BIPMBAL BECOMES THE NEXT PERIOD'S BIPMOPEN, THE LEDGER IS
      *     EMPTIED FOR THE NEW PERIOD AND THE CLOSED PERIOD IS
      *     STAMPED ON BIPMPERD - BIPM012 REFUSES TO POST INTO A
      *     PERIOD STAMPED THERE. A BREAK ENDS THE STEP RC 12 AND A
      *     CLOSE IS NOT ATTEMPTED.
      *
      *     ONCE THE PROOF IS CLEAN THE CLOSE IS STAMPED UNDER WAY ON
      *     BIPMPERD, WITH THE COUNTS IT PROVED, BEFORE ANYTHING IS
      *     MOVED. IF IT STOPS PART WAY, BIPM012 AND THE PROVE RUN
      *     REFUSE UNTIL A CLOSE FOR THE SAME PERIOD IS RERUN, AND THAT
      *     RERUN PICKS UP AFTER THE PROOF INSTEAD OF PROVING FILES THE
      *     FIRST ATTEMPT HAD ALREADY MOVED ON.
      *
      *     PARAMETER CARDS: FUNCTION (PROVE/CLOSE), PERIOD YYYY-MM
      *     (CLOSE ONLY - BLANK FOR THE BUSINESS DATE'S MONTH).
      *
      *--------------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Carried-forward balances as BIPM012 last rewrote them.
           SELECT BALANCE-FILE ASSIGN TO "BIPMBAL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BALANCE-STATUS.
      * The prior period's closing balances - BIPMBAL as it stood
      * when that period was closed here.
           SELECT OPENING-BALANCE-FILE ASSIGN TO "BIPMOPEN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-OPENING-STATUS.
      * The open period's movement ledger, as BIPM012 appends it.
           SELECT MOVEMENT-LEDGER ASSIGN TO "BIPMLEDG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-LEDGER-STATUS.
      * The closed period's ledger. The job keeps it as the period's
      * own generation once the close has finished.
           SELECT LEDGER-HISTORY-FILE ASSIGN TO "BIPMLHST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-LEDGHIST-STATUS.
      * Period control - the last period closed, read by BIPM012
      * before it posts anything.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "BIPMPERD"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PERIOD-STATUS.
           SELECT RECON-REPORT ASSIGN TO "BIPMRRPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layout BIPM012's 900-REWRITE-BALANCE-FILE writes.
       FD  BALANCE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 10 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS BALANCE-RECORD.
       01  BALANCE-RECORD.
           05 BAL-USERNO         PIC 9(03).
           05 BAL-BALANCE        PIC S9(11)V9(2) COMP-3.
       FD  OPENING-BALANCE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 10 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS OPENING-BALANCE-RECORD.
       01  OPENING-BALANCE-RECORD.
           05 OPN-USERNO         PIC 9(03).
           05 OPN-BALANCE        PIC S9(11)V9(2) COMP-3.
      * Same layout BIPM012's 120-WRITE-LEDGER-RECORD writes.
       FD  MOVEMENT-LEDGER
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 22 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS MOVEMENT-LEDGER-RECORD.
       01  MOVEMENT-LEDGER-RECORD.
           05 LED-USERNO         PIC 9(03).
           05 LED-SEQUENCE       PIC 9(05).
           05 LED-AMOUNT         PIC S9(09)V9(02) COMP-3.
           05 LED-RESULT-BALANCE PIC S9(11)V9(02) COMP-3.
      *    ' ' APPLIED IN FULL, 'C' CAPPED AT MAX-LENGTH,
      *    'O' REFUSED ON THE OVERDRAFT CHECK.
           05 LED-INDICATOR      PIC X(01).
               88 LED-APPLIED    VALUE ' '.
               88 LED-CAPPED     VALUE 'C'.
               88 LED-REFUSED    VALUE 'O'.
       FD  LEDGER-HISTORY-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 22 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS LEDGER-HISTORY-RECORD.
       01  LEDGER-HISTORY-RECORD PIC X(22).
      * One record. Same layout BIPM012's 9650-CHECK-PERIOD-OPEN
      * reads.
       FD  PERIOD-CONTROL-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PERIOD-CONTROL-RECORD.
       01  PERIOD-CONTROL-RECORD.
           05 PER-CLOSED-PERIOD  PIC X(07).
           05 PER-CLOSED-ON      PIC X(10).
           05 PER-LAST-SEQUENCE  PIC 9(05).
           05 PER-LEDGER-COUNT   PIC 9(07).
      *    'P' WHILE THE CLOSE OF PER-CLOSING-PERIOD IS UNDER WAY -
      *    THE TWO COUNTS ABOVE ARE THEN THAT PERIOD'S, AS PROVED.
           05 PER-CLOSE-STATE    PIC X(01).
               88 PER-CLOSE-IN-PROGRESS VALUE 'P'.
           05 PER-CLOSING-PERIOD PIC X(07).
           05 FILLER             PIC X(03).
       FD  RECON-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS RECON-REPORT-RECORD.
       01  RECON-REPORT-RECORD PIC X(80).
       FD  BUSINESS-DATE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 11 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS BUSINESS-DATE-RECORD.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE   PIC X(10).
           05  BD-STATUS          PIC X(01).
               88  BD-IS-OPEN     VALUE 'O'.
               88  BD-IS-CLOSED   VALUE 'C'.
       FD  RUN-LOG-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 63 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS RUN-LOG-RECORD.
       01  RUN-LOG-RECORD.
           05  RUN-PROGRAM        PIC X(08).
           05  RUN-BUS-DATE       PIC X(10).
           05  RUN-START-TIME     PIC X(08).
           05  RUN-END-TIME       PIC X(08).
           05  RUN-RECS-IN        PIC 9(9).
           05  RUN-RECS-OUT       PIC 9(9).
           05  RUN-RECS-REJECTED  PIC 9(9).
           05  RUN-RETURN-CODE    PIC 9(2).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WORK-FIELDS-1.
          03 WS-BALANCE-STATUS      PIC X(02).
              88 BALANCE-OK         VALUE '00'.
              88 BALANCE-EOF        VALUE '10'.
              88 BALANCE-NOT-FOUND  VALUE '35'.
          03 WS-OPENING-STATUS      PIC X(02).
              88 OPENING-OK         VALUE '00'.
              88 OPENING-EOF        VALUE '10'.
              88 OPENING-NOT-FOUND  VALUE '35'.
          03 WS-LEDGER-STATUS       PIC X(02).
              88 LEDGER-OK          VALUE '00'.
              88 LEDGER-EOF         VALUE '10'.
              88 LEDGER-NOT-FOUND   VALUE '35'.
          03 WS-LEDGHIST-STATUS     PIC X(02).
              88 LEDGHIST-OK        VALUE '00'.
          03 WS-PERIOD-STATUS       PIC X(02).
              88 PERIOD-OK          VALUE '00'.
              88 PERIOD-EOF         VALUE '10'.
              88 PERIOD-NOT-FOUND   VALUE '35'.
          03 WS-REPORT-STATUS       PIC X(02).
              88 REPORT-OK          VALUE '00'.
          03 WS-BUSDATE-STATUS      PIC X(02).
              88 BUSDATE-OK         VALUE '00'.
              88 BUSDATE-NOT-FOUND  VALUE '35'.
          03 WS-RUNLOG-STATUS       PIC X(02).
              88 RUNLOG-OK          VALUE '00'.
          03 WS-FUNCTION            PIC X(05).
              88 FUNCTION-PROVE     VALUE 'PROVE'.
              88 FUNCTION-CLOSE     VALUE 'CLOSE'.
          03 WS-CLOSE-PERIOD        PIC X(07).
          03 WS-LAST-CLOSED-PERIOD  PIC X(07) VALUE SPACES.
          03 WS-LAST-CLOSED-ON      PIC X(10) VALUE SPACES.
          03 WS-CLOSE-STATE         PIC X(01) VALUE SPACE.
              88 CLOSE-INTERRUPTED  VALUE 'P'.
          03 WS-CLOSING-PERIOD      PIC X(07) VALUE SPACES.
          03 WS-PROVED-LAST-SEQ     PIC 9(05) VALUE ZERO.
          03 WS-PROVED-COUNT        PIC 9(07) VALUE ZERO.
          03 WS-RESUME-SW           PIC X(01) VALUE 'N'.
              88 CLOSE-RESUMING     VALUE 'Y'.
          03 WS-ARCHIVE-KEPT-SW     PIC X(01) VALUE 'N'.
              88 ARCHIVE-ALREADY-KEPT VALUE 'Y'.
          03 WS-RUN-BUS-DATE        PIC X(10).
          03 WS-RUN-DATE-RAW8       PIC 9(08).
          03 WS-RUN-START-TIME      PIC X(08).
          03 WS-RUN-TIME-RAW        PIC 9(08).
          03 WS-RC-COUNT            PIC S9(4) COMP VALUE ZERO.
          03 WS-RC-MAX              PIC S9(4) COMP VALUE 200.
          03 WS-RC-IX               PIC S9(4) COMP.
          03 WS-FIND-USERNO         PIC 9(03).
          03 WS-EXPECT-SEQ          PIC 9(05) VALUE ZERO.
          03 WS-LEDGER-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
          03 WS-ARCHIVED-COUNT      PIC S9(7) COMP-3 VALUE ZERO.
          03 WS-BREAK-COUNT         PIC S9(7) COMP-3 VALUE ZERO.
          03 WS-EXPECTED-RESULT     PIC S9(11)V9(2) COMP-3.
          03 WS-EXPECTED-CLOSING    PIC S9(11)V9(2) COMP-3.
          03 WS-BREAK-TYPE          PIC X(18).
          03 WS-COUNT-FORMATTED     PIC ZZZ.ZZ9.

      *-----------------------------------------------------------------
      *    ONE ENTRY PER USERNO SEEN ON BIPMOPEN, BIPMBAL OR THE
      *    LEDGER - THE SAME 200 BIPM012 CARRIES ON ITS OWN BALANCE
      *    TABLE.
      *-----------------------------------------------------------------
       01  WS-RECON-TABLE.
           05 WS-RC-ENTRY OCCURS 200 TIMES.
              10 WS-RC-USERNO        PIC 9(03).
              10 WS-RC-OPENING       PIC S9(11)V9(2) COMP-3.
              10 WS-RC-CLOSING       PIC S9(11)V9(2) COMP-3.
              10 WS-RC-ON-BAL-SW     PIC X(01).
                  88 WS-RC-ON-BAL       VALUE 'Y'.
      *       THE LAST LED-RESULT-BALANCE SEEN - THE OPENING BALANCE
      *       UNTIL THE FIRST MOVEMENT.
              10 WS-RC-CHAIN         PIC S9(11)V9(2) COMP-3.
              10 WS-RC-MOVEMENTS     PIC S9(11)V9(2) COMP-3.
              10 WS-RC-MOVE-COUNT    PIC S9(7) COMP-3.
              10 WS-RC-BREAK-SW      PIC X(01).
                  88 WS-RC-BROKEN       VALUE 'Y'.

      *-----------------------------------------------------------------
      *    STANDARD RETURN-CODE/MESSAGE-TEXT REGISTRY SHARED WITH
      *    BIPM012 AND THE REST OF THE BATCH SUITE.
      *-----------------------------------------------------------------
           COPY ERRCODES.
      * Call parameter block for ERRLOOK, the shared error-code
      * lookup - same field layout as ERRLOOK's own linkage section.
       01  WS-ERRLOOK-PARM.
           05  WS-EL-CODE          PIC X(04).
           05  WS-EL-RC            PIC 9(02).
           05  WS-EL-SEVERITY      PIC X(01).
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'BIPMRECN'.

       01  WS-HEADING-LINE.
          03 FILLER                 PIC X(30) VALUE
              'BIPM012 BALANCE/LEDGER PROOF  '.
          03 FILLER                 PIC X(14) VALUE
              'BUSINESS DATE '.
          03 WS-HL-BUS-DATE         PIC X(10).
          03 FILLER                 PIC X(26) VALUE SPACES.
       01  WS-USER-HEADING.
          03 FILLER                 PIC X(05) VALUE 'USER '.
          03 FILLER                 PIC X(19) VALUE
              '           OPENING'.
          03 FILLER                 PIC X(19) VALUE
              '         MOVEMENTS'.
          03 FILLER                 PIC X(20) VALUE
              '     BIPMBAL CLOSING'.
          03 FILLER                 PIC X(17) VALUE
              '  STATUS'.
       01  WS-USER-LINE.
          03 WS-UL-USERNO           PIC 9(03).
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-UL-OPENING          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-UL-MOVEMENTS        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-UL-CLOSING          PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-UL-STATUS           PIC X(06).
          03 FILLER                 PIC X(10) VALUE SPACES.
       01  WS-BREAK-HEADING.
          03 FILLER                 PIC X(20) VALUE
              'BREAK               '.
          03 FILLER                 PIC X(12) VALUE
              'USER  LEDSEQ'.
          03 FILLER                 PIC X(20) VALUE
              '            EXPECTED'.
          03 FILLER                 PIC X(20) VALUE
              '               FOUND'.
          03 FILLER                 PIC X(08) VALUE SPACES.
       01  WS-BREAK-LINE.
          03 WS-BL-TYPE             PIC X(18).
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-BL-USERNO           PIC 9(03).
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-BL-SEQUENCE         PIC 9(05).
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-BL-EXPECTED         PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-BL-FOUND            PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          03 FILLER                 PIC X(10) VALUE SPACES.
       01  WS-GAP-LINE.
          03 FILLER                 PIC X(24) VALUE
              'SEQUENCE GAP - EXPECTED '.
          03 WS-GL-EXPECTED         PIC 9(05).
          03 FILLER                 PIC X(07) VALUE ' FOUND '.
          03 WS-GL-FOUND            PIC 9(05).
          03 FILLER                 PIC X(08) VALUE ' - USER '.
          03 WS-GL-USERNO           PIC 9(03).
          03 FILLER                 PIC X(28) VALUE SPACES.
       01  WS-TOTAL-LINE.
          03 WS-TL-LABEL            PIC X(22).
          03 WS-TL-COUNT            PIC ZZZ.ZZ9.
          03 FILLER                 PIC X(51) VALUE SPACES.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAIN SECTION.
      *-----------------------------------------------------------------
           MOVE ZERO TO RETURN-CODE

           PERFORM 1000-INITIALIZE
           IF CLOSE-RESUMING
               PERFORM 500-CLOSE-PERIOD
               PERFORM 9700-WRITE-RUN-LOG
               GOBACK
           END-IF

           PERFORM 020-LOAD-OPENING-BALANCES
           PERFORM 030-LOAD-CURRENT-BALANCES
           PERFORM 040-PROVE-LEDGER
           PERFORM 050-PROVE-BALANCES
           PERFORM 800-REPORT-TOTALS

           IF WS-BREAK-COUNT > ZERO
               MOVE 'CTOT' TO WS-ERRCODE-LOOKUP-CODE
               PERFORM 060-LOOKUP-ERROR-CODE
               DISPLAY "BIPMRECN: " WS-ERRCODE-LOOKUP-TEXT
               MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
               IF FUNCTION-CLOSE
                   DISPLAY "BIPMRECN: PERIOD " WS-CLOSE-PERIOD
                       " NOT CLOSED - CLEAR THE BREAKS ON BIPMRRPT"
                       " FIRST"
               END-IF
           ELSE
               IF FUNCTION-CLOSE
                   PERFORM 500-CLOSE-PERIOD
               END-IF
           END-IF

           PERFORM 9700-WRITE-RUN-LOG
           GOBACK
           .

       1000-INITIALIZE SECTION.
      *-----------------------------------------------------------------
      *    FUNCTION AND PERIOD CARDS. PERDCTL WRITES BOTH FOR THE
      *    MONTH-END CLOSE FROM ITS PERDTMPL TEMPLATE.
      *-----------------------------------------------------------------
           ACCEPT WS-FUNCTION
           ACCEPT WS-CLOSE-PERIOD

           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           PERFORM 9600-RESOLVE-BUSINESS-DATE

           IF NOT FUNCTION-PROVE AND NOT FUNCTION-CLOSE
               DISPLAY "BIPMRECN: FUNCTION MUST BE PROVE OR CLOSE - "
                   "GOT '" WS-FUNCTION "'"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-CLOSE-PERIOD = SPACES
               MOVE WS-RUN-BUS-DATE (1:7) TO WS-CLOSE-PERIOD
           END-IF

           PERFORM 9650-READ-PERIOD-CONTROL
           IF CLOSE-INTERRUPTED
               PERFORM 1200-CHECK-INTERRUPTED-CLOSE
           ELSE
               IF FUNCTION-CLOSE
                   PERFORM 1100-VALIDATE-CLOSE-PERIOD
               END-IF
           END-IF

           OPEN OUTPUT RECON-REPORT
           IF NOT REPORT-OK
               DISPLAY "BIPMRECN: UNEXPECTED BIPMRRPT STATUS "
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WS-RUN-BUS-DATE TO WS-HL-BUS-DATE
           MOVE WS-HEADING-LINE TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           IF CLOSE-RESUMING
               MOVE SPACES TO RECON-REPORT-RECORD
               STRING 'CLOSE OF ' WS-CLOSE-PERIOD
                   ' RESUMED - PROVED CLEAN BY THE INTERRUPTED RUN'
                   DELIMITED BY SIZE INTO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               CLOSE RECON-REPORT
           ELSE
               MOVE WS-BREAK-HEADING TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
           END-IF
           .

       1100-VALIDATE-CLOSE-PERIOD SECTION.
      *-----------------------------------------------------------------
      *    A PERIOD CLOSES ONCE, IN ORDER, AND NOT BEFORE ITS MONTH
      *    HAS STARTED - A SECOND CLOSE WOULD EMPTY A LEDGER THAT
      *    ALREADY BELONGS TO THE NEXT PERIOD.
      *-----------------------------------------------------------------
           IF WS-CLOSE-PERIOD (5:1) NOT = '-'
              OR WS-CLOSE-PERIOD (1:4) NOT NUMERIC
              OR WS-CLOSE-PERIOD (6:2) NOT NUMERIC
               DISPLAY "BIPMRECN: PERIOD MUST BE YYYY-MM - GOT '"
                   WS-CLOSE-PERIOD "'"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-CLOSE-PERIOD NOT > WS-LAST-CLOSED-PERIOD
               DISPLAY "BIPMRECN: PERIOD " WS-CLOSE-PERIOD
                   " IS NOT AFTER THE LAST CLOSED PERIOD "
                   WS-LAST-CLOSED-PERIOD " - REFUSING TO CLOSE IT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-CLOSE-PERIOD > WS-RUN-BUS-DATE (1:7)
               DISPLAY "BIPMRECN: PERIOD " WS-CLOSE-PERIOD
                   " HAS NOT STARTED ON BUSINESS DATE "
                   WS-RUN-BUS-DATE " - REFUSING TO CLOSE IT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           .

       1200-CHECK-INTERRUPTED-CLOSE SECTION.
      *-----------------------------------------------------------------
      *    BIPMPERD SAYS A CLOSE STOPPED PART WAY. ITS PROOF WAS CLEAN,
      *    BUT BIPMOPEN MAY ALREADY BE THE NEW OPENING AND THE LEDGER
      *    MAY ALREADY BE EMPTY, SO A FRESH PROOF WOULD REPORT BREAKS
      *    THAT ARE NOT THERE. A CLOSE OF THE SAME PERIOD PICKS UP
      *    AFTER THE PROOF ON THE COUNTS IT STAMPED; NOTHING ELSE RUNS
      *    UNTIL IT HAS.
      *-----------------------------------------------------------------
           IF FUNCTION-PROVE
              OR WS-CLOSE-PERIOD NOT = WS-CLOSING-PERIOD
               DISPLAY "BIPMRECN: THE CLOSE OF PERIOD "
                   WS-CLOSING-PERIOD " WAS INTERRUPTED - RERUN CLOSE "
                   "FOR " WS-CLOSING-PERIOD " FIRST"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'Y' TO WS-RESUME-SW
           MOVE WS-PROVED-LAST-SEQ TO WS-EXPECT-SEQ
           MOVE WS-PROVED-COUNT TO WS-LEDGER-COUNT
           DISPLAY "BIPMRECN: RESUMING THE CLOSE OF PERIOD "
               WS-CLOSE-PERIOD " AFTER ITS PROOF"
           .

       020-LOAD-OPENING-BALANCES SECTION.
      *-----------------------------------------------------------------
      *    NO BIPMOPEN IS ONLY RIGHT BEFORE THE FIRST CLOSE - EVERY
      *    USERNO THEN OPENED AT ZERO, AS BIPM012 OPENS A NEW ONE.
      *    ONCE A PERIOD HAS CLOSED, A MISSING FILE MEANS THE PROOF
      *    HAS NOTHING TO START FROM.
      *-----------------------------------------------------------------
           OPEN INPUT OPENING-BALANCE-FILE
           EVALUATE TRUE
               WHEN OPENING-OK
                   READ OPENING-BALANCE-FILE
                   PERFORM WITH TEST BEFORE UNTIL OPENING-EOF
                       MOVE OPN-USERNO TO WS-FIND-USERNO
                       PERFORM 070-FIND-USER-ENTRY
                       MOVE OPN-BALANCE TO WS-RC-OPENING (WS-RC-IX)
                       MOVE OPN-BALANCE TO WS-RC-CHAIN (WS-RC-IX)
                       READ OPENING-BALANCE-FILE
                   END-PERFORM
                   CLOSE OPENING-BALANCE-FILE
               WHEN OPENING-NOT-FOUND
                   IF WS-LAST-CLOSED-PERIOD NOT = SPACES
                       MOVE 'IFNF' TO WS-ERRCODE-LOOKUP-CODE
                       PERFORM 060-LOOKUP-ERROR-CODE
                       DISPLAY WS-ERRCODE-LOOKUP-TEXT " (BIPMOPEN)"
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN OTHER
                   DISPLAY "BIPMRECN: UNEXPECTED BIPMOPEN STATUS "
                       WS-OPENING-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       030-LOAD-CURRENT-BALANCES SECTION.
      *-----------------------------------------------------------------
      *    NO BIPMBAL YET MEANS BIPM012 HAS NEVER RUN - EVERY
      *    USERNO IS THEN EXPECTED TO CLOSE AT ZERO.
      *-----------------------------------------------------------------
           OPEN INPUT BALANCE-FILE
           EVALUATE TRUE
               WHEN BALANCE-OK
                   READ BALANCE-FILE
                   PERFORM WITH TEST BEFORE UNTIL BALANCE-EOF
                       MOVE BAL-USERNO TO WS-FIND-USERNO
                       PERFORM 070-FIND-USER-ENTRY
                       MOVE BAL-BALANCE TO WS-RC-CLOSING (WS-RC-IX)
                       MOVE 'Y' TO WS-RC-ON-BAL-SW (WS-RC-IX)
                       READ BALANCE-FILE
                   END-PERFORM
                   CLOSE BALANCE-FILE
               WHEN BALANCE-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BIPMRECN: UNEXPECTED BIPMBAL STATUS "
                       WS-BALANCE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       040-PROVE-LEDGER SECTION.
      *-----------------------------------------------------------------
      *    ONE PASS OF THE PERIOD'S LEDGER: THE SEQUENCE CHECK OVER
      *    THE WHOLE FILE, THE RESULT-BALANCE CHAIN AND THE MOVEMENT
      *    TOTAL PER USERNO.
      *-----------------------------------------------------------------
           OPEN INPUT MOVEMENT-LEDGER
           EVALUATE TRUE
               WHEN LEDGER-OK
                   READ MOVEMENT-LEDGER
                   PERFORM WITH TEST BEFORE UNTIL LEDGER-EOF
                       ADD 1 TO WS-LEDGER-COUNT
                       PERFORM 045-PROVE-ONE-MOVEMENT
                       READ MOVEMENT-LEDGER
                   END-PERFORM
                   CLOSE MOVEMENT-LEDGER
               WHEN LEDGER-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BIPMRECN: UNEXPECTED BIPMLEDG STATUS "
                       WS-LEDGER-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       045-PROVE-ONE-MOVEMENT SECTION.
      *-----------------------------------------------------------------
      *    A GAP IS REPORTED ONCE AND THE CHECK PICKS UP AGAIN FROM
      *    THE SEQUENCE FOUND; A CHAIN BREAK LIKEWISE CARRIES ON
      *    FROM THE RESULT BALANCE FOUND, SO ONE LOST RECORD IS ONE
      *    BREAK AND NOT EVERY LINE AFTER IT.
      *-----------------------------------------------------------------
           ADD 1 TO WS-EXPECT-SEQ
           IF LED-SEQUENCE NOT = WS-EXPECT-SEQ
               MOVE WS-EXPECT-SEQ TO WS-GL-EXPECTED
               MOVE LED-SEQUENCE TO WS-GL-FOUND
               MOVE LED-USERNO TO WS-GL-USERNO
               MOVE WS-GAP-LINE TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
               ADD 1 TO WS-BREAK-COUNT
               MOVE LED-SEQUENCE TO WS-EXPECT-SEQ
           END-IF

           MOVE LED-USERNO TO WS-FIND-USERNO
           PERFORM 070-FIND-USER-ENTRY
           ADD 1 TO WS-RC-MOVE-COUNT (WS-RC-IX)

           MOVE SPACES TO WS-BREAK-TYPE
           EVALUATE TRUE
               WHEN LED-APPLIED
                   COMPUTE WS-EXPECTED-RESULT =
                       WS-RC-CHAIN (WS-RC-IX) + LED-AMOUNT
                   IF LED-RESULT-BALANCE NOT = WS-EXPECTED-RESULT
                       MOVE 'CHAIN BREAK' TO WS-BREAK-TYPE
                   END-IF
                   ADD LED-AMOUNT TO WS-RC-MOVEMENTS (WS-RC-IX)
               WHEN LED-CAPPED
      *            THE CAP IN FORCE THAT DAY IS NOT ON THE LEDGER -
      *            ALL THAT CAN BE PROVED IS THAT IT TOOK SOMETHING
      *            OFF; WHAT IT LET THROUGH IS THE MOVEMENT.
                   COMPUTE WS-EXPECTED-RESULT =
                       WS-RC-CHAIN (WS-RC-IX) + LED-AMOUNT
                   IF LED-RESULT-BALANCE NOT < WS-EXPECTED-RESULT
                       MOVE 'CHAIN BREAK' TO WS-BREAK-TYPE
                   END-IF
                   COMPUTE WS-RC-MOVEMENTS (WS-RC-IX) =
                       WS-RC-MOVEMENTS (WS-RC-IX)
                     + LED-RESULT-BALANCE - WS-RC-CHAIN (WS-RC-IX)
               WHEN LED-REFUSED
                   MOVE WS-RC-CHAIN (WS-RC-IX) TO WS-EXPECTED-RESULT
                   IF LED-RESULT-BALANCE NOT = WS-EXPECTED-RESULT
                       MOVE 'CHAIN BREAK' TO WS-BREAK-TYPE
                   END-IF
               WHEN OTHER
                   MOVE WS-RC-CHAIN (WS-RC-IX) TO WS-EXPECTED-RESULT
                   MOVE 'UNKNOWN INDICATOR' TO WS-BREAK-TYPE
           END-EVALUATE

           IF WS-BREAK-TYPE NOT = SPACES
               MOVE LED-USERNO TO WS-BL-USERNO
               MOVE LED-SEQUENCE TO WS-BL-SEQUENCE
               MOVE WS-EXPECTED-RESULT TO WS-BL-EXPECTED
               MOVE LED-RESULT-BALANCE TO WS-BL-FOUND
               PERFORM 090-WRITE-BREAK-LINE
           END-IF

           MOVE LED-RESULT-BALANCE TO WS-RC-CHAIN (WS-RC-IX)
           .

       050-PROVE-BALANCES SECTION.
      *-----------------------------------------------------------------
      *    OPENING PLUS MOVEMENTS AGAINST BIPMBAL, USERNO BY USERNO.
      *    A USERNO WITH AN OPENING BALANCE OR A MOVEMENT BUT NO
      *    BIPMBAL RECORD IS A BALANCE FILE THAT LOST IT.
      *-----------------------------------------------------------------
           MOVE WS-USER-HEADING TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD

           PERFORM VARYING WS-RC-IX FROM 1 BY 1
               UNTIL WS-RC-IX > WS-RC-COUNT
               COMPUTE WS-EXPECTED-CLOSING =
                   WS-RC-OPENING (WS-RC-IX)
                 + WS-RC-MOVEMENTS (WS-RC-IX)
               MOVE SPACES TO WS-BREAK-TYPE
               IF NOT WS-RC-ON-BAL (WS-RC-IX)
                  AND (WS-RC-OPENING (WS-RC-IX) NOT = ZERO
                       OR WS-RC-MOVE-COUNT (WS-RC-IX) > ZERO)
                   MOVE 'MISSING ON BIPMBAL' TO WS-BREAK-TYPE
               ELSE
                   IF WS-RC-CLOSING (WS-RC-IX)
                      NOT = WS-EXPECTED-CLOSING
                       MOVE 'BALANCE MISMATCH' TO WS-BREAK-TYPE
                   END-IF
               END-IF
               IF WS-BREAK-TYPE NOT = SPACES
                   MOVE WS-RC-USERNO (WS-RC-IX) TO WS-BL-USERNO
                   MOVE ZERO TO WS-BL-SEQUENCE
                   MOVE WS-EXPECTED-CLOSING TO WS-BL-EXPECTED
                   MOVE WS-RC-CLOSING (WS-RC-IX) TO WS-BL-FOUND
                   PERFORM 090-WRITE-BREAK-LINE
               END-IF

               MOVE WS-RC-USERNO (WS-RC-IX) TO WS-UL-USERNO
               MOVE WS-RC-OPENING (WS-RC-IX) TO WS-UL-OPENING
               MOVE WS-RC-MOVEMENTS (WS-RC-IX) TO WS-UL-MOVEMENTS
               MOVE WS-RC-CLOSING (WS-RC-IX) TO WS-UL-CLOSING
               IF WS-RC-BROKEN (WS-RC-IX)
                   MOVE 'BREAK' TO WS-UL-STATUS
               ELSE
                   MOVE 'OK' TO WS-UL-STATUS
               END-IF
               MOVE WS-USER-LINE TO RECON-REPORT-RECORD
               WRITE RECON-REPORT-RECORD
           END-PERFORM
           .

       060-LOOKUP-ERROR-CODE SECTION.
      *-----------------------------------------------------------------
      *    LOOK THE CODE UP THROUGH THE SHARED ERRLOOK ROUTINE,
      *    WHICH READS THE LOADABLE ERRCFILE REGISTRY AT RUN TIME
      *    AND FALLS BACK TO THE COMPILED-IN TABLE WHEN THE FILE IS
      *    ABSENT.
      *-----------------------------------------------------------------
           MOVE WS-ERRCODE-LOOKUP-CODE TO WS-EL-CODE
           CALL 'ERRLOOK' USING WS-ERRLOOK-PARM
           MOVE WS-EL-RC TO WS-ERRCODE-LOOKUP-RC
           MOVE WS-EL-TEXT TO WS-ERRCODE-LOOKUP-TEXT
           MOVE WS-EL-FOUND-SW TO WS-ERRCODE-LOOKUP-SW
           IF WS-EL-ACTION NOT = SPACES
               DISPLAY 'OPERATOR ACTION: ' WS-EL-ACTION
           END-IF
           .

       070-FIND-USER-ENTRY SECTION.
      *-----------------------------------------------------------------
      *    WS-RC-IX COMES BACK ON WS-FIND-USERNO'S ENTRY, A NEW ONE
      *    OPENING AT ZERO WHEN IT HAS NONE YET. A FULL TABLE IS A
      *    HARD STOP - A PROOF THAT SKIPPED A USERNO PROVES NOTHING.
      *-----------------------------------------------------------------
           PERFORM VARYING WS-RC-IX FROM 1 BY 1
               UNTIL WS-RC-IX > WS-RC-COUNT
                  OR WS-RC-USERNO (WS-RC-IX) = WS-FIND-USERNO
               CONTINUE
           END-PERFORM
           IF WS-RC-IX > WS-RC-COUNT
               IF WS-RC-COUNT NOT LESS THAN WS-RC-MAX
                   DISPLAY "BIPMRECN: MORE THAN " WS-RC-MAX
                       " USERS TO PROVE - RUN ABANDONED"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-RC-COUNT
               MOVE WS-RC-COUNT TO WS-RC-IX
               MOVE WS-FIND-USERNO TO WS-RC-USERNO (WS-RC-IX)
               MOVE ZERO TO WS-RC-OPENING (WS-RC-IX)
               MOVE ZERO TO WS-RC-CLOSING (WS-RC-IX)
               MOVE ZERO TO WS-RC-CHAIN (WS-RC-IX)
               MOVE ZERO TO WS-RC-MOVEMENTS (WS-RC-IX)
               MOVE ZERO TO WS-RC-MOVE-COUNT (WS-RC-IX)
               MOVE 'N' TO WS-RC-ON-BAL-SW (WS-RC-IX)
               MOVE 'N' TO WS-RC-BREAK-SW (WS-RC-IX)
           END-IF
           .

       090-WRITE-BREAK-LINE SECTION.
      *-----------------------------------------------------------------
      *    WS-RC-IX IS ON THE USERNO THE BREAK BELONGS TO.
      *-----------------------------------------------------------------
           MOVE WS-BREAK-TYPE TO WS-BL-TYPE
           MOVE WS-BREAK-LINE TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE 'Y' TO WS-RC-BREAK-SW (WS-RC-IX)
           ADD 1 TO WS-BREAK-COUNT
           .

       500-CLOSE-PERIOD SECTION.
      *-----------------------------------------------------------------
      *    THE PROOF IS CLEAN, SO THE PERIOD CAN CLOSE. BIPMPERD IS
      *    STAMPED UNDER WAY FIRST, SO A FAILURE PART WAY LEAVES A
      *    CLOSE TO RESUME AND NOT A PERIOD THAT LOOKS OPEN. EVERY STEP
      *    CAN BE REPEATED ON A RESUME: THE ARCHIVE IS REWRITTEN FROM
      *    A WHOLE LEDGER, AND BIPMOPEN FROM BIPMBAL, WHICH BIPM012
      *    CANNOT HAVE MOVED WHILE THE CLOSE WAS UNDER WAY. A LEDGER
      *    ALREADY EMPTIED MEANS THE ARCHIVE WAS KEPT AND BIPMOPEN
      *    CARRIED BEFORE IT, SO ONLY THE STAMP IS LEFT TO DO.
      *-----------------------------------------------------------------
           IF CLOSE-RESUMING
               PERFORM 505-CHECK-LEDGER-EMPTIED
           ELSE
               PERFORM 505-STAMP-CLOSE-STARTED
           END-IF

           IF ARCHIVE-ALREADY-KEPT
               MOVE WS-LEDGER-COUNT TO WS-ARCHIVED-COUNT
               DISPLAY "BIPMRECN: LEDGER ALREADY ARCHIVED AND EMPTIED"
                   " - BIPMLHST LEFT AS THE INTERRUPTED RUN WROTE IT"
           ELSE
               PERFORM 510-ARCHIVE-LEDGER
               PERFORM 520-CARRY-CLOSING-BALANCES
               PERFORM 530-EMPTY-LEDGER
           END-IF
           PERFORM 540-STAMP-PERIOD-CONTROL

           MOVE WS-ARCHIVED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "BIPMRECN: PERIOD " WS-CLOSE-PERIOD " CLOSED - "
               WS-COUNT-FORMATTED " LEDGER RECORDS TO BIPMLHST"
           .

       505-STAMP-CLOSE-STARTED SECTION.
      *-----------------------------------------------------------------
      *    THE LAST CLOSED PERIOD STAYS AS IT WAS; THE CLOSING PERIOD
      *    AND THE COUNTS JUST PROVED GO ALONGSIDE IT.
      *-----------------------------------------------------------------
           OPEN OUTPUT PERIOD-CONTROL-FILE
           IF NOT PERIOD-OK
               DISPLAY "BIPMRECN: UNEXPECTED BIPMPERD STATUS "
                   WS-PERIOD-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO PERIOD-CONTROL-RECORD
           MOVE WS-LAST-CLOSED-PERIOD TO PER-CLOSED-PERIOD
           MOVE WS-LAST-CLOSED-ON TO PER-CLOSED-ON
           MOVE WS-EXPECT-SEQ TO PER-LAST-SEQUENCE
           MOVE WS-LEDGER-COUNT TO PER-LEDGER-COUNT
           MOVE 'P' TO PER-CLOSE-STATE
           MOVE WS-CLOSE-PERIOD TO PER-CLOSING-PERIOD
           WRITE PERIOD-CONTROL-RECORD
           IF NOT PERIOD-OK
               DISPLAY "BIPMRECN: UNEXPECTED BIPMPERD STATUS "
                   WS-PERIOD-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE PERIOD-CONTROL-FILE
           .

       505-CHECK-LEDGER-EMPTIED SECTION.
      *-----------------------------------------------------------------
      *    ON A RESUME, AN EMPTY LEDGER WHERE THE PROOF COUNTED
      *    MOVEMENTS CAN ONLY BE 530 HAVING RUN - BIPMLHST MUST THEN
      *    NOT BE OPENED AGAIN, OR THE ARCHIVE IS LOST.
      *-----------------------------------------------------------------
           IF WS-LEDGER-COUNT > ZERO
               OPEN INPUT MOVEMENT-LEDGER
               EVALUATE TRUE
                   WHEN LEDGER-OK
                       READ MOVEMENT-LEDGER
                       IF LEDGER-EOF
                           MOVE 'Y' TO WS-ARCHIVE-KEPT-SW
                       END-IF
                       CLOSE MOVEMENT-LEDGER
                   WHEN LEDGER-NOT-FOUND
                       MOVE 'Y' TO WS-ARCHIVE-KEPT-SW
                   WHEN OTHER
                       DISPLAY "BIPMRECN: UNEXPECTED BIPMLEDG STATUS "
                           WS-LEDGER-STATUS
                       MOVE 12 TO RETURN-CODE
                       GOBACK
               END-EVALUATE
           END-IF
           .

       510-ARCHIVE-LEDGER SECTION.
      *-----------------------------------------------------------------
           OPEN OUTPUT LEDGER-HISTORY-FILE
           IF NOT LEDGHIST-OK
               DISPLAY "BIPMRECN: UNEXPECTED BIPMLHST STATUS "
                   WS-LEDGHIST-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT MOVEMENT-LEDGER
           IF LEDGER-OK
               READ MOVEMENT-LEDGER
               PERFORM WITH TEST BEFORE UNTIL LEDGER-EOF
                   MOVE MOVEMENT-LEDGER-RECORD
                     TO LEDGER-HISTORY-RECORD
                   WRITE LEDGER-HISTORY-RECORD
                   ADD 1 TO WS-ARCHIVED-COUNT
                   READ MOVEMENT-LEDGER
               END-PERFORM
               CLOSE MOVEMENT-LEDGER
           END-IF
           CLOSE LEDGER-HISTORY-FILE

           IF WS-ARCHIVED-COUNT NOT = WS-LEDGER-COUNT
               DISPLAY "BIPMRECN: LEDGER CHANGED DURING THE CLOSE - "
                   "PERIOD NOT CLOSED"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           .

       520-CARRY-CLOSING-BALANCES SECTION.
      *-----------------------------------------------------------------
      *    THE CLOSED PERIOD'S BIPMBAL IS THE NEXT ONE'S OPENING.
      *-----------------------------------------------------------------
           OPEN OUTPUT OPENING-BALANCE-FILE
           IF NOT OPENING-OK
               DISPLAY "BIPMRECN: UNEXPECTED BIPMOPEN STATUS "
                   WS-OPENING-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT BALANCE-FILE
           IF BALANCE-OK
               READ BALANCE-FILE
               PERFORM WITH TEST BEFORE UNTIL BALANCE-EOF
                   MOVE BAL-USERNO TO OPN-USERNO
                   MOVE BAL-BALANCE TO OPN-BALANCE
                   WRITE OPENING-BALANCE-RECORD
                   READ BALANCE-FILE
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF
           CLOSE OPENING-BALANCE-FILE
           .

       530-EMPTY-LEDGER SECTION.
      *-----------------------------------------------------------------
      *    THE NEW PERIOD STARTS ON AN EMPTY LEDGER, AND BIPM012
      *    NUMBERS ITS FIRST MOVEMENT 1 AGAIN.
      *-----------------------------------------------------------------
           OPEN OUTPUT MOVEMENT-LEDGER
           IF NOT LEDGER-OK
               DISPLAY "BIPMRECN: UNEXPECTED BIPMLEDG STATUS "
                   WS-LEDGER-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           CLOSE MOVEMENT-LEDGER
           .

       540-STAMP-PERIOD-CONTROL SECTION.
      *    THE CLOSE IS DONE - THE UNDER-WAY STATE GOES WITH THE
      *    SPACES.
      *-----------------------------------------------------------------
           OPEN OUTPUT PERIOD-CONTROL-FILE
           IF NOT PERIOD-OK
               DISPLAY "BIPMRECN: UNEXPECTED BIPMPERD STATUS "
                   WS-PERIOD-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO PERIOD-CONTROL-RECORD
           MOVE WS-CLOSE-PERIOD TO PER-CLOSED-PERIOD
           MOVE WS-RUN-BUS-DATE TO PER-CLOSED-ON
           MOVE WS-EXPECT-SEQ TO PER-LAST-SEQUENCE
           MOVE WS-ARCHIVED-COUNT TO PER-LEDGER-COUNT
           WRITE PERIOD-CONTROL-RECORD
           CLOSE PERIOD-CONTROL-FILE
           .

       800-REPORT-TOTALS SECTION.
      *-----------------------------------------------------------------
           MOVE 'USERS PROVED          ' TO WS-TL-LABEL
           MOVE WS-RC-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE 'LEDGER RECORDS        ' TO WS-TL-LABEL
           MOVE WS-LEDGER-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE 'BREAKS                ' TO WS-TL-LABEL
           MOVE WS-BREAK-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           CLOSE RECON-REPORT

           MOVE WS-LEDGER-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "BIPMRECN: LEDGER RECORDS PROVED: "
               WS-COUNT-FORMATTED
           MOVE WS-BREAK-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "BIPMRECN: BREAKS: " WS-COUNT-FORMATTED
           .

       9650-READ-PERIOD-CONTROL SECTION.
      *-----------------------------------------------------------------
      *    NO CONTROL FILE - NO PERIOD HAS BEEN CLOSED YET.
      *-----------------------------------------------------------------
           OPEN INPUT PERIOD-CONTROL-FILE
           EVALUATE TRUE
               WHEN PERIOD-OK
                   READ PERIOD-CONTROL-FILE
                   IF PERIOD-OK
                       MOVE PER-CLOSED-PERIOD
                         TO WS-LAST-CLOSED-PERIOD
                       MOVE PER-CLOSED-ON TO WS-LAST-CLOSED-ON
                       MOVE PER-CLOSE-STATE TO WS-CLOSE-STATE
                       MOVE PER-CLOSING-PERIOD TO WS-CLOSING-PERIOD
                       MOVE PER-LAST-SEQUENCE TO WS-PROVED-LAST-SEQ
                       MOVE PER-LEDGER-COUNT TO WS-PROVED-COUNT
                   END-IF
                   CLOSE PERIOD-CONTROL-FILE
               WHEN PERIOD-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BIPMRECN: UNEXPECTED BIPMPERD STATUS "
                       WS-PERIOD-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           IF WS-LAST-CLOSED-PERIOD = SPACES
               DISPLAY "BIPMRECN: NO PERIOD CLOSED YET"
           ELSE
               DISPLAY "BIPMRECN: LAST CLOSED PERIOD "
                   WS-LAST-CLOSED-PERIOD
           END-IF
           IF CLOSE-INTERRUPTED
               DISPLAY "BIPMRECN: CLOSE OF PERIOD " WS-CLOSING-PERIOD
                   " IS STAMPED UNDER WAY"
           END-IF
           .

       9700-WRITE-RUN-LOG SECTION.
      * Append this run's standard record to the shared run log.
           MOVE 'BIPMRECN' TO RUN-PROGRAM
           MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE
           MOVE WS-RUN-START-TIME TO RUN-START-TIME
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO RUN-END-TIME (1:2)
           MOVE ':'                   TO RUN-END-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO RUN-END-TIME (4:2)
           MOVE ':'                   TO RUN-END-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO RUN-END-TIME (7:2)
           MOVE WS-LEDGER-COUNT TO RUN-RECS-IN
           MOVE WS-ARCHIVED-COUNT TO RUN-RECS-OUT
           MOVE WS-BREAK-COUNT TO RUN-RECS-REJECTED
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUNLOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUNLOG-OK
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY 'BIPMRECN: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9600-RESOLVE-BUSINESS-DATE SECTION.
      * The proof runs for the window's business date. With no
      * control file at all (an ad-hoc run outside the window) the
      * system date stands in, with a note.
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
               WHEN BUSDATE-OK
                   READ BUSINESS-DATE-FILE
                   IF BUSDATE-OK
                       MOVE BD-BUSINESS-DATE TO WS-RUN-BUS-DATE
                   END-IF
                   CLOSE BUSINESS-DATE-FILE
               WHEN BUSDATE-NOT-FOUND
                   DISPLAY 'BIPMRECN: NO BUSDATE CONTROL FILE - '
                       'USING THE SYSTEM DATE'
                   ACCEPT WS-RUN-DATE-RAW8 FROM DATE YYYYMMDD
                   MOVE WS-RUN-DATE-RAW8 (1:4)
                     TO WS-RUN-BUS-DATE (1:4)
                   MOVE '-' TO WS-RUN-BUS-DATE (5:1)
                   MOVE WS-RUN-DATE-RAW8 (5:2)
                     TO WS-RUN-BUS-DATE (6:2)
                   MOVE '-' TO WS-RUN-BUS-DATE (8:1)
                   MOVE WS-RUN-DATE-RAW8 (7:2)
                     TO WS-RUN-BUS-DATE (9:2)
               WHEN OTHER
                   DISPLAY 'BIPMRECN: UNEXPECTED BUSDATE STATUS '
                       WS-BUSDATE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .
