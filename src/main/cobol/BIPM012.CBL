      * Shared user master - the one place operator numbers, status
      * and authority now live, maintained by USERMNT; the
      * compiled-in USERNO table this program carried is gone.
      * Period control, stamped by BIPMRECN when it closes a period
      * - nothing is posted into a closed period.
           SELECT PERIOD-CONTROL-FILE ASSIGN TO "BIPMPERD"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PERIOD-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
      *    ' ' APPLIED IN FULL, 'C' CAPPED AT MAX-LENGTH,
      *    'O' REFUSED ON THE OVERDRAFT CHECK.
           05 LED-INDICATOR      PIC X(01).
      * One record, written by BIPMRECN's 505-STAMP-CLOSE-STARTED
      * and 540-STAMP-PERIOD-CONTROL.
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
           05 PER-CLOSE-STATE    PIC X(01).
               88 PER-CLOSE-IN-PROGRESS VALUE 'P'.
           05 PER-CLOSING-PERIOD PIC X(07).
           05 FILLER             PIC X(03).
       FD  USER-MASTER-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 25 CHARACTERS
          03 WS-BAL-FOUND-IX        PIC S9(4) COMP.
          03 WS-LEDGER-STATUS       PIC X(02).
              88 LEDGER-OK          VALUE '00'.
              88 LEDGER-EOF         VALUE '10'.
              88 LEDGER-NOT-FOUND   VALUE '35'.
          03 WS-PERIOD-STATUS       PIC X(02).
              88 PERIOD-OK          VALUE '00'.
              88 PERIOD-NOT-FOUND   VALUE '35'.
          03 WS-LEDGER-SEQ          PIC 9(05) VALUE ZERO.
          03 WS-LEDGER-OPEN-SW      PIC X(01) VALUE 'N'.
              88 LEDGER-IS-OPEN     VALUE 'Y'.
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'BIPM012'.
      *-----------------------------------------------------------------
      *    CARRIED-FORWARD BALANCES AS LOADED FROM BIPMBAL - THE RUN
      *    WORKS ON THE TABLE AND 900-REWRITE-BALANCE-FILE PUTS THE
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           PERFORM 9600-RESOLVE-BUSINESS-DATE
           PERFORM 9650-CHECK-PERIOD-OPEN

           IF NOT SINGLE-MODE AND NOT FILE-MODE
      *    ALMOST CERTAINLY A CARD DECK FROM BEFORE THE RUN-MODE
           PERFORM 1000-INITIALIZE
           PERFORM 040-LOAD-USER-MASTER
           PERFORM 020-LOAD-BALANCE-FILE
           PERFORM 025-FIND-LAST-LEDGER-SEQ

           IF FILE-MODE
               PERFORM 300-PROCESS-TRANSACTION-FILE
           END-EVALUATE
           .

       025-FIND-LAST-LEDGER-SEQ SECTION.
      *-----------------------------------------------------------------
      *    LED-SEQUENCE RUNS ON ACROSS THE RUNS OF A PERIOD, SO
      *    BIPMRECN CAN PROVE NO APPEND WAS LOST - PICK UP WHERE THE
      *    PERIOD'S LEDGER LEAVES OFF. NO LEDGER YET, OR THE EMPTY
      *    ONE A PERIOD CLOSE LEAVES, STARTS AGAIN AT 1.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-LEDGER-SEQ
           OPEN INPUT MOVEMENT-LEDGER
           EVALUATE TRUE
               WHEN LEDGER-OK
                   READ MOVEMENT-LEDGER
                   PERFORM WITH TEST BEFORE UNTIL NOT LEDGER-OK
                       MOVE LED-SEQUENCE TO WS-LEDGER-SEQ
                       READ MOVEMENT-LEDGER
                   END-PERFORM
                   IF NOT LEDGER-EOF
                       DISPLAY "BIPM012: UNEXPECTED BIPMLEDG STATUS "
                           "ON READ " WS-LEDGER-STATUS
                       MOVE 12 TO RETURN-CODE
                       CLOSE MOVEMENT-LEDGER
                       GOBACK
                   END-IF
                   CLOSE MOVEMENT-LEDGER
               WHEN LEDGER-NOT-FOUND
                   CONTINUE
               WHEN OTHER
      *    NUMBERING FROM ZERO AGAIN WOULD BREAK THE SEQUENCE THE
      *    PERIOD PROOF DEPENDS ON - STOP BEFORE POSTING ANYTHING.
                   DISPLAY "BIPM012: UNEXPECTED BIPMLEDG STATUS "
                       WS-LEDGER-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       070-PICK-UP-CARRIED-BALANCE SECTION.
      *-----------------------------------------------------------------
      *    THE MOVEMENTS APPLY TO THE OPERATOR'S TRUE CARRIED
                   GOBACK
           END-EVALUATE
           .

       9650-CHECK-PERIOD-OPEN SECTION.
      * The business date's month must be after the last period
      * BIPMRECN closed - a movement posted into a closed period
      * would never be proved or carried. No control file means no
      * period has been closed yet. Nothing posts while a close is
      * under way, not even into the next period - BIPMRECN would
      * empty the ledger under it.
           OPEN INPUT PERIOD-CONTROL-FILE
           EVALUATE TRUE
               WHEN PERIOD-OK
                   READ PERIOD-CONTROL-FILE
                   IF PERIOD-OK AND PER-CLOSE-IN-PROGRESS
                       DISPLAY 'BIPM012: CLOSE OF PERIOD '
                           PER-CLOSING-PERIOD
                           ' IS UNDER WAY - REFUSING TO POST'
                       CLOSE PERIOD-CONTROL-FILE
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   IF PERIOD-OK
                       IF WS-RUN-BUS-DATE (1:7)
                          NOT > PER-CLOSED-PERIOD
                           DISPLAY 'BIPM012: PERIOD '
                               WS-RUN-BUS-DATE (1:7)
                               ' IS CLOSED - REFUSING TO POST INTO IT'
                           CLOSE PERIOD-CONTROL-FILE
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                   END-IF
                   CLOSE PERIOD-CONTROL-FILE
               WHEN PERIOD-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'BIPM012: UNEXPECTED BIPMPERD STATUS '
                       WS-PERIOD-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .
