      * closing balances plus today's TEXE2HIST movements must equal
      * today's wallet report balances, customer by customer. Both
      * report files arrive in CUSTOMER_ID order (the wallet cursor
      * writes them that way) and WALMVXTR's MOVEXTR movement extract
      * is in the same order, so the three inputs are matched in one
      * ascending pass without DB2. Discrepancies go to DISCRPT and
      * fail the job - this is the reconciliation the auditors asked
      * for, run nightly instead of quarterly on a spreadsheet. An
      * extract that is not the business date's, or that does not
      * count out to its trailer, fails the job the same way.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TODAY-STATUS.
      * The day's TEXE2HIST rows, one per movement, summed here per
      * customer wallet.
           SELECT MOVEMENT-EXTRACT ASSIGN TO "MOVEXTR"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-EXTRACT-STATUS.
           SELECT DISCREPANCY-REPORT ASSIGN TO "DISCRPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
           05  TDY-LAST-NAME       PIC X(10).
           05  TDY-WALLET          PIC ZZ,ZZZ,ZZ9.99.
           05  TDY-SIGN            PIC X(01).
       FD  MOVEMENT-EXTRACT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS MOVEMENT-EXTRACT-RECORD.
       01  MOVEMENT-EXTRACT-RECORD.
           COPY MOVEXTR.
       FD  DISCREPANCY-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
               88  TODAY-OK         VALUE '00'.
               88  TODAY-EOF        VALUE '10'.
               88  TODAY-NOT-FOUND  VALUE '35'.
           05  WS-EXTRACT-STATUS    PIC XX.
               88  EXTRACT-OK       VALUE '00'.
               88  EXTRACT-EOF      VALUE '10'.
           05  WS-DISC-STATUS       PIC XX.
               88  DISC-OK          VALUE '00'.
           05  WS-REPORT-DATE       PIC X(10) VALUE SPACES.
           05  WS-PGM-NAME          PIC X(08) VALUE 'WALRECON'.
      * Extract control - details counted against the trailer.
           05  WS-EXTRACT-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TRAILER-SW        PIC X(01) VALUE 'N'.
               88  TRAILER-SEEN     VALUE 'Y'.
           05  WS-EXTRACT-BAD-SW    PIC X(01) VALUE 'N'.
               88  EXTRACT-REJECTED VALUE 'Y'.
      * Current position of each of the three ascending inputs. The
      * key is CUSTOMER_ID plus WALLET_NO - one wallet reconciles at
      * a time - one digit wider again so exhausted inputs can park
           05  WS-PRI-KEY           PIC 9(12) VALUE ZERO.
           05  WS-TDY-KEY           PIC 9(12) VALUE ZERO.
           05  WS-MOV-KEY           PIC 9(12) VALUE ZERO.
      * The extract record read ahead - the next wallet's key, so
      * one wallet's movements can be summed before it is offered.
           05  WS-LOOK-KEY          PIC 9(12) VALUE ZERO.
           05  WS-KEY-SENTINEL      PIC 9(12) VALUE 999999999999.
           05  WS-MATCH-KEY         PIC 9(12) VALUE ZERO.
           05  WS-KEY-BUILD.
           05  WS-PRI-BALANCE       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-TDY-BALANCE       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-MOV-NET           PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-MV-NET            PIC S9(9)V99 COMP-3.
           05  WS-EXPECTED          PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-CUSTOMER-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WALRECON'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2100-PRIME-INPUTS
           PERFORM 3000-RECONCILE-ONE-CUSTOMER
              UNTIL WS-PRI-KEY = WS-KEY-SENTINEL
                AND WS-TDY-KEY = WS-KEY-SENTINEL
                AND WS-MOV-KEY = WS-KEY-SENTINEL
           PERFORM 4000-CLOSE-EXTRACT
           PERFORM 8000-HOUSEKEEPING
           GOBACK.

              GOBACK
           END-IF

           OPEN INPUT PRIOR-WALLET-FILE
           IF NOT PRIOR-OK
              DISPLAY 'WALRECON: UNEXPECTED WALRPTY STATUS ON OPEN '
              GOBACK
           END-IF

           OPEN INPUT MOVEMENT-EXTRACT
           IF NOT EXTRACT-OK
              DISPLAY 'WALRECON: UNEXPECTED MOVEXTR STATUS ON OPEN '
                  WS-EXTRACT-STATUS
              PERFORM 9550-MOVEXTR-ERROR
           END-IF

           OPEN OUTPUT DISCREPANCY-REPORT
           IF NOT DISC-OK
              DISPLAY 'WALRECON: UNEXPECTED DISCRPT STATUS ON OPEN '
              GOBACK
           END-IF.

       2100-PRIME-INPUTS.
           PERFORM 5100-READ-PRIOR
           PERFORM 5200-READ-TODAY
           PERFORM 5310-READ-EXTRACT
           PERFORM 5300-NEXT-MOVEMENT.

       3000-RECONCILE-ONE-CUSTOMER.
      * The customer under reconciliation is the lowest key any of
           END-IF
           IF WS-MOV-KEY = WS-MATCH-KEY
              MOVE WS-MV-NET TO WS-MOV-NET
              PERFORM 5300-NEXT-MOVEMENT
           END-IF

           ADD 1 TO WS-CUSTOMER-COUNT
                 PERFORM 9999-ABORT
           END-EVALUATE.

      * The next customer wallet's net movement for the day - every
      * extract record carrying the read-ahead key, summed the way
      * the history cursor's GROUP BY used to.
       5300-NEXT-MOVEMENT.
           MOVE WS-LOOK-KEY TO WS-MOV-KEY
           MOVE ZERO TO WS-MV-NET
           PERFORM WITH TEST BEFORE
                   UNTIL WS-MOV-KEY = WS-KEY-SENTINEL
                      OR WS-LOOK-KEY NOT = WS-MOV-KEY
              COMPUTE WS-MV-NET = WS-MV-NET
                 + MVX-NEW-WALLET - MVX-OLD-WALLET
              PERFORM 5310-READ-EXTRACT
           END-PERFORM.

       5310-READ-EXTRACT.
           READ MOVEMENT-EXTRACT
           EVALUATE TRUE
              WHEN EXTRACT-OK
                 IF MVX-TRL-ID = 'TRAILER'
                    MOVE 'Y' TO WS-TRAILER-SW
                    PERFORM 5320-CHECK-TRAILER
                    MOVE WS-KEY-SENTINEL TO WS-LOOK-KEY
                 ELSE
                    ADD 1 TO WS-EXTRACT-COUNT
                    MOVE MVX-CUSTOMER-ID TO WS-KB-CUSTOMER
                    MOVE MVX-WALLET-NO TO WS-KB-WALLET-NO
                    MOVE WS-KEY-BUILD-N TO WS-LOOK-KEY
                 END-IF
              WHEN EXTRACT-EOF
                 MOVE WS-KEY-SENTINEL TO WS-LOOK-KEY
              WHEN OTHER
                 DISPLAY 'WALRECON: UNEXPECTED MOVEXTR STATUS '
                     WS-EXTRACT-STATUS
                 PERFORM 9550-MOVEXTR-ERROR
           END-EVALUATE.

       5320-CHECK-TRAILER.
           IF MVX-TRL-BUS-DATE NOT = WS-REPORT-DATE
              DISPLAY 'WALRECON: MOVEXTR IS FOR ' MVX-TRL-BUS-DATE
                  ', NOT ' WS-REPORT-DATE
              MOVE 'Y' TO WS-EXTRACT-BAD-SW
           END-IF
           IF MVX-TRL-RECORD-COUNT NOT = WS-EXTRACT-COUNT
              DISPLAY 'WALRECON: MOVEXTR TRAILER COUNT '
                  MVX-TRL-RECORD-COUNT ' BUT ' WS-EXTRACT-COUNT
                  ' DETAILS READ'
              MOVE 'Y' TO WS-EXTRACT-BAD-SW
           END-IF.

       4000-CLOSE-EXTRACT.
           CLOSE MOVEMENT-EXTRACT
           IF NOT TRAILER-SEEN
              DISPLAY 'WALRECON: MOVEXTR HAS NO TRAILER - THE '
                  'EXTRACT IS INCOMPLETE'
              MOVE 'Y' TO WS-EXTRACT-BAD-SW
           END-IF.

       8000-HOUSEKEEPING.

           IF WS-DISC-COUNT > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF
           IF EXTRACT-REJECTED
              DISPLAY 'WALRECON: EXTRACT REJECTED - THE '
                  'RECONCILIATION IS NOT VALID'
              MOVE 8 TO RETURN-CODE
           END-IF.

       9500-LOOKUP-ERROR-CODE.
      * Look the code up through the shared ERRLOOK routine, which
      * reads the loadable ERRCFILE registry at run time - carrying
           END-IF
           .

      * The movement extract would not open or read - the condition
      * goes through ERRLOOK, so it reaches the operator alert queue
      * at the registry's severity like any other file failure.
       9550-MOVEXTR-ERROR.
           MOVE 'IOER' TO WS-ERRCODE-LOOKUP-CODE
           PERFORM 9500-LOOKUP-ERROR-CODE
           DISPLAY 'WALRECON: ' WS-ERRCODE-LOOKUP-TEXT ' (MOVEXTR)'
           MOVE 16 TO RETURN-CODE
           GOBACK.

       9999-ABORT.
           DISPLAY 'WALRECON: ABORTING'
           MOVE 16 TO RETURN-CODE
           GOBACK.
