      *   4. Today's WALSNAP hash = yesterday's hash + MVSUMTOT's
      *      grand movement (the same roll-forward WALRECON proves
      *      wallet by wallet, here in one figure).
      *   5. The MOVEXTR movement extract is the business date's,
      *      and its details count out to its own trailer.
      *   6. The extract's WALADJPG rows = WADJTOTL's applied count.
      *   7. The extract's net movement = MVSUMTOT's grand movement.
      * One pass/fail line per check on PROOFRPT, and any mismatch
      * ends the run RC 8.
      *
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-MOVE-STATUS.
      * WALMVXTR's daily movement extract - the file the movement
      * reporters now read in place of TEXE2HIST.
           SELECT MOVEMENT-EXTRACT ASSIGN TO "MOVEXTR"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-EXTRACT-STATUS.
           SELECT PROOF-REPORT ASSIGN TO "PROOFRPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
           05  MVT-PGM-NAME        PIC X(08).
           05  MVT-NET-AMOUNT      PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
       FD  MOVEMENT-EXTRACT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS MOVEMENT-EXTRACT-RECORD.
       01  MOVEMENT-EXTRACT-RECORD.
           COPY MOVEXTR.
       FD  PROOF-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
               88  MOVE-OK          VALUE '00'.
               88  MOVE-EOF         VALUE '10'.
               88  MOVE-NOT-FOUND   VALUE '35'.
           05  WS-EXTRACT-STATUS    PIC XX.
               88  EXTRACT-OK       VALUE '00'.
               88  EXTRACT-EOF      VALUE '10'.
               88  EXTRACT-NOT-FOUND VALUE '35'.
           05  WS-REPORT-STATUS     PIC XX.
               88  REPORT-OK        VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'PROOFSHT'.
           05  WS-DB2-RECS-IN       PIC 9(9) VALUE ZERO.
           05  WS-DB2-RECS-OUT      PIC 9(9) VALUE ZERO.
           05  WS-APPLY-NET         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-APPLY-COUNT       PIC 9(9) VALUE ZERO.
           05  WS-MVX-DETAILS       PIC 9(9) VALUE ZERO.
           05  WS-MVX-TRL-DATE      PIC X(10) VALUE SPACES.
           05  WS-MVX-TRL-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-MVX-TRL-NET       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-MVX-APPLY-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-MVSUM-ADJ-NET     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-MVSUM-GRAND       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-EXPECTED-HASH     PIC S9(14)V99 COMP-3 VALUE ZERO.
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'PROOFSHT'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 3000-GATHER-RUN-LOG-COUNTS
           PERFORM 4000-GATHER-APPLY-TOTALS
           PERFORM 5000-GATHER-MOVEMENT-TOTALS
           PERFORM 5500-GATHER-EXTRACT-TOTALS
           PERFORM 6000-CROSS-CHECK
           PERFORM 8000-HOUSEKEEPING
           GOBACK.
                 READ APPLY-TOTALS-FILE
                 IF APPLY-OK
                    MOVE WAT-NET-AMOUNT TO WS-APPLY-NET
                    MOVE WAT-APPLIED-COUNT TO WS-APPLY-COUNT
                 END-IF
                 CLOSE APPLY-TOTALS-FILE
              WHEN APPLY-NOT-FOUND
                     WS-MOVE-STATUS
           END-EVALUATE.

      * The extract is counted here rather than trusted - a short
      * file shows as details read short of the trailer's figure.
       5500-GATHER-EXTRACT-TOTALS.
           OPEN INPUT MOVEMENT-EXTRACT
           EVALUATE TRUE
              WHEN EXTRACT-OK
                 READ MOVEMENT-EXTRACT
                 PERFORM WITH TEST BEFORE UNTIL EXTRACT-EOF
                    IF MVX-TRL-ID = 'TRAILER'
                       MOVE MVX-TRL-BUS-DATE TO WS-MVX-TRL-DATE
                       MOVE MVX-TRL-RECORD-COUNT TO WS-MVX-TRL-COUNT
                       MOVE MVX-TRL-NET-AMOUNT TO WS-MVX-TRL-NET
                       MOVE MVX-TRL-APPLY-COUNT
                         TO WS-MVX-APPLY-COUNT
                    ELSE
                       ADD 1 TO WS-MVX-DETAILS
                    END-IF
                    READ MOVEMENT-EXTRACT
                 END-PERFORM
                 CLOSE MOVEMENT-EXTRACT
              WHEN EXTRACT-NOT-FOUND
                 DISPLAY 'PROOFSHT: NO MOVEXTR - EXTRACT CHECKS '
                     'RUN AGAINST ZERO'
              WHEN OTHER
                 DISPLAY 'PROOFSHT: UNEXPECTED MOVEXTR STATUS '
                     WS-EXTRACT-STATUS
           END-EVALUATE.

       6000-CROSS-CHECK.
           MOVE 'NAME EXTRACT TRAILER VS DB2PROG RECORDS IN    '
             TO WS-CK-TEXT
              PERFORM 6500-CHECK-PASSED
           ELSE
              PERFORM 6600-CHECK-FAILED
           END-IF

           MOVE 'MOVEMENT EXTRACT TRAILER DATE VS BUSINESS DATE'
             TO WS-CK-TEXT
           IF WS-MVX-TRL-DATE = WS-FILTER-DATE
              PERFORM 6500-CHECK-PASSED
           ELSE
              PERFORM 6650-DATE-CHECK-FAILED
           END-IF

           MOVE 'MOVEMENT EXTRACT DETAILS READ VS TRAILER COUNT'
             TO WS-CK-TEXT
           MOVE WS-MVX-DETAILS TO WS-FIGURE-A
           MOVE WS-MVX-TRL-COUNT TO WS-FIGURE-B
           IF WS-MVX-DETAILS = WS-MVX-TRL-COUNT
              PERFORM 6500-CHECK-PASSED
           ELSE
              PERFORM 6600-CHECK-FAILED
           END-IF

           MOVE 'MOVEMENT EXTRACT APPLY ROWS VS WADJTOTL COUNT '
             TO WS-CK-TEXT
           MOVE WS-MVX-APPLY-COUNT TO WS-FIGURE-A
           MOVE WS-APPLY-COUNT TO WS-FIGURE-B
           IF WS-MVX-APPLY-COUNT = WS-APPLY-COUNT
              PERFORM 6500-CHECK-PASSED
           ELSE
              PERFORM 6600-CHECK-FAILED
           END-IF

           MOVE 'MOVEMENT EXTRACT NET VS MVSUMTOT GRAND TOTAL  '
             TO WS-CK-TEXT
           MOVE WS-MVX-TRL-NET TO WS-FIGURE-A
           MOVE WS-MVSUM-GRAND TO WS-FIGURE-B
           IF WS-MVX-TRL-NET = WS-MVSUM-GRAND
              PERFORM 6500-CHECK-PASSED
           ELSE
              PERFORM 6600-CHECK-FAILED
           END-IF.

       6500-CHECK-PASSED.
           WRITE PROOF-REPORT-RECORD
           MOVE 'Y' TO WS-FAIL-SW.

      * A date check has no figures to edit - the two dates go on
      * the line as they stand.
       6650-DATE-CHECK-FAILED.
           ADD 1 TO WS-CHECK-COUNT
           MOVE '*FAIL' TO WS-CK-VERDICT
           MOVE SPACES TO WS-CK-FIGURES
           STRING WS-MVX-TRL-DATE ' / ' WS-FILTER-DATE
              DELIMITED BY SIZE INTO WS-CK-FIGURES
           MOVE WS-CHECK-LINE TO PROOF-REPORT-RECORD
           WRITE PROOF-REPORT-RECORD
           MOVE 'Y' TO WS-FAIL-SW.

       8000-HOUSEKEEPING.
           IF PROOF-FAILED
              MOVE 'PROOF SHEET FAILED - INVESTIGATE BEFORE CLOSE'
