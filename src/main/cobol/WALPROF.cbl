       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WALPROF.
      *****************************************************************
      * Month-end customer profitability over the wallet book.
      * WALPACK shows what the book earns in total; this run shows
      * which customers earn it and which cost us money. For every
      * customer with a movement in the month it takes off
      * TEXE2HIST:
      *
      *   - interest paid (PGM-NAME WALINT);
      *   - fees earned (PGM-NAME WALFEE);
      *   - the bank's side of the FX revaluation (PGM-NAME
      *     WALREVAL) - a revaluation that raises the wallet is a
      *     cost to us, one that lowers it a gain;
      *   - the count of movements by channel, the channel being
      *     the PGM-NAME that posted the movement;
      *
      * prices each movement through the PROFCOST handling-cost
      * table, and takes the contribution as fees plus revaluation
      * less interest less handling. The PROFRPT report ranks the
      * customers within branch, most profitable first, with branch
      * totals, then totals by wallet product and the handling cost
      * by channel. The PROFEXTR extract carries each customer's
      * rank, band and contribution for CAMPAIGN's rule cards to
      * select on.
      *
      * Amounts are taken as posted, the way WALPACK's movement page
      * takes them. A movement on a wallet no longer on TEXE2 has no
      * product to charge to and is left out.
      *
      * Parameter card: the profitability month (YYYY-MM).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The handling cost of one movement, per channel - a '*OTHER'
      * card prices every channel without a card of its own. No
      * file means no handling cost at all.
           SELECT COST-TABLE-FILE ASSIGN TO "PROFCOST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-COST-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
           SELECT PROFIT-REPORT ASSIGN TO "PROFRPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
      * One record per customer for CAMPAIGN's rule selection.
           SELECT PROFIT-EXTRACT ASSIGN TO "PROFEXTR"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-EXTRACT-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the date this run is logged under, so the window
      * audit finds it on the night it was due.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
      * Shared run-log - one standard record per run, appended by
      * every batch program so the morning line can summarize the
      * whole night from one file.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  COST-TABLE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS COST-TABLE-RECORD.
       01  COST-TABLE-RECORD.
           05  PCT-CHANNEL         PIC X(08).
           05  PCT-UNIT-COST       PIC 9(3)V99.
           05  FILLER              PIC X(67).
      * One customer's month per sort record.
       SD  SORT-FILE
           DATA RECORD IS SORT-CUSTOMER-RECORD.
       01  SORT-CUSTOMER-RECORD.
           05  SRT-BRANCH-CODE     PIC X(03).
           05  SRT-CONTRIBUTION    PIC S9(11)V99 COMP-3.
           05  SRT-CUSTOMER-ID     PIC 9(9).
           05  SRT-MOVEMENTS       PIC S9(7) COMP-3.
           05  SRT-INTEREST        PIC S9(11)V99 COMP-3.
           05  SRT-FEES            PIC S9(11)V99 COMP-3.
           05  SRT-REVAL           PIC S9(11)V99 COMP-3.
           05  SRT-HANDLING        PIC S9(11)V99 COMP-3.
       FD  PROFIT-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PROFIT-REPORT-RECORD.
       01  PROFIT-REPORT-RECORD    PIC X(80).
       FD  PROFIT-EXTRACT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 50 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PROFIT-EXTRACT-RECORD.
       01  PROFIT-EXTRACT-RECORD.
           COPY PROFEXTR.
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

       01  FILLER.
           05  WS-COST-STATUS       PIC XX.
               88  COST-OK          VALUE '00'.
               88  COST-EOF         VALUE '10'.
               88  COST-NOT-FOUND   VALUE '35'.
           05  WS-REPORT-STATUS     PIC XX.
               88  REPORT-OK        VALUE '00'.
           05  WS-EXTRACT-STATUS    PIC XX.
               88  EXTRACT-OK       VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'WALPROF'.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK         VALUE '00'.
               88  BUSDATE-NOT-FOUND  VALUE '35'.
           05  WS-RUNLOG-STATUS     PIC XX.
               88  RUNLOG-OK        VALUE '00'.
           05  WS-RUN-START-TIME    PIC X(08).
           05  WS-RUN-TIME-RAW      PIC 9(08).
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
           05  WS-PROF-MONTH        PIC X(07) VALUE SPACES.
           05  WS-SEL-TMS-LOW       PIC X(26).
           05  WS-SEL-TMS-HIGH      PIC X(26).
      * Handling-cost table scratch.
           05  WS-CHAN-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-CHAN-MAX          PIC S9(4) COMP VALUE 50.
           05  WS-CHAN-IX           PIC S9(4) COMP.
           05  WS-DEFAULT-COST      PIC 9(3)V99 VALUE ZERO.
           05  WS-DEFAULT-USED-SW   PIC X(01) VALUE 'N'.
               88  DEFAULT-COST-USED   VALUE 'Y'.
           05  WS-UNIT-COST         PIC 9(3)V99.
      * Product table scratch.
           05  WS-PROD-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-PROD-MAX          PIC S9(4) COMP VALUE 100.
           05  WS-PROD-IX           PIC S9(4) COMP.
           05  WS-PROD-CONTRIBUTION PIC S9(13)V99 COMP-3.
      * The customer being gathered off the cursor.
           05  WS-CUST-FIRST-SW     PIC X(01) VALUE 'Y'.
               88  CUSTOMER-FIRST      VALUE 'Y'.
           05  WS-CU-CUSTOMER-ID    PIC 9(9).
           05  WS-CU-BRANCH-CODE    PIC X(03).
           05  WS-CU-MOVEMENTS      PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-CU-INTEREST       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CU-FEES           PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CU-REVAL          PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CU-HANDLING       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-ONE-MOVE          PIC S9(9)V99 COMP-3.
      * Branch breaks on the sorted side.
           05  WS-BR-BREAK          PIC X(03) VALUE SPACES.
           05  WS-BR-FIRST-SW       PIC X(01) VALUE 'Y'.
               88  BRANCH-FIRST        VALUE 'Y'.
           05  WS-BR-RANK           PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
               88  SORTED-EOF          VALUE 'Y'.
           05  WS-MOVE-COUNT        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-CUSTOMER-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-LOSS-COUNT        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-DROPPED-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZZ,ZZ9.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.

      * One set of figures per total - branch, grand, product.
       01  WS-BRANCH-FIGURES.
           05  WS-BT-MOVEMENTS      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-BT-INTEREST       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-BT-FEES           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-BT-REVAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-BT-HANDLING       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-BT-CONTRIBUTION   PIC S9(13)V99 COMP-3 VALUE ZERO.
       01  WS-GRAND-FIGURES.
           05  WS-GT-MOVEMENTS      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-GT-INTEREST       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GT-FEES           PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GT-REVAL          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GT-HANDLING       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GT-CONTRIBUTION   PIC S9(13)V99 COMP-3 VALUE ZERO.

      * The channels priced off PROFCOST, and any channel met on the
      * history with no card of its own, priced at the default and
      * marked so.
       01  WS-CHANNEL-TABLE.
           05  WS-CH-ENTRY OCCURS 50 TIMES.
               10  WS-CH-CHANNEL      PIC X(08).
               10  WS-CH-UNIT-COST    PIC 9(3)V99.
               10  WS-CH-DEFAULT-SW   PIC X(01).
               10  WS-CH-MOVEMENTS    PIC S9(9) COMP-3.
               10  WS-CH-HANDLING     PIC S9(13)V99 COMP-3.

      * Month figures by the wallet's product - spaces is a wallet
      * on the house terms.
       01  WS-PRODUCT-TABLE.
           05  WS-PR-ENTRY OCCURS 100 TIMES.
               10  WS-PR-PRODUCT      PIC X(04).
               10  WS-PR-MOVEMENTS    PIC S9(9) COMP-3.
               10  WS-PR-INTEREST     PIC S9(13)V99 COMP-3.
               10  WS-PR-FEES         PIC S9(13)V99 COMP-3.
               10  WS-PR-REVAL        PIC S9(13)V99 COMP-3.
               10  WS-PR-HANDLING     PIC S9(13)V99 COMP-3.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(37)
               VALUE 'CUSTOMER PROFITABILITY BY BRANCH FOR '.
           05  WS-HD-MONTH          PIC X(07).
           05  FILLER               PIC X(36) VALUE SPACES.
       01  WS-BRANCH-HEADING.
           05  FILLER               PIC X(07) VALUE 'BRANCH '.
           05  WS-BH-BRANCH         PIC X(03).
           05  FILLER               PIC X(70) VALUE SPACES.
       01  WS-COLUMN-HEADING.
           05  FILLER               PIC X(40)
               VALUE 'RANK CUSTOMER  MOVES    INTEREST        '.
           05  FILLER               PIC X(40)
               VALUE 'FEES    FX REVAL    HANDLINGCONTRIBUTION'.
       01  WS-DETAIL-LINE.
           05  WS-DL-RANK           PIC ZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DL-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DL-MOVEMENTS      PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DL-INTEREST       PIC -ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DL-FEES           PIC -ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DL-REVAL          PIC -ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DL-HANDLING       PIC -ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DL-CONTRIBUTION   PIC -ZZZ,ZZ9.99.
      * Totals sit under the detail columns, wider and unpunctuated.
       01  WS-TOTAL-LINE.
           05  WS-TL-TAG            PIC X(13).
           05  WS-TL-MOVEMENTS      PIC ZZZZZZ9.
           05  WS-TL-INTEREST       PIC --------9.99.
           05  WS-TL-FEES           PIC --------9.99.
           05  WS-TL-REVAL          PIC --------9.99.
           05  WS-TL-HANDLING       PIC --------9.99.
           05  WS-TL-CONTRIBUTION   PIC --------9.99.
       01  WS-CHANNEL-LINE.
           05  FILLER               PIC X(08) VALUE 'CHANNEL '.
           05  WS-CL-CHANNEL        PIC X(08).
           05  FILLER               PIC X(07) VALUE ' MOVES '.
           05  WS-CL-MOVEMENTS      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(06) VALUE ' UNIT '.
           05  WS-CL-UNIT-COST      PIC ZZ9.99.
           05  FILLER               PIC X(06) VALUE ' COST '.
           05  WS-CL-HANDLING       PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CL-DEFAULT        PIC X(01).
           05  FILLER               PIC X(12) VALUE SPACES.

      * Standard return-code/message-text registry shared with
      * FILECOPY, DB2PROG and BIPM012, so operations sees one
      * consistent set of codes and wording instead of this program's
      * own free text.
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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WALPROF'.

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.
       EXEC SQL INCLUDE TEXE2HIST END-EXEC.

      * The month's movements in customer order, each with the
      * customer's branch and the product of the wallet it hit.
           EXEC SQL
              DECLARE PRFH-CUR CURSOR FOR
              SELECT H.CUSTOMER_ID, H.PGM_NAME,
                     H.OLD_WALLET, H.NEW_WALLET,
                     M.BRANCH_CODE, W.PRODUCT_CODE
              FROM TEXE2HIST H, TEXEM M, TEXE2 W
              WHERE H.TMS_CREA BETWEEN :WS-SEL-TMS-LOW
                                   AND :WS-SEL-TMS-HIGH
                AND M.CUSTOMER_ID = H.CUSTOMER_ID
                AND W.CUSTOMER_ID = H.CUSTOMER_ID
                AND W.WALLET_NO = H.WALLET_NO
              ORDER BY H.CUSTOMER_ID, H.WALLET_NO, H.TMS_CREA
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-COSTS
           SORT SORT-FILE
              ON ASCENDING KEY SRT-BRANCH-CODE
                 DESCENDING KEY SRT-CONTRIBUTION
                 ASCENDING KEY SRT-CUSTOMER-ID
              INPUT PROCEDURE 2000-FEED-SORT
              OUTPUT PROCEDURE 3000-REPORT-SORTED
           PERFORM 5000-PRODUCT-SECTION
           PERFORM 6000-CHANNEL-SECTION
           PERFORM 8000-HOUSEKEEPING
           PERFORM 9700-WRITE-RUN-LOG
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-PROF-MONTH

           MOVE ZERO TO RETURN-CODE

           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           PERFORM 9600-RESOLVE-BUSINESS-DATE

           IF WS-PROF-MONTH = SPACES
              DISPLAY 'WALPROF: PROFITABILITY MONTH CARD MISSING'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

      * The month's timestamp window, the same string bounds the
      * management pack cuts with.
           MOVE SPACES TO WS-SEL-TMS-LOW
           STRING WS-PROF-MONTH '-01-00.00.00.000000'
              DELIMITED BY SIZE INTO WS-SEL-TMS-LOW
           MOVE SPACES TO WS-SEL-TMS-HIGH
           STRING WS-PROF-MONTH '-31-23.59.59.999999'
              DELIMITED BY SIZE INTO WS-SEL-TMS-HIGH

           OPEN OUTPUT PROFIT-REPORT
           IF NOT REPORT-OK
              DISPLAY 'WALPROF: UNEXPECTED PROFRPT STATUS '
                  WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT PROFIT-EXTRACT
           IF NOT EXTRACT-OK
              DISPLAY 'WALPROF: UNEXPECTED PROFEXTR STATUS '
                  WS-EXTRACT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-PROF-MONTH TO WS-HD-MONTH
           MOVE WS-HEADING-LINE TO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD.

       1500-LOAD-COSTS.
      * A card whose cost is not a number is refused with a note -
      * the channel then takes the default like any channel without
      * a card.
           OPEN INPUT COST-TABLE-FILE
           EVALUATE TRUE
              WHEN COST-OK
                 READ COST-TABLE-FILE
                 PERFORM WITH TEST BEFORE
                         UNTIL COST-EOF
                    EVALUATE TRUE
                       WHEN PCT-UNIT-COST NOT NUMERIC
                          DISPLAY 'WALPROF: PROFCOST CARD FOR '
                              PCT-CHANNEL ' HAS NO VALID COST - '
                              'IGNORED'
                       WHEN PCT-CHANNEL = '*OTHER'
                          MOVE PCT-UNIT-COST TO WS-DEFAULT-COST
                       WHEN WS-CHAN-COUNT NOT LESS THAN WS-CHAN-MAX
                          DISPLAY 'WALPROF: MORE THAN ' WS-CHAN-MAX
                              ' PROFCOST CARDS - ' PCT-CHANNEL
                              ' IGNORED'
                       WHEN OTHER
                          ADD 1 TO WS-CHAN-COUNT
                          MOVE PCT-CHANNEL
                            TO WS-CH-CHANNEL (WS-CHAN-COUNT)
                          MOVE PCT-UNIT-COST
                            TO WS-CH-UNIT-COST (WS-CHAN-COUNT)
                          MOVE 'N' TO WS-CH-DEFAULT-SW (WS-CHAN-COUNT)
                          MOVE ZERO TO WS-CH-MOVEMENTS (WS-CHAN-COUNT)
                          MOVE ZERO TO WS-CH-HANDLING (WS-CHAN-COUNT)
                    END-EVALUATE
                    READ COST-TABLE-FILE
                 END-PERFORM
                 CLOSE COST-TABLE-FILE
              WHEN COST-NOT-FOUND
                 DISPLAY 'WALPROF: NO PROFCOST FILE - MOVEMENTS '
                     'CARRY NO HANDLING COST'
              WHEN OTHER
                 DISPLAY 'WALPROF: UNEXPECTED PROFCOST STATUS '
                     WS-COST-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

      * ---------------------------------------------------------
      * Sort input - the month's movements gathered per customer,
      * one sort record released at each change of customer.
      * ---------------------------------------------------------
       2000-FEED-SORT.
           PERFORM 2010-OPEN-H-CURSOR
           PERFORM 2100-TAKE-ONE-MOVEMENT
              UNTIL SQLCODE = 100
           PERFORM 2300-RELEASE-CUSTOMER
           PERFORM 2020-CLOSE-H-CURSOR.

       2010-OPEN-H-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2011-TRY-OPEN-H
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       2011-TRY-OPEN-H.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              OPEN PRFH-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       2020-CLOSE-H-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2021-TRY-CLOSE-H
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       2021-TRY-CLOSE-H.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              CLOSE PRFH-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       2100-TAKE-ONE-MOVEMENT.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2110-TRY-FETCH-H
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                IF CUSTOMER-FIRST
                   MOVE CUSTOMER-ID OF TEXE2HIST TO WS-CU-CUSTOMER-ID
                   MOVE BRANCH-CODE OF TEXEM TO WS-CU-BRANCH-CODE
                   MOVE 'N' TO WS-CUST-FIRST-SW
                END-IF
                IF CUSTOMER-ID OF TEXE2HIST NOT = WS-CU-CUSTOMER-ID
                   PERFORM 2300-RELEASE-CUSTOMER
                   MOVE CUSTOMER-ID OF TEXE2HIST TO WS-CU-CUSTOMER-ID
                   MOVE BRANCH-CODE OF TEXEM TO WS-CU-BRANCH-CODE
                END-IF
                PERFORM 2200-PRICE-ONE-MOVEMENT
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       2110-TRY-FETCH-H.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              FETCH PRFH-CUR
              INTO :CUSTOMER-ID OF TEXE2HIST,
                   :PGM-NAME OF TEXE2HIST,
                   :OLD-WALLET OF TEXE2HIST,
                   :NEW-WALLET OF TEXE2HIST,
                   :BRANCH-CODE OF TEXEM,
                   :PRODUCT-CODE OF TEXE2
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * The movement's value lands on the customer and on the
      * wallet's product: interest, fees and revaluation by the
      * posting program, and every movement - those included - is
      * counted to its channel and charged its handling cost.
       2200-PRICE-ONE-MOVEMENT.
           COMPUTE WS-ONE-MOVE
              = NEW-WALLET OF TEXE2HIST
              - OLD-WALLET OF TEXE2HIST
           ADD 1 TO WS-MOVE-COUNT
           ADD 1 TO WS-CU-MOVEMENTS
           PERFORM 2250-FIND-CHANNEL
           PERFORM 2260-FIND-PRODUCT
           IF WS-CHAN-IX NOT > WS-CHAN-COUNT
              ADD 1 TO WS-CH-MOVEMENTS (WS-CHAN-IX)
              ADD WS-UNIT-COST TO WS-CH-HANDLING (WS-CHAN-IX)
           END-IF
           ADD WS-UNIT-COST TO WS-CU-HANDLING
           IF WS-PROD-IX NOT > WS-PROD-COUNT
              ADD 1 TO WS-PR-MOVEMENTS (WS-PROD-IX)
              ADD WS-UNIT-COST TO WS-PR-HANDLING (WS-PROD-IX)
           END-IF
           EVALUATE PGM-NAME OF TEXE2HIST
              WHEN 'WALINT'
                 ADD WS-ONE-MOVE TO WS-CU-INTEREST
                 IF WS-PROD-IX NOT > WS-PROD-COUNT
                    ADD WS-ONE-MOVE TO WS-PR-INTEREST (WS-PROD-IX)
                 END-IF
              WHEN 'WALFEE'
                 SUBTRACT WS-ONE-MOVE FROM WS-CU-FEES
                 IF WS-PROD-IX NOT > WS-PROD-COUNT
                    SUBTRACT WS-ONE-MOVE FROM WS-PR-FEES (WS-PROD-IX)
                 END-IF
              WHEN 'WALREVAL'
                 SUBTRACT WS-ONE-MOVE FROM WS-CU-REVAL
                 IF WS-PROD-IX NOT > WS-PROD-COUNT
                    SUBTRACT WS-ONE-MOVE FROM WS-PR-REVAL (WS-PROD-IX)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      * A channel with no card of its own is added at the default
      * cost, marked, so the channel page shows what it was priced
      * at. A full table still prices the movement, uncounted.
       2250-FIND-CHANNEL.
           PERFORM VARYING WS-CHAN-IX FROM 1 BY 1
                   UNTIL WS-CHAN-IX > WS-CHAN-COUNT
                      OR WS-CH-CHANNEL (WS-CHAN-IX)
                         = PGM-NAME OF TEXE2HIST
              CONTINUE
           END-PERFORM
           IF WS-CHAN-IX > WS-CHAN-COUNT
              AND WS-CHAN-COUNT < WS-CHAN-MAX
              ADD 1 TO WS-CHAN-COUNT
              MOVE PGM-NAME OF TEXE2HIST
                TO WS-CH-CHANNEL (WS-CHAN-COUNT)
              MOVE WS-DEFAULT-COST TO WS-CH-UNIT-COST (WS-CHAN-COUNT)
              MOVE 'Y' TO WS-CH-DEFAULT-SW (WS-CHAN-COUNT)
              SET DEFAULT-COST-USED TO TRUE
              MOVE ZERO TO WS-CH-MOVEMENTS (WS-CHAN-COUNT)
              MOVE ZERO TO WS-CH-HANDLING (WS-CHAN-COUNT)
              MOVE WS-CHAN-COUNT TO WS-CHAN-IX
           END-IF
           IF WS-CHAN-IX > WS-CHAN-COUNT
              MOVE WS-DEFAULT-COST TO WS-UNIT-COST
           ELSE
              MOVE WS-CH-UNIT-COST (WS-CHAN-IX) TO WS-UNIT-COST
           END-IF.

       2260-FIND-PRODUCT.
           PERFORM VARYING WS-PROD-IX FROM 1 BY 1
                   UNTIL WS-PROD-IX > WS-PROD-COUNT
                      OR WS-PR-PRODUCT (WS-PROD-IX)
                         = PRODUCT-CODE OF TEXE2
              CONTINUE
           END-PERFORM
           IF WS-PROD-IX > WS-PROD-COUNT
              IF WS-PROD-COUNT < WS-PROD-MAX
                 ADD 1 TO WS-PROD-COUNT
                 MOVE PRODUCT-CODE OF TEXE2
                   TO WS-PR-PRODUCT (WS-PROD-COUNT)
                 MOVE ZERO TO WS-PR-MOVEMENTS (WS-PROD-COUNT)
                 MOVE ZERO TO WS-PR-INTEREST (WS-PROD-COUNT)
                 MOVE ZERO TO WS-PR-FEES (WS-PROD-COUNT)
                 MOVE ZERO TO WS-PR-REVAL (WS-PROD-COUNT)
                 MOVE ZERO TO WS-PR-HANDLING (WS-PROD-COUNT)
                 MOVE WS-PROD-COUNT TO WS-PROD-IX
              ELSE
                 ADD 1 TO WS-DROPPED-COUNT
              END-IF
           END-IF.

       2300-RELEASE-CUSTOMER.
           IF NOT CUSTOMER-FIRST
              MOVE WS-CU-BRANCH-CODE TO SRT-BRANCH-CODE
              MOVE WS-CU-CUSTOMER-ID TO SRT-CUSTOMER-ID
              MOVE WS-CU-MOVEMENTS TO SRT-MOVEMENTS
              MOVE WS-CU-INTEREST TO SRT-INTEREST
              MOVE WS-CU-FEES TO SRT-FEES
              MOVE WS-CU-REVAL TO SRT-REVAL
              MOVE WS-CU-HANDLING TO SRT-HANDLING
              COMPUTE SRT-CONTRIBUTION
                 = WS-CU-FEES + WS-CU-REVAL
                 - WS-CU-INTEREST - WS-CU-HANDLING
              RELEASE SORT-CUSTOMER-RECORD
              MOVE ZERO TO WS-CU-MOVEMENTS
              MOVE ZERO TO WS-CU-INTEREST
              MOVE ZERO TO WS-CU-FEES
              MOVE ZERO TO WS-CU-REVAL
              MOVE ZERO TO WS-CU-HANDLING
           END-IF.

      * ---------------------------------------------------------
      * Sort output - customers ranked within branch, the extract
      * written alongside.
      * ---------------------------------------------------------
       3000-REPORT-SORTED.
           PERFORM 3050-RETURN-SORTED
           PERFORM WITH TEST BEFORE UNTIL SORTED-EOF
              IF BRANCH-FIRST
                 OR SRT-BRANCH-CODE NOT = WS-BR-BREAK
                 PERFORM 3200-FLUSH-BRANCH
                 MOVE SRT-BRANCH-CODE TO WS-BR-BREAK
                 MOVE 'N' TO WS-BR-FIRST-SW
                 MOVE ZERO TO WS-BR-RANK
                 MOVE SPACES TO PROFIT-REPORT-RECORD
                 WRITE PROFIT-REPORT-RECORD
                 MOVE WS-BR-BREAK TO WS-BH-BRANCH
                 MOVE WS-BRANCH-HEADING TO PROFIT-REPORT-RECORD
                 WRITE PROFIT-REPORT-RECORD
                 MOVE WS-COLUMN-HEADING TO PROFIT-REPORT-RECORD
                 WRITE PROFIT-REPORT-RECORD
              END-IF
              PERFORM 3100-REPORT-ONE-CUSTOMER
              PERFORM 3050-RETURN-SORTED
           END-PERFORM
           PERFORM 3200-FLUSH-BRANCH

           MOVE SPACES TO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD
           IF WS-CUSTOMER-COUNT = ZERO
              MOVE 'NO MOVEMENTS IN THE MONTH' TO PROFIT-REPORT-RECORD
              WRITE PROFIT-REPORT-RECORD
           END-IF
           MOVE 'BOOK TOTAL   ' TO WS-TL-TAG
           MOVE WS-GT-MOVEMENTS TO WS-TL-MOVEMENTS
           MOVE WS-GT-INTEREST TO WS-TL-INTEREST
           MOVE WS-GT-FEES TO WS-TL-FEES
           MOVE WS-GT-REVAL TO WS-TL-REVAL
           MOVE WS-GT-HANDLING TO WS-TL-HANDLING
           MOVE WS-GT-CONTRIBUTION TO WS-TL-CONTRIBUTION
           MOVE WS-TOTAL-LINE TO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD

           MOVE SPACES TO PROFIT-EXTRACT-RECORD
           MOVE 'TRAILER' TO PFX-TRL-ID
           MOVE WS-PROF-MONTH TO PFX-TRL-MONTH
           MOVE WS-CUSTOMER-COUNT TO PFX-TRL-RECORD-COUNT
           MOVE WS-GT-CONTRIBUTION TO PFX-TRL-NET-CONTRIB
           WRITE PROFIT-EXTRACT-RECORD.

       3050-RETURN-SORTED.
           RETURN SORT-FILE
              AT END
                 MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       3100-REPORT-ONE-CUSTOMER.
           ADD 1 TO WS-BR-RANK
           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE WS-BR-RANK TO WS-DL-RANK
           MOVE SRT-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
           MOVE SRT-MOVEMENTS TO WS-DL-MOVEMENTS
           MOVE SRT-INTEREST TO WS-DL-INTEREST
           MOVE SRT-FEES TO WS-DL-FEES
           MOVE SRT-REVAL TO WS-DL-REVAL
           MOVE SRT-HANDLING TO WS-DL-HANDLING
           MOVE SRT-CONTRIBUTION TO WS-DL-CONTRIBUTION
           MOVE WS-DETAIL-LINE TO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD

           ADD SRT-MOVEMENTS TO WS-BT-MOVEMENTS
           ADD SRT-INTEREST TO WS-BT-INTEREST
           ADD SRT-FEES TO WS-BT-FEES
           ADD SRT-REVAL TO WS-BT-REVAL
           ADD SRT-HANDLING TO WS-BT-HANDLING
           ADD SRT-CONTRIBUTION TO WS-BT-CONTRIBUTION

           MOVE SPACES TO PROFIT-EXTRACT-RECORD
           MOVE SRT-CUSTOMER-ID TO PFX-CUSTOMER-ID
           MOVE SRT-BRANCH-CODE TO PFX-BRANCH-CODE
           MOVE WS-PROF-MONTH TO PFX-MONTH
           MOVE WS-BR-RANK TO PFX-BRANCH-RANK
           IF SRT-CONTRIBUTION < ZERO
              SET PFX-LOSS-MAKING TO TRUE
              ADD 1 TO WS-LOSS-COUNT
           ELSE
              SET PFX-PROFITABLE TO TRUE
           END-IF
           MOVE SRT-MOVEMENTS TO PFX-MOVEMENTS
           MOVE SRT-CONTRIBUTION TO PFX-CONTRIBUTION
           WRITE PROFIT-EXTRACT-RECORD.

       3200-FLUSH-BRANCH.
           IF NOT BRANCH-FIRST
              MOVE SPACES TO WS-TL-TAG
              STRING 'BRANCH ' WS-BR-BREAK
                 DELIMITED BY SIZE INTO WS-TL-TAG
              MOVE WS-BT-MOVEMENTS TO WS-TL-MOVEMENTS
              MOVE WS-BT-INTEREST TO WS-TL-INTEREST
              MOVE WS-BT-FEES TO WS-TL-FEES
              MOVE WS-BT-REVAL TO WS-TL-REVAL
              MOVE WS-BT-HANDLING TO WS-TL-HANDLING
              MOVE WS-BT-CONTRIBUTION TO WS-TL-CONTRIBUTION
              MOVE WS-TOTAL-LINE TO PROFIT-REPORT-RECORD
              WRITE PROFIT-REPORT-RECORD
              ADD WS-BT-MOVEMENTS TO WS-GT-MOVEMENTS
              ADD WS-BT-INTEREST TO WS-GT-INTEREST
              ADD WS-BT-FEES TO WS-GT-FEES
              ADD WS-BT-REVAL TO WS-GT-REVAL
              ADD WS-BT-HANDLING TO WS-GT-HANDLING
              ADD WS-BT-CONTRIBUTION TO WS-GT-CONTRIBUTION
              INITIALIZE WS-BRANCH-FIGURES
           END-IF.

      * ---------------------------------------------------------
      * Totals by the product of the wallet each movement hit.
      * ---------------------------------------------------------
       5000-PRODUCT-SECTION.
           MOVE SPACES TO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD
           MOVE 'TOTALS BY WALLET PRODUCT' TO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD
           MOVE WS-COLUMN-HEADING TO PROFIT-REPORT-RECORD
           MOVE SPACES TO PROFIT-REPORT-RECORD (1:15)
           MOVE 'PRODUCT' TO PROFIT-REPORT-RECORD (1:7)
           WRITE PROFIT-REPORT-RECORD
           PERFORM VARYING WS-PROD-IX FROM 1 BY 1
                   UNTIL WS-PROD-IX > WS-PROD-COUNT
              MOVE SPACES TO WS-TL-TAG
              IF WS-PR-PRODUCT (WS-PROD-IX) = SPACES
                 MOVE 'HOUSE TERMS' TO WS-TL-TAG
              ELSE
                 MOVE WS-PR-PRODUCT (WS-PROD-IX) TO WS-TL-TAG
              END-IF
              MOVE WS-PR-MOVEMENTS (WS-PROD-IX) TO WS-TL-MOVEMENTS
              MOVE WS-PR-INTEREST (WS-PROD-IX) TO WS-TL-INTEREST
              MOVE WS-PR-FEES (WS-PROD-IX) TO WS-TL-FEES
              MOVE WS-PR-REVAL (WS-PROD-IX) TO WS-TL-REVAL
              MOVE WS-PR-HANDLING (WS-PROD-IX) TO WS-TL-HANDLING
              COMPUTE WS-PROD-CONTRIBUTION
                 = WS-PR-FEES (WS-PROD-IX) + WS-PR-REVAL (WS-PROD-IX)
                 - WS-PR-INTEREST (WS-PROD-IX)
                 - WS-PR-HANDLING (WS-PROD-IX)
              MOVE WS-PROD-CONTRIBUTION TO WS-TL-CONTRIBUTION
              MOVE WS-TOTAL-LINE TO PROFIT-REPORT-RECORD
              WRITE PROFIT-REPORT-RECORD
           END-PERFORM
           IF WS-DROPPED-COUNT > ZERO
              MOVE WS-DROPPED-COUNT TO WS-COUNT-FORMATTED
              MOVE SPACES TO PROFIT-REPORT-RECORD
              STRING 'MOVEMENTS OVER THE PRODUCT TABLE LIMIT: '
                 WS-COUNT-FORMATTED
                 DELIMITED BY SIZE INTO PROFIT-REPORT-RECORD
              WRITE PROFIT-REPORT-RECORD
           END-IF.

      * ---------------------------------------------------------
      * The handling cost by channel - '*' marks a channel priced
      * at the default because PROFCOST has no card for it.
      * ---------------------------------------------------------
       6000-CHANNEL-SECTION.
           MOVE SPACES TO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD
           MOVE 'HANDLING COST BY CHANNEL' TO PROFIT-REPORT-RECORD
           WRITE PROFIT-REPORT-RECORD
           PERFORM VARYING WS-CHAN-IX FROM 1 BY 1
                   UNTIL WS-CHAN-IX > WS-CHAN-COUNT
              MOVE WS-CH-CHANNEL (WS-CHAN-IX) TO WS-CL-CHANNEL
              MOVE WS-CH-MOVEMENTS (WS-CHAN-IX) TO WS-CL-MOVEMENTS
              MOVE WS-CH-UNIT-COST (WS-CHAN-IX) TO WS-CL-UNIT-COST
              MOVE WS-CH-HANDLING (WS-CHAN-IX) TO WS-CL-HANDLING
              IF WS-CH-DEFAULT-SW (WS-CHAN-IX) = 'Y'
                 MOVE '*' TO WS-CL-DEFAULT
              ELSE
                 MOVE SPACE TO WS-CL-DEFAULT
              END-IF
              MOVE WS-CHANNEL-LINE TO PROFIT-REPORT-RECORD
              WRITE PROFIT-REPORT-RECORD
           END-PERFORM
           IF DEFAULT-COST-USED
              MOVE SPACES TO PROFIT-REPORT-RECORD
              WRITE PROFIT-REPORT-RECORD
              MOVE '* NO PROFCOST CARD OF ITS OWN - PRICED AT *OTHER'
                TO PROFIT-REPORT-RECORD
              WRITE PROFIT-REPORT-RECORD
           END-IF.

       8000-HOUSEKEEPING.
           CLOSE PROFIT-REPORT
           CLOSE PROFIT-EXTRACT

           MOVE WS-MOVE-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALPROF: MOVEMENTS IN MONTH: ' WS-COUNT-FORMATTED
           MOVE WS-CUSTOMER-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALPROF: CUSTOMERS RANKED: ' WS-COUNT-FORMATTED
           MOVE WS-LOSS-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALPROF: LOSS-MAKING CUSTOMERS: '
               WS-COUNT-FORMATTED.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'WALPROF: SQLCODE ' SQLCODE
               ' - DEADLOCK/TIMEOUT, RETRY ' WS-RETRY-COUNT
               ' OF ' WS-MAX-RETRIES ' IN ' WS-RETRY-DELAY-SECS
               ' SECONDS'
           CALL 'C$SLEEP' USING WS-RETRY-DELAY-SECS
           .

       9800-CHECK-SQLCODE.
      * Common guard after every cursor operation - anything other
      * than clean completion or end of cursor abandons the run.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              PERFORM 9999-ABORT
           END-IF.

       9500-LOOKUP-ERROR-CODE.
      * Look the code up through the shared ERRLOOK routine, which
      * reads the loadable ERRCFILE registry at run time - carrying
      * the severity and operator-action line the registry now has -
      * and falls back to the compiled-in table when the file is
      * absent.
           MOVE WS-ERRCODE-LOOKUP-CODE TO WS-EL-CODE
           CALL 'ERRLOOK' USING WS-ERRLOOK-PARM
           MOVE WS-EL-RC TO WS-ERRCODE-LOOKUP-RC
           MOVE WS-EL-TEXT TO WS-ERRCODE-LOOKUP-TEXT
           MOVE WS-EL-FOUND-SW TO WS-ERRCODE-LOOKUP-SW
           IF WS-EL-ACTION NOT = SPACES
               DISPLAY 'OPERATOR ACTION: ' WS-EL-ACTION
           END-IF
           .

       9600-RESOLVE-BUSINESS-DATE.
      * The run is logged under the window's business date, not the
      * clock's, so the audit of the night it ran finds it. With no
      * control file at all the system date stands in, with a note.
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
               WHEN BUSDATE-OK
                   READ BUSINESS-DATE-FILE
                   IF BUSDATE-OK
                       MOVE BD-BUSINESS-DATE TO WS-RUN-BUS-DATE
                   END-IF
                   CLOSE BUSINESS-DATE-FILE
               WHEN BUSDATE-NOT-FOUND
                   DISPLAY 'WALPROF: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'WALPROF: UNEXPECTED BUSDATE STATUS '
                       WS-BUSDATE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       9700-WRITE-RUN-LOG.
      * Append this run's standard record to the shared run log -
      * the counts tell the morning line what moved, the return
      * code whether it moved cleanly.
           MOVE WS-PGM-NAME TO RUN-PROGRAM
           MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE
           MOVE WS-RUN-START-TIME TO RUN-START-TIME
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO RUN-END-TIME (1:2)
           MOVE ':'                   TO RUN-END-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO RUN-END-TIME (4:2)
           MOVE ':'                   TO RUN-END-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO RUN-END-TIME (7:2)
           MOVE WS-MOVE-COUNT TO RUN-RECS-IN
           MOVE WS-CUSTOMER-COUNT TO RUN-RECS-OUT
           MOVE ZERO TO RUN-RECS-REJECTED
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUNLOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUNLOG-OK
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY 'WALPROF: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9999-ABORT.
           EXEC SQL
              ROLLBACK
           END-EXEC.
           DISPLAY 'WALPROF: UNEXPECTED SQLCODE ' SQLCODE
               ' - ABORTING'
           MOVE 16 TO RETURN-CODE
           GOBACK.
