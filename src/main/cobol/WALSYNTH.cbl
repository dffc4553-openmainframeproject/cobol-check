       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WALSYNTH.
      *****************************************************************
      * Synthetic volume test data for the wallet tables. SNAPMASK
      * gives the test region a masked copy of production, but that
      * only ever reaches production's size - nobody could rehearse
      * what WALADJPG, WALINT or WALSTMT will do at five times
      * today's volume. This generator makes the data from keyword
      * cards on PARMFILE, through the shared PARMUTIL routine:
      *
      *   CUSTOMERS      customers to generate (default 1000)
      *   FIRST-CUST     first eight digits of the first customer
      *                  number (default 90000000); each customer
      *                  takes the next, with its CHKDIGIT check digit
      *                  as the ninth, so every number is valid
      *   WALLET-PCT-2   percent of customers holding two wallets,
      *   WALLET-PCT-3   three and four - the rest hold one
      *   WALLET-PCT-4
      *   BAL-LOW        range each wallet's opening balance is
      *   BAL-HIGH       drawn from (default 0.00 to 5000.00)
      *   CCY-1 .. CCY-3 foreign currency codes and the percent of
      *   CCY-PCT-1 ..3  wallets in each - the rest are home currency
      *   HIST-ROWS      TEXE2HIST rows per wallet (default 12)
      *   MOVE-MAX       largest single movement (default 500.00)
      *   BRANCH-FIRST   customers are spread evenly over BRANCH-
      *   BRANCH-COUNT   COUNT branches numbered up from BRANCH-FIRST
      *                  (default 001, one branch)
      *   SEED           starting seed, so a run can be repeated
      *                  exactly (default 1)
      *   AS-OF-DATE     date the last movement lands on (default
      *                  the system date)
      *
      * It writes TEXMSNAP and TEXESNAP in the WALUNLD snapshot
      * layouts, TEXHLOAD with the wallets' TEXE2HIST rows and
      * TEXMBRCH with each customer's branch, all ready for WALREST
      * to load into a performance-test database. Each wallet's
      * history is a chain - the first row opens the wallet from
      * zero, every later row starts where the one before ended, one
      * movement a day up to the as-of date - and the wallet's
      * balance on TEXESNAP is where the chain ends, so the net of
      * the movements reconciles to the wallet total. The counts and
      * both totals are displayed, and a mismatch ends the run RC 12.
      *
      * Never pointed at production: the numbers are drawn from the
      * FIRST-CUST range, and WALREST still wants its confirmation,
      * USERNO and dual-control token before it loads anything.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEXEM-SNAP-FILE ASSIGN TO "TEXMSNAP"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TEXM-STATUS.
           SELECT TEXE2-SNAP-FILE ASSIGN TO "TEXESNAP"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TEXE-STATUS.
           SELECT HIST-LOAD-FILE ASSIGN TO "TEXHLOAD"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-HIST-STATUS.
           SELECT BRANCH-LOAD-FILE ASSIGN TO "TEXMBRCH"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BRCH-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layouts WALUNLD writes and WALREST reads.
       FD  TEXEM-SNAP-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 56 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS TEXEM-SNAP-RECORD.
       01  TEXEM-SNAP-RECORD.
           05  TSNP-CUSTOMER-ID    PIC 9(9).
           05  TSNP-FIRST-NAME     PIC X(10).
           05  TSNP-LAST-NAME      PIC X(10).
           05  TSNP-CUST-STATUS    PIC X(01).
           05  TSNP-TMS-CREA       PIC X(26).
       FD  TEXE2-SNAP-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 70 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS TEXE2-SNAP-RECORD.
       01  TEXE2-SNAP-RECORD.
           05  WSNP-CUSTOMER-ID    PIC 9(9).
           05  WSNP-WALLET-NO      PIC 9(2).
           05  WSNP-FIRST-NAME     PIC X(10).
           05  WSNP-LAST-NAME      PIC X(10).
           05  WSNP-WALLET         PIC S9(8)V99.
           05  WSNP-CURRENCY-CODE  PIC X(3).
           05  WSNP-TMS-CREA       PIC X(26).
      * Same layouts WALREST reads for the history and branch loads.
       FD  HIST-LOAD-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 109 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS HIST-LOAD-RECORD.
       01  HIST-LOAD-RECORD.
           05  HLD-CUSTOMER-ID     PIC 9(9).
           05  HLD-WALLET-NO       PIC 9(2).
           05  HLD-FIRST-NAME      PIC X(10).
           05  HLD-LAST-NAME       PIC X(10).
           05  HLD-OLD-WALLET      PIC S9(8)V99.
           05  HLD-NEW-WALLET      PIC S9(8)V99.
           05  HLD-ADJ-REF         PIC X(12).
           05  HLD-REV-ADJ-REF     PIC X(12).
           05  HLD-TMS-CREA        PIC X(26).
           05  HLD-PGM-NAME        PIC X(08).
       FD  BRANCH-LOAD-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 12 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS BRANCH-LOAD-RECORD.
       01  BRANCH-LOAD-RECORD.
           05  BLD-CUSTOMER-ID     PIC 9(9).
           05  BLD-BRANCH-CODE     PIC X(3).

       WORKING-STORAGE SECTION.

       01  FILLER.
           05  WS-TEXM-STATUS       PIC XX.
               88  TEXM-OK          VALUE '00'.
           05  WS-TEXE-STATUS       PIC XX.
               88  TEXE-OK          VALUE '00'.
           05  WS-HIST-STATUS       PIC XX.
               88  HIST-OK          VALUE '00'.
           05  WS-BRCH-STATUS       PIC XX.
               88  BRCH-OK          VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'WALSYNTH'.
           05  WS-TEXM-OUT-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TEXE-OUT-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-HIST-OUT-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-WALLET-HASH       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-MOVEMENT-HASH     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZZ,ZZ9.
           05  WS-HASH-FORMATTED    PIC -,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-AMOUNT-FORMATTED  PIC -ZZ,ZZZ,ZZ9.99.
           05  WS-SMALL-FORMATTED   PIC ZZZ9.
           05  WS-IX-FORMATTED      PIC 9.
           05  WS-ERROR-SW          PIC X(01) VALUE 'N'.
               88  PARM-IN-ERROR    VALUE 'Y'.

      * The resolved parameters - PARMUTIL's value where a card gave
      * one, otherwise the default set in 1100-RESOLVE-PARAMETERS.
       01  FILLER.
           05  WS-CUST-COUNT        PIC S9(9) COMP-3.
           05  WS-FIRST-CUST        PIC 9(8).
           05  WS-LAST-CUST         PIC S9(9) COMP-3.
           05  WS-WALLET-PCT        PIC S9(3) COMP-3 OCCURS 4.
           05  WS-BAL-LOW           PIC S9(8)V99 COMP-3.
           05  WS-BAL-HIGH          PIC S9(8)V99 COMP-3.
           05  WS-CCY-ENTRY         OCCURS 3.
               10  WS-CCY-CODE      PIC X(03).
               10  WS-CCY-PCT       PIC S9(3) COMP-3.
           05  WS-HIST-ROWS         PIC S9(4) COMP-3.
           05  WS-MOVE-MAX          PIC S9(8)V99 COMP-3.
           05  WS-BRANCH-FIRST      PIC S9(3) COMP-3.
           05  WS-BRANCH-COUNT      PIC S9(3) COMP-3.
           05  WS-AS-OF-DATE        PIC X(10).
           05  WS-PCT-TOTAL         PIC S9(5) COMP-3.

      * Park-Miller minimal standard generator - the same seed gives
      * the same data on every run and every platform.
       01  FILLER.
           05  WS-RANDOM-SEED       PIC S9(10) COMP-3 VALUE 1.
           05  WS-RANDOM-PRODUCT    PIC S9(15) COMP-3.
           05  WS-RANDOM-QUOTIENT   PIC S9(15) COMP-3.
           05  WS-RANDOM-PCT        PIC S9(3) COMP-3.
           05  WS-RANDOM-PICK       PIC S9(10) COMP-3.
           05  WS-RANDOM-SPAN       PIC S9(10) COMP-3.
           05  WS-RANDOM-CENTS      PIC S9(10) COMP-3.

      * Working fields for the customer and wallet being built.
       01  FILLER.
           05  WS-CUST-IX           PIC S9(9) COMP-3.
           05  WS-CUST-BASE         PIC 9(8).
           05  WS-CUSTOMER-ID       PIC 9(9).
           05  WS-FIRST-NAME        PIC X(10).
           05  WS-LAST-NAME         PIC X(10).
           05  WS-BRANCH-NUM        PIC 9(3).
           05  WS-BRANCH-IX         PIC S9(9) COMP-3.
           05  WS-WALLETS-HELD      PIC S9(2) COMP-3.
           05  WS-WALLET-IX         PIC S9(2) COMP-3.
           05  WS-CURRENCY          PIC X(03).
           05  WS-BALANCE           PIC S9(8)V99 COMP-3.
           05  WS-OLD-BALANCE       PIC S9(8)V99 COMP-3.
           05  WS-MOVEMENT          PIC S9(8)V99 COMP-3.
           05  WS-ROW-IX            PIC S9(4) COMP-3.
           05  WS-DAYS-BACK         PIC S9(4) COMP-3.
           05  WS-DATE-IX           PIC S9(4) COMP-3.
           05  WS-CUM-PCT           PIC S9(5) COMP-3.
           05  WS-PICK-IX           PIC S9(2) COMP-3.
           05  WS-TIMESTAMP         PIC X(26).
           05  WS-ROW-SEQ           PIC 9(6).
           05  WS-ADJ-SEQ           PIC 9(10) VALUE ZERO.
           05  WS-DATE-RAW8         PIC 9(8).

      * The dates the movements land on, counted back from the as-of
      * date - entry 1 is the as-of date itself. A wallet with more
      * history rows than this keeps its earliest rows on the oldest
      * date.
       01  WS-DATE-TABLE.
           05  WS-DATE-MAX          PIC S9(4) COMP-3 VALUE 366.
           05  WS-BACK-DATE         PIC X(10) OCCURS 366.

      * Names the customers are drawn from - plainly invented, so
      * nobody mistakes a generated customer for a real one.
       01  WS-FIRST-NAME-VALUES.
           05  FILLER PIC X(10) VALUE 'Alba'.
           05  FILLER PIC X(10) VALUE 'Bruno'.
           05  FILLER PIC X(10) VALUE 'Carla'.
           05  FILLER PIC X(10) VALUE 'Dario'.
           05  FILLER PIC X(10) VALUE 'Elsa'.
           05  FILLER PIC X(10) VALUE 'Fabio'.
           05  FILLER PIC X(10) VALUE 'Greta'.
           05  FILLER PIC X(10) VALUE 'Hugo'.
           05  FILLER PIC X(10) VALUE 'Ines'.
           05  FILLER PIC X(10) VALUE 'Jonas'.
           05  FILLER PIC X(10) VALUE 'Katja'.
           05  FILLER PIC X(10) VALUE 'Luca'.
           05  FILLER PIC X(10) VALUE 'Marta'.
           05  FILLER PIC X(10) VALUE 'Nils'.
           05  FILLER PIC X(10) VALUE 'Olga'.
           05  FILLER PIC X(10) VALUE 'Piet'.
       01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
           05  WS-FIRST-NAME-ENTRY  PIC X(10) OCCURS 16.
       01  WS-LAST-NAME-VALUES.
           05  FILLER PIC X(10) VALUE 'Testa'.
           05  FILLER PIC X(10) VALUE 'Volume'.
           05  FILLER PIC X(10) VALUE 'Sample'.
           05  FILLER PIC X(10) VALUE 'Synth'.
           05  FILLER PIC X(10) VALUE 'Probe'.
           05  FILLER PIC X(10) VALUE 'Loadrun'.
           05  FILLER PIC X(10) VALUE 'Dummy'.
           05  FILLER PIC X(10) VALUE 'Mock'.
           05  FILLER PIC X(10) VALUE 'Placebo'.
           05  FILLER PIC X(10) VALUE 'Fixture'.
           05  FILLER PIC X(10) VALUE 'Stub'.
           05  FILLER PIC X(10) VALUE 'Bench'.
           05  FILLER PIC X(10) VALUE 'Trial'.
           05  FILLER PIC X(10) VALUE 'Pilot'.
           05  FILLER PIC X(10) VALUE 'Draft'.
           05  FILLER PIC X(10) VALUE 'Replica'.
       01  WS-LAST-NAME-TABLE REDEFINES WS-LAST-NAME-VALUES.
           05  WS-LAST-NAME-ENTRY   PIC X(10) OCCURS 16.

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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WALSYNTH'.
      * Call parameter block for PARMUTIL, the shared keyword-
      * parameter utility - same field layout as PARMUTIL's own
      * linkage section.
       01  WS-PARMUTIL-PARM.
           05  WS-PU-FUNCTION      PIC X(04).
           05  WS-PU-KEYWORD       PIC X(14).
           05  WS-PU-VALUE         PIC X(20).
           05  WS-PU-NUMBER        PIC S9(9)V9(2) COMP-3.
           05  WS-PU-FOUND-SW      PIC X(01).
               88  WS-PU-FOUND        VALUE 'Y'.
           05  WS-PU-NUM-OK-SW     PIC X(01).
               88  WS-PU-NUMERIC      VALUE 'Y'.
           05  WS-PU-RETURN-CODE   PIC 9(02).
      * Call parameter block for CHKDIGIT, the shared customer-number
      * check-digit routine - same field layout as its own linkage
      * section.
       01  WS-CHKDIGIT-PARM.
           05  WS-CD-FUNCTION      PIC X(04).
           05  WS-CD-CUSTOMER-ID   PIC 9(09).
           05  WS-CD-RC            PIC 9(02).
           05  WS-CD-CHECK-DIGIT   PIC 9(01).
      * Call parameter block for DATEUTIL - same field layout as its
      * own linkage section, as far as the 'ADD ' function reads it.
       01  WS-DATEUTIL-PARM.
           05  WS-DU-FUNCTION      PIC X(04).
           05  WS-DU-INPUT-DATE    PIC X(10).
           05  WS-DU-DAYS-TO-ADD   PIC S9(05).
           05  WS-DU-OUTPUT-DATE   PIC X(10).
           05  WS-DU-RETURN-CODE   PIC 9(02).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-GENERATE-CUSTOMERS
           PERFORM 5000-RECONCILE
           PERFORM 8000-HOUSEKEEPING
           GOBACK.

       1000-INITIALIZE.
           MOVE ZERO TO RETURN-CODE
           PERFORM 1100-RESOLVE-PARAMETERS
           IF PARM-IN-ERROR
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1200-BUILD-DATE-TABLE

           OPEN OUTPUT TEXEM-SNAP-FILE
           IF NOT TEXM-OK
              DISPLAY 'WALSYNTH: UNEXPECTED TEXMSNAP STATUS '
                  WS-TEXM-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT TEXE2-SNAP-FILE
           IF NOT TEXE-OK
              DISPLAY 'WALSYNTH: UNEXPECTED TEXESNAP STATUS '
                  WS-TEXE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT HIST-LOAD-FILE
           IF NOT HIST-OK
              DISPLAY 'WALSYNTH: UNEXPECTED TEXHLOAD STATUS '
                  WS-HIST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT BRANCH-LOAD-FILE
           IF NOT BRCH-OK
              DISPLAY 'WALSYNTH: UNEXPECTED TEXMBRCH STATUS '
                  WS-BRCH-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       1100-RESOLVE-PARAMETERS.
      * Keyword parameters through the shared PARMUTIL routine.
      * PARMUTIL echoes every card; the resolved values are echoed
      * below, so the run's output says exactly what it made.
           MOVE 'LOAD' TO WS-PU-FUNCTION
           CALL 'PARMUTIL' USING WS-PARMUTIL-PARM
           MOVE 'GET ' TO WS-PU-FUNCTION

           MOVE 'CUSTOMERS' TO WS-PU-KEYWORD
           CALL 'PARMUTIL' USING WS-PARMUTIL-PARM
           IF WS-PU-FOUND AND WS-PU-NUMERIC
              MOVE WS-PU-NUMBER TO WS-CUST-COUNT
           ELSE
              MOVE 1000 TO WS-CUST-COUNT
           END-IF
           MOVE WS-CUST-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'PARM CUSTOMERS = ' WS-COUNT-FORMATTED

           MOVE 'FIRST-CUST' TO WS-PU-KEYWORD
           CALL 'PARMUTIL' USING WS-PARMUTIL-PARM
           IF WS-PU-FOUND AND WS-PU-NUMERIC
              MOVE WS-PU-NUMBER TO WS-FIRST-CUST
           ELSE
              MOVE 90000000 TO WS-FIRST-CUST
           END-IF
           DISPLAY 'PARM FIRST-CUST = ' WS-FIRST-CUST

           MOVE ZERO TO WS-WALLET-PCT (1)
           MOVE 'WALLET-PCT-2' TO WS-PU-KEYWORD
           MOVE 2 TO WS-PICK-IX
           PERFORM 1110-GET-WALLET-PCT
           MOVE 'WALLET-PCT-3' TO WS-PU-KEYWORD
           MOVE 3 TO WS-PICK-IX
           PERFORM 1110-GET-WALLET-PCT
           MOVE 'WALLET-PCT-4' TO WS-PU-KEYWORD
           MOVE 4 TO WS-PICK-IX
           PERFORM 1110-GET-WALLET-PCT
           COMPUTE WS-PCT-TOTAL = WS-WALLET-PCT (2)
                                + WS-WALLET-PCT (3)
                                + WS-WALLET-PCT (4)
           IF WS-PCT-TOTAL > 100
              DISPLAY 'WALSYNTH: WALLET-PCT-2 TO -4 ADD UP TO MORE '
                  'THAN 100'
              MOVE 'Y' TO WS-ERROR-SW
           END-IF

           MOVE 'BAL-LOW' TO WS-PU-KEYWORD
           CALL 'PARMUTIL' USING WS-PARMUTIL-PARM
           IF WS-PU-FOUND AND WS-PU-NUMERIC
              MOVE WS-PU-NUMBER TO WS-BAL-LOW
           ELSE
              MOVE ZERO TO WS-BAL-LOW
           END-IF
           MOVE 'BAL-HIGH' TO WS-PU-KEYWORD
           CALL 'PARMUTIL' USING WS-PARMUTIL-PARM
           IF WS-PU-FOUND AND WS-PU-NUMERIC
              MOVE WS-PU-NUMBER TO WS-BAL-HIGH
           ELSE
              MOVE 5000 TO WS-BAL-HIGH
           END-IF
           MOVE WS-BAL-LOW TO WS-AMOUNT-FORMATTED
           DISPLAY 'PARM BAL-LOW = ' WS-AMOUNT-FORMATTED
           MOVE WS-BAL-HIGH TO WS-AMOUNT-FORMATTED
           DISPLAY 'PARM BAL-HIGH = ' WS-AMOUNT-FORMATTED
           IF WS-BAL-HIGH < WS-BAL-LOW
              DISPLAY 'WALSYNTH: BAL-HIGH IS BELOW BAL-LOW'
              MOVE 'Y' TO WS-ERROR-SW
           END-IF

           MOVE ZERO TO WS-PCT-TOTAL
           MOVE 1 TO WS-PICK-IX
           MOVE 'CCY-1' TO WS-PU-KEYWORD
           PERFORM 1120-GET-CURRENCY-CODE
           MOVE 'CCY-PCT-1' TO WS-PU-KEYWORD
           PERFORM 1130-GET-CURRENCY-PCT
           MOVE 2 TO WS-PICK-IX
           MOVE 'CCY-2' TO WS-PU-KEYWORD
           PERFORM 1120-GET-CURRENCY-CODE
           MOVE 'CCY-PCT-2' TO WS-PU-KEYWORD
           PERFORM 1130-GET-CURRENCY-PCT
           MOVE 3 TO WS-PICK-IX
           MOVE 'CCY-3' TO WS-PU-KEYWORD
           PERFORM 1120-GET-CURRENCY-CODE
           MOVE 'CCY-PCT-3' TO WS-PU-KEYWORD
           PERFORM 1130-GET-CURRENCY-PCT
           IF WS-PCT-TOTAL > 100
              DISPLAY 'WALSYNTH: CCY-PCT-1 TO -3 ADD UP TO MORE '
                  'THAN 100'
              MOVE 'Y' TO WS-ERROR-SW
           END-IF

           MOVE 'HIST-ROWS' TO WS-PU-KEYWORD
           CALL 'PARMUTIL' USING WS-PARMUTIL-PARM
           IF WS-PU-FOUND AND WS-PU-NUMERIC
              MOVE WS-PU-NUMBER TO WS-HIST-ROWS
           ELSE
              MOVE 12 TO WS-HIST-ROWS
           END-IF
           MOVE WS-HIST-ROWS TO WS-SMALL-FORMATTED
           DISPLAY 'PARM HIST-ROWS = ' WS-SMALL-FORMATTED
      *    THE OPENING ROW IS WHAT GIVES THE WALLET ITS BALANCE, SO
      *    EVERY WALLET HAS AT LEAST THAT ONE.
           IF WS-HIST-ROWS < 1
              DISPLAY 'WALSYNTH: HIST-ROWS MUST BE AT LEAST 1'
              MOVE 'Y' TO WS-ERROR-SW
           END-IF

           MOVE 'MOVE-MAX' TO WS-PU-KEYWORD
           CALL 'PARMUTIL' USING WS-PARMUTIL-PARM
           IF WS-PU-FOUND AND WS-PU-NUMERIC
              MOVE WS-PU-NUMBER TO WS-MOVE-MAX
           ELSE
              MOVE 500 TO WS-MOVE-MAX
           END-IF
           MOVE WS-MOVE-MAX TO WS-AMOUNT-FORMATTED
           DISPLAY 'PARM MOVE-MAX = ' WS-AMOUNT-FORMATTED

           MOVE 'BRANCH-FIRST' TO WS-PU-KEYWORD
           CALL 'PARMUTIL' USING WS-PARMUTIL-PARM
           IF WS-PU-FOUND AND WS-PU-NUMERIC
              MOVE WS-PU-NUMBER TO WS-BRANCH-FIRST
           ELSE
              MOVE 1 TO WS-BRANCH-FIRST
           END-IF
           MOVE 'BRANCH-COUNT' TO WS-PU-KEYWORD
           CALL 'PARMUTIL' USING WS-PARMUTIL-PARM
           IF WS-PU-FOUND AND WS-PU-NUMERIC
              MOVE WS-PU-NUMBER TO WS-BRANCH-COUNT
           ELSE
              MOVE 1 TO WS-BRANCH-COUNT
           END-IF
           MOVE WS-BRANCH-FIRST TO WS-BRANCH-NUM
           MOVE WS-BRANCH-COUNT TO WS-SMALL-FORMATTED
           DISPLAY 'PARM BRANCH-FIRST = ' WS-BRANCH-NUM
               ' BRANCH-COUNT = ' WS-SMALL-FORMATTED
           IF WS-BRANCH-COUNT < 1
              OR WS-BRANCH-FIRST + WS-BRANCH-COUNT - 1 > 999
              DISPLAY 'WALSYNTH: BRANCH RANGE MUST LIE IN 001-999'
              MOVE 'Y' TO WS-ERROR-SW
           END-IF

           MOVE 'SEED' TO WS-PU-KEYWORD
           CALL 'PARMUTIL' USING WS-PARMUTIL-PARM
           IF WS-PU-FOUND AND WS-PU-NUMERIC
              AND WS-PU-NUMBER > ZERO
              MOVE WS-PU-NUMBER TO WS-RANDOM-SEED
           ELSE
              MOVE 1 TO WS-RANDOM-SEED
           END-IF
           MOVE WS-RANDOM-SEED TO WS-COUNT-FORMATTED
           DISPLAY 'PARM SEED = ' WS-COUNT-FORMATTED

           MOVE 'AS-OF-DATE' TO WS-PU-KEYWORD
           CALL 'PARMUTIL' USING WS-PARMUTIL-PARM
           IF WS-PU-FOUND
              MOVE WS-PU-VALUE (1:10) TO WS-AS-OF-DATE
           ELSE
              ACCEPT WS-DATE-RAW8 FROM DATE YYYYMMDD
              MOVE WS-DATE-RAW8 (1:4) TO WS-AS-OF-DATE (1:4)
              MOVE '-' TO WS-AS-OF-DATE (5:1)
              MOVE WS-DATE-RAW8 (5:2) TO WS-AS-OF-DATE (6:2)
              MOVE '-' TO WS-AS-OF-DATE (8:1)
              MOVE WS-DATE-RAW8 (7:2) TO WS-AS-OF-DATE (9:2)
           END-IF
           DISPLAY 'PARM AS-OF-DATE = ' WS-AS-OF-DATE

      *    THE LAST CUSTOMER NUMBER MUST STILL FIT EIGHT DIGITS
      *    AHEAD OF ITS CHECK DIGIT.
           COMPUTE WS-LAST-CUST = WS-FIRST-CUST + WS-CUST-COUNT - 1
           IF WS-CUST-COUNT < 1
              OR WS-LAST-CUST > 99999999
              DISPLAY 'WALSYNTH: CUSTOMERS FROM FIRST-CUST RUN PAST '
                  '99999999'
              MOVE 'Y' TO WS-ERROR-SW
           END-IF.

       1110-GET-WALLET-PCT.
           CALL 'PARMUTIL' USING WS-PARMUTIL-PARM
           IF WS-PU-FOUND AND WS-PU-NUMERIC
              MOVE WS-PU-NUMBER TO WS-WALLET-PCT (WS-PICK-IX)
           ELSE
              MOVE ZERO TO WS-WALLET-PCT (WS-PICK-IX)
           END-IF
           MOVE WS-WALLET-PCT (WS-PICK-IX) TO WS-SMALL-FORMATTED
           DISPLAY 'PARM ' WS-PU-KEYWORD ' = ' WS-SMALL-FORMATTED.

       1120-GET-CURRENCY-CODE.
           CALL 'PARMUTIL' USING WS-PARMUTIL-PARM
           IF WS-PU-FOUND
              MOVE WS-PU-VALUE (1:3) TO WS-CCY-CODE (WS-PICK-IX)
           ELSE
              MOVE SPACES TO WS-CCY-CODE (WS-PICK-IX)
           END-IF.

       1130-GET-CURRENCY-PCT.
      *    A PERCENT WITH NO CURRENCY CODE BEHIND IT IS IGNORED.
           CALL 'PARMUTIL' USING WS-PARMUTIL-PARM
           IF WS-PU-FOUND AND WS-PU-NUMERIC
              AND WS-CCY-CODE (WS-PICK-IX) NOT = SPACES
              MOVE WS-PU-NUMBER TO WS-CCY-PCT (WS-PICK-IX)
           ELSE
              MOVE ZERO TO WS-CCY-PCT (WS-PICK-IX)
           END-IF
           ADD WS-CCY-PCT (WS-PICK-IX) TO WS-PCT-TOTAL
           MOVE WS-PICK-IX TO WS-IX-FORMATTED
           MOVE WS-CCY-PCT (WS-PICK-IX) TO WS-SMALL-FORMATTED
           DISPLAY 'PARM CCY-' WS-IX-FORMATTED ' = '
               WS-CCY-CODE (WS-PICK-IX) ' AT' WS-SMALL-FORMATTED
               ' PERCENT'.

       1200-BUILD-DATE-TABLE.
           MOVE 'ADD ' TO WS-DU-FUNCTION
           MOVE WS-AS-OF-DATE TO WS-DU-INPUT-DATE
           PERFORM VARYING WS-DATE-IX FROM 1 BY 1
              UNTIL WS-DATE-IX > WS-DATE-MAX
              COMPUTE WS-DU-DAYS-TO-ADD = 1 - WS-DATE-IX
              CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
              IF WS-DU-RETURN-CODE NOT = ZERO
                 DISPLAY 'WALSYNTH: AS-OF-DATE ' WS-AS-OF-DATE
                     ' IS NOT A VALID DATE'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-DU-OUTPUT-DATE TO WS-BACK-DATE (WS-DATE-IX)
           END-PERFORM.

       2000-GENERATE-CUSTOMERS.
           PERFORM VARYING WS-CUST-IX FROM 1 BY 1
              UNTIL WS-CUST-IX > WS-CUST-COUNT
              PERFORM 2100-GENERATE-ONE-CUSTOMER
           END-PERFORM.

       2100-GENERATE-ONE-CUSTOMER.
           COMPUTE WS-CUST-BASE = WS-FIRST-CUST + WS-CUST-IX - 1
           MOVE 'GEN ' TO WS-CD-FUNCTION
           COMPUTE WS-CD-CUSTOMER-ID = WS-CUST-BASE * 10
           CALL 'CHKDIGIT' USING WS-CHKDIGIT-PARM
           COMPUTE WS-CUSTOMER-ID = WS-CUST-BASE * 10
                                  + WS-CD-CHECK-DIGIT

           PERFORM 8100-NEXT-RANDOM
           DIVIDE WS-RANDOM-SEED BY 16 GIVING WS-RANDOM-QUOTIENT
              REMAINDER WS-RANDOM-PICK
           MOVE WS-FIRST-NAME-ENTRY (WS-RANDOM-PICK + 1)
             TO WS-FIRST-NAME
           PERFORM 8100-NEXT-RANDOM
           DIVIDE WS-RANDOM-SEED BY 16 GIVING WS-RANDOM-QUOTIENT
              REMAINDER WS-RANDOM-PICK
           MOVE WS-LAST-NAME-ENTRY (WS-RANDOM-PICK + 1)
             TO WS-LAST-NAME

      *    THE CUSTOMER WAS TAKEN ON THE DAY ITS WALLETS OPENED.
           COMPUTE WS-DAYS-BACK = WS-HIST-ROWS - 1
           MOVE ZERO TO WS-ROW-SEQ
           PERFORM 2500-BUILD-TIMESTAMP
           MOVE WS-CUSTOMER-ID TO TSNP-CUSTOMER-ID
           MOVE WS-FIRST-NAME TO TSNP-FIRST-NAME
           MOVE WS-LAST-NAME TO TSNP-LAST-NAME
           MOVE 'A' TO TSNP-CUST-STATUS
           MOVE WS-TIMESTAMP TO TSNP-TMS-CREA
           WRITE TEXEM-SNAP-RECORD
           ADD 1 TO WS-TEXM-OUT-COUNT

           COMPUTE WS-BRANCH-IX = WS-CUST-IX - 1
           DIVIDE WS-BRANCH-IX BY WS-BRANCH-COUNT
              GIVING WS-RANDOM-QUOTIENT REMAINDER WS-BRANCH-IX
           COMPUTE WS-BRANCH-NUM = WS-BRANCH-FIRST + WS-BRANCH-IX
           MOVE WS-CUSTOMER-ID TO BLD-CUSTOMER-ID
           MOVE WS-BRANCH-NUM TO BLD-BRANCH-CODE
           WRITE BRANCH-LOAD-RECORD

           PERFORM 2200-PICK-WALLET-COUNT
           PERFORM VARYING WS-WALLET-IX FROM 1 BY 1
              UNTIL WS-WALLET-IX > WS-WALLETS-HELD
              PERFORM 3000-GENERATE-ONE-WALLET
           END-PERFORM.

       2200-PICK-WALLET-COUNT.
      *    FOUR WALLETS TAKE THE LOWEST PERCENTILES, THEN THREE, THEN
      *    TWO; WHATEVER IS LEFT HOLDS ONE.
           PERFORM 8200-NEXT-PERCENT
           MOVE 1 TO WS-WALLETS-HELD
           MOVE ZERO TO WS-CUM-PCT
           PERFORM VARYING WS-PICK-IX FROM 4 BY -1
              UNTIL WS-PICK-IX < 2 OR WS-WALLETS-HELD > 1
              ADD WS-WALLET-PCT (WS-PICK-IX) TO WS-CUM-PCT
              IF WS-RANDOM-PCT < WS-CUM-PCT
                 MOVE WS-PICK-IX TO WS-WALLETS-HELD
              END-IF
           END-PERFORM.

       2300-PICK-CURRENCY.
           PERFORM 8200-NEXT-PERCENT
           MOVE SPACES TO WS-CURRENCY
           MOVE ZERO TO WS-CUM-PCT
           PERFORM VARYING WS-PICK-IX FROM 1 BY 1
              UNTIL WS-PICK-IX > 3 OR WS-CURRENCY NOT = SPACES
              ADD WS-CCY-PCT (WS-PICK-IX) TO WS-CUM-PCT
              IF WS-RANDOM-PCT < WS-CUM-PCT
                 MOVE WS-CCY-CODE (WS-PICK-IX) TO WS-CURRENCY
              END-IF
           END-PERFORM.

       2500-BUILD-TIMESTAMP.
      *    DB2 TIMESTAMP ON THE DATE WS-DAYS-BACK DAYS BEFORE THE
      *    AS-OF DATE, THE MICROSECONDS CARRYING WS-ROW-SEQ SO ROWS
      *    OF ONE WALLET NEVER COLLIDE.
           COMPUTE WS-DATE-IX = WS-DAYS-BACK + 1
           IF WS-DATE-IX > WS-DATE-MAX
              MOVE WS-DATE-MAX TO WS-DATE-IX
           END-IF
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-BACK-DATE (WS-DATE-IX) '-12.00.00.' WS-ROW-SEQ
              DELIMITED BY SIZE INTO WS-TIMESTAMP.

       3000-GENERATE-ONE-WALLET.
           PERFORM 2300-PICK-CURRENCY

      *    THE OPENING ROW - ZERO TO A BALANCE IN THE BAL RANGE.
           COMPUTE WS-RANDOM-SPAN =
              (WS-BAL-HIGH - WS-BAL-LOW) * 100 + 1
           PERFORM 8100-NEXT-RANDOM
           DIVIDE WS-RANDOM-SEED BY WS-RANDOM-SPAN
              GIVING WS-RANDOM-QUOTIENT REMAINDER WS-RANDOM-CENTS
           COMPUTE WS-BALANCE = WS-BAL-LOW + WS-RANDOM-CENTS / 100
           MOVE ZERO TO WS-OLD-BALANCE
           MOVE 1 TO WS-ROW-IX
           PERFORM 3100-WRITE-HISTORY-ROW

      *    THEN ONE MOVEMENT A DAY, EACH FROM WHERE THE LAST ENDED.
           COMPUTE WS-RANDOM-SPAN = WS-MOVE-MAX * 200 + 1
           PERFORM VARYING WS-ROW-IX FROM 2 BY 1
              UNTIL WS-ROW-IX > WS-HIST-ROWS
              PERFORM 3200-NEXT-MOVEMENT
              PERFORM 3100-WRITE-HISTORY-ROW
           END-PERFORM

           MOVE WS-CUSTOMER-ID TO WSNP-CUSTOMER-ID
           MOVE WS-WALLET-IX TO WSNP-WALLET-NO
           MOVE WS-FIRST-NAME TO WSNP-FIRST-NAME
           MOVE WS-LAST-NAME TO WSNP-LAST-NAME
           MOVE WS-BALANCE TO WSNP-WALLET
           MOVE WS-CURRENCY TO WSNP-CURRENCY-CODE
           COMPUTE WS-DAYS-BACK = WS-HIST-ROWS - 1
           MOVE ZERO TO WS-ROW-SEQ
           PERFORM 2500-BUILD-TIMESTAMP
           MOVE WS-TIMESTAMP TO WSNP-TMS-CREA
           WRITE TEXE2-SNAP-RECORD
           ADD 1 TO WS-TEXE-OUT-COUNT
           ADD WS-BALANCE TO WS-WALLET-HASH.

       3100-WRITE-HISTORY-ROW.
           ADD 1 TO WS-ADJ-SEQ
           MOVE WS-ROW-IX TO WS-ROW-SEQ
           COMPUTE WS-DAYS-BACK = WS-HIST-ROWS - WS-ROW-IX
           PERFORM 2500-BUILD-TIMESTAMP
           MOVE WS-CUSTOMER-ID TO HLD-CUSTOMER-ID
           MOVE WS-WALLET-IX TO HLD-WALLET-NO
           MOVE WS-FIRST-NAME TO HLD-FIRST-NAME
           MOVE WS-LAST-NAME TO HLD-LAST-NAME
           MOVE WS-OLD-BALANCE TO HLD-OLD-WALLET
           MOVE WS-BALANCE TO HLD-NEW-WALLET
           MOVE SPACES TO HLD-ADJ-REF
           STRING 'SY' WS-ADJ-SEQ DELIMITED BY SIZE
              INTO HLD-ADJ-REF
           MOVE SPACES TO HLD-REV-ADJ-REF
           MOVE WS-TIMESTAMP TO HLD-TMS-CREA
           MOVE WS-PGM-NAME TO HLD-PGM-NAME
           WRITE HIST-LOAD-RECORD
           ADD 1 TO WS-HIST-OUT-COUNT
           COMPUTE WS-MOVEMENT-HASH =
              WS-MOVEMENT-HASH + WS-BALANCE - WS-OLD-BALANCE.

       3200-NEXT-MOVEMENT.
      *    A MOVEMENT OF UP TO MOVE-MAX EITHER WAY. ONE THAT WOULD
      *    TAKE THE WALLET BELOW ZERO OR PAST ITS CEILING GOES THE
      *    OTHER WAY INSTEAD.
           MOVE WS-BALANCE TO WS-OLD-BALANCE
           PERFORM 8100-NEXT-RANDOM
           DIVIDE WS-RANDOM-SEED BY WS-RANDOM-SPAN
              GIVING WS-RANDOM-QUOTIENT REMAINDER WS-RANDOM-CENTS
           COMPUTE WS-MOVEMENT = WS-RANDOM-CENTS / 100 - WS-MOVE-MAX
           IF WS-OLD-BALANCE + WS-MOVEMENT < ZERO
              OR WS-OLD-BALANCE + WS-MOVEMENT > 99999999
              COMPUTE WS-MOVEMENT = ZERO - WS-MOVEMENT
           END-IF
           COMPUTE WS-BALANCE = WS-OLD-BALANCE + WS-MOVEMENT.

       5000-RECONCILE.
      * The movements must net to the wallet total - a load file
      * whose history does not explain its balances would have the
      * statement and interest runs chasing phantom breaks.
           IF WS-MOVEMENT-HASH NOT = WS-WALLET-HASH
              MOVE 'CTOT' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
           END-IF.

       8000-HOUSEKEEPING.
           CLOSE TEXEM-SNAP-FILE
           CLOSE TEXE2-SNAP-FILE
           CLOSE HIST-LOAD-FILE
           CLOSE BRANCH-LOAD-FILE

           MOVE WS-TEXM-OUT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALSYNTH: TEXEM ROWS GENERATED: '
               WS-COUNT-FORMATTED
           MOVE WS-TEXE-OUT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALSYNTH: TEXE2 ROWS GENERATED: '
               WS-COUNT-FORMATTED
           MOVE WS-HIST-OUT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALSYNTH: TEXE2HIST ROWS GENERATED: '
               WS-COUNT-FORMATTED
           MOVE WS-WALLET-HASH TO WS-HASH-FORMATTED
           DISPLAY 'WALSYNTH: WALLET TOTAL: '
               WS-HASH-FORMATTED
           MOVE WS-MOVEMENT-HASH TO WS-HASH-FORMATTED
           DISPLAY 'WALSYNTH: NET OF MOVEMENTS: '
               WS-HASH-FORMATTED.

       8100-NEXT-RANDOM.
           COMPUTE WS-RANDOM-PRODUCT = WS-RANDOM-SEED * 16807
           DIVIDE WS-RANDOM-PRODUCT BY 2147483647
              GIVING WS-RANDOM-QUOTIENT REMAINDER WS-RANDOM-SEED.

       8200-NEXT-PERCENT.
      *    0 TO 99.
           PERFORM 8100-NEXT-RANDOM
           DIVIDE WS-RANDOM-SEED BY 100
              GIVING WS-RANDOM-QUOTIENT REMAINDER WS-RANDOM-PCT.

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
