       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WALDINT.
      *****************************************************************
      * Month-end debit interest on overdrawn wallets. Since wallets
      * became signed and OVDRLIM grants overdraft lines, a customer
      * could sit below zero for weeks at no cost - WALINT pays on
      * positive balances only. This run charges interest on each
      * day's overdrawn balance across the month:
      *
      *   - every wallet overdrawn at any moment since the month
      *     began is taken, whatever its balance tonight;
      *   - its end-of-day balance for each day of the month is
      *     rebuilt from TEXE2HIST - the balance the month opened
      *     on is the first movement's old balance (the wallet's
      *     balance tonight if nothing has moved since), and each
      *     day closes on its last movement's new balance. Days
      *     after tonight's business date keep tonight's balance;
      *   - each overdrawn day is charged at the DINTPARM annual
      *     rate over its day basis: the part within the wallet's
      *     authorized OVDRLIM line at the inside rate, the part
      *     beyond it at the beyond rate. A wallet whose product
      *     allows no overdraft has no line, so all of it is
      *     beyond.
      *
      * The charge posts as one audited movement through the same
      * update-plus-TEXE2HIST path the apply uses, PGM_NAME
      * 'WALDINT' and its own reference - 'DI', the charged month
      * as YYMM, and a six-digit sequence, e.g. DI2610000001. The
      * month in the reference is what makes a rerun harmless: a
      * wallet already holding a charge for the month is passed
      * over. A charge may take the balance beyond the line - it is
      * the cost of the overdraft, not a customer debit, and is not
      * refused. A closed customer still overdrawn is listed for
      * finance and ends the run RC 4.
      *
      * The DINTRPT register lists each charge - the line, the days
      * overdrawn, the inside, beyond and total interest - and
      * closes with the totals finance agrees to the ledger.
      * Each charge is one unit of work, its movement event released
      * to the shared MOVEVENT file after the commit, for MOVEPUB.
      *
      * Card: the month to charge, YYYY-MM - written by PERDCTL from
      * :MONTH on the month-end night.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One record: the annual debit rates and the day basis. A file
      * rather than a card so the rates are set once by finance and
      * every month-end run picks them up.
           SELECT DEBIT-RATE-FILE ASSIGN TO "DINTPARM"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
      * The authorized overdraft lines, maintained by OVDRMNT.
           SELECT OVERDRAFT-LIMIT-FILE ASSIGN TO "OVDRLIM"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ODLIM-STATUS.
      * The debit-interest register.
           SELECT DEBIT-REGISTER ASSIGN TO "DINTRPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the date this run is logged under.
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
       FD  DEBIT-RATE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 21 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS DEBIT-RATE-RECORD.
       01  DEBIT-RATE-RECORD.
      * Annual percentage rates, three integer and six decimal
      * digits - 012500000 is 12.5 percent. The inside rate applies
      * to the overdrawn balance within the authorized line, the
      * beyond rate to any part past it; a zero beyond rate charges
      * the whole balance at the inside rate.
           05  DIP-INSIDE-RATE     PIC 9(3)V9(6).
           05  DIP-BEYOND-RATE     PIC 9(3)V9(6).
      * Days in the rate year - 365 or 360. Zero means 365.
           05  DIP-DAY-BASIS       PIC 9(3).
       FD  OVERDRAFT-LIMIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 21 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS OVERDRAFT-LIMIT-RECORD.
       01  OVERDRAFT-LIMIT-RECORD.
           05  OVD-CUSTOMER-ID     PIC 9(9).
           05  OVD-WALLET-NO       PIC 9(2).
           05  OVD-LIMIT           PIC 9(8)V99.
       FD  DEBIT-REGISTER
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS DEBIT-REGISTER-RECORD.
       01  DEBIT-REGISTER-RECORD   PIC X(80).
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
           05  WS-PARM-STATUS       PIC XX.
               88  PARM-OK             VALUE '00'.
           05  WS-ODLIM-STATUS      PIC XX.
               88  ODLIM-OK            VALUE '00'.
               88  ODLIM-EOF           VALUE '10'.
               88  ODLIM-NOT-FOUND     VALUE '35'.
           05  WS-REPORT-STATUS     PIC XX.
               88  REPORT-OK        VALUE '00'.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK          VALUE '00'.
               88  BUSDATE-NOT-FOUND   VALUE '35'.
           05  WS-RUNLOG-STATUS     PIC XX.
               88  RUNLOG-OK           VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'WALDINT'.
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
           05  WS-RUN-START-TIME    PIC X(08).
           05  WS-RUN-TIME-RAW      PIC 9(08).
           05  WS-CURSOR-EOF-SW     PIC X(01) VALUE 'N'.
               88  CURSOR-AT-END    VALUE 'Y'.
           05  WS-DAYS-EOF-SW       PIC X(01) VALUE 'N'.
               88  DAYS-AT-END      VALUE 'Y'.
           05  WS-FOUND-SW          PIC X(01).
               88  ROW-FOUND        VALUE 'Y'.
      * The month being charged, from the card, and its bounds.
           05  WS-MONTH-CARD        PIC X(07).
           05  WS-MONTH-START       PIC X(10).
           05  WS-MONTH-END         PIC X(10).
           05  WS-NEXT-MONTH-START  PIC X(10).
           05  WS-MONTH-START-TMS   PIC X(26).
           05  WS-NEXT-MONTH-TMS    PIC X(26).
           05  WS-DAYS-IN-MONTH     PIC 9(02).
      * The rates as read from DINTPARM.
           05  WS-INSIDE-RATE       PIC 9(3)V9(6) VALUE ZERO.
           05  WS-BEYOND-RATE       PIC 9(3)V9(6) VALUE ZERO.
           05  WS-DAY-BASIS         PIC 9(3) VALUE ZERO.
      * The wallet in hand, as the candidate cursor returned it.
           05  WS-CAND-CUSTOMER     PIC 9(9).
           05  WS-CAND-WALLET-NO    PIC 9(2).
           05  WS-CAND-WALLET       PIC S9(8)V99 COMP-3.
           05  WS-CAND-PRODUCT      PIC X(04).
           05  WS-CAND-STATUS       PIC X(01).
           05  WS-CHARGED-COUNT     PIC S9(9) COMP VALUE ZERO.
      * One history row of the month, and the day being closed.
           05  WS-ROW-DAY           PIC S9(4) COMP.
           05  WS-ROW-OLD-WALLET    PIC S9(8)V99 COMP-3.
           05  WS-ROW-NEW-WALLET    PIC S9(8)V99 COMP-3.
           05  WS-DAY-IX            PIC S9(4) COMP.
           05  WS-DAY-BALANCE       PIC S9(8)V99 COMP-3.
           05  WS-OVERDRAWN         PIC S9(8)V99 COMP-3.
           05  WS-INSIDE-PART       PIC S9(8)V99 COMP-3.
           05  WS-BEYOND-PART       PIC S9(8)V99 COMP-3.
      * The wallet's line and its month's interest. The day sums are
      * kept as balance times rate, divided out once at the end so
      * the month rounds once, not thirty times.
           05  WS-OD-LINE           PIC 9(8)V99 VALUE ZERO.
           05  WS-DAYS-OVERDRAWN    PIC S9(4) COMP VALUE ZERO.
           05  WS-INSIDE-SUM        PIC S9(13)V9(8) COMP-3.
           05  WS-BEYOND-SUM        PIC S9(13)V9(8) COMP-3.
           05  WS-INSIDE-INT        PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-BEYOND-INT        PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-CHARGE            PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-WALLET-OLD        PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-WALLET-NEW        PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-LOOK-CUSTOMER     PIC 9(9).
           05  WS-LOOK-WALLET-NO    PIC 9(2).
      * References - 'DI', YYMM of the month charged and the
      * month's sequence, e.g. DI2610000001.
           05  WS-REF-PREFIX        PIC X(06).
           05  WS-REF-SEQ           PIC 9(06) VALUE ZERO.
           05  WS-LAST-SEQ          PIC X(06).
           05  WS-CHARGE-REF        PIC X(12).
           05  WS-ODLIM-COUNT       PIC S9(4) COMP VALUE ZERO.
           05  WS-ODLIM-MAX         PIC S9(4) COMP VALUE 500.
           05  WS-ODLIM-IX          PIC S9(4) COMP.
           05  WS-WALLETS-READ      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-POSTED-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ALREADY-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-NOTHING-DUE-COUNT PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-EXCEPTION-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TOTAL-INSIDE      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-BEYOND      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-CHARGED     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZ9.
           05  WS-AMOUNT-FORMATTED  PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.

      * The overdraft lines as loaded from OVDRLIM at initialization
      * - a missing or empty file leaves the table empty, and every
      * overdrawn day is then charged at the beyond rate.
       01  WS-ODLIM-TABLE.
           05  WS-OD-ENTRY OCCURS 500 TIMES.
               10  WS-OD-CUSTOMER     PIC 9(09).
               10  WS-OD-WALLET-NO    PIC 9(02).
               10  WS-OD-LIMIT        PIC 9(8)V99.

       01  WS-RPT-HEAD-LINE.
           05  FILLER               PIC X(37) VALUE
               'DEBIT INTEREST REGISTER - MONTH      '.
           05  WS-RH-MONTH          PIC X(07).
           05  FILLER               PIC X(14) VALUE
               '  RUN DATE    '.
           05  WS-RH-DATE           PIC X(10).
           05  FILLER               PIC X(12) VALUE SPACES.
       01  WS-RPT-RATE-LINE.
           05  FILLER               PIC X(13) VALUE 'INSIDE RATE  '.
           05  WS-RR-INSIDE         PIC ZZ9.999999.
           05  FILLER               PIC X(15) VALUE
               '  BEYOND RATE  '.
           05  WS-RR-BEYOND         PIC ZZ9.999999.
           05  FILLER               PIC X(14) VALUE
               '  DAY BASIS   '.
           05  WS-RR-BASIS          PIC ZZ9.
           05  FILLER               PIC X(15) VALUE SPACES.
       01  WS-RPT-COLUMN-LINE.
           05  FILLER               PIC X(40) VALUE
               'REFERENCE    CUSTOMER/WL        OD LINE '.
           05  FILLER               PIC X(40) VALUE
               'DY     INSIDE     BEYOND    CHARGED'.
      * One charge posted.
       01  WS-RPT-CHARGE-LINE.
           05  WS-RC-REF            PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RC-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-RC-WALLET-NO      PIC 9(2).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RC-LINE           PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RC-DAYS           PIC Z9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RC-INSIDE         PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RC-BEYOND         PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RC-CHARGE         PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(05) VALUE SPACES.
      * A charge left for finance, and why.
       01  WS-RPT-EXCEPTION-LINE.
           05  FILLER               PIC X(13) VALUE SPACES.
           05  WS-RX-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-RX-WALLET-NO      PIC 9(2).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RX-TEXT           PIC X(32).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RX-CHARGE         PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(07) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  WS-RT-LABEL          PIC X(30).
           05  WS-RT-VALUE          PIC X(16).
           05  FILLER               PIC X(34) VALUE SPACES.

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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WALDINT'.

      * Call parameter block for WALLOCK, the shared run interlock -
      * same field layout as WALLOCK's own linkage section. Acquired
      * before the first wallet update, released at clean end of
      * run; an abend leaves it held for LOCKMNT to clear or the
      * restart advisor to report.
       01  WS-WALLOCK-PARM.
           05  WS-WL-FUNCTION      PIC X(04).
           05  WS-WL-PROGRAM       PIC X(08).
           05  WS-WL-RC            PIC 9(02).
           05  WS-WL-HOLDER        PIC X(08).
           05  WS-WL-SINCE         PIC X(26).

      * Call parameter block for DATEUTIL, the shared date utility -
      * 'VAL ' proves the month card, 'EOM ' and 'ADD ' find the
      * month's last day and the day after it.
       01  WS-DATEUTIL-PARM.
           05  WS-DU-FUNCTION      PIC X(04).
           05  WS-DU-INPUT-DATE    PIC X(10).
           05  WS-DU-DAYS-TO-ADD   PIC S9(05).
           05  WS-DU-OUTPUT-DATE   PIC X(10).
           05  WS-DU-RETURN-CODE   PIC 9(02).
               88  WS-DU-OK           VALUE 00.
           05  WS-DU-INPUT-DATE-2  PIC X(10).
           05  WS-DU-DAYS-DIFFERENCE PIC S9(07).
           05  WS-DU-REGION        PIC X(03).

      * Call parameter block for PRODLOOK, the shared wallet product
      * lookup - same field layout as PRODLOOK's own linkage section.
       01  WS-PRODLOOK-PARM.
           05  WS-PL-FUNCTION      PIC X(04).
           05  WS-PL-PRODUCT-CODE  PIC X(04).
           05  WS-PL-DESCRIPTION   PIC X(20).
           05  WS-PL-MONTHLY-RATE  PIC 9(3)V9(6).
           05  WS-PL-FEE-CODE      PIC X(04) OCCURS 4 TIMES.
           05  WS-PL-MIN-BALANCE   PIC 9(8)V99.
           05  WS-PL-DORMANT-MONTHS PIC 9(04).
           05  WS-PL-OVERDRAFT-SW  PIC X(01).
               88  WS-PL-OVERDRAFT-ALLOWED VALUE 'Y'.
           05  WS-PL-FOUND-SW      PIC X(01).
               88  WS-PL-FOUND        VALUE 'Y'.
           05  WS-PL-RETURN-CODE   PIC 9(02).

      * Call parameter block for MOVEVENT, the shared movement-event
      * routine - same field layout as MOVEVENT's own linkage
      * section. Each charge's event is held there until the unit
      * of work commits. The row's timestamp is read into
      * WS-ME-TMS-CREA before the insert, so the event and the row
      * carry the same one.
       01  WS-MOVEVENT-PARM.
           05  WS-ME-FUNCTION      PIC X(04).
           05  WS-ME-CUSTOMER-ID   PIC 9(09).
           05  WS-ME-WALLET-NO     PIC 9(02).
           05  WS-ME-OLD-WALLET    PIC S9(8)V99 COMP-3.
           05  WS-ME-NEW-WALLET    PIC S9(8)V99 COMP-3.
           05  WS-ME-ADJ-REF       PIC X(12).
           05  WS-ME-REV-ADJ-REF   PIC X(12).
           05  WS-ME-PGM-NAME      PIC X(08).
           05  WS-ME-TMS-CREA      PIC X(26).
           05  WS-ME-RC            PIC 9(02).
           05  WS-ME-COUNT         PIC 9(05).

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.
       EXEC SQL INCLUDE TEXE2HIST END-EXEC.

      * Every wallet below zero tonight, or with a movement into,
      * out of or within an overdraft since the month began - the
      * only wallets that can have been overdrawn on any day of it.
      * Closed customers come too, so a closed customer still
      * overdrawn is seen and listed. WITH HOLD, because the run
      * commits as it goes and the cursor must survive each commit.
           EXEC SQL
              DECLARE DINT-CUR CURSOR WITH HOLD FOR
              SELECT A.CUSTOMER_ID, A.WALLET_NO, A.WALLET,
                     A.PRODUCT_CODE, B.CUST_STATUS
              FROM TEXE2 A, TEXEM B
              WHERE B.CUSTOMER_ID = A.CUSTOMER_ID
                AND (A.WALLET < 0
                 OR EXISTS
                    (SELECT 1 FROM TEXE2HIST H
                      WHERE H.CUSTOMER_ID = A.CUSTOMER_ID
                        AND H.WALLET_NO = A.WALLET_NO
                        AND H.TMS_CREA >= :WS-MONTH-START-TMS
                        AND (H.OLD_WALLET < 0
                         OR H.NEW_WALLET < 0)))
              ORDER BY A.CUSTOMER_ID, A.WALLET_NO
           END-EXEC.

      * The wallet's movements within the month, in the order they
      * happened - each day closes on the last one of that day.
           EXEC SQL
              DECLARE DAYS-CUR CURSOR FOR
              SELECT DAY(TMS_CREA), OLD_WALLET, NEW_WALLET
              FROM TEXE2HIST
              WHERE CUSTOMER_ID = :WS-CAND-CUSTOMER
                AND WALLET_NO = :WS-CAND-WALLET-NO
                AND TMS_CREA >= :WS-MONTH-START-TMS
                AND TMS_CREA < :WS-NEXT-MONTH-TMS
              ORDER BY TMS_CREA
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0300-ACQUIRE-WALLET-LOCK
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-CURSOR
           PERFORM 2100-FETCH-CANDIDATE
           PERFORM WITH TEST BEFORE UNTIL CURSOR-AT-END
              PERFORM 3000-CHARGE-ONE-WALLET
              PERFORM 2100-FETCH-CANDIDATE
           END-PERFORM
           PERFORM 2900-CLOSE-CURSOR
           PERFORM 8000-HOUSEKEEPING
           PERFORM 9700-WRITE-RUN-LOG
           PERFORM 0350-RELEASE-WALLET-LOCK
           GOBACK.

      * Register this run as THE wallet updater - the WALLOCK
      * interlock lets one TEXE2-updating program run at a time, so
      * an intraday submission cannot collide with one mid-flight.
       0300-ACQUIRE-WALLET-LOCK.
           MOVE 'ACQ ' TO WS-WL-FUNCTION
           MOVE WS-PGM-NAME TO WS-WL-PROGRAM
           CALL 'WALLOCK' USING WS-WALLOCK-PARM
           IF WS-WL-RC NOT = ZERO
              DISPLAY WS-PGM-NAME ': WALLET LOCK HELD BY '
                  WS-WL-HOLDER ' SINCE ' WS-WL-SINCE
                  ' - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       0350-RELEASE-WALLET-LOCK.
           MOVE 'REL ' TO WS-WL-FUNCTION
           MOVE WS-PGM-NAME TO WS-WL-PROGRAM
           CALL 'WALLOCK' USING WS-WALLOCK-PARM.

       1000-INITIALIZE.
           MOVE ZERO TO RETURN-CODE

           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           PERFORM 9600-RESOLVE-BUSINESS-DATE

           ACCEPT WS-MONTH-CARD
           PERFORM 1100-RESOLVE-MONTH

           OPEN INPUT DEBIT-RATE-FILE
           EVALUATE TRUE
              WHEN PARM-OK
                 READ DEBIT-RATE-FILE
                 IF PARM-OK
                    MOVE DIP-INSIDE-RATE TO WS-INSIDE-RATE
                    MOVE DIP-BEYOND-RATE TO WS-BEYOND-RATE
                    MOVE DIP-DAY-BASIS TO WS-DAY-BASIS
                 END-IF
                 CLOSE DEBIT-RATE-FILE
              WHEN OTHER
                 MOVE 'IFNF' TO WS-ERRCODE-LOOKUP-CODE
                 PERFORM 9500-LOOKUP-ERROR-CODE
                 DISPLAY WS-ERRCODE-LOOKUP-TEXT ' (DINTPARM)'
                 MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
           END-EVALUATE

           IF WS-INSIDE-RATE = ZERO
              DISPLAY 'WALDINT: A NONZERO INSIDE RATE IS REQUIRED '
                  'ON DINTPARM'
              MOVE 8 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF
           IF WS-BEYOND-RATE = ZERO
              MOVE WS-INSIDE-RATE TO WS-BEYOND-RATE
           END-IF
           IF WS-DAY-BASIS = ZERO
              MOVE 365 TO WS-DAY-BASIS
           END-IF

           PERFORM 1300-LOAD-OVERDRAFT-LINES

           OPEN OUTPUT DEBIT-REGISTER
           IF NOT REPORT-OK
              DISPLAY 'WALDINT: UNEXPECTED DINTRPT STATUS '
                  WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF
           MOVE WS-MONTH-CARD TO WS-RH-MONTH
           MOVE WS-RUN-BUS-DATE TO WS-RH-DATE
           MOVE WS-RPT-HEAD-LINE TO DEBIT-REGISTER-RECORD
           WRITE DEBIT-REGISTER-RECORD
           MOVE WS-INSIDE-RATE TO WS-RR-INSIDE
           MOVE WS-BEYOND-RATE TO WS-RR-BEYOND
           MOVE WS-DAY-BASIS TO WS-RR-BASIS
           MOVE WS-RPT-RATE-LINE TO DEBIT-REGISTER-RECORD
           WRITE DEBIT-REGISTER-RECORD
           MOVE SPACES TO DEBIT-REGISTER-RECORD
           WRITE DEBIT-REGISTER-RECORD
           MOVE WS-RPT-COLUMN-LINE TO DEBIT-REGISTER-RECORD
           WRITE DEBIT-REGISTER-RECORD

           PERFORM 1200-RESUME-REF-SEQUENCE.

      * The card names the month, YYYY-MM. Its first day, last day
      * and the day after bound the history read; a month that has
      * not yet begun is refused.
       1100-RESOLVE-MONTH.
           MOVE SPACES TO WS-MONTH-START
           STRING WS-MONTH-CARD '-01' DELIMITED BY SIZE
              INTO WS-MONTH-START
           MOVE 'VAL ' TO WS-DU-FUNCTION
           MOVE WS-MONTH-START TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF NOT WS-DU-OK
              OR WS-MONTH-CARD (5:1) NOT = '-'
              DISPLAY 'WALDINT: MONTH CARD ' WS-MONTH-CARD
                  ' IS NOT A YYYY-MM MONTH - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF
           IF WS-MONTH-START > WS-RUN-BUS-DATE
              DISPLAY 'WALDINT: MONTH ' WS-MONTH-CARD
                  ' HAS NOT BEGUN ON ' WS-RUN-BUS-DATE
                  ' - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF
           MOVE 'EOM ' TO WS-DU-FUNCTION
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           MOVE WS-DU-OUTPUT-DATE TO WS-MONTH-END
           MOVE WS-MONTH-END (9:2) TO WS-DAYS-IN-MONTH
           MOVE 'ADD ' TO WS-DU-FUNCTION
           MOVE WS-MONTH-END TO WS-DU-INPUT-DATE
           MOVE 1 TO WS-DU-DAYS-TO-ADD
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           MOVE WS-DU-OUTPUT-DATE TO WS-NEXT-MONTH-START
           MOVE SPACES TO WS-MONTH-START-TMS WS-NEXT-MONTH-TMS
           STRING WS-MONTH-START '-00.00.00.000000'
              DELIMITED BY SIZE INTO WS-MONTH-START-TMS
           STRING WS-NEXT-MONTH-START '-00.00.00.000000'
              DELIMITED BY SIZE INTO WS-NEXT-MONTH-TMS
           MOVE 'DI' TO WS-REF-PREFIX (1:2)
           MOVE WS-MONTH-CARD (3:2) TO WS-REF-PREFIX (3:2)
           MOVE WS-MONTH-CARD (6:2) TO WS-REF-PREFIX (5:2).

      * A rerun for the same month carries the reference sequence on
      * from the last charge the month already posted, so no
      * reference is generated twice.
       1200-RESUME-REF-SEQUENCE.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 1210-TRY-MAX-REF
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           IF WS-LAST-SEQ IS NUMERIC
              MOVE WS-LAST-SEQ TO WS-REF-SEQ
           ELSE
              MOVE ZERO TO WS-REF-SEQ
           END-IF.

       1210-TRY-MAX-REF.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT COALESCE(MAX(SUBSTR(ADJ_REF, 7, 6)), '000000')
                INTO :WS-LAST-SEQ
                FROM TEXE2HIST
                WHERE PGM_NAME = :WS-PGM-NAME
                  AND SUBSTR(ADJ_REF, 1, 6) = :WS-REF-PREFIX
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * Pull the OVDRMNT-maintained overdraft lines into storage. No
      * file simply means no customer has a line.
       1300-LOAD-OVERDRAFT-LINES.
           OPEN INPUT OVERDRAFT-LIMIT-FILE
           EVALUATE TRUE
              WHEN ODLIM-OK
                 READ OVERDRAFT-LIMIT-FILE
                 PERFORM WITH TEST BEFORE
                         UNTIL ODLIM-EOF
                            OR WS-ODLIM-COUNT
                               NOT LESS THAN WS-ODLIM-MAX
                    ADD 1 TO WS-ODLIM-COUNT
                    MOVE OVD-CUSTOMER-ID
                      TO WS-OD-CUSTOMER (WS-ODLIM-COUNT)
                    MOVE OVD-WALLET-NO
                      TO WS-OD-WALLET-NO (WS-ODLIM-COUNT)
                    MOVE OVD-LIMIT TO WS-OD-LIMIT (WS-ODLIM-COUNT)
                    READ OVERDRAFT-LIMIT-FILE
                 END-PERFORM
                 CLOSE OVERDRAFT-LIMIT-FILE
              WHEN ODLIM-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'WALDINT: UNEXPECTED OVDRLIM STATUS '
                     WS-ODLIM-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
           END-EVALUATE.

       2000-OPEN-CURSOR.
           EXEC SQL
                OPEN DINT-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE.

       2100-FETCH-CANDIDATE.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2110-TRY-FETCH-CANDIDATE
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                ADD 1 TO WS-WALLETS-READ
             WHEN 100
                SET CURSOR-AT-END TO TRUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       2110-TRY-FETCH-CANDIDATE.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                FETCH DINT-CUR
                INTO :WS-CAND-CUSTOMER, :WS-CAND-WALLET-NO,
                     :WS-CAND-WALLET, :WS-CAND-PRODUCT,
                     :WS-CAND-STATUS
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       2900-CLOSE-CURSOR.
           EXEC SQL
                CLOSE DINT-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE.

       3000-CHARGE-ONE-WALLET.
           PERFORM 3100-CHECK-ALREADY-CHARGED
           IF WS-CHARGED-COUNT > ZERO
              ADD 1 TO WS-ALREADY-COUNT
           ELSE
              PERFORM 3300-FIND-OVERDRAFT-LINE
              PERFORM 3400-REBUILD-MONTH
              IF WS-CHARGE = ZERO
                 ADD 1 TO WS-NOTHING-DUE-COUNT
              ELSE
                 PERFORM 4000-POST-CHARGE
              END-IF
           END-IF.

      * A charge row for this wallet carrying the month's prefix
      * means an earlier run has already charged it.
       3100-CHECK-ALREADY-CHARGED.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3110-TRY-COUNT-CHARGES
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       3110-TRY-COUNT-CHARGES.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT COUNT(*)
                INTO :WS-CHARGED-COUNT
                FROM TEXE2HIST
                WHERE CUSTOMER_ID = :WS-CAND-CUSTOMER
                  AND WALLET_NO = :WS-CAND-WALLET-NO
                  AND PGM_NAME = :WS-PGM-NAME
                  AND SUBSTR(ADJ_REF, 1, 6) = :WS-REF-PREFIX
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * The wallet's authorized line - none on OVDRLIM, or a product
      * that allows no overdraft, means every overdrawn day is
      * beyond the line.
       3300-FIND-OVERDRAFT-LINE.
           MOVE ZERO TO WS-OD-LINE
           PERFORM VARYING WS-ODLIM-IX FROM 1 BY 1
                   UNTIL WS-ODLIM-IX > WS-ODLIM-COUNT
              IF WS-OD-CUSTOMER (WS-ODLIM-IX) = WS-CAND-CUSTOMER
                 AND WS-OD-WALLET-NO (WS-ODLIM-IX)
                    = WS-CAND-WALLET-NO
                 MOVE WS-OD-LIMIT (WS-ODLIM-IX) TO WS-OD-LINE
              END-IF
           END-PERFORM
           IF WS-CAND-PRODUCT NOT = SPACES
              MOVE 'PROD' TO WS-PL-FUNCTION
              MOVE WS-CAND-PRODUCT TO WS-PL-PRODUCT-CODE
              CALL 'PRODLOOK' USING WS-PRODLOOK-PARM
              IF WS-PL-FOUND
                 AND NOT WS-PL-OVERDRAFT-ALLOWED
                 MOVE ZERO TO WS-OD-LINE
              END-IF
           END-IF.

      * Walk the month a day at a time: each day closes on the new
      * balance of its last movement, or on the day before's when
      * nothing moved, and an overdrawn close is charged.
       3400-REBUILD-MONTH.
           MOVE ZERO TO WS-DAYS-OVERDRAWN
           MOVE ZERO TO WS-INSIDE-SUM WS-BEYOND-SUM
           MOVE ZERO TO WS-INSIDE-INT WS-BEYOND-INT WS-CHARGE
           MOVE 'N' TO WS-DAYS-EOF-SW
           EXEC SQL
                OPEN DAYS-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE
           PERFORM 3420-FETCH-DAY-ROW
           IF DAYS-AT-END
              PERFORM 3450-FIND-OPENING-BALANCE
           ELSE
              MOVE WS-ROW-OLD-WALLET TO WS-DAY-BALANCE
           END-IF
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > WS-DAYS-IN-MONTH
              PERFORM WITH TEST BEFORE
                      UNTIL DAYS-AT-END
                         OR WS-ROW-DAY NOT = WS-DAY-IX
                 MOVE WS-ROW-NEW-WALLET TO WS-DAY-BALANCE
                 PERFORM 3420-FETCH-DAY-ROW
              END-PERFORM
              IF WS-DAY-BALANCE < ZERO
                 PERFORM 3500-CHARGE-ONE-DAY
              END-IF
           END-PERFORM
           EXEC SQL
                CLOSE DAYS-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE
           COMPUTE WS-INSIDE-INT ROUNDED
              = WS-INSIDE-SUM / 100 / WS-DAY-BASIS
           COMPUTE WS-BEYOND-INT ROUNDED
              = WS-BEYOND-SUM / 100 / WS-DAY-BASIS
           COMPUTE WS-CHARGE = WS-INSIDE-INT + WS-BEYOND-INT.

       3420-FETCH-DAY-ROW.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3430-TRY-FETCH-DAY-ROW
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                CONTINUE
             WHEN 100
                SET DAYS-AT-END TO TRUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       3430-TRY-FETCH-DAY-ROW.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                FETCH DAYS-CUR
                INTO :WS-ROW-DAY, :WS-ROW-OLD-WALLET,
                     :WS-ROW-NEW-WALLET
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * Nothing moved on the wallet within the month, so it stood
      * all month on the balance it held going in - the old balance
      * of the first movement since, or tonight's balance if there
      * has been none.
       3450-FIND-OPENING-BALANCE.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3460-TRY-SELECT-OPENING
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                SET ROW-FOUND TO TRUE
                MOVE WS-ROW-OLD-WALLET TO WS-DAY-BALANCE
             WHEN 100
                MOVE WS-CAND-WALLET TO WS-DAY-BALANCE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       3460-TRY-SELECT-OPENING.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT OLD_WALLET
                INTO :WS-ROW-OLD-WALLET
                FROM TEXE2HIST
                WHERE CUSTOMER_ID = :WS-CAND-CUSTOMER
                  AND WALLET_NO = :WS-CAND-WALLET-NO
                  AND TMS_CREA >= :WS-NEXT-MONTH-TMS
                ORDER BY TMS_CREA
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * One overdrawn day, split at the line - balance times rate
      * is summed here and divided out at the month's end.
       3500-CHARGE-ONE-DAY.
           ADD 1 TO WS-DAYS-OVERDRAWN
           COMPUTE WS-OVERDRAWN = ZERO - WS-DAY-BALANCE
           IF WS-OVERDRAWN > WS-OD-LINE
              MOVE WS-OD-LINE TO WS-INSIDE-PART
              COMPUTE WS-BEYOND-PART = WS-OVERDRAWN - WS-OD-LINE
           ELSE
              MOVE WS-OVERDRAWN TO WS-INSIDE-PART
              MOVE ZERO TO WS-BEYOND-PART
           END-IF
           COMPUTE WS-INSIDE-SUM
              = WS-INSIDE-SUM + WS-INSIDE-PART * WS-INSIDE-RATE
           COMPUTE WS-BEYOND-SUM
              = WS-BEYOND-SUM + WS-BEYOND-PART * WS-BEYOND-RATE.

      * The charge posts to the wallet as one movement - update,
      * history row, commit - or, for a customer since closed or a
      * wallet since gone, is listed for finance instead.
       4000-POST-CHARGE.
           MOVE WS-CAND-CUSTOMER TO WS-LOOK-CUSTOMER
           MOVE WS-CAND-WALLET-NO TO WS-LOOK-WALLET-NO
           IF WS-CAND-STATUS = 'C'
              MOVE 'CUSTOMER CLOSED - NOT CHARGED' TO WS-RX-TEXT
              PERFORM 7200-WRITE-EXCEPTION
           ELSE
              PERFORM 4100-FETCH-WALLET
              IF NOT ROW-FOUND
                 MOVE 'WALLET NOT ON TEXE2 - NOT CHARGED'
                   TO WS-RX-TEXT
                 PERFORM 7200-WRITE-EXCEPTION
              ELSE
                 ADD 1 TO WS-REF-SEQ
                 MOVE SPACES TO WS-CHARGE-REF
                 STRING WS-REF-PREFIX WS-REF-SEQ
                    DELIMITED BY SIZE INTO WS-CHARGE-REF
                 MOVE WALLET OF TEXE2 TO WS-WALLET-OLD
                 COMPUTE WS-WALLET-NEW = WS-WALLET-OLD - WS-CHARGE
                 MOVE WS-WALLET-NEW TO WALLET OF TEXE2
                 PERFORM 4200-UPDATE-WALLET
                 PERFORM 4300-INSERT-HIST-ROW
                 EXEC SQL
                    COMMIT
                 END-EXEC
                 PERFORM 4330-RELEASE-MOVEMENT-EVENTS
                 ADD 1 TO WS-POSTED-COUNT
                 ADD WS-INSIDE-INT TO WS-TOTAL-INSIDE
                 ADD WS-BEYOND-INT TO WS-TOTAL-BEYOND
                 ADD WS-CHARGE TO WS-TOTAL-CHARGED
                 PERFORM 7100-WRITE-CHARGE-LINE
              END-IF
           END-IF.

       4100-FETCH-WALLET.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4110-TRY-SELECT-WALLET
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                SET ROW-FOUND TO TRUE
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       4110-TRY-SELECT-WALLET.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT WALLET
                INTO :WALLET OF TEXE2
                FROM TEXE2
                WHERE CUSTOMER_ID = :WS-LOOK-CUSTOMER
                  AND WALLET_NO = :WS-LOOK-WALLET-NO
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       4200-UPDATE-WALLET.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4210-TRY-UPDATE-WALLET
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       4210-TRY-UPDATE-WALLET.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                UPDATE TEXE2
                   SET WALLET = :WALLET OF TEXE2
                 WHERE CUSTOMER_ID = :WS-LOOK-CUSTOMER
                   AND WALLET_NO = :WS-LOOK-WALLET-NO
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * The charge's own row - its 'DI' reference; REV-ADJ-REF is
      * left blank, a charge backs nothing out.
       4300-INSERT-HIST-ROW.
           MOVE WS-WALLET-OLD TO OLD-WALLET OF TEXE2HIST
           MOVE WS-WALLET-NEW TO NEW-WALLET OF TEXE2HIST
           MOVE WS-CHARGE-REF TO ADJ-REF OF TEXE2HIST
           MOVE SPACES TO REV-ADJ-REF OF TEXE2HIST
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4310-TRY-INSERT-HIST
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           MOVE WS-LOOK-CUSTOMER TO WS-ME-CUSTOMER-ID
           MOVE WS-LOOK-WALLET-NO TO WS-ME-WALLET-NO
           MOVE WS-WALLET-OLD TO WS-ME-OLD-WALLET
           MOVE WS-WALLET-NEW TO WS-ME-NEW-WALLET
           MOVE WS-CHARGE-REF TO WS-ME-ADJ-REF
           MOVE SPACES TO WS-ME-REV-ADJ-REF
           PERFORM 4320-HOLD-MOVEMENT-EVENT.

       4310-TRY-INSERT-HIST.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              SELECT CURRENT TIMESTAMP
              INTO :WS-ME-TMS-CREA
              FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE = ZERO
              EXEC SQL
                   INSERT INTO TEXE2HIST
                       (CUSTOMER_ID, WALLET_NO, FIRST_NAME, LAST_NAME,
                        OLD_WALLET, NEW_WALLET, ADJ_REF, REV_ADJ_REF,
                        TMS_CREA, PGM_NAME)
                   SELECT CUSTOMER_ID, :WS-LOOK-WALLET-NO,
                          FIRST_NAME, LAST_NAME,
                          :OLD-WALLET OF TEXE2HIST,
                          :NEW-WALLET OF TEXE2HIST,
                          :ADJ-REF OF TEXE2HIST,
                          :REV-ADJ-REF OF TEXE2HIST,
                          :WS-ME-TMS-CREA, :WS-PGM-NAME
                   FROM TEXEM
                   WHERE CUSTOMER_ID = :WS-LOOK-CUSTOMER
              END-EXEC
           END-IF
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       4320-HOLD-MOVEMENT-EVENT.
      * The row just inserted, as its event - WS-ME- fields filled by
      * the caller, timestamp included.
           MOVE 'HOLD' TO WS-ME-FUNCTION
           MOVE WS-PGM-NAME TO WS-ME-PGM-NAME
           CALL 'MOVEVENT' USING WS-MOVEVENT-PARM.

      * Called straight after each COMMIT - the unit's event goes to
      * the MOVEVENT file. One that cannot be written is not lost:
      * MOVEPUB publishes any history row it finds without an event.
       4330-RELEASE-MOVEMENT-EVENTS.
           MOVE 'CMIT' TO WS-ME-FUNCTION
           CALL 'MOVEVENT' USING WS-MOVEVENT-PARM
           IF WS-ME-RC NOT = ZERO
              DISPLAY 'WALDINT: MOVEMENT EVENTS NOT ALL WRITTEN - RC '
                  WS-ME-RC ' - MOVEPUB WILL RECOVER THEM'
           END-IF.

       7100-WRITE-CHARGE-LINE.
           MOVE WS-CHARGE-REF TO WS-RC-REF
           MOVE WS-LOOK-CUSTOMER TO WS-RC-CUSTOMER-ID
           MOVE WS-LOOK-WALLET-NO TO WS-RC-WALLET-NO
           MOVE WS-OD-LINE TO WS-RC-LINE
           MOVE WS-DAYS-OVERDRAWN TO WS-RC-DAYS
           MOVE WS-INSIDE-INT TO WS-RC-INSIDE
           MOVE WS-BEYOND-INT TO WS-RC-BEYOND
           MOVE WS-CHARGE TO WS-RC-CHARGE
           MOVE WS-RPT-CHARGE-LINE TO DEBIT-REGISTER-RECORD
           WRITE DEBIT-REGISTER-RECORD.

      * WS-RX-TEXT set by the caller; the amount is the charge that
      * was not posted.
       7200-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE WS-LOOK-CUSTOMER TO WS-RX-CUSTOMER-ID
           MOVE WS-LOOK-WALLET-NO TO WS-RX-WALLET-NO
           MOVE WS-CHARGE TO WS-RX-CHARGE
           MOVE WS-RPT-EXCEPTION-LINE TO DEBIT-REGISTER-RECORD
           WRITE DEBIT-REGISTER-RECORD
           DISPLAY 'WALDINT: ' WS-LOOK-CUSTOMER '/' WS-LOOK-WALLET-NO
               ' - ' WS-RX-TEXT.

       8000-HOUSEKEEPING.
           MOVE SPACES TO DEBIT-REGISTER-RECORD
           WRITE DEBIT-REGISTER-RECORD
           MOVE 'WALLETS EXAMINED' TO WS-RT-LABEL
           MOVE WS-WALLETS-READ TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'WALLETS CHARGED' TO WS-RT-LABEL
           MOVE WS-POSTED-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'ALREADY CHARGED FOR THE MONTH' TO WS-RT-LABEL
           MOVE WS-ALREADY-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'NOTHING DUE' TO WS-RT-LABEL
           MOVE WS-NOTHING-DUE-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'NOT CHARGED - FOR FINANCE' TO WS-RT-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'INTEREST INSIDE THE LINE' TO WS-RT-LABEL
           MOVE WS-TOTAL-INSIDE TO WS-AMOUNT-FORMATTED
           MOVE WS-AMOUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'INTEREST BEYOND THE LINE' TO WS-RT-LABEL
           MOVE WS-TOTAL-BEYOND TO WS-AMOUNT-FORMATTED
           MOVE WS-AMOUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'DEBIT INTEREST CHARGED' TO WS-RT-LABEL
           MOVE WS-TOTAL-CHARGED TO WS-AMOUNT-FORMATTED
           MOVE WS-AMOUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE

           CLOSE DEBIT-REGISTER

           MOVE WS-POSTED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALDINT: WALLETS CHARGED: ' WS-COUNT-FORMATTED
           MOVE WS-TOTAL-CHARGED TO WS-AMOUNT-FORMATTED
           DISPLAY 'WALDINT: DEBIT INTEREST CHARGED: '
               WS-AMOUNT-FORMATTED
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALDINT: NOT CHARGED - FOR FINANCE: '
               WS-COUNT-FORMATTED

           IF WS-EXCEPTION-COUNT > ZERO AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-RPT-TOTAL-LINE TO DEBIT-REGISTER-RECORD
           WRITE DEBIT-REGISTER-RECORD.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'WALDINT: SQLCODE ' SQLCODE
               ' - DEADLOCK/TIMEOUT, RETRY ' WS-RETRY-COUNT
               ' OF ' WS-MAX-RETRIES ' IN ' WS-RETRY-DELAY-SECS
               ' SECONDS'
           CALL 'C$SLEEP' USING WS-RETRY-DELAY-SECS
           .

       9500-LOOKUP-ERROR-CODE.
      * Look the code up through the shared ERRLOOK routine, which
      * reads the loadable ERRCFILE registry at run time and falls
      * back to the compiled-in table when the file is absent.
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
      * clock's. With no control file at all the system date stands
      * in, with a note.
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
               WHEN BUSDATE-OK
                   READ BUSINESS-DATE-FILE
                   IF BUSDATE-OK
                       MOVE BD-BUSINESS-DATE TO WS-RUN-BUS-DATE
                   END-IF
                   CLOSE BUSINESS-DATE-FILE
               WHEN BUSDATE-NOT-FOUND
                   DISPLAY 'WALDINT: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'WALDINT: UNEXPECTED BUSDATE STATUS '
                       WS-BUSDATE-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 0350-RELEASE-WALLET-LOCK
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
           MOVE WS-WALLETS-READ TO RUN-RECS-IN
           MOVE WS-POSTED-COUNT TO RUN-RECS-OUT
           MOVE WS-EXCEPTION-COUNT TO RUN-RECS-REJECTED
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUNLOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUNLOG-OK
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY 'WALDINT: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9800-CHECK-SQLCODE.
      * Common guard after every SQL operation inside a charge -
      * anything other than clean completion rolls the in-flight
      * unit of work back, so a wallet is never half-charged.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              PERFORM 9999-ROLLBACK-AND-ABEND
           END-IF.

       9999-ROLLBACK-AND-ABEND.
           EXEC SQL
              ROLLBACK
           END-EXEC.
           DISPLAY 'WALDINT: UNEXPECTED SQLCODE ' SQLCODE
               ' - UNIT OF WORK ROLLED BACK'
           MOVE 16 TO RETURN-CODE
           GOBACK.
