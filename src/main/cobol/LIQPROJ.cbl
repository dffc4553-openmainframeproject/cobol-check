       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LIQPROJ.
      *****************************************************************
      * Forward liquidity projection over the wallet book. Treasury
      * wants to know what will come into and go out of customer
      * wallets over the coming weeks; most of it is already on file
      * before it happens. This run lays out, business day by
      * business day from tonight's BUSDATE date, by currency:
      *
      *   - the STORDFIL standing orders falling due, decided with
      *     STORDGEN's own rules (DATEUTIL's business-day roll);
      *   - the pending FWDADJ future-dated adjustments, on the
      *     window that will release them;
      *   - tonight's WDRWREQ withdrawal requests, which WALPAYOT
      *     pays in this window;
      *   - the TEXTERM fixed-term maturities, on the business day
      *     WALMATUR will act on, with the term's interest;
      *   - the month-end interest WALINT will post on each last
      *     business day of a month inside the horizon, at the
      *     product rate, or at the INTPARM rate with any change of
      *     terms TCHGLOOK gives as in force on that month end, gross
      *     of withholding tax.
      *
      * An inflow is money credited to a customer wallet, an outflow
      * money debited from one. The LIQRPT report gives each day's
      * inflows, outflows, net and the running net position per
      * currency, then the largest individual items of the horizon.
      * The principal of a paying-out term moves between the
      * customer's own wallets and is shown as a memo line only.
      *
      * Everything is priced on tonight's balances - a percent or
      * replace adjustment, a maturity and the interest all take the
      * wallet as it stands now. Items on a wallet no longer on TEXE2
      * are left out and counted. The currency is the wallet's; a
      * blank currency is the home reporting currency.
      *
      * Parameter cards: the horizon in calendar days (blank = 30,
      * at most 92), and how many of the largest items to list
      * (blank = 20, at most 50).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The standing orders STORDGEN generates from, maintained by
      * finance.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STORDFIL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ORDER-STATUS.
      * The future-dated adjustment warehouse FWDAMNT releases from.
           SELECT WAREHOUSE-FILE ASSIGN TO "FWDADJ"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FWD-STATUS.
      * Tonight's withdrawal requests, paid by WALPAYOT.
           SELECT WITHDRAWAL-REQUEST-FILE ASSIGN TO "WDRWREQ"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REQUEST-STATUS.
      * WALINT's monthly rate for a wallet on no product.
           SELECT RATE-PARM-FILE ASSIGN TO "INTPARM"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
           SELECT PROJECTION-REPORT ASSIGN TO "LIQRPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the first day of the projection and the date this
      * run is logged under.
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
       FD  STANDING-ORDER-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 63 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS STANDING-ORDER-RECORD.
       01  STANDING-ORDER-RECORD.
           05  SO-CUSTOMER-ID      PIC 9(9).
           05  SO-WALLET-NO        PIC 9(2).
           05  SO-FIRST-NAME       PIC X(10).
           05  SO-LAST-NAME        PIC X(10).
           05  SO-AMOUNT           PIC 9(8)V99.
           05  SO-ADJ-TYPE         PIC X(01).
           05  SO-FREQUENCY        PIC X(01).
               88  SO-FREQ-DAILY       VALUE 'D'.
               88  SO-FREQ-WEEKLY      VALUE 'W'.
               88  SO-FREQ-MONTHLY     VALUE 'M'.
           05  SO-START-DATE       PIC X(10).
           05  SO-END-DATE         PIC X(10).
       FD  WAREHOUSE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WAREHOUSE-RECORD.
       01  WAREHOUSE-RECORD.
           COPY FWDADJ.
       FD  WITHDRAWAL-REQUEST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 41 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WITHDRAWAL-REQUEST-RECORD.
       01  WITHDRAWAL-REQUEST-RECORD.
           05  WDR-REQUEST-ID      PIC X(10).
           05  WDR-CUSTOMER-ID     PIC 9(9).
           05  WDR-WALLET-NO       PIC 9(2).
           05  WDR-AMOUNT          PIC 9(8)V99.
           05  WDR-REQUEST-DATE    PIC X(10).
       FD  RATE-PARM-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 9 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS RATE-PARM-RECORD.
       01  RATE-PARM-RECORD.
           05  PARM-MONTHLY-RATE   PIC 9(3)V9(6).
       FD  PROJECTION-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PROJECTION-REPORT-RECORD.
       01  PROJECTION-REPORT-RECORD PIC X(80).
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
           05  WS-ORDER-STATUS      PIC XX.
               88  ORDER-OK         VALUE '00'.
               88  ORDER-EOF        VALUE '10'.
               88  ORDER-NOT-FOUND  VALUE '35'.
           05  WS-FWD-STATUS        PIC XX.
               88  FWD-OK           VALUE '00'.
               88  FWD-EOF          VALUE '10'.
               88  FWD-NOT-FOUND    VALUE '35'.
           05  WS-REQUEST-STATUS    PIC XX.
               88  REQUEST-OK       VALUE '00'.
               88  REQUEST-EOF      VALUE '10'.
               88  REQUEST-NOT-FOUND VALUE '35'.
           05  WS-PARM-STATUS       PIC XX.
               88  PARM-OK          VALUE '00'.
           05  WS-REPORT-STATUS     PIC XX.
               88  REPORT-OK        VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'LIQPROJ'.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK         VALUE '00'.
               88  BUSDATE-NOT-FOUND  VALUE '35'.
           05  WS-RUNLOG-STATUS     PIC XX.
               88  RUNLOG-OK        VALUE '00'.
           05  WS-RUN-START-TIME    PIC X(08).
           05  WS-RUN-TIME-RAW      PIC 9(08).
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
           05  WS-WORST-RC          PIC 9(02) VALUE ZERO.
      * The cards.
           05  WS-HORIZON-CARD      PIC X(03) VALUE SPACES.
           05  WS-HORIZON-DAYS      PIC 9(03) VALUE 30.
           05  WS-HORIZON-MAX       PIC 9(03) VALUE 92.
           05  WS-HORIZON-END       PIC X(10).
           05  WS-TOP-CARD          PIC X(02) VALUE SPACES.
           05  WS-TOP-WANTED        PIC 9(02) VALUE 20.
      * Which sources could not be read and so are not projected.
           05  WS-ORDERS-SW         PIC X(01) VALUE 'Y'.
               88  ORDERS-PROJECTED    VALUE 'Y'.
           05  WS-FORWARD-SW        PIC X(01) VALUE 'Y'.
               88  FORWARD-PROJECTED   VALUE 'Y'.
           05  WS-PAYOUTS-SW        PIC X(01) VALUE 'Y'.
               88  PAYOUTS-PROJECTED   VALUE 'Y'.
           05  WS-INTEREST-SW       PIC X(01) VALUE 'Y'.
               88  INTEREST-PROJECTED  VALUE 'Y'.
           05  WS-MONTH-END-SW      PIC X(01) VALUE 'N'.
               88  MONTH-END-IN-HORIZON VALUE 'Y'.
      * Standing-order due decision, as STORDGEN takes it.
           05  WS-EDIT-SW           PIC X(01).
               88  EDITS-GOOD       VALUE 'Y'.
           05  WS-DUE-SW            PIC X(01).
               88  ORDER-IS-DUE     VALUE 'Y'.
           05  WS-BUSDAY-SW         PIC X(01) VALUE 'N'.
               88  DAY1-IS-BUSDAY   VALUE 'Y'.
           05  WS-PROJ-DATE         PIC X(10).
           05  WS-NOMINAL-DATE      PIC X(10).
           05  WS-ADJUSTED-DATE     PIC X(10).
           05  WS-PRIOR-DATE        PIC X(10).
           05  WS-NEXT-DATE         PIC X(10).
           05  WS-WEEK-REMAINDER    PIC S9(5) COMP-3.
           05  WS-WEEK-QUOTIENT     PIC S9(7) COMP-3.
           05  WS-START-DAY         PIC 9(2).
           05  WS-EOM-DAY           PIC 9(2).
      * The wallet an item falls on, as TEXE2 has it tonight.
           05  WS-LOOK-CUSTOMER     PIC 9(9).
           05  WS-LOOK-WALLET-NO    PIC 9(2).
           05  WS-WALLET-SW         PIC X(01).
               88  WALLET-ROW-FOUND    VALUE 'Y'.
           05  WS-BALANCE           PIC S9(8)V99 COMP-3.
           05  WS-CURRENCY          PIC X(03).
      * The item being posted.
           05  WS-IT-SOURCE         PIC X(08).
           05  WS-IT-CUSTOMER       PIC 9(9).
           05  WS-IT-WALLET-NO      PIC 9(2).
           05  WS-IT-AMOUNT         PIC S9(11)V99 COMP-3.
           05  WS-IT-SIZE           PIC S9(11)V99 COMP-3.
           05  WS-FIND-DATE         PIC X(10).
      * Month-end interest scratch, as WALINT takes it.
           05  WS-MONTHLY-RATE      PIC 9(3)V9(6) VALUE ZERO.
           05  WS-ACCR-RATE         PIC 9(3)V9(6).
           05  WS-HOUSE-TERMS-SW    PIC X(01).
               88  ON-HOUSE-TERMS      VALUE 'Y'.
           05  WS-ZERO-RATE-SW      PIC X(01) VALUE 'N'.
               88  MONTH-END-RATE-ZERO VALUE 'Y'.
           05  WS-ACCR-MIN-BALANCE  PIC 9(8)V99.
           05  WS-INTEREST          PIC S9(11)V99 COMP-3.
      * Table subscripts.
           05  WS-DAY-IX            PIC S9(4) COMP.
           05  WS-DAY-JX            PIC S9(4) COMP.
           05  WS-CY-IX             PIC S9(4) COMP.
           05  WS-CY-JX             PIC S9(4) COMP.
           05  WS-TP-IX             PIC S9(4) COMP.
           05  WS-TP-JX             PIC S9(4) COMP.
      * Counts.
           05  WS-ORDER-COUNT       PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-FWD-COUNT         PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-REQUEST-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TERM-COUNT        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-WALLET-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ITEM-COUNT        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-REJECT-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-NO-WALLET-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-OVERFLOW-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-RECS-IN           PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZZ,ZZ9.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.

      * The business days of the horizon - tonight first, then each
      * next business day up to the horizon's last calendar day. A
      * month-end day is the last business day of its month, the
      * night WALINT posts.
       01  WS-DAY-TABLE.
           05  WS-DAY-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  WS-DAY-MAX           PIC S9(4) COMP VALUE 70.
           05  WS-DAY-ENTRY OCCURS 70 TIMES.
               10  WS-DY-DATE       PIC X(10).
               10  WS-DY-MONTH-END  PIC X(01).
                   88  WS-DY-IS-MONTH-END VALUE 'Y'.
      *        On a month end, the house rate WALINT will pay at.
               10  WS-DY-HOUSE-RATE PIC 9(3)V9(6).

      * One row of days per currency, in currency order.
       01  WS-CURRENCY-TABLE.
           05  WS-CY-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  WS-CY-MAX            PIC S9(4) COMP VALUE 20.
           05  WS-CY-ENTRY OCCURS 20 TIMES.
               10  WS-CY-CODE       PIC X(03).
               10  WS-CY-PRINCIPAL  PIC S9(13)V99 COMP-3.
               10  WS-CY-DAY OCCURS 70 TIMES.
                   15  WS-CY-IN     PIC S9(13)V99 COMP-3.
                   15  WS-CY-OUT    PIC S9(13)V99 COMP-3.

      * The largest items of the horizon, largest first by size
      * whichever way they run.
       01  WS-TOP-TABLE.
           05  WS-TP-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  WS-TP-MAX            PIC S9(4) COMP VALUE 50.
           05  WS-TP-ENTRY OCCURS 50 TIMES.
               10  WS-TP-DATE       PIC X(10).
               10  WS-TP-CURRENCY   PIC X(03).
               10  WS-TP-SOURCE     PIC X(08).
               10  WS-TP-CUSTOMER   PIC 9(9).
               10  WS-TP-WALLET-NO  PIC 9(2).
               10  WS-TP-AMOUNT     PIC S9(11)V99 COMP-3.
               10  WS-TP-SIZE       PIC S9(11)V99 COMP-3.

      * Per-currency running figures for the report.
       01  WS-REPORT-FIGURES.
           05  WS-RP-NET            PIC S9(13)V99 COMP-3.
           05  WS-RP-POSITION       PIC S9(13)V99 COMP-3.
           05  WS-RP-TOTAL-IN       PIC S9(13)V99 COMP-3.
           05  WS-RP-TOTAL-OUT      PIC S9(13)V99 COMP-3.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(10) VALUE 'LIQPROJ'.
           05  FILLER               PIC X(40)
               VALUE 'FORWARD LIQUIDITY PROJECTION'.
           05  FILLER               PIC X(14) VALUE 'BUSINESS DATE '.
           05  WS-HL-BUS-DATE       PIC X(10).
           05  FILLER               PIC X(06) VALUE SPACES.
       01  WS-HORIZON-LINE.
           05  FILLER               PIC X(08) VALUE 'HORIZON '.
           05  WS-HZ-DAYS           PIC ZZ9.
           05  FILLER               PIC X(17)
               VALUE ' CALENDAR DAYS TO'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-HZ-END            PIC X(10).
           05  FILLER               PIC X(03) VALUE ' - '.
           05  WS-HZ-BUSDAYS        PIC ZZ9.
           05  FILLER               PIC X(14) VALUE ' BUSINESS DAYS'.
           05  FILLER               PIC X(21) VALUE SPACES.
       01  WS-CURRENCY-HEADING.
           05  FILLER               PIC X(09) VALUE 'CURRENCY '.
           05  WS-CH-CURRENCY       PIC X(30).
           05  FILLER               PIC X(41) VALUE SPACES.
       01  WS-COLUMN-HEADING.
           05  FILLER               PIC X(10) VALUE 'DATE'.
           05  FILLER               PIC X(16) VALUE '         INFLOWS'.
           05  FILLER               PIC X(16) VALUE '        OUTFLOWS'.
           05  FILLER               PIC X(16) VALUE '             NET'.
           05  FILLER               PIC X(16) VALUE '        POSITION'.
           05  FILLER               PIC X(06) VALUE SPACES.
       01  WS-DAY-LINE.
           05  WS-DL-DATE           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DL-IN             PIC ----,---,--9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DL-OUT            PIC ----,---,--9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DL-NET            PIC ----,---,--9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DL-POSITION       PIC ----,---,--9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DL-MONTH-END      PIC X(05).
       01  WS-MEMO-LINE.
           05  FILLER               PIC X(43)
               VALUE 'TERM PRINCIPAL PAID OUT TO WALLET 01 (MEMO)'.
           05  WS-ML-AMOUNT         PIC ----,---,--9.99.
           05  FILLER               PIC X(22) VALUE SPACES.
       01  WS-ITEM-HEADING.
           05  FILLER               PIC X(11) VALUE 'DATE'.
           05  FILLER               PIC X(05) VALUE 'CCY'.
           05  FILLER               PIC X(09) VALUE 'SOURCE'.
           05  FILLER               PIC X(10) VALUE 'CUSTOMER'.
           05  FILLER               PIC X(03) VALUE 'WL'.
           05  FILLER               PIC X(15) VALUE '         AMOUNT'.
           05  FILLER               PIC X(27) VALUE SPACES.
       01  WS-ITEM-LINE.
           05  WS-IL-DATE           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-IL-CURRENCY       PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-IL-SOURCE         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-IL-CUSTOMER       PIC 9(9).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-IL-WALLET-NO      PIC 9(2).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-IL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-IL-DIRECTION      PIC X(03).
           05  FILLER               PIC X(24) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  WS-CL-LABEL          PIC X(40).
           05  WS-CL-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(29) VALUE SPACES.

      * Call parameter block for DATEUTIL, the shared date utility -
      * the calendar, the due-date arithmetic and the business-day
      * roll all go through it, same field layout as DATEUTIL's own
      * linkage section.
       01  WS-DATEUTIL-PARM.
           05 WS-DU-FUNCTION         PIC X(04).
           05 WS-DU-INPUT-DATE       PIC X(10).
           05 WS-DU-DAYS-TO-ADD      PIC S9(05).
           05 WS-DU-OUTPUT-DATE      PIC X(10).
           05 WS-DU-RETURN-CODE      PIC 9(02).
               88 WS-DU-OK              VALUE 00.
           05 WS-DU-INPUT-DATE-2     PIC X(10).
           05 WS-DU-DAYS-DIFFERENCE  PIC S9(07).
           05 WS-DU-REGION           PIC X(03) VALUE SPACES.

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

      * Call parameter block for TCHGLOOK, the change-of-terms lookup
      * - same field layout as TCHGLOOK's own linkage section.
       01  WS-TCHGLOOK-PARM.
           05  WS-TL-FUNCTION      PIC X(04).
           05  WS-TL-DATE          PIC X(10).
           05  WS-TL-PGM-NAME      PIC X(08).
           05  WS-TL-INDEX         PIC 9(03).
           05  WS-TL-CHANGE-NO     PIC 9(05).
           05  WS-TL-EFFECTIVE-DATE PIC X(10).
           05  WS-TL-NEW-RATE      PIC 9(3)V9(6).
           05  WS-TL-FEE-CODE      PIC X(04).
           05  WS-TL-FEE-TYPE      PIC X(01).
           05  WS-TL-FEE-AMOUNT    PIC 9(8)V99.
           05  WS-TL-FEE-TRIGGER   PIC 9(8)V99.
           05  WS-TL-FOUND-SW      PIC X(01).
               88  WS-TL-FOUND        VALUE 'Y'.
           05  WS-TL-WITHHELD-COUNT PIC 9(03).
           05  WS-TL-RETURN-CODE   PIC 9(02).

      * The adjustment a warehouse record will release.
       01  WS-ADJ-WORK.
           COPY WALADJ.

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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'LIQPROJ'.

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.
       EXEC SQL INCLUDE TEXTERM END-EXEC.

      * Every running term with its wallet's balance and currency.
           EXEC SQL
              DECLARE LQTM-CUR CURSOR FOR
              SELECT T.CUSTOMER_ID, T.WALLET_NO,
                     CHAR(T.MATURITY_DATE, ISO),
                     T.TERM_MONTHS, T.AGREED_RATE,
                     T.MATURITY_INSTR,
                     E.WALLET, E.CURRENCY_CODE
              FROM TEXTERM T, TEXE2 E
              WHERE E.CUSTOMER_ID = T.CUSTOMER_ID
                AND E.WALLET_NO = T.WALLET_NO
              ORDER BY T.CUSTOMER_ID, T.WALLET_NO
           END-EXEC.

      * The wallets WALINT pays at month end - an active customer's,
      * not locked in a term.
           EXEC SQL
              DECLARE LQIN-CUR CURSOR FOR
              SELECT A.CUSTOMER_ID, A.WALLET_NO, A.WALLET,
                     A.PRODUCT_CODE, A.CURRENCY_CODE
              FROM TEXE2 A, TEXEM B
              WHERE B.CUSTOMER_ID = A.CUSTOMER_ID
                AND B.CUST_STATUS = 'A'
                AND NOT EXISTS
                    (SELECT 1 FROM TEXTERM T
                      WHERE T.CUSTOMER_ID = A.CUSTOMER_ID
                        AND T.WALLET_NO = A.WALLET_NO)
              ORDER BY A.CUSTOMER_ID, A.WALLET_NO
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-BUILD-CALENDAR
           PERFORM 2000-PROJECT-ORDERS
           PERFORM 3000-PROJECT-FORWARD-ADJ
           PERFORM 4000-PROJECT-PAYOUTS
           PERFORM 5000-PROJECT-MATURITIES
           PERFORM 6000-PROJECT-INTEREST
           PERFORM 7500-PRINT-PROJECTION
           PERFORM 8000-HOUSEKEEPING
           MOVE WS-WORST-RC TO RETURN-CODE
           PERFORM 9700-WRITE-RUN-LOG
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-HORIZON-CARD
           ACCEPT WS-TOP-CARD

           MOVE ZERO TO RETURN-CODE

           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           PERFORM 9600-RESOLVE-BUSINESS-DATE
           PERFORM 1100-EDIT-CARDS

           OPEN OUTPUT PROJECTION-REPORT
           IF NOT REPORT-OK
              DISPLAY 'LIQPROJ: UNEXPECTED LIQRPT STATUS '
                  WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       1100-EDIT-CARDS.
      * A blank card takes the default; anything else must be a
      * number inside the limits.
           IF WS-HORIZON-CARD NOT = SPACES
              IF WS-HORIZON-CARD NOT NUMERIC
                 OR WS-HORIZON-CARD = '000'
                 OR WS-HORIZON-CARD > WS-HORIZON-MAX
                 DISPLAY 'LIQPROJ: HORIZON CARD MUST BE 001 TO '
                     WS-HORIZON-MAX ' DAYS - ' WS-HORIZON-CARD
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-HORIZON-CARD TO WS-HORIZON-DAYS
           END-IF

           IF WS-TOP-CARD NOT = SPACES
              IF WS-TOP-CARD NOT NUMERIC
                 OR WS-TOP-CARD = '00'
                 OR WS-TOP-CARD > '50'
                 DISPLAY 'LIQPROJ: LARGEST-ITEMS CARD MUST BE 01 TO '
                     '50 - ' WS-TOP-CARD
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-TOP-CARD TO WS-TOP-WANTED
           END-IF
           MOVE WS-TOP-WANTED TO WS-TP-MAX.

       1200-BUILD-CALENDAR.
      * Tonight is the first day whatever it is - the window runs
      * tonight - and every business day after it to the last day
      * of the horizon follows.
           MOVE 'VAL ' TO WS-DU-FUNCTION
           MOVE WS-RUN-BUS-DATE TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF NOT WS-DU-OK
              DISPLAY 'LIQPROJ: BUSINESS DATE ' WS-RUN-BUS-DATE
                  ' IS NOT A VALID DATE'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE 'ADD ' TO WS-DU-FUNCTION
           MOVE WS-RUN-BUS-DATE TO WS-DU-INPUT-DATE
           COMPUTE WS-DU-DAYS-TO-ADD = WS-HORIZON-DAYS - 1
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           MOVE WS-DU-OUTPUT-DATE TO WS-HORIZON-END

           MOVE 1 TO WS-DAY-COUNT
           MOVE WS-RUN-BUS-DATE TO WS-DY-DATE (1)
           MOVE 'N' TO WS-DY-MONTH-END (1)
           MOVE WS-RUN-BUS-DATE TO WS-NEXT-DATE
           PERFORM WITH TEST AFTER
              UNTIL WS-NEXT-DATE > WS-HORIZON-END
                 OR WS-DAY-COUNT NOT < WS-DAY-MAX
              MOVE 'NBD ' TO WS-DU-FUNCTION
              MOVE WS-NEXT-DATE TO WS-DU-INPUT-DATE
              CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
              MOVE WS-DU-OUTPUT-DATE TO WS-NEXT-DATE
              IF WS-NEXT-DATE NOT > WS-HORIZON-END
                 ADD 1 TO WS-DAY-COUNT
                 MOVE WS-NEXT-DATE TO WS-DY-DATE (WS-DAY-COUNT)
                 MOVE 'N' TO WS-DY-MONTH-END (WS-DAY-COUNT)
              END-IF
           END-PERFORM

           PERFORM 1250-FLAG-MONTH-ENDS
           PERFORM 1300-CHECK-DAY1-IS-BUSDAY.

       1250-FLAG-MONTH-ENDS.
      * A day is a month end when the next business day is in
      * another month - PERDCTL's test for WALINT's night. The last
      * day's next business day is the one the calendar loop stopped
      * on.
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > WS-DAY-COUNT
              IF WS-DAY-IX < WS-DAY-COUNT
                 COMPUTE WS-DAY-JX = WS-DAY-IX + 1
                 MOVE WS-DY-DATE (WS-DAY-JX) TO WS-NEXT-DATE
              ELSE
                 MOVE 'NBD ' TO WS-DU-FUNCTION
                 MOVE WS-DY-DATE (WS-DAY-IX) TO WS-DU-INPUT-DATE
                 CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
                 MOVE WS-DU-OUTPUT-DATE TO WS-NEXT-DATE
              END-IF
              IF WS-NEXT-DATE (1:7) NOT = WS-DY-DATE (WS-DAY-IX) (1:7)
                 MOVE 'Y' TO WS-DY-MONTH-END (WS-DAY-IX)
                 MOVE 'Y' TO WS-MONTH-END-SW
              END-IF
           END-PERFORM.

       1300-CHECK-DAY1-IS-BUSDAY.
      * Daily orders only generate on business days. Every later day
      * of the calendar is one; tonight is one when the next business
      * day after the day before is tonight.
           MOVE 'ADD ' TO WS-DU-FUNCTION
           MOVE WS-RUN-BUS-DATE TO WS-DU-INPUT-DATE
           MOVE -1 TO WS-DU-DAYS-TO-ADD
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           MOVE WS-DU-OUTPUT-DATE TO WS-PRIOR-DATE
           MOVE 'NBD ' TO WS-DU-FUNCTION
           MOVE WS-PRIOR-DATE TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF WS-DU-OK AND WS-DU-OUTPUT-DATE = WS-RUN-BUS-DATE
              MOVE 'Y' TO WS-BUSDAY-SW
           END-IF.

      *****************************************************************
      * Standing orders - each order is put to STORDGEN's due test
      * on every day of the calendar.
      *****************************************************************
       2000-PROJECT-ORDERS.
           OPEN INPUT STANDING-ORDER-FILE
           EVALUATE TRUE
              WHEN ORDER-OK
                 CONTINUE
              WHEN ORDER-NOT-FOUND
                 MOVE 'IFNF' TO WS-ERRCODE-LOOKUP-CODE
                 PERFORM 9500-LOOKUP-ERROR-CODE
                 DISPLAY WS-ERRCODE-LOOKUP-TEXT ' (STORDFIL)'
                 MOVE 'N' TO WS-ORDERS-SW
                 MOVE 4 TO WS-WORST-RC
              WHEN OTHER
                 DISPLAY 'LIQPROJ: UNEXPECTED STORDFIL STATUS '
                     WS-ORDER-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE

           IF ORDERS-PROJECTED
              PERFORM 2100-READ-ORDER
              PERFORM WITH TEST BEFORE UNTIL ORDER-EOF
                 PERFORM 2200-PROJECT-ONE-ORDER
                 PERFORM 2100-READ-ORDER
              END-PERFORM
              CLOSE STANDING-ORDER-FILE
           END-IF.

       2100-READ-ORDER.
           READ STANDING-ORDER-FILE
           IF NOT ORDER-OK AND NOT ORDER-EOF
              DISPLAY 'LIQPROJ: UNEXPECTED STORDFIL STATUS ON READ '
                  WS-ORDER-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF ORDER-OK
              ADD 1 TO WS-ORDER-COUNT
           END-IF.

       2200-PROJECT-ONE-ORDER.
      * An order STORDGEN would refuse generates nothing and is
      * counted; STORDREJ lists it for finance.
           PERFORM 2210-EDIT-ORDER
           IF NOT EDITS-GOOD
              ADD 1 TO WS-REJECT-COUNT
           ELSE
              MOVE SO-CUSTOMER-ID TO WS-LOOK-CUSTOMER
              MOVE SO-WALLET-NO TO WS-LOOK-WALLET-NO
              PERFORM 7000-LOOKUP-WALLET
              IF NOT WALLET-ROW-FOUND
                 ADD 1 TO WS-NO-WALLET-COUNT
              ELSE
                 MOVE 'ORDER' TO WS-IT-SOURCE
                 MOVE SO-CUSTOMER-ID TO WS-IT-CUSTOMER
                 MOVE WS-LOOK-WALLET-NO TO WS-IT-WALLET-NO
                 PERFORM 2400-PRICE-ORDER
                 PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                         UNTIL WS-DAY-IX > WS-DAY-COUNT
                    MOVE WS-DY-DATE (WS-DAY-IX) TO WS-PROJ-DATE
                    PERFORM 2300-DECIDE-IF-DUE
                    IF ORDER-IS-DUE
                       PERFORM 7200-POST-ITEM
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

       2210-EDIT-ORDER.
           MOVE 'Y' TO WS-EDIT-SW

           IF SO-CUSTOMER-ID NOT NUMERIC OR SO-CUSTOMER-ID = ZERO
              MOVE 'N' TO WS-EDIT-SW
           END-IF

           IF EDITS-GOOD
              IF SO-AMOUNT NOT NUMERIC OR SO-AMOUNT = ZERO
                 MOVE 'N' TO WS-EDIT-SW
              END-IF
           END-IF

           IF EDITS-GOOD
              IF SO-ADJ-TYPE NOT = 'A' AND SO-ADJ-TYPE NOT = 'S'
                 AND SO-ADJ-TYPE NOT = 'P'
                 MOVE 'N' TO WS-EDIT-SW
              END-IF
           END-IF

           IF EDITS-GOOD
              IF NOT SO-FREQ-DAILY AND NOT SO-FREQ-WEEKLY
                 AND NOT SO-FREQ-MONTHLY
                 MOVE 'N' TO WS-EDIT-SW
              END-IF
           END-IF

           IF EDITS-GOOD
              MOVE 'VAL ' TO WS-DU-FUNCTION
              MOVE SO-START-DATE TO WS-DU-INPUT-DATE
              CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
              IF NOT WS-DU-OK
                 MOVE 'N' TO WS-EDIT-SW
              END-IF
           END-IF

           IF EDITS-GOOD AND SO-END-DATE NOT = SPACES
              MOVE 'VAL ' TO WS-DU-FUNCTION
              MOVE SO-END-DATE TO WS-DU-INPUT-DATE
              CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
              IF NOT WS-DU-OK
                 MOVE 'N' TO WS-EDIT-SW
              END-IF
           END-IF

           IF EDITS-GOOD
              IF SO-WALLET-NO NOT NUMERIC OR SO-WALLET-NO = ZERO
                 MOVE 01 TO SO-WALLET-NO
              END-IF
           END-IF.

       2300-DECIDE-IF-DUE.
      * STORDGEN's test with the projected day in place of the
      * business date: the nominal date for the frequency, rolled
      * forward to the next business day when it falls on a weekend
      * or holiday, is exactly the day, inside the start/end window.
           MOVE 'N' TO WS-DUE-SW

           IF WS-PROJ-DATE < SO-START-DATE
              CONTINUE
           ELSE
              IF SO-END-DATE NOT = SPACES
                 AND WS-PROJ-DATE > SO-END-DATE
                 CONTINUE
              ELSE
                 EVALUATE TRUE
                    WHEN SO-FREQ-DAILY
                       IF WS-DAY-IX > 1 OR DAY1-IS-BUSDAY
                          MOVE 'Y' TO WS-DUE-SW
                       END-IF
                    WHEN SO-FREQ-WEEKLY
                       PERFORM 2310-CHECK-WEEKLY-DUE
                    WHEN SO-FREQ-MONTHLY
                       PERFORM 2320-CHECK-MONTHLY-DUE
                 END-EVALUATE
              END-IF
           END-IF.

       2310-CHECK-WEEKLY-DUE.
      * The nominal date is the latest seventh-day anniversary of
      * the start date on or before the day.
           MOVE 'DIF ' TO WS-DU-FUNCTION
           MOVE SO-START-DATE TO WS-DU-INPUT-DATE
           MOVE WS-PROJ-DATE TO WS-DU-INPUT-DATE-2
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF WS-DU-OK
              DIVIDE WS-DU-DAYS-DIFFERENCE BY 7
                 GIVING WS-WEEK-QUOTIENT
                 REMAINDER WS-WEEK-REMAINDER
              MOVE 'ADD ' TO WS-DU-FUNCTION
              MOVE WS-PROJ-DATE TO WS-DU-INPUT-DATE
              COMPUTE WS-DU-DAYS-TO-ADD = ZERO - WS-WEEK-REMAINDER
              CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
              MOVE WS-DU-OUTPUT-DATE TO WS-NOMINAL-DATE
              PERFORM 2350-ROLL-AND-COMPARE
           END-IF.

       2320-CHECK-MONTHLY-DUE.
      * The nominal date is the start date's day of month in the
      * day's month, capped at that month's last day.
           MOVE 'EOM ' TO WS-DU-FUNCTION
           MOVE WS-PROJ-DATE TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF WS-DU-OK
              MOVE WS-DU-OUTPUT-DATE (9:2) TO WS-EOM-DAY
              MOVE SO-START-DATE (9:2) TO WS-START-DAY
              IF WS-START-DAY > WS-EOM-DAY
                 MOVE WS-EOM-DAY TO WS-START-DAY
              END-IF
              MOVE WS-PROJ-DATE TO WS-NOMINAL-DATE
              MOVE WS-START-DAY TO WS-NOMINAL-DATE (9:2)
              PERFORM 2350-ROLL-AND-COMPARE
           END-IF
           IF NOT ORDER-IS-DUE
              PERFORM 2330-CHECK-PRIOR-MONTH-DUE
           END-IF.

       2330-CHECK-PRIOR-MONTH-DUE.
      * A prior-month nominal can roll forward across month-end onto
      * the first business days of this month. A nominal before the
      * order's start date is not a due sweep.
           MOVE 'ADD ' TO WS-DU-FUNCTION
           MOVE WS-PROJ-DATE TO WS-DU-INPUT-DATE
           MOVE '01' TO WS-DU-INPUT-DATE (9:2)
           MOVE -1 TO WS-DU-DAYS-TO-ADD
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF WS-DU-OK
              MOVE WS-DU-OUTPUT-DATE TO WS-NOMINAL-DATE
              MOVE WS-NOMINAL-DATE (9:2) TO WS-EOM-DAY
              MOVE SO-START-DATE (9:2) TO WS-START-DAY
              IF WS-START-DAY > WS-EOM-DAY
                 MOVE WS-EOM-DAY TO WS-START-DAY
              END-IF
              MOVE WS-START-DAY TO WS-NOMINAL-DATE (9:2)
              IF WS-NOMINAL-DATE NOT < SO-START-DATE
                 PERFORM 2350-ROLL-AND-COMPARE
              END-IF
           END-IF.

       2350-ROLL-AND-COMPARE.
      * Roll the nominal date forward to the next business day when
      * it is not one itself, then compare with the day.
           MOVE WS-NOMINAL-DATE TO WS-ADJUSTED-DATE
           MOVE 'ADD ' TO WS-DU-FUNCTION
           MOVE WS-NOMINAL-DATE TO WS-DU-INPUT-DATE
           MOVE -1 TO WS-DU-DAYS-TO-ADD
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           MOVE 'NBD ' TO WS-DU-FUNCTION
           MOVE WS-DU-OUTPUT-DATE TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF WS-DU-OK AND WS-DU-OUTPUT-DATE NOT = WS-NOMINAL-DATE
              MOVE 'NBD ' TO WS-DU-FUNCTION
              MOVE WS-NOMINAL-DATE TO WS-DU-INPUT-DATE
              CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
              IF WS-DU-OK
                 MOVE WS-DU-OUTPUT-DATE TO WS-ADJUSTED-DATE
              END-IF
           END-IF
           IF WS-ADJUSTED-DATE = WS-PROJ-DATE
              MOVE 'Y' TO WS-DUE-SW
           END-IF.

       2400-PRICE-ORDER.
      * Add and subtract are the amount; a percent order grows a
      * positive balance by the percentage, as the apply does.
           EVALUATE SO-ADJ-TYPE
              WHEN 'A'
                 MOVE SO-AMOUNT TO WS-IT-AMOUNT
              WHEN 'S'
                 COMPUTE WS-IT-AMOUNT = ZERO - SO-AMOUNT
              WHEN OTHER
                 IF WS-BALANCE > ZERO
                    COMPUTE WS-IT-AMOUNT ROUNDED
                       = WS-BALANCE * SO-AMOUNT / 100
                 ELSE
                    MOVE ZERO TO WS-IT-AMOUNT
                 END-IF
           END-EVALUATE.

      *****************************************************************
      * Future-dated adjustments - each pending item on the window
      * that releases it: its due date, or the next business day,
      * and one overdue tonight.
      *****************************************************************
       3000-PROJECT-FORWARD-ADJ.
           OPEN INPUT WAREHOUSE-FILE
           EVALUATE TRUE
              WHEN FWD-OK
                 CONTINUE
              WHEN FWD-NOT-FOUND
                 MOVE 'IFNF' TO WS-ERRCODE-LOOKUP-CODE
                 PERFORM 9500-LOOKUP-ERROR-CODE
                 DISPLAY WS-ERRCODE-LOOKUP-TEXT ' (FWDADJ)'
                 MOVE 'N' TO WS-FORWARD-SW
                 MOVE 4 TO WS-WORST-RC
              WHEN OTHER
                 DISPLAY 'LIQPROJ: UNEXPECTED FWDADJ STATUS '
                     WS-FWD-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE

           IF FORWARD-PROJECTED
              PERFORM 3100-READ-FORWARD-ADJ
              PERFORM WITH TEST BEFORE UNTIL FWD-EOF
                 IF FWD-PENDING
                    PERFORM 3200-PROJECT-ONE-FORWARD-ADJ
                 END-IF
                 PERFORM 3100-READ-FORWARD-ADJ
              END-PERFORM
              CLOSE WAREHOUSE-FILE
           END-IF.

       3100-READ-FORWARD-ADJ.
           READ WAREHOUSE-FILE
           IF NOT FWD-OK AND NOT FWD-EOF
              DISPLAY 'LIQPROJ: UNEXPECTED FWDADJ STATUS ON READ '
                  WS-FWD-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF FWD-OK
              ADD 1 TO WS-FWD-COUNT
           END-IF.

       3200-PROJECT-ONE-FORWARD-ADJ.
           MOVE FWD-DUE-DATE TO WS-FIND-DATE
           PERFORM 7100-FIND-DAY
           IF WS-DAY-IX > ZERO
              MOVE FWD-ADJ-IMAGE TO WS-ADJ-WORK
              IF WADJ-WALLET-NO NOT NUMERIC OR WADJ-WALLET-NO = ZERO
                 MOVE 01 TO WADJ-WALLET-NO
              END-IF
              MOVE WADJ-CUSTOMER-ID TO WS-LOOK-CUSTOMER
              MOVE WADJ-WALLET-NO TO WS-LOOK-WALLET-NO
              PERFORM 7000-LOOKUP-WALLET
              IF NOT WALLET-ROW-FOUND
                 ADD 1 TO WS-NO-WALLET-COUNT
              ELSE
                 EVALUATE TRUE
                    WHEN WADJ-TYPE-ADD
                       MOVE WADJ-AMOUNT TO WS-IT-AMOUNT
                    WHEN WADJ-TYPE-SUBTRACT
                       COMPUTE WS-IT-AMOUNT = ZERO - WADJ-AMOUNT
                    WHEN WADJ-TYPE-PERCENT
                       IF WS-BALANCE > ZERO
                          COMPUTE WS-IT-AMOUNT ROUNDED
                             = WS-BALANCE * WADJ-AMOUNT / 100
                       ELSE
                          MOVE ZERO TO WS-IT-AMOUNT
                       END-IF
                    WHEN OTHER
      *                A replace moves the wallet by the difference.
                       COMPUTE WS-IT-AMOUNT = WADJ-AMOUNT - WS-BALANCE
                 END-EVALUATE
                 MOVE 'FWDADJ' TO WS-IT-SOURCE
                 MOVE WADJ-CUSTOMER-ID TO WS-IT-CUSTOMER
                 MOVE WADJ-WALLET-NO TO WS-IT-WALLET-NO
                 PERFORM 7200-POST-ITEM
              END-IF
           END-IF.

      *****************************************************************
      * Withdrawal requests - all paid out tonight.
      *****************************************************************
       4000-PROJECT-PAYOUTS.
           OPEN INPUT WITHDRAWAL-REQUEST-FILE
           EVALUATE TRUE
              WHEN REQUEST-OK
                 CONTINUE
              WHEN REQUEST-NOT-FOUND
                 MOVE 'IFNF' TO WS-ERRCODE-LOOKUP-CODE
                 PERFORM 9500-LOOKUP-ERROR-CODE
                 DISPLAY WS-ERRCODE-LOOKUP-TEXT ' (WDRWREQ)'
                 MOVE 'N' TO WS-PAYOUTS-SW
                 MOVE 4 TO WS-WORST-RC
              WHEN OTHER
                 DISPLAY 'LIQPROJ: UNEXPECTED WDRWREQ STATUS '
                     WS-REQUEST-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE

           IF PAYOUTS-PROJECTED
              PERFORM 4100-READ-REQUEST
              PERFORM WITH TEST BEFORE UNTIL REQUEST-EOF
                 PERFORM 4200-PROJECT-ONE-REQUEST
                 PERFORM 4100-READ-REQUEST
              END-PERFORM
              CLOSE WITHDRAWAL-REQUEST-FILE
           END-IF.

       4100-READ-REQUEST.
           READ WITHDRAWAL-REQUEST-FILE
           IF NOT REQUEST-OK AND NOT REQUEST-EOF
              DISPLAY 'LIQPROJ: UNEXPECTED WDRWREQ STATUS ON READ '
                  WS-REQUEST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF REQUEST-OK
              ADD 1 TO WS-REQUEST-COUNT
           END-IF.

       4200-PROJECT-ONE-REQUEST.
      * A request WALPAYOT would refuse on its face is counted and
      * left out.
           IF WDR-CUSTOMER-ID NOT NUMERIC
              OR WDR-AMOUNT NOT NUMERIC OR WDR-AMOUNT = ZERO
              ADD 1 TO WS-REJECT-COUNT
           ELSE
              IF WDR-WALLET-NO NOT NUMERIC OR WDR-WALLET-NO = ZERO
                 MOVE 01 TO WDR-WALLET-NO
              END-IF
              MOVE WDR-CUSTOMER-ID TO WS-LOOK-CUSTOMER
              MOVE WDR-WALLET-NO TO WS-LOOK-WALLET-NO
              PERFORM 7000-LOOKUP-WALLET
              IF NOT WALLET-ROW-FOUND
                 ADD 1 TO WS-NO-WALLET-COUNT
              ELSE
                 MOVE 1 TO WS-DAY-IX
                 COMPUTE WS-IT-AMOUNT = ZERO - WDR-AMOUNT
                 MOVE 'PAYOUT' TO WS-IT-SOURCE
                 MOVE WDR-CUSTOMER-ID TO WS-IT-CUSTOMER
                 MOVE WDR-WALLET-NO TO WS-IT-WALLET-NO
                 PERFORM 7200-POST-ITEM
              END-IF
           END-IF.

      *****************************************************************
      * Fixed-term maturities - the term's interest on the business
      * day WALMATUR matures it. A paying-out term's balance moves
      * on to wallet 01 and is a memo figure.
      *****************************************************************
       5000-PROJECT-MATURITIES.
           PERFORM 5010-OPEN-T-CURSOR
           PERFORM WITH TEST AFTER UNTIL SQLCODE = 100
              PERFORM 5100-TAKE-ONE-TERM
           END-PERFORM
           PERFORM 5020-CLOSE-T-CURSOR.

       5010-OPEN-T-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 5011-TRY-OPEN-T
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       5011-TRY-OPEN-T.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              OPEN LQTM-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       5020-CLOSE-T-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 5021-TRY-CLOSE-T
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       5021-TRY-CLOSE-T.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              CLOSE LQTM-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       5100-TAKE-ONE-TERM.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 5110-TRY-FETCH-T
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                ADD 1 TO WS-TERM-COUNT
                PERFORM 5200-PROJECT-ONE-TERM
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       5110-TRY-FETCH-T.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              FETCH LQTM-CUR
              INTO :CUSTOMER-ID OF TEXTERM,
                   :WALLET-NO OF TEXTERM,
                   :MATURITY-DATE OF TEXTERM,
                   :TERM-MONTHS OF TEXTERM,
                   :AGREED-RATE OF TEXTERM,
                   :MATURITY-INSTR OF TEXTERM,
                   :WALLET OF TEXE2,
                   :CURRENCY-CODE OF TEXE2
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       5200-PROJECT-ONE-TERM.
      * WALMATUR's interest: the whole term at the agreed annual
      * rate, nothing on an empty wallet.
           MOVE MATURITY-DATE OF TEXTERM TO WS-FIND-DATE
           PERFORM 7100-FIND-DAY
           IF WS-DAY-IX > ZERO
              MOVE WALLET OF TEXE2 TO WS-BALANCE
              MOVE CURRENCY-CODE OF TEXE2 TO WS-CURRENCY
              MOVE ZERO TO WS-IT-AMOUNT
              IF WS-BALANCE > ZERO
                 COMPUTE WS-IT-AMOUNT ROUNDED =
                    WS-BALANCE * AGREED-RATE OF TEXTERM / 100
                    * TERM-MONTHS OF TEXTERM / 12
              END-IF
              MOVE 'MATURITY' TO WS-IT-SOURCE
              MOVE CUSTOMER-ID OF TEXTERM TO WS-IT-CUSTOMER
              MOVE WALLET-NO OF TEXTERM TO WS-IT-WALLET-NO
              PERFORM 7200-POST-ITEM
              IF MATURITY-INSTR OF TEXTERM = 'P'
                 PERFORM 7210-FIND-CURRENCY
              END-IF
              IF MATURITY-INSTR OF TEXTERM = 'P'
                 AND WS-CY-IX > ZERO
                 COMPUTE WS-CY-PRINCIPAL (WS-CY-IX)
                    = WS-CY-PRINCIPAL (WS-CY-IX)
                    + WS-BALANCE + WS-IT-AMOUNT
              END-IF
           END-IF.

      *****************************************************************
      * Month-end interest - WALINT's accrual on every wallet it
      * pays, once for each month end inside the horizon.
      *****************************************************************
       6000-PROJECT-INTEREST.
           IF MONTH-END-IN-HORIZON
              OPEN INPUT RATE-PARM-FILE
              IF PARM-OK
                 READ RATE-PARM-FILE
                 IF PARM-OK
                    MOVE PARM-MONTHLY-RATE TO WS-MONTHLY-RATE
                 END-IF
                 CLOSE RATE-PARM-FILE
              ELSE
                 MOVE 'IFNF' TO WS-ERRCODE-LOOKUP-CODE
                 PERFORM 9500-LOOKUP-ERROR-CODE
                 DISPLAY WS-ERRCODE-LOOKUP-TEXT ' (INTPARM)'
              END-IF
              PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                      UNTIL WS-DAY-IX > WS-DAY-COUNT
                 IF WS-DY-IS-MONTH-END (WS-DAY-IX)
                    PERFORM 6050-RESOLVE-HOUSE-RATE
                 END-IF
              END-PERFORM
              IF MONTH-END-RATE-ZERO
                 DISPLAY 'LIQPROJ: NO MONTHLY RATE ON INTPARM - '
                     'MONTH-END INTEREST NOT PROJECTED'
                 MOVE 'N' TO WS-INTEREST-SW
                 MOVE 4 TO WS-WORST-RC
              ELSE
                 PERFORM 6010-OPEN-I-CURSOR
                 PERFORM WITH TEST AFTER UNTIL SQLCODE = 100
                    PERFORM 6100-TAKE-ONE-WALLET
                 END-PERFORM
                 PERFORM 6020-CLOSE-I-CURSOR
              END-IF
           END-IF.

       6050-RESOLVE-HOUSE-RATE.
      * The rate change TCHGLOOK gives as in force on the month end
      * replaces the INTPARM rate for that night, as WALINT takes it.
      * A change still waiting on its notice period then is left out,
      * as WALINT would leave it, and TCHGLOOK lists it.
           MOVE WS-MONTHLY-RATE TO WS-DY-HOUSE-RATE (WS-DAY-IX)
           MOVE 'RATE' TO WS-TL-FUNCTION
           MOVE WS-DY-DATE (WS-DAY-IX) TO WS-TL-DATE
           MOVE WS-PGM-NAME TO WS-TL-PGM-NAME
           MOVE 1 TO WS-TL-INDEX
           CALL 'TCHGLOOK' USING WS-TCHGLOOK-PARM
           IF WS-TL-FOUND
              DISPLAY 'LIQPROJ: CHANGE OF TERMS ' WS-TL-CHANGE-NO
                  ' EFFECTIVE ' WS-TL-EFFECTIVE-DATE
                  ' - MONTHLY RATE ' WS-TL-NEW-RATE
                  ' FOR THE MONTH END ' WS-DY-DATE (WS-DAY-IX)
              MOVE WS-TL-NEW-RATE TO WS-DY-HOUSE-RATE (WS-DAY-IX)
           END-IF
           IF WS-DY-HOUSE-RATE (WS-DAY-IX) = ZERO
              MOVE 'Y' TO WS-ZERO-RATE-SW
           END-IF.

       6010-OPEN-I-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 6011-TRY-OPEN-I
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       6011-TRY-OPEN-I.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              OPEN LQIN-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       6020-CLOSE-I-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 6021-TRY-CLOSE-I
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       6021-TRY-CLOSE-I.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              CLOSE LQIN-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       6100-TAKE-ONE-WALLET.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 6110-TRY-FETCH-I
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                ADD 1 TO WS-WALLET-COUNT
                PERFORM 6200-PROJECT-ONE-WALLET
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       6110-TRY-FETCH-I.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              FETCH LQIN-CUR
              INTO :CUSTOMER-ID OF TEXE2,
                   :WALLET-NO OF TEXE2,
                   :WALLET OF TEXE2,
                   :PRODUCT-CODE OF TEXE2,
                   :CURRENCY-CODE OF TEXE2
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       6200-PROJECT-ONE-WALLET.
      * Only a positive balance at or above the product's minimum
      * earns, and interest that rounds to nothing posts nothing. A
      * wallet on the house terms earns each month end's own rate.
           PERFORM 6250-RESOLVE-PRODUCT-RATE
           MOVE WALLET OF TEXE2 TO WS-BALANCE
           MOVE CURRENCY-CODE OF TEXE2 TO WS-CURRENCY
           MOVE 'INTEREST' TO WS-IT-SOURCE
           MOVE CUSTOMER-ID OF TEXE2 TO WS-IT-CUSTOMER
           MOVE WALLET-NO OF TEXE2 TO WS-IT-WALLET-NO
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > WS-DAY-COUNT
              IF WS-DY-IS-MONTH-END (WS-DAY-IX)
                 IF ON-HOUSE-TERMS
                    MOVE WS-DY-HOUSE-RATE (WS-DAY-IX) TO WS-ACCR-RATE
                 END-IF
                 MOVE ZERO TO WS-INTEREST
                 IF WS-BALANCE > ZERO
                    AND WS-BALANCE NOT < WS-ACCR-MIN-BALANCE
                    COMPUTE WS-INTEREST ROUNDED
                       = WS-BALANCE * WS-ACCR-RATE / 100
                 END-IF
                 IF WS-INTEREST > ZERO
                    MOVE WS-INTEREST TO WS-IT-AMOUNT
                    PERFORM 7200-POST-ITEM
                 END-IF
              END-IF
           END-PERFORM.

       6250-RESOLVE-PRODUCT-RATE.
           MOVE 'Y' TO WS-HOUSE-TERMS-SW
           MOVE ZERO TO WS-ACCR-MIN-BALANCE
           IF PRODUCT-CODE OF TEXE2 NOT = SPACES
              MOVE 'PROD' TO WS-PL-FUNCTION
              MOVE PRODUCT-CODE OF TEXE2 TO WS-PL-PRODUCT-CODE
              CALL 'PRODLOOK' USING WS-PRODLOOK-PARM
              IF WS-PL-FOUND
                 MOVE 'N' TO WS-HOUSE-TERMS-SW
                 MOVE WS-PL-MONTHLY-RATE TO WS-ACCR-RATE
                 MOVE WS-PL-MIN-BALANCE TO WS-ACCR-MIN-BALANCE
              END-IF
           END-IF.

      *****************************************************************
      * Shared item handling.
      *****************************************************************
       7000-LOOKUP-WALLET.
      * The wallet's balance and currency as they stand tonight.
           MOVE 'N' TO WS-WALLET-SW
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 7010-TRY-SELECT-WALLET
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                MOVE 'Y' TO WS-WALLET-SW
                MOVE WALLET OF TEXE2 TO WS-BALANCE
                MOVE CURRENCY-CODE OF TEXE2 TO WS-CURRENCY
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       7010-TRY-SELECT-WALLET.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT WALLET, CURRENCY_CODE
                INTO :WALLET OF TEXE2, :CURRENCY-CODE OF TEXE2
                FROM TEXE2
                WHERE CUSTOMER_ID = :WS-LOOK-CUSTOMER
                  AND WALLET_NO = :WS-LOOK-WALLET-NO
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       7100-FIND-DAY.
      * The calendar day a dated item acts on: the first business
      * day on or after its date, tonight for anything already
      * overdue, none when it falls beyond the horizon.
           IF WS-FIND-DATE NOT > WS-DY-DATE (1)
              MOVE 1 TO WS-DAY-IX
           ELSE
              MOVE ZERO TO WS-DAY-IX
              PERFORM VARYING WS-DAY-JX FROM 2 BY 1
                      UNTIL WS-DAY-JX > WS-DAY-COUNT
                         OR WS-DAY-IX > ZERO
                 IF WS-DY-DATE (WS-DAY-JX) NOT < WS-FIND-DATE
                    MOVE WS-DAY-JX TO WS-DAY-IX
                 END-IF
              END-PERFORM
           END-IF.

       7200-POST-ITEM.
      * Adds the item to its currency's day and offers it to the
      * largest-items list. Positive is an inflow to the wallets.
           MOVE ZERO TO WS-CY-IX
           IF WS-IT-AMOUNT NOT = ZERO
              PERFORM 7210-FIND-CURRENCY
              IF WS-CY-IX = ZERO
                 ADD 1 TO WS-OVERFLOW-COUNT
                 MOVE 4 TO WS-WORST-RC
              ELSE
                 ADD 1 TO WS-ITEM-COUNT
                 IF WS-IT-AMOUNT > ZERO
                    ADD WS-IT-AMOUNT
                     TO WS-CY-IN (WS-CY-IX, WS-DAY-IX)
                    MOVE WS-IT-AMOUNT TO WS-IT-SIZE
                 ELSE
                    SUBTRACT WS-IT-AMOUNT
                        FROM WS-CY-OUT (WS-CY-IX, WS-DAY-IX)
                    COMPUTE WS-IT-SIZE = ZERO - WS-IT-AMOUNT
                 END-IF
                 PERFORM 7250-RANK-ITEM
              END-IF
           END-IF.

       7210-FIND-CURRENCY.
      * The currency's row, added in code order when new. A full
      * table leaves WS-CY-IX at zero.
           MOVE ZERO TO WS-CY-IX
           PERFORM VARYING WS-CY-JX FROM 1 BY 1
                   UNTIL WS-CY-JX > WS-CY-COUNT
                      OR WS-CY-IX > ZERO
              IF WS-CY-CODE (WS-CY-JX) = WS-CURRENCY
                 MOVE WS-CY-JX TO WS-CY-IX
              END-IF
           END-PERFORM
           IF WS-CY-IX = ZERO AND WS-CY-COUNT < WS-CY-MAX
              MOVE 1 TO WS-CY-IX
              PERFORM VARYING WS-CY-JX FROM 1 BY 1
                      UNTIL WS-CY-JX > WS-CY-COUNT
                 IF WS-CY-CODE (WS-CY-JX) < WS-CURRENCY
                    COMPUTE WS-CY-IX = WS-CY-JX + 1
                 END-IF
              END-PERFORM
              PERFORM VARYING WS-CY-JX FROM WS-CY-COUNT BY -1
                      UNTIL WS-CY-JX < WS-CY-IX
                 MOVE WS-CY-ENTRY (WS-CY-JX)
                   TO WS-CY-ENTRY (WS-CY-JX + 1)
              END-PERFORM
              ADD 1 TO WS-CY-COUNT
              MOVE WS-CURRENCY TO WS-CY-CODE (WS-CY-IX)
              MOVE ZERO TO WS-CY-PRINCIPAL (WS-CY-IX)
              PERFORM VARYING WS-DAY-JX FROM 1 BY 1
                      UNTIL WS-DAY-JX > WS-DAY-MAX
                 MOVE ZERO TO WS-CY-IN (WS-CY-IX, WS-DAY-JX)
                 MOVE ZERO TO WS-CY-OUT (WS-CY-IX, WS-DAY-JX)
              END-PERFORM
           END-IF.

       7250-RANK-ITEM.
      * Keeps the list largest first; an item smaller than every
      * entry of a full list drops off.
           MOVE ZERO TO WS-TP-IX
           PERFORM VARYING WS-TP-JX FROM 1 BY 1
                   UNTIL WS-TP-JX > WS-TP-COUNT
                      OR WS-TP-IX > ZERO
              IF WS-IT-SIZE > WS-TP-SIZE (WS-TP-JX)
                 MOVE WS-TP-JX TO WS-TP-IX
              END-IF
           END-PERFORM
           IF WS-TP-IX = ZERO AND WS-TP-COUNT < WS-TP-MAX
              COMPUTE WS-TP-IX = WS-TP-COUNT + 1
           END-IF
           IF WS-TP-IX > ZERO
              IF WS-TP-COUNT < WS-TP-MAX
                 ADD 1 TO WS-TP-COUNT
              END-IF
              PERFORM VARYING WS-TP-JX FROM WS-TP-COUNT BY -1
                      UNTIL WS-TP-JX NOT > WS-TP-IX
                 MOVE WS-TP-ENTRY (WS-TP-JX - 1)
                   TO WS-TP-ENTRY (WS-TP-JX)
              END-PERFORM
              MOVE WS-DY-DATE (WS-DAY-IX) TO WS-TP-DATE (WS-TP-IX)
              MOVE WS-CURRENCY TO WS-TP-CURRENCY (WS-TP-IX)
              MOVE WS-IT-SOURCE TO WS-TP-SOURCE (WS-TP-IX)
              MOVE WS-IT-CUSTOMER TO WS-TP-CUSTOMER (WS-TP-IX)
              MOVE WS-IT-WALLET-NO TO WS-TP-WALLET-NO (WS-TP-IX)
              MOVE WS-IT-AMOUNT TO WS-TP-AMOUNT (WS-TP-IX)
              MOVE WS-IT-SIZE TO WS-TP-SIZE (WS-TP-IX)
           END-IF.

      *****************************************************************
      * The LIQRPT report.
      *****************************************************************
       7500-PRINT-PROJECTION.
           MOVE WS-RUN-BUS-DATE TO WS-HL-BUS-DATE
           WRITE PROJECTION-REPORT-RECORD FROM WS-HEADING-LINE
           MOVE WS-HORIZON-DAYS TO WS-HZ-DAYS
           MOVE WS-HORIZON-END TO WS-HZ-END
           MOVE WS-DAY-COUNT TO WS-HZ-BUSDAYS
           WRITE PROJECTION-REPORT-RECORD FROM WS-HORIZON-LINE

           IF WS-CY-COUNT = ZERO
              MOVE SPACES TO PROJECTION-REPORT-RECORD
              WRITE PROJECTION-REPORT-RECORD
              MOVE 'NO FLOWS PROJECTED OVER THE HORIZON'
                TO PROJECTION-REPORT-RECORD
              WRITE PROJECTION-REPORT-RECORD
           END-IF
           PERFORM VARYING WS-CY-IX FROM 1 BY 1
                   UNTIL WS-CY-IX > WS-CY-COUNT
              PERFORM 7600-PRINT-ONE-CURRENCY
           END-PERFORM

           PERFORM 7700-PRINT-LARGEST-ITEMS
           PERFORM 7800-PRINT-COUNTS.

       7600-PRINT-ONE-CURRENCY.
           MOVE SPACES TO PROJECTION-REPORT-RECORD
           WRITE PROJECTION-REPORT-RECORD
           IF WS-CY-CODE (WS-CY-IX) = SPACES
              MOVE 'HOME REPORTING CURRENCY' TO WS-CH-CURRENCY
           ELSE
              MOVE WS-CY-CODE (WS-CY-IX) TO WS-CH-CURRENCY
           END-IF
           WRITE PROJECTION-REPORT-RECORD FROM WS-CURRENCY-HEADING
           WRITE PROJECTION-REPORT-RECORD FROM WS-COLUMN-HEADING

           MOVE ZERO TO WS-RP-POSITION
           MOVE ZERO TO WS-RP-TOTAL-IN
           MOVE ZERO TO WS-RP-TOTAL-OUT
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > WS-DAY-COUNT
              COMPUTE WS-RP-NET = WS-CY-IN (WS-CY-IX, WS-DAY-IX)
                                - WS-CY-OUT (WS-CY-IX, WS-DAY-IX)
              ADD WS-RP-NET TO WS-RP-POSITION
              ADD WS-CY-IN (WS-CY-IX, WS-DAY-IX) TO WS-RP-TOTAL-IN
              ADD WS-CY-OUT (WS-CY-IX, WS-DAY-IX) TO WS-RP-TOTAL-OUT
              MOVE WS-DY-DATE (WS-DAY-IX) TO WS-DL-DATE
              MOVE WS-CY-IN (WS-CY-IX, WS-DAY-IX) TO WS-DL-IN
              MOVE WS-CY-OUT (WS-CY-IX, WS-DAY-IX) TO WS-DL-OUT
              MOVE WS-RP-NET TO WS-DL-NET
              MOVE WS-RP-POSITION TO WS-DL-POSITION
              IF WS-DY-IS-MONTH-END (WS-DAY-IX)
                 MOVE 'M/END' TO WS-DL-MONTH-END
              ELSE
                 MOVE SPACES TO WS-DL-MONTH-END
              END-IF
              WRITE PROJECTION-REPORT-RECORD FROM WS-DAY-LINE
           END-PERFORM

           MOVE 'TOTAL' TO WS-DL-DATE
           MOVE WS-RP-TOTAL-IN TO WS-DL-IN
           MOVE WS-RP-TOTAL-OUT TO WS-DL-OUT
           COMPUTE WS-RP-NET = WS-RP-TOTAL-IN - WS-RP-TOTAL-OUT
           MOVE WS-RP-NET TO WS-DL-NET
           MOVE WS-RP-POSITION TO WS-DL-POSITION
           MOVE SPACES TO WS-DL-MONTH-END
           WRITE PROJECTION-REPORT-RECORD FROM WS-DAY-LINE

           IF WS-CY-PRINCIPAL (WS-CY-IX) NOT = ZERO
              MOVE WS-CY-PRINCIPAL (WS-CY-IX) TO WS-ML-AMOUNT
              WRITE PROJECTION-REPORT-RECORD FROM WS-MEMO-LINE
           END-IF.

       7700-PRINT-LARGEST-ITEMS.
           MOVE SPACES TO PROJECTION-REPORT-RECORD
           WRITE PROJECTION-REPORT-RECORD
           MOVE 'LARGEST ITEMS OF THE HORIZON'
             TO PROJECTION-REPORT-RECORD
           WRITE PROJECTION-REPORT-RECORD
           WRITE PROJECTION-REPORT-RECORD FROM WS-ITEM-HEADING
           PERFORM VARYING WS-TP-IX FROM 1 BY 1
                   UNTIL WS-TP-IX > WS-TP-COUNT
              MOVE WS-TP-DATE (WS-TP-IX) TO WS-IL-DATE
              IF WS-TP-CURRENCY (WS-TP-IX) = SPACES
                 MOVE 'HOME' TO WS-IL-CURRENCY
              ELSE
                 MOVE WS-TP-CURRENCY (WS-TP-IX) TO WS-IL-CURRENCY
              END-IF
              MOVE WS-TP-SOURCE (WS-TP-IX) TO WS-IL-SOURCE
              MOVE WS-TP-CUSTOMER (WS-TP-IX) TO WS-IL-CUSTOMER
              MOVE WS-TP-WALLET-NO (WS-TP-IX) TO WS-IL-WALLET-NO
              MOVE WS-TP-SIZE (WS-TP-IX) TO WS-IL-AMOUNT
              IF WS-TP-AMOUNT (WS-TP-IX) > ZERO
                 MOVE 'IN' TO WS-IL-DIRECTION
              ELSE
                 MOVE 'OUT' TO WS-IL-DIRECTION
              END-IF
              WRITE PROJECTION-REPORT-RECORD FROM WS-ITEM-LINE
           END-PERFORM.

       7800-PRINT-COUNTS.
           MOVE SPACES TO PROJECTION-REPORT-RECORD
           WRITE PROJECTION-REPORT-RECORD
           MOVE 'ITEMS PROJECTED' TO WS-CL-LABEL
           MOVE WS-ITEM-COUNT TO WS-CL-COUNT
           WRITE PROJECTION-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'ORDERS/REQUESTS REFUSED BY THE EDITS' TO WS-CL-LABEL
           MOVE WS-REJECT-COUNT TO WS-CL-COUNT
           WRITE PROJECTION-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'ITEMS ON A WALLET NOT ON TEXE2' TO WS-CL-LABEL
           MOVE WS-NO-WALLET-COUNT TO WS-CL-COUNT
           WRITE PROJECTION-REPORT-RECORD FROM WS-COUNT-LINE
           IF WS-OVERFLOW-COUNT > ZERO
              MOVE 'ITEMS BEYOND THE CURRENCY TABLE' TO WS-CL-LABEL
              MOVE WS-OVERFLOW-COUNT TO WS-CL-COUNT
              WRITE PROJECTION-REPORT-RECORD FROM WS-COUNT-LINE
           END-IF
           IF NOT ORDERS-PROJECTED
              MOVE 'NO STORDFIL - STANDING ORDERS NOT PROJECTED'
                TO PROJECTION-REPORT-RECORD
              WRITE PROJECTION-REPORT-RECORD
           END-IF
           IF NOT FORWARD-PROJECTED
              MOVE 'NO FWDADJ - FUTURE-DATED ADJUSTMENTS NOT PROJECTED'
                TO PROJECTION-REPORT-RECORD
              WRITE PROJECTION-REPORT-RECORD
           END-IF
           IF NOT PAYOUTS-PROJECTED
              MOVE 'NO WDRWREQ - WITHDRAWAL REQUESTS NOT PROJECTED'
                TO PROJECTION-REPORT-RECORD
              WRITE PROJECTION-REPORT-RECORD
           END-IF
           IF NOT INTEREST-PROJECTED
              MOVE 'NO INTPARM RATE - MONTH-END INTEREST NOT PROJECTED'
                TO PROJECTION-REPORT-RECORD
              WRITE PROJECTION-REPORT-RECORD
           END-IF.

       8000-HOUSEKEEPING.
           CLOSE PROJECTION-REPORT

           COMPUTE WS-RECS-IN = WS-ORDER-COUNT + WS-FWD-COUNT
                              + WS-REQUEST-COUNT + WS-TERM-COUNT
                              + WS-WALLET-COUNT
           MOVE WS-RECS-IN TO WS-COUNT-FORMATTED
           DISPLAY 'LIQPROJ: RECORDS AND ROWS READ: '
               WS-COUNT-FORMATTED
           MOVE WS-ITEM-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'LIQPROJ: ITEMS PROJECTED: ' WS-COUNT-FORMATTED
           MOVE WS-NO-WALLET-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'LIQPROJ: ITEMS ON A WALLET NOT ON TEXE2: '
               WS-COUNT-FORMATTED
           IF WS-NO-WALLET-COUNT > ZERO
              MOVE 4 TO WS-WORST-RC
           END-IF.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'LIQPROJ: SQLCODE ' SQLCODE
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
      * The projection starts from the window's business date, not
      * the clock's. With no control file at all the system date
      * stands in, with a note.
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
               WHEN BUSDATE-OK
                   READ BUSINESS-DATE-FILE
                   IF BUSDATE-OK
                       MOVE BD-BUSINESS-DATE TO WS-RUN-BUS-DATE
                   END-IF
                   CLOSE BUSINESS-DATE-FILE
               WHEN BUSDATE-NOT-FOUND
                   DISPLAY 'LIQPROJ: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'LIQPROJ: UNEXPECTED BUSDATE STATUS '
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
           MOVE WS-RECS-IN TO RUN-RECS-IN
           MOVE WS-ITEM-COUNT TO RUN-RECS-OUT
           COMPUTE RUN-RECS-REJECTED = WS-REJECT-COUNT
                                     + WS-NO-WALLET-COUNT
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUNLOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUNLOG-OK
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY 'LIQPROJ: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9999-ABORT.
           EXEC SQL
              ROLLBACK
           END-EXEC.
           DISPLAY 'LIQPROJ: UNEXPECTED SQLCODE ' SQLCODE
               ' - ABORTING'
           MOVE 16 TO RETURN-CODE
           GOBACK.
