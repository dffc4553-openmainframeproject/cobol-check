       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PRICESIM.
      *****************************************************************
      * What-if pricing over the wallet book. Before the product side
      * changes the interest rate or a fee they want to know what it
      * would cost, and WALINT and WALFEE cannot be run without
      * posting. This run takes the proposed terms from SIMTERMS and
      * prices every wallet twice against TEXE2 as it stands - once
      * on the current terms (INTPARM, PRODMAST through PRODLOOK,
      * FEESCHED, with the changes of terms TCHGLOOK gives as in
      * force tonight laid over them as WALINT and WALFEE lay them),
      * once on the proposed - with WALINT's accrual and WALFEE's fee
      * rules:
      *
      *   - interest on an active customer's wallet not locked in a
      *     term, on a positive balance at or above the product's
      *     minimum, at the product's monthly rate or the INTPARM
      *     rate for a wallet on no product;
      *   - then, on the balance with that interest added, as the
      *     month-end WALFEE step finds it, each fee on the schedule
      *     the wallet is charged - the fees its product names, or
      *     the whole schedule for a wallet on no product - in
      *     schedule order against the reducing balance, capped at
      *     the balance.
      *
      * The SIMRPT report shows the terms compared, then current
      * against proposed interest and fees by currency, branch and
      * balance band, and last the customers most affected, ranked
      * on the change in what they would receive less what they
      * would pay. Bands are AUDCONF's, on the home-currency balance
      * at tonight's rate through RATELOOK; the customer ranking is
      * in the home currency too. Amounts by currency are native.
      *
      * Nothing is posted and nothing is written anywhere but the
      * report and the run log - no update, no TEXE2HIST row, no
      * adjustment reference drawn, no checkpoint, no interlock - so
      * the run can go at any time, alongside the window. Interest
      * is gross of withholding tax.
      *
      * SIMTERMS cards, one per change, anything not named staying
      * as it is:
      *   RATE cccc rrrrrrrrr mmmmmmmmmm
      *        the proposed monthly rate (3 integer, 6 decimal
      *        digits) for product cccc, or for the house terms when
      *        cccc is blank; mmmmmmmmmm, a product's new minimum
      *        balance (8 integer, 2 decimal digits), blank to keep
      *        the current one.
      *   FEE  cccctaaaaaaaaaatttttttttt
      *        a FEESCHED record as it would stand - code, type 'A'
      *        or 'P', amount, trigger. A new code joins the end of
      *        the schedule; type 'D' drops the fee.
      *
      * Parameter cards: the home currency, and how many of the most
      * affected customers to list (blank = 20, at most 50).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * WALINT's monthly rate for a wallet on no product.
           SELECT RATE-PARM-FILE ASSIGN TO "INTPARM"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
      * WALFEE's fee schedule as it stands.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SCHED-STATUS.
      * The proposed terms, keyed by the product team.
           SELECT PROPOSED-TERMS-FILE ASSIGN TO "SIMTERMS"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TERMS-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
           SELECT SIMULATION-REPORT ASSIGN TO "SIMRPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the date the rates are taken at and the run is
      * logged under.
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
       FD  RATE-PARM-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 9 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS RATE-PARM-RECORD.
       01  RATE-PARM-RECORD.
           05  PARM-MONTHLY-RATE   PIC 9(3)V9(6).
       FD  FEE-SCHEDULE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 25 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS FEE-SCHEDULE-RECORD.
       01  FEE-SCHEDULE-RECORD.
           05  FEE-CODE            PIC X(04).
           05  FEE-TYPE            PIC X(01).
           05  FEE-AMOUNT          PIC 9(8)V99.
           05  FEE-MIN-TRIGGER     PIC 9(8)V99.
       FD  PROPOSED-TERMS-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORDS ARE PROPOSED-RATE-CARD PROPOSED-FEE-CARD.
       01  PROPOSED-RATE-CARD.
           05  PR-CARD-TYPE        PIC X(04).
               88  PR-IS-RATE-CARD     VALUE 'RATE'.
               88  PR-IS-FEE-CARD      VALUE 'FEE '.
           05  FILLER              PIC X(01).
           05  PR-PRODUCT-CODE     PIC X(04).
           05  FILLER              PIC X(01).
           05  PR-MONTHLY-RATE-X   PIC X(09).
           05  PR-MONTHLY-RATE REDEFINES PR-MONTHLY-RATE-X
                                   PIC 9(3)V9(6).
           05  FILLER              PIC X(01).
           05  PR-MIN-BALANCE-X    PIC X(10).
           05  PR-MIN-BALANCE REDEFINES PR-MIN-BALANCE-X
                                   PIC 9(8)V99.
           05  FILLER              PIC X(50).
       01  PROPOSED-FEE-CARD.
           05  FILLER              PIC X(05).
           05  PF-FEE-CODE         PIC X(04).
           05  PF-FEE-TYPE         PIC X(01).
               88  PF-FEE-FLAT         VALUE 'A'.
               88  PF-FEE-PERCENT      VALUE 'P'.
               88  PF-FEE-DROPPED      VALUE 'D'.
           05  PF-FEE-AMOUNT-X     PIC X(10).
           05  PF-FEE-AMOUNT REDEFINES PF-FEE-AMOUNT-X
                                   PIC 9(8)V99.
           05  PF-FEE-TRIGGER-X    PIC X(10).
           05  PF-FEE-TRIGGER REDEFINES PF-FEE-TRIGGER-X
                                   PIC 9(8)V99.
           05  FILLER              PIC X(50).
      * One wallet priced both ways per sort record.
       SD  SORT-FILE
           DATA RECORD IS SORT-WALLET-RECORD.
       01  SORT-WALLET-RECORD.
           05  SRT-CURRENCY        PIC X(03).
           05  SRT-BRANCH-CODE     PIC X(03).
           05  SRT-BAND            PIC 9(01).
           05  SRT-CUR-INTEREST    PIC S9(11)V99 COMP-3.
           05  SRT-NEW-INTEREST    PIC S9(11)V99 COMP-3.
           05  SRT-CUR-FEES        PIC S9(11)V99 COMP-3.
           05  SRT-NEW-FEES        PIC S9(11)V99 COMP-3.
       FD  SIMULATION-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS SIMULATION-REPORT-RECORD.
       01  SIMULATION-REPORT-RECORD PIC X(80).
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
               88  PARM-OK          VALUE '00'.
           05  WS-SCHED-STATUS      PIC XX.
               88  SCHED-OK         VALUE '00'.
               88  SCHED-EOF        VALUE '10'.
           05  WS-TERMS-STATUS      PIC XX.
               88  TERMS-OK         VALUE '00'.
               88  TERMS-EOF        VALUE '10'.
           05  WS-REPORT-STATUS     PIC XX.
               88  REPORT-OK        VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'PRICESIM'.
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
           05  WS-HOME-CURRENCY     PIC X(03) VALUE SPACES.
           05  WS-TOP-CARD          PIC X(02) VALUE SPACES.
           05  WS-TOP-WANTED        PIC 9(02) VALUE 20.
           05  WS-CARD-COUNT        PIC 9(04) VALUE ZERO.
           05  WS-CARD-ERROR-SW     PIC X(01) VALUE 'N'.
               88  CARD-IN-ERROR       VALUE 'Y'.
      * The house terms - INTPARM now, and as proposed.
           05  WS-CUR-HOUSE-RATE    PIC 9(3)V9(6) VALUE ZERO.
           05  WS-NEW-HOUSE-RATE    PIC 9(3)V9(6) VALUE ZERO.
      * The wallet in hand, as the cursor returns it.
           05  WS-TERM-ROWS         PIC S9(4) COMP.
           05  WS-BALANCE           PIC S9(8)V99 COMP-3.
           05  WS-HOME-BALANCE      PIC S9(11)V99 COMP-3.
           05  WS-CONVERSION-RATE   PIC 9(3)V9(6).
           05  WS-BAND              PIC 9(01).
           05  WS-BAND-IX           PIC S9(4) COMP.
      * Its terms both ways.
           05  WS-PRODUCT-SW        PIC X(01).
               88  ON-A-PRODUCT        VALUE 'Y'.
           05  WS-CUR-RATE          PIC 9(3)V9(6).
           05  WS-CUR-MIN-BALANCE   PIC 9(8)V99.
           05  WS-NEW-RATE          PIC 9(3)V9(6).
           05  WS-NEW-MIN-BALANCE   PIC 9(8)V99.
           05  WS-WALLET-FEE-CODE   PIC X(04) OCCURS 4 TIMES.
      * One pricing pass - current or proposed.
           05  WS-SCENARIO-SW       PIC X(01).
               88  PRICING-CURRENT     VALUE 'C'.
               88  PRICING-PROPOSED    VALUE 'P'.
           05  WS-SC-RATE           PIC 9(3)V9(6).
           05  WS-SC-MIN-BALANCE    PIC 9(8)V99.
           05  WS-SC-BALANCE        PIC S9(9)V99 COMP-3.
           05  WS-SC-INTEREST       PIC S9(11)V99 COMP-3.
           05  WS-SC-FEES           PIC S9(11)V99 COMP-3.
           05  WS-SC-FEE-TYPE       PIC X(01).
           05  WS-SC-FEE-AMOUNT     PIC 9(8)V99.
           05  WS-SC-FEE-TRIGGER    PIC 9(8)V99.
           05  WS-FEE-ON-SW         PIC X(01).
               88  FEE-ON-SCHEDULE     VALUE 'Y'.
           05  WS-FEE-APPLIES-SW    PIC X(01).
               88  FEE-APPLIES         VALUE 'Y'.
           05  WS-FEE-CHARGE        PIC S9(9)V99 COMP-3.
      * The wallet's figures both ways.
           05  WS-CUR-INTEREST      PIC S9(11)V99 COMP-3.
           05  WS-NEW-INTEREST      PIC S9(11)V99 COMP-3.
           05  WS-CUR-FEES          PIC S9(11)V99 COMP-3.
           05  WS-NEW-FEES          PIC S9(11)V99 COMP-3.
      * The customer in hand, in the home currency.
           05  WS-CUST-FIRST-SW     PIC X(01) VALUE 'Y'.
               88  CUSTOMER-FIRST      VALUE 'Y'.
           05  WS-CU-CUSTOMER-ID    PIC 9(9).
           05  WS-CU-BRANCH-CODE    PIC X(03).
           05  WS-CU-WALLETS        PIC S9(4) COMP.
           05  WS-CU-INTEREST-CHG   PIC S9(11)V99 COMP-3.
           05  WS-CU-FEES-CHG       PIC S9(11)V99 COMP-3.
           05  WS-CU-NET-CHG        PIC S9(11)V99 COMP-3.
           05  WS-CU-SIZE           PIC S9(11)V99 COMP-3.
      * Table subscripts.
           05  WS-FEE-IX            PIC S9(4) COMP.
           05  WS-PR-IX             PIC S9(4) COMP.
           05  WS-PL-IX             PIC S9(4) COMP.
           05  WS-TP-IX             PIC S9(4) COMP.
           05  WS-TP-JX             PIC S9(4) COMP.
      * Counts.
           05  WS-WALLET-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TERM-COUNT        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-NO-RATE-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-CUSTOMER-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-BETTER-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-WORSE-COUNT       PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZZ,ZZ9.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.

      * Balance bands, by home-currency balance - the upper limit of
      * each band; the last band takes everything above. AUDCONF's
      * bands, so the two reports can be read side by side.
       01  WS-BAND-LIMIT-VALUES.
           05  FILLER               PIC 9(11)V99 VALUE 1000.00.
           05  FILLER               PIC 9(11)V99 VALUE 10000.00.
           05  FILLER               PIC 9(11)V99 VALUE 100000.00.
       01  WS-BAND-LIMIT-TABLE REDEFINES WS-BAND-LIMIT-VALUES.
           05  WS-BAND-LIMIT        PIC 9(11)V99 OCCURS 3 TIMES.
       01  WS-BAND-NAME-VALUES.
           05  FILLER               PIC X(08) VALUE 'UNDER 1K'.
           05  FILLER               PIC X(08) VALUE '1K-10K'.
           05  FILLER               PIC X(08) VALUE '10K-100K'.
           05  FILLER               PIC X(08) VALUE '100K +'.
       01  WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAME-VALUES.
           05  WS-BAND-NAME         PIC X(08) OCCURS 4 TIMES.

      * The fee schedule both ways - FEESCHED's fees in schedule
      * order, then any new code the cards add.
       01  WS-FEE-TABLE.
           05  WS-FEE-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  WS-FEE-MAX           PIC S9(4) COMP VALUE 20.
           05  WS-FEE-ENTRY OCCURS 20 TIMES.
               10  WS-FT-CODE         PIC X(04).
               10  WS-FT-CUR-SW       PIC X(01).
                   88  WS-FT-CUR-ON      VALUE 'Y'.
               10  WS-FT-CUR-TYPE     PIC X(01).
               10  WS-FT-CUR-AMOUNT   PIC 9(8)V99.
               10  WS-FT-CUR-TRIGGER  PIC 9(8)V99.
               10  WS-FT-NEW-SW       PIC X(01).
                   88  WS-FT-NEW-ON      VALUE 'Y'.
               10  WS-FT-NEW-TYPE     PIC X(01).
               10  WS-FT-NEW-AMOUNT   PIC 9(8)V99.
               10  WS-FT-NEW-TRIGGER  PIC 9(8)V99.

      * Proposed product rates, one entry per product a RATE card
      * names.
       01  WS-PRODUCT-RATE-TABLE.
           05  WS-PR-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  WS-PR-MAX            PIC S9(4) COMP VALUE 20.
           05  WS-PR-ENTRY OCCURS 20 TIMES.
               10  WS-PR-CODE         PIC X(04).
               10  WS-PR-CUR-RATE     PIC 9(3)V9(6).
               10  WS-PR-CUR-MIN      PIC 9(8)V99.
               10  WS-PR-NEW-RATE     PIC 9(3)V9(6).
               10  WS-PR-NEW-MIN      PIC 9(8)V99.

      * The most affected customers, largest change first whichever
      * way it runs.
       01  WS-TOP-TABLE.
           05  WS-TP-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  WS-TP-MAX            PIC S9(4) COMP VALUE 50.
           05  WS-TP-ENTRY OCCURS 50 TIMES.
               10  WS-TP-CUSTOMER     PIC 9(9).
               10  WS-TP-BRANCH       PIC X(03).
               10  WS-TP-WALLETS      PIC S9(4) COMP.
               10  WS-TP-INTEREST-CHG PIC S9(11)V99 COMP-3.
               10  WS-TP-FEES-CHG     PIC S9(11)V99 COMP-3.
               10  WS-TP-NET-CHG      PIC S9(11)V99 COMP-3.
               10  WS-TP-SIZE         PIC S9(11)V99 COMP-3.

      * Control breaks and running figures for the comparison.
       01  WS-BREAK-FIELDS.
           05  WS-SORT-EOF-SW       PIC X(01).
               88  SORTED-EOF          VALUE 'Y'.
           05  WS-BREAK-CURRENCY    PIC X(03).
           05  WS-BREAK-BRANCH      PIC X(03).
           05  WS-BREAK-BAND        PIC 9(01).
       01  WS-FIGURES-WORK.
           05  WS-FG-WALLETS        PIC S9(9) COMP-3.
           05  WS-FG-CUR-INTEREST   PIC S9(13)V99 COMP-3.
           05  WS-FG-NEW-INTEREST   PIC S9(13)V99 COMP-3.
           05  WS-FG-CUR-FEES       PIC S9(13)V99 COMP-3.
           05  WS-FG-NEW-FEES       PIC S9(13)V99 COMP-3.
       01  WS-BAND-FIGURES.
           05  WS-BF-WALLETS        PIC S9(9) COMP-3.
           05  WS-BF-CUR-INTEREST   PIC S9(13)V99 COMP-3.
           05  WS-BF-NEW-INTEREST   PIC S9(13)V99 COMP-3.
           05  WS-BF-CUR-FEES       PIC S9(13)V99 COMP-3.
           05  WS-BF-NEW-FEES       PIC S9(13)V99 COMP-3.
       01  WS-BRANCH-FIGURES.
           05  WS-RF-WALLETS        PIC S9(9) COMP-3.
           05  WS-RF-CUR-INTEREST   PIC S9(13)V99 COMP-3.
           05  WS-RF-NEW-INTEREST   PIC S9(13)V99 COMP-3.
           05  WS-RF-CUR-FEES       PIC S9(13)V99 COMP-3.
           05  WS-RF-NEW-FEES       PIC S9(13)V99 COMP-3.
       01  WS-CURRENCY-FIGURES.
           05  WS-CF-WALLETS        PIC S9(9) COMP-3.
           05  WS-CF-CUR-INTEREST   PIC S9(13)V99 COMP-3.
           05  WS-CF-NEW-INTEREST   PIC S9(13)V99 COMP-3.
           05  WS-CF-CUR-FEES       PIC S9(13)V99 COMP-3.
           05  WS-CF-NEW-FEES       PIC S9(13)V99 COMP-3.
      * The currency's figures by band across all its branches.
       01  WS-CURRENCY-BAND-TABLE.
           05  WS-CB-ENTRY OCCURS 4 TIMES.
               10  WS-CB-WALLETS      PIC S9(9) COMP-3.
               10  WS-CB-CUR-INTEREST PIC S9(13)V99 COMP-3.
               10  WS-CB-NEW-INTEREST PIC S9(13)V99 COMP-3.
               10  WS-CB-CUR-FEES     PIC S9(13)V99 COMP-3.
               10  WS-CB-NEW-FEES     PIC S9(13)V99 COMP-3.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(10) VALUE 'PRICESIM'.
           05  FILLER               PIC X(40)
               VALUE 'WHAT-IF PRICING - NOTHING POSTED'.
           05  FILLER               PIC X(14) VALUE 'BUSINESS DATE '.
           05  WS-HL-BUS-DATE       PIC X(10).
           05  FILLER               PIC X(06) VALUE SPACES.
       01  WS-RATE-HEADING.
           05  FILLER               PIC X(30)
               VALUE 'MONTHLY RATE %       CURRENT'.
           05  FILLER               PIC X(50)
               VALUE ' PROPOSED   MIN CURRENT  MIN PROPOSED'.
       01  WS-RATE-LINE.
           05  WS-RL-TERMS          PIC X(08).
           05  FILLER               PIC X(10) VALUE SPACES.
           05  WS-RL-CUR-RATE       PIC ZZ9.999999.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-NEW-RATE       PIC ZZ9.999999.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-CUR-MIN        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-NEW-MIN        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(13) VALUE SPACES.
       01  WS-FEE-HEADING.
           05  FILLER               PIC X(30)
               VALUE 'FEE SCHEDULE           TYPE'.
           05  FILLER               PIC X(50)
               VALUE '     AMOUNT  CHARGED BELOW'.
       01  WS-FEE-LINE.
           05  WS-FL-CODE           PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-FL-SCENARIO       PIC X(08).
           05  FILLER               PIC X(13) VALUE SPACES.
           05  WS-FL-TYPE           PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-FL-STATE          PIC X(40).
           05  WS-FL-FIGURES REDEFINES WS-FL-STATE.
               10  WS-FL-AMOUNT     PIC ZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(02).
               10  WS-FL-TRIGGER    PIC ZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(12).
           05  FILLER               PIC X(12) VALUE SPACES.
       01  WS-CURRENCY-HEADING.
           05  FILLER               PIC X(09) VALUE 'CURRENCY '.
           05  WS-CH-CURRENCY       PIC X(04).
           05  FILLER               PIC X(67) VALUE SPACES.
       01  WS-COLUMN-HEADING.
           05  FILLER               PIC X(20) VALUE
               'BR  BAND     WALLETS'.
           05  FILLER               PIC X(15) VALUE '   INTEREST NOW'.
           05  FILLER               PIC X(15) VALUE '   INTEREST NEW'.
           05  FILLER               PIC X(15) VALUE '       FEES NOW'.
           05  FILLER               PIC X(15) VALUE '       FEES NEW'.
       01  WS-FIGURES-LINE.
           05  WS-GL-BRANCH         PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-GL-BAND           PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-GL-WALLETS        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-GL-CUR-INTEREST   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-GL-NEW-INTEREST   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-GL-CUR-FEES       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-GL-NEW-FEES       PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-CHANGE-LINE.
           05  WS-XL-LABEL          PIC X(36).
           05  WS-XL-INTEREST       PIC ---,---,--9.99.
           05  FILLER               PIC X(16) VALUE SPACES.
           05  WS-XL-FEES           PIC ---,---,--9.99.
       01  WS-CUSTOMER-HEADING.
           05  FILLER               PIC X(24) VALUE
               'CUSTOMER  BR  WALLETS'.
           05  FILLER               PIC X(15) VALUE
               ' INTEREST CHNG'.
           05  FILLER               PIC X(15) VALUE
               '     FEES CHNG'.
           05  FILLER               PIC X(15) VALUE
               '  NET TO CUST.'.
           05  FILLER               PIC X(11) VALUE SPACES.
       01  WS-CUSTOMER-LINE.
           05  WS-UL-CUSTOMER       PIC 9(9).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-UL-BRANCH         PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-UL-WALLETS        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-UL-INTEREST-CHG   PIC ---,---,--9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-UL-FEES-CHG       PIC ---,---,--9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-UL-NET-CHG        PIC ---,---,--9.99.
           05  FILLER               PIC X(11) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  WS-CL-LABEL          PIC X(40).
           05  WS-CL-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(29) VALUE SPACES.

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
           05  WS-TC-FUNCTION      PIC X(04).
           05  WS-TC-DATE          PIC X(10).
           05  WS-TC-PGM-NAME      PIC X(08).
           05  WS-TC-INDEX         PIC 9(03).
           05  WS-TC-CHANGE-NO     PIC 9(05).
           05  WS-TC-EFFECTIVE-DATE PIC X(10).
           05  WS-TC-NEW-RATE      PIC 9(3)V9(6).
           05  WS-TC-FEE-CODE      PIC X(04).
           05  WS-TC-FEE-TYPE      PIC X(01).
           05  WS-TC-FEE-AMOUNT    PIC 9(8)V99.
           05  WS-TC-FEE-TRIGGER   PIC 9(8)V99.
           05  WS-TC-FOUND-SW      PIC X(01).
               88  WS-TC-FOUND        VALUE 'Y'.
           05  WS-TC-WITHHELD-COUNT PIC 9(03).
           05  WS-TC-RETURN-CODE   PIC 9(02).

      * Call parameter block for RATELOOK, the shared as-of-date
      * exchange-rate lookup - same field layout as RATELOOK's own
      * linkage section.
       01  WS-RATELOOK-PARM.
           05 WS-RL-FUNCTION         PIC X(04).
           05 WS-RL-CURRENCY         PIC X(03).
           05 WS-RL-DATE             PIC X(10).
           05 WS-RL-RATE             PIC 9(3)V9(6).
           05 WS-RL-RATE-DATE        PIC X(10).
           05 WS-RL-FOUND-SW         PIC X(01).
               88 WS-RL-FOUND           VALUE 'Y'.
           05 WS-RL-RETURN-CODE      PIC 9(02).

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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'PRICESIM'.

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.
       EXEC SQL INCLUDE TEXTERM END-EXEC.

      * Every wallet of an active customer, the only wallets WALINT
      * and WALFEE touch, with the customer's branch and whether
      * the wallet is locked in a term (no interest, fees as usual).
           EXEC SQL
              DECLARE PSIM-CUR CURSOR FOR
              SELECT A.CUSTOMER_ID, A.WALLET_NO, A.WALLET,
                     A.PRODUCT_CODE, A.CURRENCY_CODE,
                     B.BRANCH_CODE,
                     (SELECT COUNT(*) FROM TEXTERM T
                       WHERE T.CUSTOMER_ID = A.CUSTOMER_ID
                         AND T.WALLET_NO = A.WALLET_NO)
              FROM TEXE2 A, TEXEM B
              WHERE B.CUSTOMER_ID = A.CUSTOMER_ID
                AND B.CUST_STATUS = 'A'
              ORDER BY A.CUSTOMER_ID, A.WALLET_NO
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1300-LOAD-CURRENT-TERMS
           PERFORM 1500-LOAD-PROPOSED-TERMS
           PERFORM 1800-PRINT-TERMS
           SORT SORT-FILE
              ON ASCENDING KEY SRT-CURRENCY
                               SRT-BRANCH-CODE
                               SRT-BAND
              INPUT PROCEDURE 2000-PRICE-THE-BOOK
              OUTPUT PROCEDURE 4000-REPORT-COMPARISON
           PERFORM 5000-PRINT-MOST-AFFECTED
           PERFORM 8000-HOUSEKEEPING
           MOVE WS-WORST-RC TO RETURN-CODE
           PERFORM 9700-WRITE-RUN-LOG
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-HOME-CURRENCY
           ACCEPT WS-TOP-CARD

           MOVE ZERO TO RETURN-CODE

           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           PERFORM 9600-RESOLVE-BUSINESS-DATE

           IF WS-HOME-CURRENCY = SPACES
              DISPLAY 'PRICESIM: HOME CURRENCY CARD IS BLANK'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           IF WS-TOP-CARD NOT = SPACES
              IF WS-TOP-CARD NOT NUMERIC
                 OR WS-TOP-CARD = '00'
                 OR WS-TOP-CARD > '50'
                 DISPLAY 'PRICESIM: MOST-AFFECTED CARD MUST BE 01 TO '
                     '50 - ' WS-TOP-CARD
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-TOP-CARD TO WS-TOP-WANTED
           END-IF
           MOVE WS-TOP-WANTED TO WS-TP-MAX.

       1300-LOAD-CURRENT-TERMS.
      * The terms WALINT and WALFEE would run on tonight. Neither
      * runs without its file, so neither does the comparison.
           OPEN INPUT RATE-PARM-FILE
           IF PARM-OK
              READ RATE-PARM-FILE
              IF PARM-OK
                 MOVE PARM-MONTHLY-RATE TO WS-CUR-HOUSE-RATE
              END-IF
              CLOSE RATE-PARM-FILE
           ELSE
              MOVE 'IFNF' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT ' (INTPARM)'
              MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1310-APPLY-RATE-CHANGE
           MOVE WS-CUR-HOUSE-RATE TO WS-NEW-HOUSE-RATE

           OPEN INPUT FEE-SCHEDULE-FILE
           IF SCHED-OK
              READ FEE-SCHEDULE-FILE
              PERFORM WITH TEST BEFORE
                      UNTIL NOT SCHED-OK
                         OR WS-FEE-COUNT NOT LESS THAN WS-FEE-MAX
                 ADD 1 TO WS-FEE-COUNT
                 MOVE FEE-CODE TO WS-FT-CODE (WS-FEE-COUNT)
                 MOVE 'Y' TO WS-FT-CUR-SW (WS-FEE-COUNT)
                 MOVE FEE-TYPE TO WS-FT-CUR-TYPE (WS-FEE-COUNT)
                 MOVE FEE-AMOUNT TO WS-FT-CUR-AMOUNT (WS-FEE-COUNT)
                 MOVE FEE-MIN-TRIGGER
                   TO WS-FT-CUR-TRIGGER (WS-FEE-COUNT)
                 MOVE 'Y' TO WS-FT-NEW-SW (WS-FEE-COUNT)
                 MOVE FEE-TYPE TO WS-FT-NEW-TYPE (WS-FEE-COUNT)
                 MOVE FEE-AMOUNT TO WS-FT-NEW-AMOUNT (WS-FEE-COUNT)
                 MOVE FEE-MIN-TRIGGER
                   TO WS-FT-NEW-TRIGGER (WS-FEE-COUNT)
                 READ FEE-SCHEDULE-FILE
              END-PERFORM
              CLOSE FEE-SCHEDULE-FILE
           ELSE
              MOVE 'IFNF' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT ' (FEESCHED)'
              MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 1320-APPLY-FEE-CHANGES.

      * The rate change in force tonight, if any, replaces the INTPARM
      * rate, as in WALINT. A change TCHGLOOK holds back for notice
      * is listed and ends the run RC 4, as it ends WALINT's.
       1310-APPLY-RATE-CHANGE.
           MOVE 'RATE' TO WS-TC-FUNCTION
           MOVE WS-RUN-BUS-DATE TO WS-TC-DATE
           MOVE WS-PGM-NAME TO WS-TC-PGM-NAME
           MOVE 1 TO WS-TC-INDEX
           CALL 'TCHGLOOK' USING WS-TCHGLOOK-PARM
           IF WS-TC-FOUND
              DISPLAY 'PRICESIM: CHANGE OF TERMS ' WS-TC-CHANGE-NO
                  ' EFFECTIVE ' WS-TC-EFFECTIVE-DATE
                  ' - MONTHLY RATE ' WS-TC-NEW-RATE
                  ' REPLACES INTPARM'
              MOVE WS-TC-NEW-RATE TO WS-CUR-HOUSE-RATE
           END-IF
           IF WS-TC-WITHHELD-COUNT > ZERO
              MOVE 4 TO WS-WORST-RC
           END-IF.

      * Every fee change in force tonight, one TCHGLOOK call each, laid
      * over the schedule as loaded, as in WALFEE - before any card,
      * so the proposal starts from what WALFEE would charge.
       1320-APPLY-FEE-CHANGES.
           MOVE 'FEE ' TO WS-TC-FUNCTION
           MOVE WS-RUN-BUS-DATE TO WS-TC-DATE
           MOVE WS-PGM-NAME TO WS-TC-PGM-NAME
           MOVE 1 TO WS-TC-INDEX
           CALL 'TCHGLOOK' USING WS-TCHGLOOK-PARM
           IF WS-TC-WITHHELD-COUNT > ZERO
              MOVE 4 TO WS-WORST-RC
           END-IF
           PERFORM WITH TEST BEFORE UNTIL NOT WS-TC-FOUND
              PERFORM 1330-APPLY-ONE-FEE-CHANGE
              ADD 1 TO WS-TC-INDEX
              CALL 'TCHGLOOK' USING WS-TCHGLOOK-PARM
           END-PERFORM.

       1330-APPLY-ONE-FEE-CHANGE.
           PERFORM VARYING WS-FEE-IX FROM 1 BY 1
                   UNTIL WS-FEE-IX > WS-FEE-COUNT
                      OR WS-FT-CODE (WS-FEE-IX) = WS-TC-FEE-CODE
              CONTINUE
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-TC-FEE-TYPE = 'D'
                 IF WS-FEE-IX NOT > WS-FEE-COUNT
                    PERFORM VARYING WS-FEE-IX FROM WS-FEE-IX BY 1
                            UNTIL WS-FEE-IX NOT < WS-FEE-COUNT
                       MOVE WS-FEE-ENTRY (WS-FEE-IX + 1)
                         TO WS-FEE-ENTRY (WS-FEE-IX)
                    END-PERFORM
                    SUBTRACT 1 FROM WS-FEE-COUNT
                 END-IF
                 DISPLAY 'PRICESIM: CHANGE OF TERMS ' WS-TC-CHANGE-NO
                     ' EFFECTIVE ' WS-TC-EFFECTIVE-DATE
                     ' - FEE ' WS-TC-FEE-CODE ' DROPPED'
              WHEN WS-FEE-IX > WS-FEE-COUNT
               AND WS-FEE-COUNT NOT LESS THAN WS-FEE-MAX
                 DISPLAY 'PRICESIM: CHANGE OF TERMS ' WS-TC-CHANGE-NO
                     ' - NO ROOM FOR NEW FEE ' WS-TC-FEE-CODE
                     ' - NOT PRICED'
                 MOVE 4 TO WS-WORST-RC
              WHEN OTHER
                 IF WS-FEE-IX > WS-FEE-COUNT
                    ADD 1 TO WS-FEE-COUNT
                    MOVE WS-TC-FEE-CODE TO WS-FT-CODE (WS-FEE-IX)
                 END-IF
                 MOVE 'Y' TO WS-FT-CUR-SW (WS-FEE-IX)
                 MOVE WS-TC-FEE-TYPE TO WS-FT-CUR-TYPE (WS-FEE-IX)
                 MOVE WS-TC-FEE-AMOUNT TO WS-FT-CUR-AMOUNT (WS-FEE-IX)
                 MOVE WS-TC-FEE-TRIGGER
                   TO WS-FT-CUR-TRIGGER (WS-FEE-IX)
                 MOVE 'Y' TO WS-FT-NEW-SW (WS-FEE-IX)
                 MOVE WS-TC-FEE-TYPE TO WS-FT-NEW-TYPE (WS-FEE-IX)
                 MOVE WS-TC-FEE-AMOUNT TO WS-FT-NEW-AMOUNT (WS-FEE-IX)
                 MOVE WS-TC-FEE-TRIGGER
                   TO WS-FT-NEW-TRIGGER (WS-FEE-IX)
                 DISPLAY 'PRICESIM: CHANGE OF TERMS ' WS-TC-CHANGE-NO
                     ' EFFECTIVE ' WS-TC-EFFECTIVE-DATE
                     ' - FEE ' WS-TC-FEE-CODE ' REPLACES FEESCHED'
           END-EVALUATE.

       1500-LOAD-PROPOSED-TERMS.
      * Every card is checked before a wallet is read; one bad card
      * refuses the run rather than price a proposal nobody made.
           OPEN INPUT PROPOSED-TERMS-FILE
           IF NOT TERMS-OK
              MOVE 'IFNF' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT ' (SIMTERMS)'
              MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
              GOBACK
           END-IF
           READ PROPOSED-TERMS-FILE
           PERFORM WITH TEST BEFORE UNTIL NOT TERMS-OK
              ADD 1 TO WS-CARD-COUNT
              EVALUATE TRUE
                 WHEN PR-IS-RATE-CARD
                    PERFORM 1600-TAKE-RATE-CARD
                 WHEN PR-IS-FEE-CARD
                    PERFORM 1700-TAKE-FEE-CARD
                 WHEN OTHER
                    DISPLAY 'PRICESIM: SIMTERMS CARD ' WS-CARD-COUNT
                        ' IS NEITHER RATE NOR FEE - ' PR-CARD-TYPE
                    SET CARD-IN-ERROR TO TRUE
              END-EVALUATE
              READ PROPOSED-TERMS-FILE
           END-PERFORM
           CLOSE PROPOSED-TERMS-FILE

           IF WS-CARD-COUNT = ZERO
              DISPLAY 'PRICESIM: SIMTERMS HOLDS NO PROPOSED TERMS'
              SET CARD-IN-ERROR TO TRUE
           END-IF
           IF CARD-IN-ERROR
              DISPLAY 'PRICESIM: PROPOSED TERMS REFUSED - NOTHING '
                  'PRICED'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

       1600-TAKE-RATE-CARD.
           IF PR-MONTHLY-RATE-X NOT NUMERIC
              DISPLAY 'PRICESIM: SIMTERMS CARD ' WS-CARD-COUNT
                  ' - RATE IS NOT NUMERIC'
              SET CARD-IN-ERROR TO TRUE
           ELSE
              IF PR-MIN-BALANCE-X NOT = SPACES
                 AND (PR-MIN-BALANCE-X NOT NUMERIC
                  OR PR-PRODUCT-CODE = SPACES)
                 DISPLAY 'PRICESIM: SIMTERMS CARD ' WS-CARD-COUNT
                     ' - MINIMUM BALANCE MUST BE NUMERIC, AND '
                     'ONLY FOR A PRODUCT'
                 SET CARD-IN-ERROR TO TRUE
              ELSE
                 IF PR-PRODUCT-CODE = SPACES
                    MOVE PR-MONTHLY-RATE TO WS-NEW-HOUSE-RATE
                 ELSE
                    PERFORM 1650-TAKE-PRODUCT-RATE
                 END-IF
              END-IF
           END-IF.

       1650-TAKE-PRODUCT-RATE.
      * The product must be on PRODMAST - a rate for a product no
      * wallet can be on would price nothing. A second card for the
      * same product replaces the first.
           MOVE 'PROD' TO WS-PL-FUNCTION
           MOVE PR-PRODUCT-CODE TO WS-PL-PRODUCT-CODE
           CALL 'PRODLOOK' USING WS-PRODLOOK-PARM
           IF NOT WS-PL-FOUND
              DISPLAY 'PRICESIM: SIMTERMS CARD ' WS-CARD-COUNT
                  ' - PRODUCT ' PR-PRODUCT-CODE ' NOT ON PRODMAST'
              SET CARD-IN-ERROR TO TRUE
           ELSE
              PERFORM VARYING WS-PR-IX FROM 1 BY 1
                      UNTIL WS-PR-IX > WS-PR-COUNT
                         OR WS-PR-CODE (WS-PR-IX) = PR-PRODUCT-CODE
                 CONTINUE
              END-PERFORM
              IF WS-PR-IX > WS-PR-MAX
                 DISPLAY 'PRICESIM: MORE THAN ' WS-PR-MAX
                     ' PRODUCTS ON THE RATE CARDS'
                 SET CARD-IN-ERROR TO TRUE
              ELSE
                 IF WS-PR-IX > WS-PR-COUNT
                    MOVE WS-PR-IX TO WS-PR-COUNT
                 END-IF
                 MOVE PR-PRODUCT-CODE TO WS-PR-CODE (WS-PR-IX)
                 MOVE WS-PL-MONTHLY-RATE TO WS-PR-CUR-RATE (WS-PR-IX)
                 MOVE WS-PL-MIN-BALANCE TO WS-PR-CUR-MIN (WS-PR-IX)
                 MOVE PR-MONTHLY-RATE TO WS-PR-NEW-RATE (WS-PR-IX)
                 IF PR-MIN-BALANCE-X = SPACES
                    MOVE WS-PL-MIN-BALANCE TO WS-PR-NEW-MIN (WS-PR-IX)
                 ELSE
                    MOVE PR-MIN-BALANCE TO WS-PR-NEW-MIN (WS-PR-IX)
                 END-IF
              END-IF
           END-IF.

       1700-TAKE-FEE-CARD.
           IF NOT PF-FEE-FLAT AND NOT PF-FEE-PERCENT
              AND NOT PF-FEE-DROPPED
              OR PF-FEE-CODE = SPACES
              DISPLAY 'PRICESIM: SIMTERMS CARD ' WS-CARD-COUNT
                  ' - FEE NEEDS A CODE AND TYPE A, P OR D'
              SET CARD-IN-ERROR TO TRUE
           ELSE
              IF NOT PF-FEE-DROPPED
                 AND (PF-FEE-AMOUNT-X NOT NUMERIC
                  OR PF-FEE-TRIGGER-X NOT NUMERIC)
                 DISPLAY 'PRICESIM: SIMTERMS CARD ' WS-CARD-COUNT
                     ' - FEE AMOUNT AND TRIGGER MUST BE NUMERIC'
                 SET CARD-IN-ERROR TO TRUE
              ELSE
                 PERFORM 1750-APPLY-FEE-CARD
              END-IF
           END-IF.

       1750-APPLY-FEE-CARD.
           PERFORM VARYING WS-FEE-IX FROM 1 BY 1
                   UNTIL WS-FEE-IX > WS-FEE-COUNT
                      OR WS-FT-CODE (WS-FEE-IX) = PF-FEE-CODE
              CONTINUE
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-FEE-IX > WS-FEE-COUNT AND PF-FEE-DROPPED
                 DISPLAY 'PRICESIM: SIMTERMS CARD ' WS-CARD-COUNT
                     ' - FEE ' PF-FEE-CODE ' IS NOT ON THE SCHEDULE'
                 SET CARD-IN-ERROR TO TRUE
              WHEN WS-FEE-IX > WS-FEE-MAX
                 DISPLAY 'PRICESIM: MORE THAN ' WS-FEE-MAX
                     ' FEES ON THE PROPOSED SCHEDULE'
                 SET CARD-IN-ERROR TO TRUE
              WHEN OTHER
                 IF WS-FEE-IX > WS-FEE-COUNT
                    MOVE WS-FEE-IX TO WS-FEE-COUNT
                    MOVE PF-FEE-CODE TO WS-FT-CODE (WS-FEE-IX)
                    MOVE 'N' TO WS-FT-CUR-SW (WS-FEE-IX)
                    MOVE SPACE TO WS-FT-CUR-TYPE (WS-FEE-IX)
                    MOVE ZERO TO WS-FT-CUR-AMOUNT (WS-FEE-IX)
                    MOVE ZERO TO WS-FT-CUR-TRIGGER (WS-FEE-IX)
                 END-IF
                 IF PF-FEE-DROPPED
                    MOVE 'N' TO WS-FT-NEW-SW (WS-FEE-IX)
                 ELSE
                    MOVE 'Y' TO WS-FT-NEW-SW (WS-FEE-IX)
                    MOVE PF-FEE-TYPE TO WS-FT-NEW-TYPE (WS-FEE-IX)
                    MOVE PF-FEE-AMOUNT TO WS-FT-NEW-AMOUNT (WS-FEE-IX)
                    MOVE PF-FEE-TRIGGER
                      TO WS-FT-NEW-TRIGGER (WS-FEE-IX)
                 END-IF
           END-EVALUATE.

       1800-PRINT-TERMS.
      * The terms compared, so the report carries its own question.
           OPEN OUTPUT SIMULATION-REPORT
           IF NOT REPORT-OK
              DISPLAY 'PRICESIM: UNEXPECTED SIMRPT STATUS '
                  WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-RUN-BUS-DATE TO WS-HL-BUS-DATE
           WRITE SIMULATION-REPORT-RECORD FROM WS-HEADING-LINE
           MOVE SPACES TO SIMULATION-REPORT-RECORD
           WRITE SIMULATION-REPORT-RECORD
           WRITE SIMULATION-REPORT-RECORD FROM WS-RATE-HEADING
           MOVE 'HOUSE' TO WS-RL-TERMS
           MOVE WS-CUR-HOUSE-RATE TO WS-RL-CUR-RATE
           MOVE WS-NEW-HOUSE-RATE TO WS-RL-NEW-RATE
           MOVE ZERO TO WS-RL-CUR-MIN
           MOVE ZERO TO WS-RL-NEW-MIN
           WRITE SIMULATION-REPORT-RECORD FROM WS-RATE-LINE
           PERFORM VARYING WS-PR-IX FROM 1 BY 1
                   UNTIL WS-PR-IX > WS-PR-COUNT
              MOVE WS-PR-CODE (WS-PR-IX) TO WS-RL-TERMS
              MOVE WS-PR-CUR-RATE (WS-PR-IX) TO WS-RL-CUR-RATE
              MOVE WS-PR-NEW-RATE (WS-PR-IX) TO WS-RL-NEW-RATE
              MOVE WS-PR-CUR-MIN (WS-PR-IX) TO WS-RL-CUR-MIN
              MOVE WS-PR-NEW-MIN (WS-PR-IX) TO WS-RL-NEW-MIN
              WRITE SIMULATION-REPORT-RECORD FROM WS-RATE-LINE
           END-PERFORM

           MOVE SPACES TO SIMULATION-REPORT-RECORD
           WRITE SIMULATION-REPORT-RECORD
           WRITE SIMULATION-REPORT-RECORD FROM WS-FEE-HEADING
           PERFORM VARYING WS-FEE-IX FROM 1 BY 1
                   UNTIL WS-FEE-IX > WS-FEE-COUNT
              MOVE WS-FT-CODE (WS-FEE-IX) TO WS-FL-CODE
              MOVE 'CURRENT' TO WS-FL-SCENARIO
              IF WS-FT-CUR-ON (WS-FEE-IX)
                 MOVE WS-FT-CUR-TYPE (WS-FEE-IX) TO WS-FL-TYPE
                 MOVE SPACES TO WS-FL-STATE
                 MOVE WS-FT-CUR-AMOUNT (WS-FEE-IX) TO WS-FL-AMOUNT
                 MOVE WS-FT-CUR-TRIGGER (WS-FEE-IX) TO WS-FL-TRIGGER
              ELSE
                 MOVE SPACE TO WS-FL-TYPE
                 MOVE 'NOT ON THE SCHEDULE' TO WS-FL-STATE
              END-IF
              WRITE SIMULATION-REPORT-RECORD FROM WS-FEE-LINE
              MOVE SPACES TO WS-FL-CODE
              MOVE 'PROPOSED' TO WS-FL-SCENARIO
              IF WS-FT-NEW-ON (WS-FEE-IX)
                 MOVE WS-FT-NEW-TYPE (WS-FEE-IX) TO WS-FL-TYPE
                 MOVE SPACES TO WS-FL-STATE
                 MOVE WS-FT-NEW-AMOUNT (WS-FEE-IX) TO WS-FL-AMOUNT
                 MOVE WS-FT-NEW-TRIGGER (WS-FEE-IX) TO WS-FL-TRIGGER
              ELSE
                 MOVE SPACE TO WS-FL-TYPE
                 MOVE 'DROPPED' TO WS-FL-STATE
              END-IF
              WRITE SIMULATION-REPORT-RECORD FROM WS-FEE-LINE
           END-PERFORM.

      *****************************************************************
      * The pricing - one pass over the book, every wallet priced
      * both ways and released to the sort.
      *****************************************************************
       2000-PRICE-THE-BOOK.
           PERFORM 2010-OPEN-CURSOR
           PERFORM WITH TEST AFTER UNTIL SQLCODE = 100
              PERFORM 2100-TAKE-ONE-WALLET
           END-PERFORM
           IF NOT CUSTOMER-FIRST
              PERFORM 3500-RANK-CUSTOMER
           END-IF
           PERFORM 2020-CLOSE-CURSOR.

       2010-OPEN-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2011-TRY-OPEN
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       2011-TRY-OPEN.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              OPEN PSIM-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       2020-CLOSE-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2021-TRY-CLOSE
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       2021-TRY-CLOSE.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              CLOSE PSIM-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       2100-TAKE-ONE-WALLET.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2110-TRY-FETCH
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                ADD 1 TO WS-WALLET-COUNT
                PERFORM 2200-PRICE-ONE-WALLET
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       2110-TRY-FETCH.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              FETCH PSIM-CUR
              INTO :CUSTOMER-ID OF TEXE2,
                   :WALLET-NO OF TEXE2,
                   :WALLET OF TEXE2,
                   :PRODUCT-CODE OF TEXE2,
                   :CURRENCY-CODE OF TEXE2,
                   :BRANCH-CODE OF TEXEM,
                   :WS-TERM-ROWS
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       2200-PRICE-ONE-WALLET.
           IF CUSTOMER-FIRST
              OR CUSTOMER-ID OF TEXE2 NOT = WS-CU-CUSTOMER-ID
              IF NOT CUSTOMER-FIRST
                 PERFORM 3500-RANK-CUSTOMER
              END-IF
              MOVE 'N' TO WS-CUST-FIRST-SW
              MOVE CUSTOMER-ID OF TEXE2 TO WS-CU-CUSTOMER-ID
              MOVE BRANCH-CODE OF TEXEM TO WS-CU-BRANCH-CODE
              MOVE ZERO TO WS-CU-WALLETS
              MOVE ZERO TO WS-CU-INTEREST-CHG
              MOVE ZERO TO WS-CU-FEES-CHG
           END-IF

           MOVE WALLET OF TEXE2 TO WS-BALANCE
           IF WS-TERM-ROWS > ZERO
              ADD 1 TO WS-TERM-COUNT
           END-IF
           PERFORM 2300-RESOLVE-WALLET-TERMS
           PERFORM 2400-CONVERT-AND-BAND

           SET PRICING-CURRENT TO TRUE
           MOVE WS-CUR-RATE TO WS-SC-RATE
           MOVE WS-CUR-MIN-BALANCE TO WS-SC-MIN-BALANCE
           PERFORM 2500-PRICE-SCENARIO
           MOVE WS-SC-INTEREST TO WS-CUR-INTEREST
           MOVE WS-SC-FEES TO WS-CUR-FEES

           SET PRICING-PROPOSED TO TRUE
           MOVE WS-NEW-RATE TO WS-SC-RATE
           MOVE WS-NEW-MIN-BALANCE TO WS-SC-MIN-BALANCE
           PERFORM 2500-PRICE-SCENARIO
           MOVE WS-SC-INTEREST TO WS-NEW-INTEREST
           MOVE WS-SC-FEES TO WS-NEW-FEES

           MOVE CURRENCY-CODE OF TEXE2 TO SRT-CURRENCY
           MOVE BRANCH-CODE OF TEXEM TO SRT-BRANCH-CODE
           MOVE WS-BAND TO SRT-BAND
           MOVE WS-CUR-INTEREST TO SRT-CUR-INTEREST
           MOVE WS-NEW-INTEREST TO SRT-NEW-INTEREST
           MOVE WS-CUR-FEES TO SRT-CUR-FEES
           MOVE WS-NEW-FEES TO SRT-NEW-FEES
           RELEASE SORT-WALLET-RECORD

           ADD 1 TO WS-CU-WALLETS
           COMPUTE WS-CU-INTEREST-CHG ROUNDED = WS-CU-INTEREST-CHG
              + (WS-NEW-INTEREST - WS-CUR-INTEREST)
              * WS-CONVERSION-RATE
           COMPUTE WS-CU-FEES-CHG ROUNDED = WS-CU-FEES-CHG
              + (WS-NEW-FEES - WS-CUR-FEES)
              * WS-CONVERSION-RATE.

       2300-RESOLVE-WALLET-TERMS.
      * WALINT's rate resolution and WALFEE's product fee list from
      * one PRODLOOK call. A wallet on no product, or on one no
      * longer on PRODMAST, is on the house terms.
           MOVE 'N' TO WS-PRODUCT-SW
           MOVE WS-CUR-HOUSE-RATE TO WS-CUR-RATE
           MOVE WS-NEW-HOUSE-RATE TO WS-NEW-RATE
           MOVE ZERO TO WS-CUR-MIN-BALANCE
           MOVE ZERO TO WS-NEW-MIN-BALANCE
           IF PRODUCT-CODE OF TEXE2 NOT = SPACES
              MOVE 'PROD' TO WS-PL-FUNCTION
              MOVE PRODUCT-CODE OF TEXE2 TO WS-PL-PRODUCT-CODE
              CALL 'PRODLOOK' USING WS-PRODLOOK-PARM
              IF WS-PL-FOUND
                 SET ON-A-PRODUCT TO TRUE
                 MOVE WS-PL-MONTHLY-RATE TO WS-CUR-RATE
                 MOVE WS-PL-MIN-BALANCE TO WS-CUR-MIN-BALANCE
                 MOVE WS-PL-MONTHLY-RATE TO WS-NEW-RATE
                 MOVE WS-PL-MIN-BALANCE TO WS-NEW-MIN-BALANCE
                 PERFORM VARYING WS-PL-IX FROM 1 BY 1
                         UNTIL WS-PL-IX > 4
                    MOVE WS-PL-FEE-CODE (WS-PL-IX)
                      TO WS-WALLET-FEE-CODE (WS-PL-IX)
                 END-PERFORM
                 PERFORM VARYING WS-PR-IX FROM 1 BY 1
                         UNTIL WS-PR-IX > WS-PR-COUNT
                    IF WS-PR-CODE (WS-PR-IX)
                          = PRODUCT-CODE OF TEXE2
                       MOVE WS-PR-NEW-RATE (WS-PR-IX) TO WS-NEW-RATE
                       MOVE WS-PR-NEW-MIN (WS-PR-IX)
                         TO WS-NEW-MIN-BALANCE
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

       2400-CONVERT-AND-BAND.
      * The home-currency rate at tonight's date, for the band and
      * the customer ranking. With no rate the native amount stands
      * in, as AUDCONF does, and the wallet is counted.
           MOVE 1 TO WS-CONVERSION-RATE
           IF CURRENCY-CODE OF TEXE2 NOT = SPACES
              AND CURRENCY-CODE OF TEXE2 NOT = WS-HOME-CURRENCY
              MOVE 'ASOF' TO WS-RL-FUNCTION
              MOVE CURRENCY-CODE OF TEXE2 TO WS-RL-CURRENCY
              MOVE WS-RUN-BUS-DATE TO WS-RL-DATE
              CALL 'RATELOOK' USING WS-RATELOOK-PARM
              IF WS-RL-FOUND
                 MOVE WS-RL-RATE TO WS-CONVERSION-RATE
              ELSE
                 ADD 1 TO WS-NO-RATE-COUNT
              END-IF
           END-IF
           COMPUTE WS-HOME-BALANCE ROUNDED
              = WS-BALANCE * WS-CONVERSION-RATE

           MOVE 4 TO WS-BAND
           PERFORM VARYING WS-BAND-IX FROM 3 BY -1
                   UNTIL WS-BAND-IX < 1
              IF WS-HOME-BALANCE < WS-BAND-LIMIT (WS-BAND-IX)
                 MOVE WS-BAND-IX TO WS-BAND
              END-IF
           END-PERFORM.

       2500-PRICE-SCENARIO.
      * WALINT's accrual, then WALFEE's schedule against the balance
      * the accrual leaves - the order the month-end steps run in.
      * Only a positive balance at or above the minimum earns, and
      * a wallet locked in a term earns nothing here.
           MOVE ZERO TO WS-SC-INTEREST
           MOVE ZERO TO WS-SC-FEES
           IF WS-TERM-ROWS = ZERO
              AND WS-BALANCE > ZERO
              AND WS-BALANCE NOT < WS-SC-MIN-BALANCE
              COMPUTE WS-SC-INTEREST ROUNDED
                 = WS-BALANCE * WS-SC-RATE / 100
           END-IF
           COMPUTE WS-SC-BALANCE = WS-BALANCE + WS-SC-INTEREST
           PERFORM 2600-PRICE-ONE-FEE
              VARYING WS-FEE-IX FROM 1 BY 1
              UNTIL WS-FEE-IX > WS-FEE-COUNT.

       2600-PRICE-ONE-FEE.
      * WALFEE's rules: only a positive balance is charged; a nonzero
      * trigger charges only below it; a fee is capped at the
      * balance, and later fees assess the balance as it now stands.
           IF PRICING-CURRENT
              MOVE WS-FT-CUR-SW (WS-FEE-IX) TO WS-FEE-ON-SW
              MOVE WS-FT-CUR-TYPE (WS-FEE-IX) TO WS-SC-FEE-TYPE
              MOVE WS-FT-CUR-AMOUNT (WS-FEE-IX) TO WS-SC-FEE-AMOUNT
              MOVE WS-FT-CUR-TRIGGER (WS-FEE-IX) TO WS-SC-FEE-TRIGGER
           ELSE
              MOVE WS-FT-NEW-SW (WS-FEE-IX) TO WS-FEE-ON-SW
              MOVE WS-FT-NEW-TYPE (WS-FEE-IX) TO WS-SC-FEE-TYPE
              MOVE WS-FT-NEW-AMOUNT (WS-FEE-IX) TO WS-SC-FEE-AMOUNT
              MOVE WS-FT-NEW-TRIGGER (WS-FEE-IX) TO WS-SC-FEE-TRIGGER
           END-IF
           MOVE 'Y' TO WS-FEE-APPLIES-SW
           IF ON-A-PRODUCT
              MOVE 'N' TO WS-FEE-APPLIES-SW
              PERFORM VARYING WS-PL-IX FROM 1 BY 1
                      UNTIL WS-PL-IX > 4
                 IF WS-WALLET-FEE-CODE (WS-PL-IX)
                       = WS-FT-CODE (WS-FEE-IX)
                    SET FEE-APPLIES TO TRUE
                 END-IF
              END-PERFORM
           END-IF
           IF FEE-ON-SCHEDULE
              AND FEE-APPLIES
              AND WS-SC-BALANCE > ZERO
              AND (WS-SC-FEE-TRIGGER = ZERO
               OR WS-SC-BALANCE < WS-SC-FEE-TRIGGER)
              IF WS-SC-FEE-TYPE = 'P'
                 COMPUTE WS-FEE-CHARGE ROUNDED
                    = WS-SC-BALANCE * WS-SC-FEE-AMOUNT / 100
              ELSE
                 MOVE WS-SC-FEE-AMOUNT TO WS-FEE-CHARGE
              END-IF
              IF WS-FEE-CHARGE > WS-SC-BALANCE
                 MOVE WS-SC-BALANCE TO WS-FEE-CHARGE
              END-IF
              IF WS-FEE-CHARGE > ZERO
                 ADD WS-FEE-CHARGE TO WS-SC-FEES
                 SUBTRACT WS-FEE-CHARGE FROM WS-SC-BALANCE
              END-IF
           END-IF.

       3500-RANK-CUSTOMER.
      * The customer's change is what they would receive less what
      * they would pay; the list keeps the largest changes either
      * way, largest first. A customer the proposal leaves alone is
      * not listed.
           ADD 1 TO WS-CUSTOMER-COUNT
           COMPUTE WS-CU-NET-CHG
              = WS-CU-INTEREST-CHG - WS-CU-FEES-CHG
           EVALUATE TRUE
              WHEN WS-CU-NET-CHG > ZERO
                 ADD 1 TO WS-BETTER-COUNT
                 MOVE WS-CU-NET-CHG TO WS-CU-SIZE
              WHEN WS-CU-NET-CHG < ZERO
                 ADD 1 TO WS-WORSE-COUNT
                 COMPUTE WS-CU-SIZE = ZERO - WS-CU-NET-CHG
              WHEN OTHER
                 MOVE ZERO TO WS-CU-SIZE
           END-EVALUATE

           IF WS-CU-SIZE > ZERO
              MOVE ZERO TO WS-TP-IX
              PERFORM VARYING WS-TP-JX FROM 1 BY 1
                      UNTIL WS-TP-JX > WS-TP-COUNT
                         OR WS-TP-IX > ZERO
                 IF WS-CU-SIZE > WS-TP-SIZE (WS-TP-JX)
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
                 MOVE WS-CU-CUSTOMER-ID TO WS-TP-CUSTOMER (WS-TP-IX)
                 MOVE WS-CU-BRANCH-CODE TO WS-TP-BRANCH (WS-TP-IX)
                 MOVE WS-CU-WALLETS TO WS-TP-WALLETS (WS-TP-IX)
                 MOVE WS-CU-INTEREST-CHG
                   TO WS-TP-INTEREST-CHG (WS-TP-IX)
                 MOVE WS-CU-FEES-CHG TO WS-TP-FEES-CHG (WS-TP-IX)
                 MOVE WS-CU-NET-CHG TO WS-TP-NET-CHG (WS-TP-IX)
                 MOVE WS-CU-SIZE TO WS-TP-SIZE (WS-TP-IX)
              END-IF
           END-IF.

      *****************************************************************
      * The comparison - by currency, then branch and band, with a
      * total for each branch, the currency's bands across all its
      * branches, its total and the change.
      *****************************************************************
       4000-REPORT-COMPARISON.
           MOVE 'N' TO WS-SORT-EOF-SW
           RETURN SORT-FILE
              AT END
                 SET SORTED-EOF TO TRUE
           END-RETURN
           PERFORM WITH TEST BEFORE UNTIL SORTED-EOF
              MOVE SRT-CURRENCY TO WS-BREAK-CURRENCY
              PERFORM 4100-START-CURRENCY
              PERFORM WITH TEST BEFORE
                      UNTIL SORTED-EOF
                         OR SRT-CURRENCY NOT = WS-BREAK-CURRENCY
                 MOVE SRT-BRANCH-CODE TO WS-BREAK-BRANCH
                 INITIALIZE WS-BRANCH-FIGURES
                 PERFORM WITH TEST BEFORE
                         UNTIL SORTED-EOF
                            OR SRT-CURRENCY NOT = WS-BREAK-CURRENCY
                            OR SRT-BRANCH-CODE NOT = WS-BREAK-BRANCH
                    MOVE SRT-BAND TO WS-BREAK-BAND
                    INITIALIZE WS-BAND-FIGURES
                    PERFORM 4200-ADD-SORTED-WALLET
                       WITH TEST BEFORE
                       UNTIL SORTED-EOF
                          OR SRT-CURRENCY NOT = WS-BREAK-CURRENCY
                          OR SRT-BRANCH-CODE NOT = WS-BREAK-BRANCH
                          OR SRT-BAND NOT = WS-BREAK-BAND
                    MOVE WS-BREAK-BRANCH TO WS-GL-BRANCH
                    MOVE WS-BAND-NAME (WS-BREAK-BAND) TO WS-GL-BAND
                    MOVE WS-BAND-FIGURES TO WS-FIGURES-WORK
                    PERFORM 4800-WRITE-FIGURES
                 END-PERFORM
                 MOVE WS-BREAK-BRANCH TO WS-GL-BRANCH
                 MOVE 'TOTAL' TO WS-GL-BAND
                 MOVE WS-BRANCH-FIGURES TO WS-FIGURES-WORK
                 PERFORM 4800-WRITE-FIGURES
              END-PERFORM
              PERFORM 4500-CLOSE-CURRENCY
           END-PERFORM.

       4100-START-CURRENCY.
           INITIALIZE WS-CURRENCY-FIGURES
           INITIALIZE WS-CURRENCY-BAND-TABLE
           MOVE SPACES TO SIMULATION-REPORT-RECORD
           WRITE SIMULATION-REPORT-RECORD
           IF WS-BREAK-CURRENCY = SPACES
              MOVE 'HOME' TO WS-CH-CURRENCY
           ELSE
              MOVE WS-BREAK-CURRENCY TO WS-CH-CURRENCY
           END-IF
           WRITE SIMULATION-REPORT-RECORD FROM WS-CURRENCY-HEADING
           WRITE SIMULATION-REPORT-RECORD FROM WS-COLUMN-HEADING.

       4200-ADD-SORTED-WALLET.
           ADD 1 TO WS-BF-WALLETS
           ADD SRT-CUR-INTEREST TO WS-BF-CUR-INTEREST
           ADD SRT-NEW-INTEREST TO WS-BF-NEW-INTEREST
           ADD SRT-CUR-FEES TO WS-BF-CUR-FEES
           ADD SRT-NEW-FEES TO WS-BF-NEW-FEES
           ADD 1 TO WS-RF-WALLETS
           ADD SRT-CUR-INTEREST TO WS-RF-CUR-INTEREST
           ADD SRT-NEW-INTEREST TO WS-RF-NEW-INTEREST
           ADD SRT-CUR-FEES TO WS-RF-CUR-FEES
           ADD SRT-NEW-FEES TO WS-RF-NEW-FEES
           ADD 1 TO WS-CF-WALLETS
           ADD SRT-CUR-INTEREST TO WS-CF-CUR-INTEREST
           ADD SRT-NEW-INTEREST TO WS-CF-NEW-INTEREST
           ADD SRT-CUR-FEES TO WS-CF-CUR-FEES
           ADD SRT-NEW-FEES TO WS-CF-NEW-FEES
           ADD 1 TO WS-CB-WALLETS (SRT-BAND)
           ADD SRT-CUR-INTEREST TO WS-CB-CUR-INTEREST (SRT-BAND)
           ADD SRT-NEW-INTEREST TO WS-CB-NEW-INTEREST (SRT-BAND)
           ADD SRT-CUR-FEES TO WS-CB-CUR-FEES (SRT-BAND)
           ADD SRT-NEW-FEES TO WS-CB-NEW-FEES (SRT-BAND)
           RETURN SORT-FILE
              AT END
                 SET SORTED-EOF TO TRUE
           END-RETURN.

       4500-CLOSE-CURRENCY.
           PERFORM VARYING WS-BAND-IX FROM 1 BY 1
                   UNTIL WS-BAND-IX > 4
              IF WS-CB-WALLETS (WS-BAND-IX) > ZERO
                 MOVE 'ALL' TO WS-GL-BRANCH
                 MOVE WS-BAND-NAME (WS-BAND-IX) TO WS-GL-BAND
                 MOVE WS-CB-ENTRY (WS-BAND-IX) TO WS-FIGURES-WORK
                 PERFORM 4800-WRITE-FIGURES
              END-IF
           END-PERFORM
           MOVE 'ALL' TO WS-GL-BRANCH
           MOVE 'TOTAL' TO WS-GL-BAND
           MOVE WS-CURRENCY-FIGURES TO WS-FIGURES-WORK
           PERFORM 4800-WRITE-FIGURES
           MOVE 'CHANGE, PROPOSED LESS CURRENT' TO WS-XL-LABEL
           COMPUTE WS-XL-INTEREST
              = WS-CF-NEW-INTEREST - WS-CF-CUR-INTEREST
           COMPUTE WS-XL-FEES = WS-CF-NEW-FEES - WS-CF-CUR-FEES
           WRITE SIMULATION-REPORT-RECORD FROM WS-CHANGE-LINE.

       4800-WRITE-FIGURES.
           MOVE WS-FG-WALLETS TO WS-GL-WALLETS
           MOVE WS-FG-CUR-INTEREST TO WS-GL-CUR-INTEREST
           MOVE WS-FG-NEW-INTEREST TO WS-GL-NEW-INTEREST
           MOVE WS-FG-CUR-FEES TO WS-GL-CUR-FEES
           MOVE WS-FG-NEW-FEES TO WS-GL-NEW-FEES
           WRITE SIMULATION-REPORT-RECORD FROM WS-FIGURES-LINE.

       5000-PRINT-MOST-AFFECTED.
           MOVE SPACES TO SIMULATION-REPORT-RECORD
           WRITE SIMULATION-REPORT-RECORD
           MOVE SPACES TO SIMULATION-REPORT-RECORD
           STRING 'CUSTOMERS MOST AFFECTED - CHANGE IN '
                  WS-HOME-CURRENCY
                  ', POSITIVE IS BETTER OFF'
              DELIMITED BY SIZE INTO SIMULATION-REPORT-RECORD
           WRITE SIMULATION-REPORT-RECORD
           WRITE SIMULATION-REPORT-RECORD FROM WS-CUSTOMER-HEADING
           PERFORM VARYING WS-TP-IX FROM 1 BY 1
                   UNTIL WS-TP-IX > WS-TP-COUNT
              MOVE WS-TP-CUSTOMER (WS-TP-IX) TO WS-UL-CUSTOMER
              MOVE WS-TP-BRANCH (WS-TP-IX) TO WS-UL-BRANCH
              MOVE WS-TP-WALLETS (WS-TP-IX) TO WS-UL-WALLETS
              MOVE WS-TP-INTEREST-CHG (WS-TP-IX)
                TO WS-UL-INTEREST-CHG
              MOVE WS-TP-FEES-CHG (WS-TP-IX) TO WS-UL-FEES-CHG
              MOVE WS-TP-NET-CHG (WS-TP-IX) TO WS-UL-NET-CHG
              WRITE SIMULATION-REPORT-RECORD FROM WS-CUSTOMER-LINE
           END-PERFORM

           MOVE SPACES TO SIMULATION-REPORT-RECORD
           WRITE SIMULATION-REPORT-RECORD
           MOVE 'WALLETS PRICED' TO WS-CL-LABEL
           MOVE WS-WALLET-COUNT TO WS-CL-COUNT
           WRITE SIMULATION-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'OF WHICH IN A TERM - NO INTEREST' TO WS-CL-LABEL
           MOVE WS-TERM-COUNT TO WS-CL-COUNT
           WRITE SIMULATION-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'CUSTOMERS PRICED' TO WS-CL-LABEL
           MOVE WS-CUSTOMER-COUNT TO WS-CL-COUNT
           WRITE SIMULATION-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'CUSTOMERS BETTER OFF' TO WS-CL-LABEL
           MOVE WS-BETTER-COUNT TO WS-CL-COUNT
           WRITE SIMULATION-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE 'CUSTOMERS WORSE OFF' TO WS-CL-LABEL
           MOVE WS-WORSE-COUNT TO WS-CL-COUNT
           WRITE SIMULATION-REPORT-RECORD FROM WS-COUNT-LINE
           IF WS-NO-RATE-COUNT > ZERO
              MOVE 'NO EXCHANGE RATE - NATIVE AMOUNT USED'
                TO WS-CL-LABEL
              MOVE WS-NO-RATE-COUNT TO WS-CL-COUNT
              WRITE SIMULATION-REPORT-RECORD FROM WS-COUNT-LINE
           END-IF.

       8000-HOUSEKEEPING.
           CLOSE SIMULATION-REPORT

           MOVE WS-WALLET-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'PRICESIM: WALLETS PRICED: ' WS-COUNT-FORMATTED
           MOVE WS-BETTER-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'PRICESIM: CUSTOMERS BETTER OFF: '
               WS-COUNT-FORMATTED
           MOVE WS-WORSE-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'PRICESIM: CUSTOMERS WORSE OFF: '
               WS-COUNT-FORMATTED
           IF WS-NO-RATE-COUNT > ZERO
              MOVE WS-NO-RATE-COUNT TO WS-COUNT-FORMATTED
              DISPLAY 'PRICESIM: WALLETS WITH NO EXCHANGE RATE - '
                  'NATIVE AMOUNT BANDED AND RANKED: '
                  WS-COUNT-FORMATTED
              MOVE 4 TO WS-WORST-RC
           END-IF.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'PRICESIM: SQLCODE ' SQLCODE
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
      * Rates are taken at the window's business date, not the
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
                   DISPLAY 'PRICESIM: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'PRICESIM: UNEXPECTED BUSDATE STATUS '
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
           MOVE WS-WALLET-COUNT TO RUN-RECS-IN
           MOVE WS-WALLET-COUNT TO RUN-RECS-OUT
           MOVE WS-NO-RATE-COUNT TO RUN-RECS-REJECTED
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUNLOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUNLOG-OK
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY 'PRICESIM: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9999-ABORT.
           EXEC SQL
              ROLLBACK
           END-EXEC.
           DISPLAY 'PRICESIM: UNEXPECTED SQLCODE ' SQLCODE
               ' - ABORTING'
           MOVE 16 TO RETURN-CODE
           GOBACK.
