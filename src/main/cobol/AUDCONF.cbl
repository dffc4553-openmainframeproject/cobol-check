       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AUDCONF.
      *****************************************************************
      * Auditor balance confirmations. Every year the external
      * auditors ask for a statistical sample of customers and write
      * to each to confirm the balance we hold. The sample used to be
      * picked from WALRPT by hand and the replies kept on a
      * spreadsheet; this run does both, on the AUDCREG confirmation
      * register, in three actions from the first card:
      *
      *   SAMPLE  - draws the sample. Every wallet's balance as of
      *             the audit date - today's TEXE2 balance less the
      *             TEXE2HIST movements posted after that date - is
      *             banded in the home currency (converted at the
      *             audit date's rate through RATELOOK) and grouped
      *             by band and branch into strata. The sample size
      *             is shared out across the strata in proportion to
      *             their wallet counts, at least one from every
      *             stratum, and drawn within each stratum by
      *             selection sampling driven from the seed card -
      *             the same seed on the same data draws the same
      *             sample, so the auditors can re-perform it. Each
      *             sampled wallet gets a confirmation letter on
      *             CONFLTR from the LTRTMPL template library (message
      *             code 'A', with &BALANCE and &WALLET beside the
      *             usual &NAME, &DATE and &BRANCH) and a line on the
      *             AUDSAMP listing, and AUDCREG is written new with
      *             the strata and every wallet outstanding. A
      *             confirmation is the auditors' own letter, so it is
      *             printed whatever MAIL-PREF says; a wallet whose
      *             mail is coming back is still sampled, and flagged
      *             for the auditors' alternative procedures.
      *             Each letter is handed to CORRLOG for the
      *             customer's correspondence history (CORRHIST), as
      *             an 'N' item, code AUDC.
      *   REPLY   - records the replies from the AUDCRPLY intake
      *             cards: 'A' agreed, 'D' disagreed (with the
      *             balance the customer states), 'N' no reply once
      *             the auditors stop chasing, 'R' a disagreement
      *             followed up and cleared. A card for a wallet not
      *             in the sample, or for an outcome not open to it,
      *             is rejected and listed; the run then ends RC 4.
      *   SUMMARY - the auditors' final coverage summary on AUDCSUM,
      *             stratum by stratum: population and sample, value
      *             sampled and value confirmed, and each outcome.
      *             Anything still outstanding counts as no reply.
      *             Ends RC 4 while disagreements remain open.
      *
      * REPLY and SUMMARY both list every open disagreement on the
      * AUDCEXCP exception list - our balance, the customer's, the
      * difference - so it is worked until each one is cleared.
      *
      * Overdrawn and empty wallets have no balance to confirm and
      * stay out of the population, counted. Joint wallets are
      * written to their holder. SAMPLE refuses a register that
      * already holds a sample - each year's goes on a new one.
      *
      * Parameter cards: action; for SAMPLE also the audit date
      * (YYYY-MM-DD), the sample size (9(5)), the seed (9(10)) and
      * the home currency.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIRM-REGISTER ASSIGN TO "AUDCREG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REGISTER-STATUS.
           SELECT REPLY-FILE ASSIGN TO "AUDCRPLY"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPLY-STATUS.
           SELECT LETTER-FILE ASSIGN TO "CONFLTR"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-LETTER-STATUS.
           SELECT SAMPLE-REPORT ASSIGN TO "AUDSAMP"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SAMPLE-STATUS.
           SELECT EXCEPTION-REPORT ASSIGN TO "AUDCEXCP"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-EXCP-STATUS.
           SELECT SUMMARY-REPORT ASSIGN TO "AUDCSUM"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SUMMARY-STATUS.
      * The loadable letter-template library GREETING prints from -
      * an absent file, or one without the confirmation text, means
      * the compiled-in wording below.
           SELECT TEMPLATE-FILE ASSIGN TO "LTRTMPL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TEMPLATE-STATUS.
      * The customer mailing-address file ADDRMNT maintains - the
      * letter prints the address in the window-envelope position.
           SELECT ADDRESS-MASTER-FILE ASSIGN TO "ADDRMST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ADDRMST-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the date this run is logged under.
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
      * The confirmation register: an 'H' header with the sample's
      * parameters and population, an 'S' record per stratum and a
      * 'C' record per sampled wallet carrying its outcome.
       FD  CONFIRM-REGISTER
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS REGISTER-RECORD.
       01  REGISTER-RECORD.
           05  REG-RECORD-TYPE     PIC X(01).
               88  REG-IS-HEADER       VALUE 'H'.
               88  REG-IS-STRATUM      VALUE 'S'.
               88  REG-IS-CONFIRM      VALUE 'C'.
           05  FILLER              PIC X(119).
       01  REGISTER-HEADER REDEFINES REGISTER-RECORD.
           05  FILLER              PIC X(01).
           05  REGH-AUDIT-DATE     PIC X(10).
           05  REGH-SAMPLE-SIZE    PIC 9(05).
           05  REGH-SEED           PIC 9(10).
           05  REGH-HOME-CURRENCY  PIC X(03).
           05  REGH-POP-COUNT      PIC 9(09).
           05  REGH-POP-VALUE      PIC 9(13)V99.
           05  REGH-EXCLUDED       PIC 9(09).
           05  REGH-SAMPLED-ON     PIC X(10).
           05  FILLER              PIC X(48).
       01  REGISTER-STRATUM REDEFINES REGISTER-RECORD.
           05  FILLER              PIC X(01).
           05  REGS-BAND           PIC 9(01).
           05  REGS-BRANCH         PIC X(03).
           05  REGS-POP-COUNT      PIC 9(09).
           05  REGS-POP-VALUE      PIC 9(13)V99.
           05  REGS-SAMPLE-COUNT   PIC 9(05).
           05  REGS-SAMPLE-VALUE   PIC 9(13)V99.
           05  FILLER              PIC X(71).
       01  REGISTER-CONFIRM REDEFINES REGISTER-RECORD.
           05  FILLER              PIC X(01).
           05  REGC-CUSTOMER-ID    PIC 9(09).
           05  REGC-WALLET-NO      PIC 9(02).
           05  REGC-BAND           PIC 9(01).
           05  REGC-BRANCH         PIC X(03).
           05  REGC-FIRST-NAME     PIC X(10).
           05  REGC-LAST-NAME      PIC X(10).
           05  REGC-CURRENCY       PIC X(03).
           05  REGC-BALANCE        PIC S9(9)V99.
           05  REGC-HOME-BALANCE   PIC S9(11)V99.
      *    'O' OUTSTANDING, 'A' AGREED, 'D' DISAGREED, 'N' NO REPLY,
      *    'R' DISAGREEMENT CLEARED ON FOLLOW-UP.
           05  REGC-STATUS         PIC X(01).
           05  REGC-REPLY-DATE     PIC X(10).
           05  REGC-STATED-BALANCE PIC S9(9)V99.
           05  REGC-MAIL-UNDELIV   PIC X(01).
           05  REGC-COMMENT        PIC X(30).
           05  FILLER              PIC X(04).
       FD  REPLY-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS REPLY-RECORD.
       01  REPLY-RECORD.
           05  RPL-CUSTOMER-ID     PIC 9(09).
           05  RPL-WALLET-NO       PIC 9(02).
           05  RPL-OUTCOME         PIC X(01).
               88  RPL-AGREED          VALUE 'A'.
               88  RPL-DISAGREED       VALUE 'D'.
               88  RPL-NO-REPLY        VALUE 'N'.
               88  RPL-RESOLVED        VALUE 'R'.
           05  RPL-REPLY-DATE      PIC X(10).
           05  RPL-STATED-BALANCE  PIC S9(9)V99
                                   SIGN LEADING SEPARATE.
           05  RPL-COMMENT         PIC X(30).
           05  FILLER              PIC X(16).
       FD  LETTER-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS LETTER-RECORD.
       01  LETTER-RECORD           PIC X(80).
       FD  SAMPLE-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS SAMPLE-REPORT-RECORD.
       01  SAMPLE-REPORT-RECORD    PIC X(80).
       FD  EXCEPTION-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS EXCEPTION-REPORT-RECORD.
       01  EXCEPTION-REPORT-RECORD PIC X(80).
       FD  SUMMARY-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS SUMMARY-REPORT-RECORD.
       01  SUMMARY-REPORT-RECORD   PIC X(80).
       FD  TEMPLATE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 66 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS TEMPLATE-RECORD.
       01  TEMPLATE-RECORD.
           05  TPL-MESSAGE-CODE    PIC X(01).
           05  TPL-LANGUAGE        PIC X(03).
           05  TPL-SEQUENCE        PIC 9(02).
           05  TPL-TEXT            PIC X(60).
       FD  ADDRESS-MASTER-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 72 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ADDRESS-MASTER-RECORD.
       01  ADDRESS-MASTER-RECORD.
           05  ADM-CUSTOMER-ID     PIC 9(09).
           05  ADM-STREET          PIC X(30).
           05  ADM-CITY            PIC X(20).
           05  ADM-POSTAL-CODE     PIC X(10).
           05  ADM-REGION          PIC X(03).
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
           05  WS-REGISTER-STATUS   PIC XX.
               88  REGISTER-OK        VALUE '00'.
               88  REGISTER-EOF       VALUE '10'.
               88  REGISTER-NOT-FOUND VALUE '35'.
           05  WS-REPLY-STATUS      PIC XX.
               88  REPLY-OK           VALUE '00'.
               88  REPLY-EOF          VALUE '10'.
               88  REPLY-NOT-FOUND    VALUE '35'.
           05  WS-LETTER-STATUS     PIC XX.
               88  LETTER-OK          VALUE '00'.
           05  WS-SAMPLE-STATUS     PIC XX.
               88  SAMPLE-OK          VALUE '00'.
           05  WS-EXCP-STATUS       PIC XX.
               88  EXCP-OK            VALUE '00'.
           05  WS-SUMMARY-STATUS    PIC XX.
               88  SUMMARY-OK         VALUE '00'.
           05  WS-TEMPLATE-STATUS   PIC XX.
               88  TEMPLATE-OK        VALUE '00'.
               88  TEMPLATE-EOF       VALUE '10'.
               88  TEMPLATE-NOT-FOUND VALUE '35'.
           05  WS-ADDRMST-STATUS    PIC XX.
               88  ADDRMST-OK         VALUE '00'.
               88  ADDRMST-EOF        VALUE '10'.
               88  ADDRMST-NOT-FOUND  VALUE '35'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'AUDCONF'.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK         VALUE '00'.
               88  BUSDATE-NOT-FOUND  VALUE '35'.
           05  WS-RUNLOG-STATUS     PIC XX.
               88  RUNLOG-OK        VALUE '00'.
           05  WS-RUN-START-TIME    PIC X(08).
           05  WS-RUN-TIME-RAW      PIC 9(08).
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
      * The parameter cards.
           05  WS-ACTION            PIC X(08) VALUE SPACES.
               88  ACTION-SAMPLE      VALUE 'SAMPLE'.
               88  ACTION-REPLY       VALUE 'REPLY'.
               88  ACTION-SUMMARY     VALUE 'SUMMARY'.
           05  WS-AUDIT-DATE        PIC X(10) VALUE SPACES.
           05  WS-SAMPLE-SIZE-CARD  PIC X(05) VALUE SPACES.
           05  WS-SAMPLE-SIZE       PIC 9(05) VALUE ZERO.
           05  WS-SEED-CARD         PIC X(10) VALUE SPACES.
           05  WS-SEED              PIC 9(10) VALUE ZERO.
           05  WS-HOME-CURRENCY     PIC X(03) VALUE SPACES.
      * Movements stamped after the last instant of the audit date
      * are backed out of today's balance.
           05  WS-AUDIT-END-TMS     PIC X(26).
      * One wallet as the population cursor delivers it.
           05  WS-PW-CUSTOMER-ID    PIC 9(9).
           05  WS-PW-WALLET-NO      PIC 9(2).
           05  WS-PW-CURRENCY       PIC X(03).
           05  WS-PW-FIRST-NAME     PIC X(10).
           05  WS-PW-LAST-NAME      PIC X(10).
           05  WS-PW-BRANCH         PIC X(03).
           05  WS-PW-MAIL-UNDELIV   PIC X(01).
           05  WS-PW-BALANCE        PIC S9(9)V99 COMP-3.
           05  WS-PW-HOME-BALANCE   PIC S9(11)V99 COMP-3.
           05  WS-PW-BAND           PIC 9(01).
           05  WS-POP-COUNT         PIC S9(5) COMP VALUE ZERO.
           05  WS-POP-MAX           PIC S9(5) COMP VALUE 20000.
           05  WS-POP-IX            PIC S9(5) COMP.
           05  WS-STRAT-COUNT       PIC S9(4) COMP VALUE ZERO.
           05  WS-STRAT-MAX         PIC S9(4) COMP VALUE 200.
           05  WS-STRAT-IX          PIC S9(4) COMP.
           05  WS-STRAT-FOUND-IX    PIC S9(4) COMP VALUE ZERO.
           05  WS-CONF-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-CONF-MAX          PIC S9(4) COMP VALUE 5000.
           05  WS-CONF-IX           PIC S9(4) COMP.
           05  WS-CONF-FOUND-IX     PIC S9(4) COMP VALUE ZERO.
           05  WS-BAND-IX           PIC S9(4) COMP.
           05  WS-ADDR-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-ADDR-MAX          PIC S9(4) COMP VALUE 5000.
           05  WS-ADDR-IX           PIC S9(4) COMP.
           05  WS-ADDR-FOUND-IX     PIC S9(4) COMP VALUE ZERO.
           05  WS-TMPL-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-TMPL-MAX          PIC S9(4) COMP VALUE 100.
           05  WS-TMPL-IX           PIC S9(4) COMP.
           05  WS-SUB-IN-IX         PIC S9(4) COMP.
           05  WS-SUB-OUT-IX        PIC S9(4) COMP.
           05  WS-SUB-LINE          PIC X(80).
           05  WS-SUB-BALANCE       PIC X(19).
      * Selection sampling. The generator is the minimal-standard
      * multiplicative one - the state times 16807, modulo 2**31-1 -
      * so the draw can be reproduced from the seed anywhere.
           05  WS-RAND-STATE        PIC S9(10) COMP-3.
           05  WS-RAND-PRODUCT      PIC S9(18) COMP-3.
           05  WS-RAND-QUOTIENT     PIC S9(18) COMP-3.
           05  WS-RAND-MODULUS      PIC S9(10) COMP-3
                                    VALUE 2147483647.
           05  WS-RAND-LHS          PIC S9(18) COMP-3.
           05  WS-RAND-RHS          PIC S9(18) COMP-3.
           05  WS-NEEDED            PIC S9(9) COMP-3.
           05  WS-REMAINING         PIC S9(9) COMP-3.
           05  WS-ALLOCATED         PIC S9(9) COMP-3 VALUE ZERO.
      * Control totals.
           05  WS-WALLETS-READ      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-EXCLUDED-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-POP-VALUE         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-SAMPLED-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-SAMPLED-VALUE     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-LETTER-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-UNDELIV-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-REPLIES-READ      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-REPLIES-APPLIED   PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-REPLIES-REJECTED  PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-OPEN-DISAGREE     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-REJECT-REASON     PIC X(40).
           05  WS-PERCENT           PIC S9(5)V99 COMP-3.
           05  WS-DIFFERENCE        PIC S9(11)V99 COMP-3.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZZ,ZZ9.
      * Whole-sample totals for the summary's foot.
           05  WS-TOT-POP-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TOT-POP-VALUE     PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-SAMPLE-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TOT-SAMPLE-VALUE  PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOT-AGREED        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TOT-DISAGREED     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TOT-RESOLVED      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TOT-NO-REPLY      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TOT-CONF-VALUE    PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.

      * Balance bands, by home-currency balance - the upper limit of
      * each band; the last band takes everything above.
       01  WS-BAND-LIMIT-VALUES.
           05  FILLER               PIC 9(11)V99 VALUE 1000.00.
           05  FILLER               PIC 9(11)V99 VALUE 10000.00.
           05  FILLER               PIC 9(11)V99 VALUE 100000.00.
       01  WS-BAND-LIMIT-TABLE REDEFINES WS-BAND-LIMIT-VALUES.
           05  WS-BAND-LIMIT        PIC 9(11)V99 OCCURS 3 TIMES.

      * The population in storage for the draw, in wallet order.
       01  WS-POP-TABLE.
           05  WS-POP-ENTRY OCCURS 20000 TIMES.
               10  WS-PP-CUSTOMER-ID  PIC 9(09).
               10  WS-PP-WALLET-NO    PIC 9(02).
               10  WS-PP-STRAT-IX     PIC S9(4) COMP.
               10  WS-PP-CURRENCY     PIC X(03).
               10  WS-PP-FIRST-NAME   PIC X(10).
               10  WS-PP-LAST-NAME    PIC X(10).
               10  WS-PP-MAIL-UNDELIV PIC X(01).
               10  WS-PP-BALANCE      PIC S9(9)V99 COMP-3.
               10  WS-PP-HOME-BALANCE PIC S9(11)V99 COMP-3.
               10  WS-PP-SELECTED-SW  PIC X(01).
                   88  POP-SELECTED       VALUE 'Y'.

      * One entry per stratum - band within branch.
       01  WS-STRAT-TABLE.
           05  WS-STRAT-ENTRY OCCURS 200 TIMES.
               10  WS-SG-BAND         PIC 9(01).
               10  WS-SG-BRANCH       PIC X(03).
               10  WS-SG-POP-COUNT    PIC S9(9) COMP-3.
               10  WS-SG-POP-VALUE    PIC S9(13)V99 COMP-3.
               10  WS-SG-SAMPLE-COUNT PIC S9(9) COMP-3.
               10  WS-SG-SAMPLE-VALUE PIC S9(13)V99 COMP-3.
               10  WS-SG-SEEN         PIC S9(9) COMP-3.
               10  WS-SG-SELECTED     PIC S9(9) COMP-3.
               10  WS-SG-AGREED       PIC S9(9) COMP-3.
               10  WS-SG-DISAGREED    PIC S9(9) COMP-3.
               10  WS-SG-RESOLVED     PIC S9(9) COMP-3.
               10  WS-SG-NO-REPLY     PIC S9(9) COMP-3.
               10  WS-SG-CONF-VALUE   PIC S9(13)V99 COMP-3.

      * The register's sampled wallets in storage.
       01  WS-CONF-TABLE.
           05  WS-CONF-ENTRY OCCURS 5000 TIMES.
               10  WS-CF-CUSTOMER-ID  PIC 9(09).
               10  WS-CF-WALLET-NO    PIC 9(02).
               10  WS-CF-BAND         PIC 9(01).
               10  WS-CF-BRANCH       PIC X(03).
               10  WS-CF-FIRST-NAME   PIC X(10).
               10  WS-CF-LAST-NAME    PIC X(10).
               10  WS-CF-CURRENCY     PIC X(03).
               10  WS-CF-BALANCE      PIC S9(9)V99 COMP-3.
               10  WS-CF-HOME-BALANCE PIC S9(11)V99 COMP-3.
               10  WS-CF-STATUS       PIC X(01).
                   88  CONF-OUTSTANDING   VALUE 'O'.
                   88  CONF-AGREED        VALUE 'A'.
                   88  CONF-DISAGREED     VALUE 'D'.
                   88  CONF-NO-REPLY      VALUE 'N'.
                   88  CONF-RESOLVED      VALUE 'R'.
               10  WS-CF-REPLY-DATE   PIC X(10).
               10  WS-CF-STATED       PIC S9(9)V99 COMP-3.
               10  WS-CF-MAIL-UNDELIV PIC X(01).
               10  WS-CF-COMMENT      PIC X(30).

      * The register header, held while the register is rewritten.
       01  WS-REG-HEADER            PIC X(120).

      * The mailing addresses in storage, keyed by customer.
       01  WS-ADDR-TABLE.
           05  WS-ADDR-ENTRY OCCURS 5000 TIMES.
               10  WS-AD-CUSTOMER-ID  PIC 9(09).
               10  WS-AD-STREET       PIC X(30).
               10  WS-AD-CITY         PIC X(20).
               10  WS-AD-POSTAL       PIC X(10).
               10  WS-AD-REGION       PIC X(03).

      * The confirmation letter's lines from the template library.
       01  WS-TMPL-TABLE.
           05  WS-TMPL-ENTRY OCCURS 100 TIMES.
               10  WS-TP-SEQUENCE     PIC 9(02).
               10  WS-TP-TEXT         PIC X(60).

      * The compiled-in confirmation wording, used when LTRTMPL holds
      * none of its own.
       01  WS-DEFAULT-LETTER-TEXT.
           05  FILLER               PIC X(60) VALUE
               'DEAR &NAME,'.
           05  FILLER               PIC X(60) VALUE SPACES.
           05  FILLER               PIC X(60) VALUE
               'OUR AUDITORS ARE CHECKING THE BALANCES WE HOLD FOR OUR'.
           05  FILLER               PIC X(60) VALUE
               'CUSTOMERS. OUR RECORDS SHOW THAT ON &DATE YOUR'.
           05  FILLER               PIC X(60) VALUE
               'WALLET &WALLET HELD &BALANCE.'.
           05  FILLER               PIC X(60) VALUE SPACES.
           05  FILLER               PIC X(60) VALUE
               'PLEASE TELL THE AUDITORS DIRECTLY, ON THE SLIP BELOW,'.
           05  FILLER               PIC X(60) VALUE
               'WHETHER YOU AGREE. THIS IS NOT A REQUEST FOR PAYMENT.'.
           05  FILLER               PIC X(60) VALUE SPACES.
           05  FILLER               PIC X(60) VALUE
               'I AGREE / DO NOT AGREE THE BALANCE ABOVE (DELETE ONE).'.
           05  FILLER               PIC X(60) VALUE
               'IF NOT, THE BALANCE I HOLD IS ......................'.
           05  FILLER               PIC X(60) VALUE
               'SIGNED ............................ DATE ............'.
       01  WS-DEFAULT-LETTER-TABLE REDEFINES WS-DEFAULT-LETTER-TEXT.
           05  WS-DEFAULT-LINE      PIC X(60) OCCURS 12 TIMES.

       01  WS-LETTER-HEAD-LINE.
           05  FILLER               PIC X(32) VALUE
               'BALANCE CONFIRMATION - CUSTOMER '.
           05  WS-LH-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(08) VALUE ' WALLET '.
           05  WS-LH-WALLET-NO      PIC 9(02).
           05  FILLER               PIC X(29) VALUE SPACES.
       01  WS-ADDRESSEE-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-AL-FIRST-NAME     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-AL-LAST-NAME      PIC X(10).
           05  FILLER               PIC X(57) VALUE SPACES.
       01  WS-STREET-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-SL-STREET         PIC X(30).
           05  FILLER               PIC X(48) VALUE SPACES.
       01  WS-CITY-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CL-CITY           PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CL-POSTAL         PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CL-REGION         PIC X(03).
           05  FILLER               PIC X(43) VALUE SPACES.
       01  WS-BALANCE-EDIT          PIC -ZZZ,ZZZ,ZZ9.99.

       01  WS-RPT-HEAD-LINE.
           05  WS-RH-TITLE          PIC X(36).
           05  FILLER               PIC X(12) VALUE ' AUDIT DATE '.
           05  WS-RH-AUDIT-DATE     PIC X(10).
           05  FILLER               PIC X(06) VALUE ' SEED '.
           05  WS-RH-SEED           PIC 9(10).
           05  FILLER               PIC X(06) VALUE SPACES.
       01  WS-SAMPLE-LINE.
           05  WS-SM-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-SM-WALLET-NO      PIC 9(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-SM-LAST-NAME      PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-SM-BRANCH         PIC X(03).
           05  FILLER               PIC X(06) VALUE ' BAND '.
           05  WS-SM-BAND           PIC 9(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-SM-BALANCE        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-SM-CURRENCY       PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-SM-NOTE           PIC X(25).
       01  WS-STRATUM-LINE.
           05  FILLER               PIC X(07) VALUE 'BRANCH '.
           05  WS-ST-BRANCH         PIC X(03).
           05  FILLER               PIC X(06) VALUE ' BAND '.
           05  WS-ST-BAND           PIC 9(01).
           05  FILLER               PIC X(05) VALUE ' POP '.
           05  WS-ST-POP-COUNT      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-ST-POP-VALUE      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(08) VALUE ' SAMPLE '.
           05  WS-ST-SAMPLE-COUNT   PIC ZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-ST-COVERAGE       PIC ZZ9.99.
           05  FILLER               PIC X(01) VALUE '%'.
           05  FILLER               PIC X(02) VALUE SPACES.
       01  WS-OUTCOME-LINE.
           05  FILLER               PIC X(17) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE 'AGREED '.
           05  WS-OC-AGREED         PIC ZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE ' DISAGREE '.
           05  WS-OC-DISAGREED      PIC ZZ,ZZ9.
           05  FILLER               PIC X(09) VALUE ' CLEARED '.
           05  WS-OC-RESOLVED       PIC ZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE ' NO REPLY '.
           05  WS-OC-NO-REPLY       PIC ZZ,ZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
       01  WS-EXCP-LINE.
           05  WS-EX-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-EX-WALLET-NO      PIC 9(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-EX-LAST-NAME      PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-EX-OURS           PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-EX-THEIRS         PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-EX-DIFFERENCE     PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-EX-REPLY-DATE     PIC X(10).
       01  WS-EXCP-COMMENT-LINE.
           05  FILLER               PIC X(13) VALUE SPACES.
           05  WS-EC-TEXT           PIC X(67).
       01  WS-COUNT-LINE.
           05  WS-CL-TAG            PIC X(36).
           05  WS-CL-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(33) VALUE SPACES.
       01  WS-AMOUNT-LINE.
           05  WS-AM-TAG            PIC X(36).
           05  WS-AM-AMOUNT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(23) VALUE SPACES.
       01  WS-PERCENT-LINE.
           05  WS-PC-TAG            PIC X(36).
           05  WS-PC-PERCENT        PIC ZZ9.99.
           05  FILLER               PIC X(01) VALUE '%'.
           05  FILLER               PIC X(37) VALUE SPACES.

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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'AUDCONF'.
      * Call parameter block for CORRLOG, the shared correspondence-
      * history routine - same field layout as CORRLOG's own linkage
      * (WS-CR- here, WS-CL- being the count line's).
       01  WS-CORRLOG-PARM.
           05  WS-CR-FUNCTION      PIC X(04).
           05  WS-CR-CUSTOMER-ID   PIC 9(9).
           05  WS-CR-ITEM-DATE     PIC X(10).
           05  WS-CR-ITEM-TYPE     PIC X(01).
           05  WS-CR-MESSAGE-CODE  PIC X(04).
           05  WS-CR-CHANNEL       PIC X(01).
           05  WS-CR-DISPOSITION   PIC X(01).
           05  WS-CR-PGM-NAME      PIC X(08) VALUE 'AUDCONF'.
           05  WS-CR-REFERENCE     PIC X(20).
           05  WS-CR-RC            PIC 9(02).
           05  WS-CR-COUNT         PIC 9(07).
      * Call parameter block for RATELOOK, the shared as-of-date
      * rate lookup - same field layout as RATELOOK's own linkage
      * section.
       01  WS-RATELOOK-PARM.
           05 WS-RL-FUNCTION         PIC X(04).
           05 WS-RL-CURRENCY         PIC X(03).
           05 WS-RL-DATE             PIC X(10).
           05 WS-RL-RATE             PIC 9(3)V9(6).
           05 WS-RL-RATE-DATE        PIC X(10).
           05 WS-RL-FOUND-SW         PIC X(01).
               88 WS-RL-FOUND           VALUE 'Y'.
           05 WS-RL-RETURN-CODE      PIC 9(02).

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2HIST END-EXEC.

      * Every wallet that existed on the audit date, with its balance
      * as of that date: today's balance less whatever moved it
      * afterwards.
           EXEC SQL
              DECLARE CONFPOP-CUR CURSOR FOR
              SELECT W.CUSTOMER_ID, W.WALLET_NO, W.CURRENCY_CODE,
                     M.FIRST_NAME, M.LAST_NAME, M.BRANCH_CODE,
                     M.MAIL_UNDELIV,
                     W.WALLET -
                     COALESCE((SELECT SUM(H.NEW_WALLET - H.OLD_WALLET)
                               FROM TEXE2HIST H
                               WHERE H.CUSTOMER_ID = W.CUSTOMER_ID
                                 AND H.WALLET_NO = W.WALLET_NO
                                 AND H.TMS_CREA > :WS-AUDIT-END-TMS),
                              0)
              FROM TEXE2 W, TEXEM M
              WHERE M.CUSTOMER_ID = W.CUSTOMER_ID
                AND W.TMS_CREA <= :WS-AUDIT-END-TMS
              ORDER BY W.CUSTOMER_ID, W.WALLET_NO
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
              WHEN ACTION-SAMPLE
                 PERFORM 2000-DRAW-SAMPLE
              WHEN ACTION-REPLY
                 PERFORM 4000-RECORD-REPLIES
              WHEN ACTION-SUMMARY
                 PERFORM 5000-COVERAGE-SUMMARY
           END-EVALUATE
           PERFORM 9700-WRITE-RUN-LOG
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-ACTION
           MOVE ZERO TO RETURN-CODE

           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           PERFORM 9600-RESOLVE-BUSINESS-DATE

           IF NOT ACTION-SAMPLE AND NOT ACTION-REPLY
              AND NOT ACTION-SUMMARY
              DISPLAY 'AUDCONF: ACTION CARD MUST BE SAMPLE, REPLY OR '
                  'SUMMARY - ' WS-ACTION ' - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF ACTION-SAMPLE
              ACCEPT WS-AUDIT-DATE
              ACCEPT WS-SAMPLE-SIZE-CARD
              ACCEPT WS-SEED-CARD
              ACCEPT WS-HOME-CURRENCY
              IF WS-AUDIT-DATE (1:4) NOT NUMERIC
                 OR WS-AUDIT-DATE (5:1) NOT = '-'
                 OR WS-AUDIT-DATE (6:2) NOT NUMERIC
                 OR WS-AUDIT-DATE (8:1) NOT = '-'
                 OR WS-AUDIT-DATE (9:2) NOT NUMERIC
                 DISPLAY 'AUDCONF: AUDIT DATE CARD NOT YYYY-MM-DD - '
                     WS-AUDIT-DATE ' - RUN REFUSED'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF WS-SAMPLE-SIZE-CARD NOT NUMERIC
                 OR WS-SEED-CARD NOT NUMERIC
                 DISPLAY 'AUDCONF: SAMPLE SIZE OR SEED CARD NOT '
                     'NUMERIC - RUN REFUSED'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE WS-SAMPLE-SIZE-CARD TO WS-SAMPLE-SIZE
              MOVE WS-SEED-CARD TO WS-SEED
              IF WS-SAMPLE-SIZE = ZERO
                 OR WS-SAMPLE-SIZE > WS-CONF-MAX
                 DISPLAY 'AUDCONF: SAMPLE SIZE MUST BE 1 TO '
                     WS-CONF-MAX ' - RUN REFUSED'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              MOVE SPACES TO WS-AUDIT-END-TMS
              STRING WS-AUDIT-DATE '-23.59.59.999999'
                 DELIMITED BY SIZE INTO WS-AUDIT-END-TMS
           END-IF.

      *****************************************************************
      * SAMPLE
      *****************************************************************
       2000-DRAW-SAMPLE.
           PERFORM 2050-CHECK-REGISTER-EMPTY
           PERFORM 2100-OPEN-CURSOR
           PERFORM 2200-LOAD-ONE-WALLET
              UNTIL SQLCODE = 100
           PERFORM 2300-CLOSE-CURSOR
           IF WS-POP-COUNT = ZERO
              DISPLAY 'AUDCONF: NO WALLET WITH A BALANCE ON '
                  WS-AUDIT-DATE ' - NOTHING TO SAMPLE'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM 2500-ALLOCATE-SAMPLE
           PERFORM 2600-SELECT-SAMPLE
           PERFORM 6000-LOAD-TEMPLATES
           PERFORM 6100-LOAD-ADDRESSES
           PERFORM 3000-WRITE-SAMPLE.

      * Last year's replies are the auditors' working papers - a
      * register already holding a sample is never written over.
       2050-CHECK-REGISTER-EMPTY.
           OPEN INPUT CONFIRM-REGISTER
           EVALUATE TRUE
              WHEN REGISTER-OK
                 READ CONFIRM-REGISTER
                 IF REGISTER-OK
                    DISPLAY 'AUDCONF: AUDCREG ALREADY HOLDS A SAMPLE '
                        '- ALLOCATE A NEW REGISTER - RUN REFUSED'
                    CLOSE CONFIRM-REGISTER
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                 END-IF
                 CLOSE CONFIRM-REGISTER
              WHEN REGISTER-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'AUDCONF: UNEXPECTED AUDCREG STATUS '
                     WS-REGISTER-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

       2100-OPEN-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2110-TRY-OPEN
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       2110-TRY-OPEN.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              OPEN CONFPOP-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       2200-LOAD-ONE-WALLET.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2210-TRY-FETCH
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                ADD 1 TO WS-WALLETS-READ
                IF WS-PW-BALANCE > ZERO
                   PERFORM 2250-ADD-TO-POPULATION
                ELSE
                   ADD 1 TO WS-EXCLUDED-COUNT
                END-IF
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       2210-TRY-FETCH.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              FETCH CONFPOP-CUR
              INTO :WS-PW-CUSTOMER-ID, :WS-PW-WALLET-NO,
                   :WS-PW-CURRENCY, :WS-PW-FIRST-NAME,
                   :WS-PW-LAST-NAME, :WS-PW-BRANCH,
                   :WS-PW-MAIL-UNDELIV, :WS-PW-BALANCE
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * Band the wallet on its home-currency balance at the audit
      * date's rate, and count it into its stratum.
       2250-ADD-TO-POPULATION.
           IF WS-POP-COUNT NOT < WS-POP-MAX
              DISPLAY 'AUDCONF: MORE THAN ' WS-POP-MAX
                  ' WALLETS IN THE POPULATION - RUN REFUSED'
              MOVE 16 TO RETURN-CODE
              PERFORM 9999-ABORT
           END-IF

           IF WS-PW-CURRENCY = SPACES
              OR WS-PW-CURRENCY = WS-HOME-CURRENCY
              MOVE WS-PW-BALANCE TO WS-PW-HOME-BALANCE
           ELSE
              MOVE 'ASOF' TO WS-RL-FUNCTION
              MOVE WS-PW-CURRENCY TO WS-RL-CURRENCY
              MOVE WS-AUDIT-DATE TO WS-RL-DATE
              CALL 'RATELOOK' USING WS-RATELOOK-PARM
              IF WS-RL-FOUND
                 COMPUTE WS-PW-HOME-BALANCE ROUNDED
                    = WS-PW-BALANCE * WS-RL-RATE
              ELSE
                 DISPLAY 'AUDCONF: NO RATE FOR ' WS-PW-CURRENCY
                     ' AS OF ' WS-AUDIT-DATE
                     ' - NATIVE AMOUNT BANDED'
                 MOVE WS-PW-BALANCE TO WS-PW-HOME-BALANCE
              END-IF
           END-IF

           MOVE 4 TO WS-PW-BAND
           PERFORM VARYING WS-BAND-IX FROM 3 BY -1
                   UNTIL WS-BAND-IX < 1
              IF WS-PW-HOME-BALANCE < WS-BAND-LIMIT (WS-BAND-IX)
                 MOVE WS-BAND-IX TO WS-PW-BAND
              END-IF
           END-PERFORM

           PERFORM 2280-FIND-STRATUM

           ADD 1 TO WS-POP-COUNT
           MOVE WS-PW-CUSTOMER-ID TO WS-PP-CUSTOMER-ID (WS-POP-COUNT)
           MOVE WS-PW-WALLET-NO TO WS-PP-WALLET-NO (WS-POP-COUNT)
           MOVE WS-STRAT-FOUND-IX TO WS-PP-STRAT-IX (WS-POP-COUNT)
           MOVE WS-PW-CURRENCY TO WS-PP-CURRENCY (WS-POP-COUNT)
           MOVE WS-PW-FIRST-NAME TO WS-PP-FIRST-NAME (WS-POP-COUNT)
           MOVE WS-PW-LAST-NAME TO WS-PP-LAST-NAME (WS-POP-COUNT)
           MOVE WS-PW-MAIL-UNDELIV
             TO WS-PP-MAIL-UNDELIV (WS-POP-COUNT)
           MOVE WS-PW-BALANCE TO WS-PP-BALANCE (WS-POP-COUNT)
           MOVE WS-PW-HOME-BALANCE
             TO WS-PP-HOME-BALANCE (WS-POP-COUNT)
           MOVE 'N' TO WS-PP-SELECTED-SW (WS-POP-COUNT)

           ADD 1 TO WS-SG-POP-COUNT (WS-STRAT-FOUND-IX)
           ADD WS-PW-HOME-BALANCE TO WS-SG-POP-VALUE (WS-STRAT-FOUND-IX)
           ADD WS-PW-HOME-BALANCE TO WS-POP-VALUE.

       2280-FIND-STRATUM.
           MOVE ZERO TO WS-STRAT-FOUND-IX
           PERFORM VARYING WS-STRAT-IX FROM 1 BY 1
                   UNTIL WS-STRAT-IX > WS-STRAT-COUNT
              IF WS-SG-BRANCH (WS-STRAT-IX) = WS-PW-BRANCH
                 AND WS-SG-BAND (WS-STRAT-IX) = WS-PW-BAND
                 MOVE WS-STRAT-IX TO WS-STRAT-FOUND-IX
              END-IF
           END-PERFORM
           IF WS-STRAT-FOUND-IX = ZERO
              IF WS-STRAT-COUNT NOT < WS-STRAT-MAX
                 DISPLAY 'AUDCONF: MORE THAN ' WS-STRAT-MAX
                     ' BRANCH/BAND STRATA - RUN REFUSED'
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9999-ABORT
              END-IF
              ADD 1 TO WS-STRAT-COUNT
              MOVE WS-STRAT-COUNT TO WS-STRAT-FOUND-IX
              MOVE WS-PW-BRANCH TO WS-SG-BRANCH (WS-STRAT-FOUND-IX)
              MOVE WS-PW-BAND TO WS-SG-BAND (WS-STRAT-FOUND-IX)
              PERFORM 2290-CLEAR-STRATUM
           END-IF.

       2290-CLEAR-STRATUM.
           MOVE ZERO TO WS-SG-POP-COUNT (WS-STRAT-FOUND-IX)
                        WS-SG-POP-VALUE (WS-STRAT-FOUND-IX)
                        WS-SG-SAMPLE-COUNT (WS-STRAT-FOUND-IX)
                        WS-SG-SAMPLE-VALUE (WS-STRAT-FOUND-IX)
                        WS-SG-SEEN (WS-STRAT-FOUND-IX)
                        WS-SG-SELECTED (WS-STRAT-FOUND-IX)
                        WS-SG-AGREED (WS-STRAT-FOUND-IX)
                        WS-SG-DISAGREED (WS-STRAT-FOUND-IX)
                        WS-SG-RESOLVED (WS-STRAT-FOUND-IX)
                        WS-SG-NO-REPLY (WS-STRAT-FOUND-IX)
                        WS-SG-CONF-VALUE (WS-STRAT-FOUND-IX).

       2300-CLOSE-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2310-TRY-CLOSE
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       2310-TRY-CLOSE.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              CLOSE CONFPOP-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * Each stratum's share of the sample size, in proportion to its
      * wallet count and rounded - never less than one, so every
      * branch and band is represented, and never more than the
      * stratum holds. The sample actually drawn can therefore differ
      * a little from the card; the listing shows both.
       2500-ALLOCATE-SAMPLE.
           PERFORM VARYING WS-STRAT-IX FROM 1 BY 1
                   UNTIL WS-STRAT-IX > WS-STRAT-COUNT
              COMPUTE WS-NEEDED ROUNDED
                 = WS-SAMPLE-SIZE * WS-SG-POP-COUNT (WS-STRAT-IX)
                   / WS-POP-COUNT
              IF WS-NEEDED < 1
                 MOVE 1 TO WS-NEEDED
              END-IF
              IF WS-NEEDED > WS-SG-POP-COUNT (WS-STRAT-IX)
                 MOVE WS-SG-POP-COUNT (WS-STRAT-IX) TO WS-NEEDED
              END-IF
              MOVE WS-NEEDED TO WS-SG-SAMPLE-COUNT (WS-STRAT-IX)
              ADD WS-NEEDED TO WS-ALLOCATED
           END-PERFORM
           IF WS-ALLOCATED > WS-CONF-MAX
              DISPLAY 'AUDCONF: ALLOCATION OF ' WS-ALLOCATED
                  ' WALLETS EXCEEDS THE REGISTER LIMIT OF '
                  WS-CONF-MAX ' - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      * Selection sampling: walking each stratum's wallets in order,
      * a wallet is taken with probability (still needed) / (still
      * to be seen), which draws exactly the allocation.
       2600-SELECT-SAMPLE.
           DIVIDE WS-SEED BY WS-RAND-MODULUS
              GIVING WS-RAND-QUOTIENT REMAINDER WS-RAND-STATE
           IF WS-RAND-STATE = ZERO
              MOVE 1 TO WS-RAND-STATE
           END-IF
           PERFORM VARYING WS-POP-IX FROM 1 BY 1
                   UNTIL WS-POP-IX > WS-POP-COUNT
              MOVE WS-PP-STRAT-IX (WS-POP-IX) TO WS-STRAT-IX
              COMPUTE WS-NEEDED = WS-SG-SAMPLE-COUNT (WS-STRAT-IX)
                                - WS-SG-SELECTED (WS-STRAT-IX)
              COMPUTE WS-REMAINING = WS-SG-POP-COUNT (WS-STRAT-IX)
                                   - WS-SG-SEEN (WS-STRAT-IX)
              ADD 1 TO WS-SG-SEEN (WS-STRAT-IX)
              IF WS-NEEDED > ZERO
                 PERFORM 2650-NEXT-RANDOM
                 COMPUTE WS-RAND-LHS = WS-RAND-STATE * WS-REMAINING
                 COMPUTE WS-RAND-RHS = WS-NEEDED * WS-RAND-MODULUS
                 IF WS-RAND-LHS < WS-RAND-RHS
                    MOVE 'Y' TO WS-PP-SELECTED-SW (WS-POP-IX)
                    ADD 1 TO WS-SG-SELECTED (WS-STRAT-IX)
                    ADD WS-PP-HOME-BALANCE (WS-POP-IX)
                      TO WS-SG-SAMPLE-VALUE (WS-STRAT-IX)
                 END-IF
              END-IF
           END-PERFORM.

       2650-NEXT-RANDOM.
           COMPUTE WS-RAND-PRODUCT = WS-RAND-STATE * 16807
           DIVIDE WS-RAND-PRODUCT BY WS-RAND-MODULUS
              GIVING WS-RAND-QUOTIENT REMAINDER WS-RAND-STATE.

      * The register, the letters and the listing for the sample.
       3000-WRITE-SAMPLE.
           OPEN OUTPUT CONFIRM-REGISTER
           IF NOT REGISTER-OK
              DISPLAY 'AUDCONF: UNEXPECTED AUDCREG STATUS '
                  WS-REGISTER-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT LETTER-FILE
           IF NOT LETTER-OK
              DISPLAY 'AUDCONF: UNEXPECTED CONFLTR STATUS '
                  WS-LETTER-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT SAMPLE-REPORT
           IF NOT SAMPLE-OK
              DISPLAY 'AUDCONF: UNEXPECTED AUDSAMP STATUS '
                  WS-SAMPLE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE SPACES TO REGISTER-RECORD
           MOVE 'H' TO REG-RECORD-TYPE
           MOVE WS-AUDIT-DATE TO REGH-AUDIT-DATE
           MOVE WS-SAMPLE-SIZE TO REGH-SAMPLE-SIZE
           MOVE WS-SEED TO REGH-SEED
           MOVE WS-HOME-CURRENCY TO REGH-HOME-CURRENCY
           MOVE WS-POP-COUNT TO REGH-POP-COUNT
           MOVE WS-POP-VALUE TO REGH-POP-VALUE
           MOVE WS-EXCLUDED-COUNT TO REGH-EXCLUDED
           MOVE WS-RUN-BUS-DATE TO REGH-SAMPLED-ON
           WRITE REGISTER-RECORD

           PERFORM VARYING WS-STRAT-IX FROM 1 BY 1
                   UNTIL WS-STRAT-IX > WS-STRAT-COUNT
              MOVE SPACES TO REGISTER-RECORD
              MOVE 'S' TO REG-RECORD-TYPE
              MOVE WS-SG-BAND (WS-STRAT-IX) TO REGS-BAND
              MOVE WS-SG-BRANCH (WS-STRAT-IX) TO REGS-BRANCH
              MOVE WS-SG-POP-COUNT (WS-STRAT-IX) TO REGS-POP-COUNT
              MOVE WS-SG-POP-VALUE (WS-STRAT-IX) TO REGS-POP-VALUE
              MOVE WS-SG-SELECTED (WS-STRAT-IX) TO REGS-SAMPLE-COUNT
              MOVE WS-SG-SAMPLE-VALUE (WS-STRAT-IX)
                TO REGS-SAMPLE-VALUE
              WRITE REGISTER-RECORD
           END-PERFORM

           MOVE 'AUDITOR CONFIRMATION SAMPLE         ' TO WS-RH-TITLE
           MOVE WS-AUDIT-DATE TO WS-RH-AUDIT-DATE
           MOVE WS-SEED TO WS-RH-SEED
           MOVE WS-RPT-HEAD-LINE TO SAMPLE-REPORT-RECORD
           WRITE SAMPLE-REPORT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO SAMPLE-REPORT-RECORD
           WRITE SAMPLE-REPORT-RECORD

           PERFORM VARYING WS-POP-IX FROM 1 BY 1
                   UNTIL WS-POP-IX > WS-POP-COUNT
              IF POP-SELECTED (WS-POP-IX)
                 PERFORM 3100-SAMPLE-ONE-WALLET
              END-IF
           END-PERFORM

           MOVE SPACES TO SAMPLE-REPORT-RECORD
           WRITE SAMPLE-REPORT-RECORD
           PERFORM VARYING WS-STRAT-IX FROM 1 BY 1
                   UNTIL WS-STRAT-IX > WS-STRAT-COUNT
              PERFORM 3500-FORMAT-STRATUM-LINE
              MOVE WS-STRATUM-LINE TO SAMPLE-REPORT-RECORD
              WRITE SAMPLE-REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO SAMPLE-REPORT-RECORD
           WRITE SAMPLE-REPORT-RECORD
           MOVE 'WALLETS READ                        ' TO WS-CL-TAG
           MOVE WS-WALLETS-READ TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO SAMPLE-REPORT-RECORD
           WRITE SAMPLE-REPORT-RECORD
           MOVE '  NO BALANCE TO CONFIRM - EXCLUDED  ' TO WS-CL-TAG
           MOVE WS-EXCLUDED-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO SAMPLE-REPORT-RECORD
           WRITE SAMPLE-REPORT-RECORD
           MOVE 'POPULATION                          ' TO WS-CL-TAG
           MOVE WS-POP-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO SAMPLE-REPORT-RECORD
           WRITE SAMPLE-REPORT-RECORD
           MOVE 'SAMPLE SIZE REQUESTED               ' TO WS-CL-TAG
           MOVE WS-SAMPLE-SIZE TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO SAMPLE-REPORT-RECORD
           WRITE SAMPLE-REPORT-RECORD
           MOVE 'SAMPLE DRAWN                        ' TO WS-CL-TAG
           MOVE WS-SAMPLED-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO SAMPLE-REPORT-RECORD
           WRITE SAMPLE-REPORT-RECORD
           MOVE '  ADDRESS UNDELIVERABLE             ' TO WS-CL-TAG
           MOVE WS-UNDELIV-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO SAMPLE-REPORT-RECORD
           WRITE SAMPLE-REPORT-RECORD
           MOVE 'POPULATION VALUE (HOME CURRENCY)    ' TO WS-AM-TAG
           MOVE WS-POP-VALUE TO WS-AM-AMOUNT
           MOVE WS-AMOUNT-LINE TO SAMPLE-REPORT-RECORD
           WRITE SAMPLE-REPORT-RECORD
           MOVE 'SAMPLE VALUE (HOME CURRENCY)        ' TO WS-AM-TAG
           MOVE WS-SAMPLED-VALUE TO WS-AM-AMOUNT
           MOVE WS-AMOUNT-LINE TO SAMPLE-REPORT-RECORD
           WRITE SAMPLE-REPORT-RECORD

           CLOSE CONFIRM-REGISTER
           CLOSE LETTER-FILE
           CLOSE SAMPLE-REPORT
           MOVE 'CLOS' TO WS-CR-FUNCTION
           CALL 'CORRLOG' USING WS-CORRLOG-PARM

           MOVE WS-POP-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'AUDCONF: POPULATION: ' WS-COUNT-FORMATTED
           MOVE WS-SAMPLED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'AUDCONF: SAMPLE DRAWN: ' WS-COUNT-FORMATTED.

       3100-SAMPLE-ONE-WALLET.
           ADD 1 TO WS-SAMPLED-COUNT
           ADD WS-PP-HOME-BALANCE (WS-POP-IX) TO WS-SAMPLED-VALUE
           MOVE WS-PP-STRAT-IX (WS-POP-IX) TO WS-STRAT-IX

           MOVE SPACES TO REGISTER-RECORD
           MOVE 'C' TO REG-RECORD-TYPE
           MOVE WS-PP-CUSTOMER-ID (WS-POP-IX) TO REGC-CUSTOMER-ID
           MOVE WS-PP-WALLET-NO (WS-POP-IX) TO REGC-WALLET-NO
           MOVE WS-SG-BAND (WS-STRAT-IX) TO REGC-BAND
           MOVE WS-SG-BRANCH (WS-STRAT-IX) TO REGC-BRANCH
           MOVE WS-PP-FIRST-NAME (WS-POP-IX) TO REGC-FIRST-NAME
           MOVE WS-PP-LAST-NAME (WS-POP-IX) TO REGC-LAST-NAME
           MOVE WS-PP-CURRENCY (WS-POP-IX) TO REGC-CURRENCY
           MOVE WS-PP-BALANCE (WS-POP-IX) TO REGC-BALANCE
           MOVE WS-PP-HOME-BALANCE (WS-POP-IX) TO REGC-HOME-BALANCE
           MOVE 'O' TO REGC-STATUS
           MOVE ZERO TO REGC-STATED-BALANCE
           MOVE WS-PP-MAIL-UNDELIV (WS-POP-IX) TO REGC-MAIL-UNDELIV
           WRITE REGISTER-RECORD

           MOVE WS-PP-CUSTOMER-ID (WS-POP-IX) TO WS-SM-CUSTOMER-ID
           MOVE WS-PP-WALLET-NO (WS-POP-IX) TO WS-SM-WALLET-NO
           MOVE WS-PP-LAST-NAME (WS-POP-IX) TO WS-SM-LAST-NAME
           MOVE WS-SG-BRANCH (WS-STRAT-IX) TO WS-SM-BRANCH
           MOVE WS-SG-BAND (WS-STRAT-IX) TO WS-SM-BAND
           MOVE WS-PP-BALANCE (WS-POP-IX) TO WS-SM-BALANCE
           MOVE WS-PP-CURRENCY (WS-POP-IX) TO WS-SM-CURRENCY
           IF WS-SM-CURRENCY = SPACES
              MOVE WS-HOME-CURRENCY TO WS-SM-CURRENCY
           END-IF
           IF WS-PP-MAIL-UNDELIV (WS-POP-IX) = 'Y'
              ADD 1 TO WS-UNDELIV-COUNT
              MOVE 'ADDRESS UNDELIVERABLE' TO WS-SM-NOTE
           ELSE
              MOVE SPACES TO WS-SM-NOTE
           END-IF
           MOVE WS-SAMPLE-LINE TO SAMPLE-REPORT-RECORD
           WRITE SAMPLE-REPORT-RECORD

           PERFORM 3200-PRINT-LETTER.

       3200-PRINT-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           MOVE WS-PP-CUSTOMER-ID (WS-POP-IX) TO WS-LH-CUSTOMER-ID
           MOVE WS-PP-WALLET-NO (WS-POP-IX) TO WS-LH-WALLET-NO
           MOVE WS-LETTER-HEAD-LINE TO LETTER-RECORD
           WRITE LETTER-RECORD AFTER ADVANCING PAGE
           MOVE WS-PP-FIRST-NAME (WS-POP-IX) TO WS-AL-FIRST-NAME
           MOVE WS-PP-LAST-NAME (WS-POP-IX) TO WS-AL-LAST-NAME
           MOVE WS-ADDRESSEE-LINE TO LETTER-RECORD
           WRITE LETTER-RECORD

      * Street and city lines directly under the addressee, where
      * the window envelope shows them.
           MOVE ZERO TO WS-ADDR-FOUND-IX
           PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
                   UNTIL WS-ADDR-IX > WS-ADDR-COUNT
              IF WS-AD-CUSTOMER-ID (WS-ADDR-IX)
                    = WS-PP-CUSTOMER-ID (WS-POP-IX)
                 MOVE WS-ADDR-IX TO WS-ADDR-FOUND-IX
              END-IF
           END-PERFORM
           IF WS-ADDR-FOUND-IX > ZERO
              MOVE WS-AD-STREET (WS-ADDR-FOUND-IX) TO WS-SL-STREET
              MOVE WS-STREET-LINE TO LETTER-RECORD
              WRITE LETTER-RECORD
              MOVE WS-AD-CITY (WS-ADDR-FOUND-IX) TO WS-CL-CITY
              MOVE WS-AD-POSTAL (WS-ADDR-FOUND-IX) TO WS-CL-POSTAL
              MOVE WS-AD-REGION (WS-ADDR-FOUND-IX) TO WS-CL-REGION
              MOVE WS-CITY-LINE TO LETTER-RECORD
              WRITE LETTER-RECORD
           END-IF
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD

           MOVE WS-PP-BALANCE (WS-POP-IX) TO WS-BALANCE-EDIT
           MOVE SPACES TO WS-SUB-BALANCE
           MOVE WS-BALANCE-EDIT TO WS-SUB-BALANCE (1:15)
           IF WS-PP-CURRENCY (WS-POP-IX) = SPACES
              MOVE WS-HOME-CURRENCY TO WS-SUB-BALANCE (17:3)
           ELSE
              MOVE WS-PP-CURRENCY (WS-POP-IX)
                TO WS-SUB-BALANCE (17:3)
           END-IF
           PERFORM VARYING WS-TMPL-IX FROM 1 BY 1
                   UNTIL WS-TMPL-IX > WS-TMPL-COUNT
              PERFORM 3290-SUBSTITUTE-LINE
              MOVE WS-SUB-LINE TO LETTER-RECORD
              WRITE LETTER-RECORD
           END-PERFORM
           PERFORM 3250-LOG-CORRESPONDENCE.

      * The confirmation goes on the customer's correspondence
      * history - always printed, whatever MAIL-PREF says.
       3250-LOG-CORRESPONDENCE.
           MOVE 'LOG ' TO WS-CR-FUNCTION
           MOVE WS-PP-CUSTOMER-ID (WS-POP-IX) TO WS-CR-CUSTOMER-ID
           MOVE WS-RUN-BUS-DATE TO WS-CR-ITEM-DATE
           MOVE 'N' TO WS-CR-ITEM-TYPE
           MOVE 'AUDC' TO WS-CR-MESSAGE-CODE
           MOVE 'P' TO WS-CR-CHANNEL
           MOVE 'S' TO WS-CR-DISPOSITION
           MOVE SPACES TO WS-CR-REFERENCE
           STRING 'AUDIT ' WS-AUDIT-DATE
              DELIMITED BY SIZE INTO WS-CR-REFERENCE
           CALL 'CORRLOG' USING WS-CORRLOG-PARM.

      * Copy the template text across, expanding the variables the
      * way GREETING does - &NAME the first name, &DATE the audit
      * date, &BRANCH the branch, &WALLET the wallet number and
      * &BALANCE the balance with its currency. Anything that will
      * not fit in the 80-byte letter line is dropped off the
      * right-hand end.
       3290-SUBSTITUTE-LINE.
           MOVE SPACES TO WS-SUB-LINE
           MOVE 1 TO WS-SUB-IN-IX
           MOVE 1 TO WS-SUB-OUT-IX
           PERFORM WITH TEST BEFORE
                   UNTIL WS-SUB-IN-IX > 60
                      OR WS-SUB-OUT-IX > 60
              EVALUATE TRUE
                 WHEN WS-SUB-IN-IX NOT > 56
                      AND WS-TP-TEXT (WS-TMPL-IX)
                          (WS-SUB-IN-IX:5) = '&NAME'
                    MOVE WS-PP-FIRST-NAME (WS-POP-IX)
                      TO WS-SUB-LINE (WS-SUB-OUT-IX:10)
                    ADD 5 TO WS-SUB-IN-IX
                    ADD 10 TO WS-SUB-OUT-IX
                 WHEN WS-SUB-IN-IX NOT > 56
                      AND WS-TP-TEXT (WS-TMPL-IX)
                          (WS-SUB-IN-IX:5) = '&DATE'
                    MOVE WS-AUDIT-DATE
                      TO WS-SUB-LINE (WS-SUB-OUT-IX:10)
                    ADD 5 TO WS-SUB-IN-IX
                    ADD 10 TO WS-SUB-OUT-IX
                 WHEN WS-SUB-IN-IX NOT > 54
                      AND WS-TP-TEXT (WS-TMPL-IX)
                          (WS-SUB-IN-IX:7) = '&BRANCH'
                    MOVE WS-SG-BRANCH (WS-STRAT-IX)
                      TO WS-SUB-LINE (WS-SUB-OUT-IX:3)
                    ADD 7 TO WS-SUB-IN-IX
                    ADD 3 TO WS-SUB-OUT-IX
                 WHEN WS-SUB-IN-IX NOT > 54
                      AND WS-TP-TEXT (WS-TMPL-IX)
                          (WS-SUB-IN-IX:7) = '&WALLET'
                    MOVE WS-PP-WALLET-NO (WS-POP-IX)
                      TO WS-SUB-LINE (WS-SUB-OUT-IX:2)
                    ADD 7 TO WS-SUB-IN-IX
                    ADD 2 TO WS-SUB-OUT-IX
                 WHEN WS-SUB-IN-IX NOT > 53
                      AND WS-TP-TEXT (WS-TMPL-IX)
                          (WS-SUB-IN-IX:8) = '&BALANCE'
                    MOVE WS-SUB-BALANCE
                      TO WS-SUB-LINE (WS-SUB-OUT-IX:19)
                    ADD 8 TO WS-SUB-IN-IX
                    ADD 19 TO WS-SUB-OUT-IX
                 WHEN OTHER
                    MOVE WS-TP-TEXT (WS-TMPL-IX) (WS-SUB-IN-IX:1)
                      TO WS-SUB-LINE (WS-SUB-OUT-IX:1)
                    ADD 1 TO WS-SUB-IN-IX
                    ADD 1 TO WS-SUB-OUT-IX
              END-EVALUATE
           END-PERFORM.

       3500-FORMAT-STRATUM-LINE.
           MOVE WS-SG-BRANCH (WS-STRAT-IX) TO WS-ST-BRANCH
           MOVE WS-SG-BAND (WS-STRAT-IX) TO WS-ST-BAND
           MOVE WS-SG-POP-COUNT (WS-STRAT-IX) TO WS-ST-POP-COUNT
           MOVE WS-SG-POP-VALUE (WS-STRAT-IX) TO WS-ST-POP-VALUE
           MOVE WS-SG-SAMPLE-COUNT (WS-STRAT-IX) TO WS-ST-SAMPLE-COUNT
           IF WS-SG-POP-VALUE (WS-STRAT-IX) > ZERO
              COMPUTE WS-PERCENT ROUNDED
                 = WS-SG-SAMPLE-VALUE (WS-STRAT-IX) * 100
                   / WS-SG-POP-VALUE (WS-STRAT-IX)
           ELSE
              MOVE ZERO TO WS-PERCENT
           END-IF
           MOVE WS-PERCENT TO WS-ST-COVERAGE.

      *****************************************************************
      * REPLY
      *****************************************************************
       4000-RECORD-REPLIES.
           PERFORM 7000-LOAD-REGISTER
           OPEN OUTPUT EXCEPTION-REPORT
           IF NOT EXCP-OK
              DISPLAY 'AUDCONF: UNEXPECTED AUDCEXCP STATUS '
                  WS-EXCP-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'CONFIRMATION REPLY EXCEPTIONS       ' TO WS-RH-TITLE
           PERFORM 7500-WRITE-EXCP-HEAD

           OPEN INPUT REPLY-FILE
           EVALUATE TRUE
              WHEN REPLY-OK
                 READ REPLY-FILE
                 PERFORM WITH TEST BEFORE UNTIL NOT REPLY-OK
                    ADD 1 TO WS-REPLIES-READ
                    PERFORM 4100-APPLY-ONE-REPLY
                    READ REPLY-FILE
                 END-PERFORM
                 CLOSE REPLY-FILE
              WHEN REPLY-NOT-FOUND
                 DISPLAY 'AUDCONF: NO AUDCRPLY FILE - NO REPLIES '
                     'RECORDED'
              WHEN OTHER
                 DISPLAY 'AUDCONF: UNEXPECTED AUDCRPLY STATUS '
                     WS-REPLY-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE

           PERFORM 7600-LIST-OPEN-DISAGREEMENTS
           PERFORM 7200-REWRITE-REGISTER

           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE 'REPLY CARDS READ                    ' TO WS-CL-TAG
           MOVE WS-REPLIES-READ TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE '  RECORDED                          ' TO WS-CL-TAG
           MOVE WS-REPLIES-APPLIED TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE '  REJECTED                          ' TO WS-CL-TAG
           MOVE WS-REPLIES-REJECTED TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE 'DISAGREEMENTS OPEN                  ' TO WS-CL-TAG
           MOVE WS-OPEN-DISAGREE TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           CLOSE EXCEPTION-REPORT

           MOVE WS-REPLIES-APPLIED TO WS-COUNT-FORMATTED
           DISPLAY 'AUDCONF: REPLIES RECORDED: ' WS-COUNT-FORMATTED
           IF WS-REPLIES-REJECTED > ZERO
              MOVE WS-REPLIES-REJECTED TO WS-COUNT-FORMATTED
              DISPLAY 'AUDCONF: REPLIES REJECTED: '
                  WS-COUNT-FORMATTED
              MOVE 4 TO RETURN-CODE
           END-IF.

      * An outcome is recorded once; only a disagreement moves on, to
      * cleared, when the follow-up is done.
       4100-APPLY-ONE-REPLY.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO WS-CONF-FOUND-IX
           PERFORM VARYING WS-CONF-IX FROM 1 BY 1
                   UNTIL WS-CONF-IX > WS-CONF-COUNT
              IF WS-CF-CUSTOMER-ID (WS-CONF-IX) = RPL-CUSTOMER-ID
                 AND WS-CF-WALLET-NO (WS-CONF-IX) = RPL-WALLET-NO
                 MOVE WS-CONF-IX TO WS-CONF-FOUND-IX
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-CONF-FOUND-IX = ZERO
                 MOVE 'WALLET NOT IN THE SAMPLE' TO WS-REJECT-REASON
              WHEN NOT RPL-AGREED AND NOT RPL-DISAGREED
                   AND NOT RPL-NO-REPLY AND NOT RPL-RESOLVED
                 MOVE 'OUTCOME NOT A, D, N OR R' TO WS-REJECT-REASON
              WHEN RPL-RESOLVED
                   AND NOT CONF-DISAGREED (WS-CONF-FOUND-IX)
                 MOVE 'CLEARED BUT NO OPEN DISAGREEMENT'
                   TO WS-REJECT-REASON
              WHEN NOT RPL-RESOLVED
                   AND NOT CONF-OUTSTANDING (WS-CONF-FOUND-IX)
                 MOVE 'OUTCOME ALREADY RECORDED' TO WS-REJECT-REASON
              WHEN RPL-DISAGREED
                   AND RPL-STATED-BALANCE NOT NUMERIC
                 MOVE 'DISAGREED WITH NO STATED BALANCE'
                   TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-REPLIES-REJECTED
              MOVE RPL-CUSTOMER-ID TO WS-EX-CUSTOMER-ID
              MOVE RPL-WALLET-NO TO WS-EX-WALLET-NO
              MOVE SPACES TO WS-EXCP-COMMENT-LINE
              STRING 'REPLY CARD ' RPL-CUSTOMER-ID '/'
                     RPL-WALLET-NO ' ' RPL-OUTCOME ' REJECTED - '
                     WS-REJECT-REASON
                 DELIMITED BY SIZE INTO WS-EC-TEXT
              MOVE WS-EXCP-COMMENT-LINE TO EXCEPTION-REPORT-RECORD
              WRITE EXCEPTION-REPORT-RECORD
           ELSE
              ADD 1 TO WS-REPLIES-APPLIED
              MOVE RPL-OUTCOME TO WS-CF-STATUS (WS-CONF-FOUND-IX)
              MOVE RPL-REPLY-DATE
                TO WS-CF-REPLY-DATE (WS-CONF-FOUND-IX)
              MOVE RPL-COMMENT TO WS-CF-COMMENT (WS-CONF-FOUND-IX)
              IF RPL-DISAGREED
                 MOVE RPL-STATED-BALANCE
                   TO WS-CF-STATED (WS-CONF-FOUND-IX)
              END-IF
           END-IF.

      *****************************************************************
      * SUMMARY
      *****************************************************************
       5000-COVERAGE-SUMMARY.
           PERFORM 7000-LOAD-REGISTER
           OPEN OUTPUT SUMMARY-REPORT
           IF NOT SUMMARY-OK
              DISPLAY 'AUDCONF: UNEXPECTED AUDCSUM STATUS '
                  WS-SUMMARY-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT EXCEPTION-REPORT
           IF NOT EXCP-OK
              DISPLAY 'AUDCONF: UNEXPECTED AUDCEXCP STATUS '
                  WS-EXCP-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'OPEN CONFIRMATION DISAGREEMENTS     ' TO WS-RH-TITLE
           PERFORM 7500-WRITE-EXCP-HEAD
           PERFORM 7600-LIST-OPEN-DISAGREEMENTS
           CLOSE EXCEPTION-REPORT

      * Count each outcome into its stratum. Anything still
      * outstanding at the summary is, for the auditors, no reply.
           PERFORM VARYING WS-CONF-IX FROM 1 BY 1
                   UNTIL WS-CONF-IX > WS-CONF-COUNT
              MOVE WS-CF-BRANCH (WS-CONF-IX) TO WS-PW-BRANCH
              MOVE WS-CF-BAND (WS-CONF-IX) TO WS-PW-BAND
              PERFORM 2280-FIND-STRATUM
              EVALUATE TRUE
                 WHEN CONF-AGREED (WS-CONF-IX)
                    ADD 1 TO WS-SG-AGREED (WS-STRAT-FOUND-IX)
                    ADD WS-CF-HOME-BALANCE (WS-CONF-IX)
                      TO WS-SG-CONF-VALUE (WS-STRAT-FOUND-IX)
                 WHEN CONF-RESOLVED (WS-CONF-IX)
                    ADD 1 TO WS-SG-RESOLVED (WS-STRAT-FOUND-IX)
                    ADD WS-CF-HOME-BALANCE (WS-CONF-IX)
                      TO WS-SG-CONF-VALUE (WS-STRAT-FOUND-IX)
                 WHEN CONF-DISAGREED (WS-CONF-IX)
                    ADD 1 TO WS-SG-DISAGREED (WS-STRAT-FOUND-IX)
                 WHEN OTHER
                    ADD 1 TO WS-SG-NO-REPLY (WS-STRAT-FOUND-IX)
              END-EVALUATE
           END-PERFORM

           MOVE 'AUDITOR CONFIRMATION COVERAGE       ' TO WS-RH-TITLE
           MOVE WS-RPT-HEAD-LINE TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD

           PERFORM VARYING WS-STRAT-IX FROM 1 BY 1
                   UNTIL WS-STRAT-IX > WS-STRAT-COUNT
              PERFORM 3500-FORMAT-STRATUM-LINE
              MOVE WS-STRATUM-LINE TO SUMMARY-REPORT-RECORD
              WRITE SUMMARY-REPORT-RECORD
              MOVE WS-SG-AGREED (WS-STRAT-IX) TO WS-OC-AGREED
              MOVE WS-SG-DISAGREED (WS-STRAT-IX) TO WS-OC-DISAGREED
              MOVE WS-SG-RESOLVED (WS-STRAT-IX) TO WS-OC-RESOLVED
              MOVE WS-SG-NO-REPLY (WS-STRAT-IX) TO WS-OC-NO-REPLY
              MOVE WS-OUTCOME-LINE TO SUMMARY-REPORT-RECORD
              WRITE SUMMARY-REPORT-RECORD
              ADD WS-SG-POP-COUNT (WS-STRAT-IX) TO WS-TOT-POP-COUNT
              ADD WS-SG-POP-VALUE (WS-STRAT-IX) TO WS-TOT-POP-VALUE
              ADD WS-SG-SAMPLE-COUNT (WS-STRAT-IX)
                TO WS-TOT-SAMPLE-COUNT
              ADD WS-SG-SAMPLE-VALUE (WS-STRAT-IX)
                TO WS-TOT-SAMPLE-VALUE
              ADD WS-SG-AGREED (WS-STRAT-IX) TO WS-TOT-AGREED
              ADD WS-SG-DISAGREED (WS-STRAT-IX) TO WS-TOT-DISAGREED
              ADD WS-SG-RESOLVED (WS-STRAT-IX) TO WS-TOT-RESOLVED
              ADD WS-SG-NO-REPLY (WS-STRAT-IX) TO WS-TOT-NO-REPLY
              ADD WS-SG-CONF-VALUE (WS-STRAT-IX) TO WS-TOT-CONF-VALUE
           END-PERFORM

           MOVE SPACES TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           MOVE 'POPULATION WALLETS                  ' TO WS-CL-TAG
           MOVE WS-TOT-POP-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           MOVE 'SAMPLED WALLETS                     ' TO WS-CL-TAG
           MOVE WS-TOT-SAMPLE-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           MOVE '  AGREED                            ' TO WS-CL-TAG
           MOVE WS-TOT-AGREED TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           MOVE '  DISAGREED - CLEARED ON FOLLOW-UP  ' TO WS-CL-TAG
           MOVE WS-TOT-RESOLVED TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           MOVE '  DISAGREED - STILL OPEN            ' TO WS-CL-TAG
           MOVE WS-TOT-DISAGREED TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           MOVE '  NO REPLY                          ' TO WS-CL-TAG
           MOVE WS-TOT-NO-REPLY TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           MOVE 'POPULATION VALUE (HOME CURRENCY)    ' TO WS-AM-TAG
           MOVE WS-TOT-POP-VALUE TO WS-AM-AMOUNT
           MOVE WS-AMOUNT-LINE TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           MOVE 'SAMPLED VALUE                       ' TO WS-AM-TAG
           MOVE WS-TOT-SAMPLE-VALUE TO WS-AM-AMOUNT
           MOVE WS-AMOUNT-LINE TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           MOVE 'CONFIRMED VALUE                     ' TO WS-AM-TAG
           MOVE WS-TOT-CONF-VALUE TO WS-AM-AMOUNT
           MOVE WS-AMOUNT-LINE TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           IF WS-TOT-POP-VALUE > ZERO
              COMPUTE WS-PERCENT ROUNDED
                 = WS-TOT-SAMPLE-VALUE * 100 / WS-TOT-POP-VALUE
              MOVE 'SAMPLED VALUE / POPULATION VALUE    ' TO WS-PC-TAG
              MOVE WS-PERCENT TO WS-PC-PERCENT
              MOVE WS-PERCENT-LINE TO SUMMARY-REPORT-RECORD
              WRITE SUMMARY-REPORT-RECORD
              COMPUTE WS-PERCENT ROUNDED
                 = WS-TOT-CONF-VALUE * 100 / WS-TOT-POP-VALUE
              MOVE 'CONFIRMED VALUE / POPULATION VALUE  ' TO WS-PC-TAG
              MOVE WS-PERCENT TO WS-PC-PERCENT
              MOVE WS-PERCENT-LINE TO SUMMARY-REPORT-RECORD
              WRITE SUMMARY-REPORT-RECORD
           END-IF
           IF WS-TOT-SAMPLE-COUNT > ZERO
              COMPUTE WS-PERCENT ROUNDED
                 = (WS-TOT-AGREED + WS-TOT-DISAGREED
                    + WS-TOT-RESOLVED) * 100 / WS-TOT-SAMPLE-COUNT
              MOVE 'RESPONSE RATE                       ' TO WS-PC-TAG
              MOVE WS-PERCENT TO WS-PC-PERCENT
              MOVE WS-PERCENT-LINE TO SUMMARY-REPORT-RECORD
              WRITE SUMMARY-REPORT-RECORD
           END-IF
           CLOSE SUMMARY-REPORT

           IF WS-OPEN-DISAGREE > ZERO
              MOVE WS-OPEN-DISAGREE TO WS-COUNT-FORMATTED
              DISPLAY 'AUDCONF: DISAGREEMENTS STILL OPEN: '
                  WS-COUNT-FORMATTED
              MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * COMMON
      *****************************************************************
      * The library's confirmation lines, code 'A', in sequence order
      * as filed. None on file means the compiled-in wording.
       6000-LOAD-TEMPLATES.
           OPEN INPUT TEMPLATE-FILE
           EVALUATE TRUE
              WHEN TEMPLATE-OK
                 READ TEMPLATE-FILE
                 PERFORM WITH TEST BEFORE
                         UNTIL TEMPLATE-EOF
                            OR WS-TMPL-COUNT
                               NOT LESS THAN WS-TMPL-MAX
                    IF TPL-MESSAGE-CODE = 'A'
                       AND TPL-LANGUAGE = SPACES
                       ADD 1 TO WS-TMPL-COUNT
                       MOVE TPL-SEQUENCE
                         TO WS-TP-SEQUENCE (WS-TMPL-COUNT)
                       MOVE TPL-TEXT TO WS-TP-TEXT (WS-TMPL-COUNT)
                    END-IF
                    READ TEMPLATE-FILE
                 END-PERFORM
                 CLOSE TEMPLATE-FILE
              WHEN TEMPLATE-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'AUDCONF: UNEXPECTED LTRTMPL STATUS '
                     WS-TEMPLATE-STATUS ' - COMPILED TEXT USED'
           END-EVALUATE
           IF WS-TMPL-COUNT = ZERO
              PERFORM VARYING WS-TMPL-IX FROM 1 BY 1
                      UNTIL WS-TMPL-IX > 12
                 ADD 1 TO WS-TMPL-COUNT
                 MOVE WS-TMPL-IX TO WS-TP-SEQUENCE (WS-TMPL-COUNT)
                 MOVE WS-DEFAULT-LINE (WS-TMPL-IX)
                   TO WS-TP-TEXT (WS-TMPL-COUNT)
              END-PERFORM
           END-IF.

       6100-LOAD-ADDRESSES.
           OPEN INPUT ADDRESS-MASTER-FILE
           EVALUATE TRUE
              WHEN ADDRMST-OK
                 READ ADDRESS-MASTER-FILE
                 PERFORM WITH TEST BEFORE
                         UNTIL ADDRMST-EOF
                            OR WS-ADDR-COUNT
                               NOT LESS THAN WS-ADDR-MAX
                    ADD 1 TO WS-ADDR-COUNT
                    MOVE ADM-CUSTOMER-ID
                      TO WS-AD-CUSTOMER-ID (WS-ADDR-COUNT)
                    MOVE ADM-STREET TO WS-AD-STREET (WS-ADDR-COUNT)
                    MOVE ADM-CITY TO WS-AD-CITY (WS-ADDR-COUNT)
                    MOVE ADM-POSTAL-CODE
                      TO WS-AD-POSTAL (WS-ADDR-COUNT)
                    MOVE ADM-REGION TO WS-AD-REGION (WS-ADDR-COUNT)
                    READ ADDRESS-MASTER-FILE
                 END-PERFORM
                 IF NOT ADDRMST-EOF
                    DISPLAY 'AUDCONF: ADDRMST HOLDS MORE THAN '
                        WS-ADDR-MAX ' RECORDS - THE REST GO OUT '
                        'WITH THE NAME LINE ONLY'
                 END-IF
                 CLOSE ADDRESS-MASTER-FILE
              WHEN ADDRMST-NOT-FOUND
                 DISPLAY 'AUDCONF: NO ADDRMST FILE - LETTERS GO OUT '
                     'WITH THE NAME LINE ONLY'
              WHEN OTHER
                 DISPLAY 'AUDCONF: UNEXPECTED ADDRMST STATUS '
                     WS-ADDRMST-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

      * The register into storage - header, strata and the sampled
      * wallets - for a REPLY or SUMMARY run.
       7000-LOAD-REGISTER.
           OPEN INPUT CONFIRM-REGISTER
           IF NOT REGISTER-OK
              DISPLAY 'AUDCONF: NO AUDCREG REGISTER - STATUS '
                  WS-REGISTER-STATUS ' - RUN SAMPLE FIRST'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           READ CONFIRM-REGISTER
           IF NOT REGISTER-OK OR NOT REG-IS-HEADER
              DISPLAY 'AUDCONF: AUDCREG HAS NO HEADER RECORD - RUN '
                  'REFUSED'
              CLOSE CONFIRM-REGISTER
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE REGISTER-RECORD TO WS-REG-HEADER
           MOVE REGH-AUDIT-DATE TO WS-AUDIT-DATE
           MOVE REGH-SEED TO WS-SEED
           MOVE REGH-SAMPLE-SIZE TO WS-SAMPLE-SIZE
           MOVE REGH-HOME-CURRENCY TO WS-HOME-CURRENCY
           MOVE WS-AUDIT-DATE TO WS-RH-AUDIT-DATE
           MOVE WS-SEED TO WS-RH-SEED
           READ CONFIRM-REGISTER
           PERFORM WITH TEST BEFORE UNTIL NOT REGISTER-OK
              EVALUATE TRUE
                 WHEN REG-IS-STRATUM
                    MOVE REGS-BRANCH TO WS-PW-BRANCH
                    MOVE REGS-BAND TO WS-PW-BAND
                    PERFORM 2280-FIND-STRATUM
                    MOVE REGS-POP-COUNT
                      TO WS-SG-POP-COUNT (WS-STRAT-FOUND-IX)
                    MOVE REGS-POP-VALUE
                      TO WS-SG-POP-VALUE (WS-STRAT-FOUND-IX)
                    MOVE REGS-SAMPLE-COUNT
                      TO WS-SG-SAMPLE-COUNT (WS-STRAT-FOUND-IX)
                    MOVE REGS-SAMPLE-VALUE
                      TO WS-SG-SAMPLE-VALUE (WS-STRAT-FOUND-IX)
                 WHEN REG-IS-CONFIRM
                    PERFORM 7100-STORE-CONFIRM
                 WHEN OTHER
                    DISPLAY 'AUDCONF: AUDCREG RECORD TYPE '
                        REG-RECORD-TYPE ' IGNORED'
              END-EVALUATE
              READ CONFIRM-REGISTER
           END-PERFORM
           IF NOT REGISTER-EOF
              DISPLAY 'AUDCONF: UNEXPECTED AUDCREG STATUS '
                  WS-REGISTER-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           CLOSE CONFIRM-REGISTER.

       7100-STORE-CONFIRM.
           IF WS-CONF-COUNT NOT < WS-CONF-MAX
              DISPLAY 'AUDCONF: AUDCREG HOLDS MORE THAN ' WS-CONF-MAX
                  ' WALLETS - RUN REFUSED'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           ADD 1 TO WS-CONF-COUNT
           MOVE REGC-CUSTOMER-ID TO WS-CF-CUSTOMER-ID (WS-CONF-COUNT)
           MOVE REGC-WALLET-NO TO WS-CF-WALLET-NO (WS-CONF-COUNT)
           MOVE REGC-BAND TO WS-CF-BAND (WS-CONF-COUNT)
           MOVE REGC-BRANCH TO WS-CF-BRANCH (WS-CONF-COUNT)
           MOVE REGC-FIRST-NAME TO WS-CF-FIRST-NAME (WS-CONF-COUNT)
           MOVE REGC-LAST-NAME TO WS-CF-LAST-NAME (WS-CONF-COUNT)
           MOVE REGC-CURRENCY TO WS-CF-CURRENCY (WS-CONF-COUNT)
           MOVE REGC-BALANCE TO WS-CF-BALANCE (WS-CONF-COUNT)
           MOVE REGC-HOME-BALANCE
             TO WS-CF-HOME-BALANCE (WS-CONF-COUNT)
           MOVE REGC-STATUS TO WS-CF-STATUS (WS-CONF-COUNT)
           MOVE REGC-REPLY-DATE TO WS-CF-REPLY-DATE (WS-CONF-COUNT)
           MOVE REGC-STATED-BALANCE TO WS-CF-STATED (WS-CONF-COUNT)
           MOVE REGC-MAIL-UNDELIV
             TO WS-CF-MAIL-UNDELIV (WS-CONF-COUNT)
           MOVE REGC-COMMENT TO WS-CF-COMMENT (WS-CONF-COUNT).

      * Written back whole - header and strata as they were read, the
      * wallets with tonight's outcomes.
       7200-REWRITE-REGISTER.
           OPEN OUTPUT CONFIRM-REGISTER
           IF NOT REGISTER-OK
              DISPLAY 'AUDCONF: UNEXPECTED AUDCREG STATUS '
                  WS-REGISTER-STATUS ' - REPLIES NOT RECORDED'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-REG-HEADER TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           PERFORM VARYING WS-STRAT-IX FROM 1 BY 1
                   UNTIL WS-STRAT-IX > WS-STRAT-COUNT
              MOVE SPACES TO REGISTER-RECORD
              MOVE 'S' TO REG-RECORD-TYPE
              MOVE WS-SG-BAND (WS-STRAT-IX) TO REGS-BAND
              MOVE WS-SG-BRANCH (WS-STRAT-IX) TO REGS-BRANCH
              MOVE WS-SG-POP-COUNT (WS-STRAT-IX) TO REGS-POP-COUNT
              MOVE WS-SG-POP-VALUE (WS-STRAT-IX) TO REGS-POP-VALUE
              MOVE WS-SG-SAMPLE-COUNT (WS-STRAT-IX)
                TO REGS-SAMPLE-COUNT
              MOVE WS-SG-SAMPLE-VALUE (WS-STRAT-IX)
                TO REGS-SAMPLE-VALUE
              WRITE REGISTER-RECORD
           END-PERFORM
           PERFORM VARYING WS-CONF-IX FROM 1 BY 1
                   UNTIL WS-CONF-IX > WS-CONF-COUNT
              MOVE SPACES TO REGISTER-RECORD
              MOVE 'C' TO REG-RECORD-TYPE
              MOVE WS-CF-CUSTOMER-ID (WS-CONF-IX) TO REGC-CUSTOMER-ID
              MOVE WS-CF-WALLET-NO (WS-CONF-IX) TO REGC-WALLET-NO
              MOVE WS-CF-BAND (WS-CONF-IX) TO REGC-BAND
              MOVE WS-CF-BRANCH (WS-CONF-IX) TO REGC-BRANCH
              MOVE WS-CF-FIRST-NAME (WS-CONF-IX) TO REGC-FIRST-NAME
              MOVE WS-CF-LAST-NAME (WS-CONF-IX) TO REGC-LAST-NAME
              MOVE WS-CF-CURRENCY (WS-CONF-IX) TO REGC-CURRENCY
              MOVE WS-CF-BALANCE (WS-CONF-IX) TO REGC-BALANCE
              MOVE WS-CF-HOME-BALANCE (WS-CONF-IX)
                TO REGC-HOME-BALANCE
              MOVE WS-CF-STATUS (WS-CONF-IX) TO REGC-STATUS
              MOVE WS-CF-REPLY-DATE (WS-CONF-IX) TO REGC-REPLY-DATE
              MOVE WS-CF-STATED (WS-CONF-IX) TO REGC-STATED-BALANCE
              MOVE WS-CF-MAIL-UNDELIV (WS-CONF-IX)
                TO REGC-MAIL-UNDELIV
              MOVE WS-CF-COMMENT (WS-CONF-IX) TO REGC-COMMENT
              WRITE REGISTER-RECORD
           END-PERFORM
           CLOSE CONFIRM-REGISTER.

       7500-WRITE-EXCP-HEAD.
           MOVE WS-RPT-HEAD-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD.

      * Every disagreement not yet cleared, whenever it came in - the
      * list is worked until it is empty.
       7600-LIST-OPEN-DISAGREEMENTS.
           MOVE ZERO TO WS-OPEN-DISAGREE
           PERFORM VARYING WS-CONF-IX FROM 1 BY 1
                   UNTIL WS-CONF-IX > WS-CONF-COUNT
              IF CONF-DISAGREED (WS-CONF-IX)
                 ADD 1 TO WS-OPEN-DISAGREE
                 MOVE WS-CF-CUSTOMER-ID (WS-CONF-IX)
                   TO WS-EX-CUSTOMER-ID
                 MOVE WS-CF-WALLET-NO (WS-CONF-IX) TO WS-EX-WALLET-NO
                 MOVE WS-CF-LAST-NAME (WS-CONF-IX) TO WS-EX-LAST-NAME
                 MOVE WS-CF-BALANCE (WS-CONF-IX) TO WS-EX-OURS
                 MOVE WS-CF-STATED (WS-CONF-IX) TO WS-EX-THEIRS
                 COMPUTE WS-DIFFERENCE = WS-CF-STATED (WS-CONF-IX)
                                       - WS-CF-BALANCE (WS-CONF-IX)
                 MOVE WS-DIFFERENCE TO WS-EX-DIFFERENCE
                 MOVE WS-CF-REPLY-DATE (WS-CONF-IX) TO WS-EX-REPLY-DATE
                 MOVE WS-EXCP-LINE TO EXCEPTION-REPORT-RECORD
                 WRITE EXCEPTION-REPORT-RECORD
                 IF WS-CF-COMMENT (WS-CONF-IX) NOT = SPACES
                    MOVE SPACES TO WS-EXCP-COMMENT-LINE
                    MOVE WS-CF-COMMENT (WS-CONF-IX) TO WS-EC-TEXT
                    MOVE WS-EXCP-COMMENT-LINE
                      TO EXCEPTION-REPORT-RECORD
                    WRITE EXCEPTION-REPORT-RECORD
                 END-IF
              END-IF
           END-PERFORM.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'AUDCONF: SQLCODE ' SQLCODE
               ' - DEADLOCK/TIMEOUT, RETRY ' WS-RETRY-COUNT
               ' OF ' WS-MAX-RETRIES ' IN ' WS-RETRY-DELAY-SECS
               ' SECONDS'
           CALL 'C$SLEEP' USING WS-RETRY-DELAY-SECS
           .

       9800-CHECK-SQLCODE.
      * Common guard after every SQL operation - anything other than
      * clean completion or no row found abandons the run.
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
                   DISPLAY 'AUDCONF: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'AUDCONF: UNEXPECTED BUSDATE STATUS '
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
           EVALUATE TRUE
              WHEN ACTION-SAMPLE
                 MOVE WS-WALLETS-READ TO RUN-RECS-IN
                 MOVE WS-SAMPLED-COUNT TO RUN-RECS-OUT
                 MOVE WS-EXCLUDED-COUNT TO RUN-RECS-REJECTED
              WHEN ACTION-REPLY
                 MOVE WS-REPLIES-READ TO RUN-RECS-IN
                 MOVE WS-REPLIES-APPLIED TO RUN-RECS-OUT
                 MOVE WS-REPLIES-REJECTED TO RUN-RECS-REJECTED
              WHEN OTHER
                 MOVE WS-CONF-COUNT TO RUN-RECS-IN
                 MOVE WS-CONF-COUNT TO RUN-RECS-OUT
                 MOVE WS-OPEN-DISAGREE TO RUN-RECS-REJECTED
           END-EVALUATE
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUNLOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUNLOG-OK
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY 'AUDCONF: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9999-ABORT.
           DISPLAY 'AUDCONF: UNEXPECTED SQLCODE ' SQLCODE
               ' - ABORTING'
           MOVE 16 TO RETURN-CODE
           GOBACK.
