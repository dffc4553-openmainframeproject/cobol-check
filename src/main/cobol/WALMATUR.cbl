       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WALMATUR.
      *****************************************************************
      * Nightly maturity processing for fixed-term wallets. TERMMNT
      * opens a term on a wallet - 3, 6 or 12 months at an agreed
      * annual rate - and records it on TEXTERM; while it runs the
      * debit runs refuse the wallet and WALINT pays it nothing.
      * This run goes through every running term each night:
      *
      *   - a term maturing within the notice period (the run's
      *     card, in days) whose notice has not gone yet gets a
      *     maturity notice on MATLTR, in the window-envelope layout
      *     AUDCONF's letters use, worded from the LTRTMPL template
      *     library (message code 'M') or the compiled-in text;
      *   - a term whose maturity date has come - the date itself,
      *     or the next business day after it when it falls on a
      *     weekend or a HOLCAL holiday for the customer's region
      *     (DATEUTIL 'NBD ') - matures: the interest for the whole
      *     term, WALLET * RATE / 100 * MONTHS / 12, is credited as
      *     a 'TI' posting, and then either
      *       'P' the matured balance moves to the customer's wallet
      *           01 as a 'TD'/'TC' pair that name each other in
      *           REV-ADJ-REF, the way WALXFER pairs a transfer, and
      *           the term is removed; or
      *       'R' the term is renewed for the same months at the
      *           same rate, starting on the old maturity date.
      * Each maturity is one unit of work - interest, payout and
      * term row commit together or not at all. A 'P' term whose
      * customer no longer has a wallet 01 is not touched: it is
      * listed on MATRPT and tried again the next night.
      *
      * References are the posting type, the business date as
      * YYMMDD and a sequence carried on from the night's last, so
      * a rerun generates none twice. Every TEXE2HIST row posted
      * here is handed to MOVEVENT as a movement event, released to
      * the shared MOVEVENT file after each commit, for MOVEPUB.
      *
      * A minor's notice is addressed care of the active guardian
      * on TEXGRD: the minor stays the addressee, a C/O line names
      * the guardian and the guardian's address goes in the window.
      * The holiday region stays the customer's own.
      *
      * A deceased customer's notice - any customer with an estate
      * on TEXEST - goes to the executor named there: an executor
      * line under the addressee and the executor's address from
      * TEXEST in the window.
      *
      * Each notice printed is handed to CORRLOG for the customer's
      * correspondence history (CORRHIST), as an 'N' item, code MATN.
      *
      * Parameter card: the notice period in days, ahead of the
      * maturity date.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The maturity notices, one page per term.
           SELECT LETTER-FILE ASSIGN TO "MATLTR"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-LETTER-STATUS.
      * The night's register - every notice, maturity and exception.
           SELECT MATURITY-REPORT ASSIGN TO "MATRPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
      * The shared letter template library GREETING and AUDCONF read
      * - the notice takes the message code 'M' lines.
           SELECT TEMPLATE-FILE ASSIGN TO "LTRTMPL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TEMPLATE-STATUS.
      * The customer mailing-address file ADDRMNT maintains - the
      * notice prints the address in the window-envelope position,
      * and the region decides whose holidays move the maturity.
           SELECT ADDRESS-MASTER-FILE ASSIGN TO "ADDRMST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ADDRMST-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the date terms mature and notices fall due against.
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
       FD  LETTER-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS LETTER-RECORD.
       01  LETTER-RECORD           PIC X(80).
       FD  MATURITY-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS MATURITY-REPORT-RECORD.
       01  MATURITY-REPORT-RECORD  PIC X(80).
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
           05  WS-LETTER-STATUS     PIC XX.
               88  LETTER-OK        VALUE '00'.
           05  WS-REPORT-STATUS     PIC XX.
               88  REPORT-OK        VALUE '00'.
           05  WS-TEMPLATE-STATUS   PIC XX.
               88  TEMPLATE-OK         VALUE '00'.
               88  TEMPLATE-EOF        VALUE '10'.
               88  TEMPLATE-NOT-FOUND  VALUE '35'.
           05  WS-ADDRMST-STATUS    PIC XX.
               88  ADDRMST-OK          VALUE '00'.
               88  ADDRMST-EOF         VALUE '10'.
               88  ADDRMST-NOT-FOUND   VALUE '35'.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK          VALUE '00'.
               88  BUSDATE-NOT-FOUND   VALUE '35'.
           05  WS-RUNLOG-STATUS     PIC XX.
               88  RUNLOG-OK           VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'WALMATUR'.
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
           05  WS-RUN-START-TIME    PIC X(08).
           05  WS-RUN-TIME-RAW      PIC 9(08).
      * The run's card - days ahead of maturity the notice goes.
           05  WS-NOTICE-DAYS       PIC 9(3) VALUE ZERO.
           05  WS-CURSOR-EOF-SW     PIC X(01) VALUE 'N'.
               88  CURSOR-AT-END    VALUE 'Y'.
      * The term being looked at - the date it matures on in
      * practice and the date its notice falls due.
           05  WS-EFFECTIVE-MAT-DATE PIC X(10).
           05  WS-NOTICE-DATE       PIC X(10).
           05  WS-CUST-REGION       PIC X(03).
      * A minor customer's active guardian - zero for an adult. The
      * notice goes to the guardian's address when there is one.
           05  WS-CARE-OF-ID        PIC 9(9).
           05  WS-CARE-OF-FIRST     PIC X(10).
           05  WS-CARE-OF-LAST      PIC X(10).
           05  WS-MAIL-ADDR-IX      PIC S9(4) COMP.
      * Set when the customer has died - the notice goes to the
      * executor on TEXEST instead.
           05  WS-EXECUTOR-SW       PIC X(01).
               88  SENT-TO-EXECUTOR VALUE 'Y'.
           05  WS-TERM-BALANCE      PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-INTEREST          PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-MATURED-BALANCE   PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-PAYEE-OLD         PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-PAYEE-NEW         PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-WALLET-FOUND-SW   PIC X(01).
               88  WALLET-ROW-FOUND VALUE 'Y'.
           05  WS-LOOK-CUSTOMER     PIC 9(9).
           05  WS-LOOK-WALLET-NO    PIC 9(2).
      * The rolled-over term - the old maturity date moved on by the
      * term's months, the day held unless the month is too short.
           05  WS-NEW-START-DATE    PIC X(10).
           05  WS-NEW-MAT-DATE      PIC X(10).
           05  WS-MAT-YEAR          PIC 9(04).
           05  WS-MAT-MONTH         PIC 9(02).
           05  WS-MAT-DAY           PIC 9(02).
      * References - posting type, YYMMDD of the business date and
      * the night's sequence, e.g. TI2610150001.
           05  WS-REF-DATE          PIC X(06).
           05  WS-REF-SEQ           PIC 9(04) VALUE ZERO.
           05  WS-LAST-SEQ          PIC X(04).
           05  WS-INTEREST-REF      PIC X(12).
           05  WS-DEBIT-REF         PIC X(12).
           05  WS-CREDIT-REF        PIC X(12).
           05  WS-TERMS-READ        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-MATURED-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-PAID-OUT-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ROLLED-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-NOTICE-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-EXCEPTION-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-INTEREST-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZ9.
           05  WS-AMOUNT-FORMATTED  PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-ADDR-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-ADDR-MAX          PIC S9(4) COMP VALUE 5000.
           05  WS-ADDR-IX           PIC S9(4) COMP.
           05  WS-ADDR-FOUND-IX     PIC S9(4) COMP.
           05  WS-TMPL-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-TMPL-MAX          PIC S9(4) COMP VALUE 100.
           05  WS-TMPL-IX           PIC S9(4) COMP.
           05  WS-SUB-IN-IX         PIC S9(4) COMP.
           05  WS-SUB-OUT-IX        PIC S9(4) COMP.
           05  WS-SUB-LINE          PIC X(80).
           05  WS-SUB-BALANCE       PIC X(15).
           05  WS-SUB-INSTR         PIC X(40).

      * The mailing addresses in storage, keyed by customer.
       01  WS-ADDR-TABLE.
           05  WS-ADDR-ENTRY OCCURS 5000 TIMES.
               10  WS-AD-CUSTOMER-ID  PIC 9(09).
               10  WS-AD-STREET       PIC X(30).
               10  WS-AD-CITY         PIC X(20).
               10  WS-AD-POSTAL       PIC X(10).
               10  WS-AD-REGION       PIC X(03).

      * The notice's lines from the template library.
       01  WS-TMPL-TABLE.
           05  WS-TMPL-ENTRY OCCURS 100 TIMES.
               10  WS-TP-SEQUENCE     PIC 9(02).
               10  WS-TP-TEXT         PIC X(60).

      * The compiled-in notice wording, used when LTRTMPL holds none
      * of its own. &INSTR is what will happen to the money.
       01  WS-DEFAULT-LETTER-TEXT.
           05  FILLER               PIC X(60) VALUE
               'DEAR &NAME,'.
           05  FILLER               PIC X(60) VALUE SPACES.
           05  FILLER               PIC X(60) VALUE
               'YOUR FIXED TERM ON WALLET &WALLET MATURES ON &DATE.'.
           05  FILLER               PIC X(60) VALUE
               'THE WALLET HOLDS &BALANCE TODAY. ON MATURITY WE WILL'.
           05  FILLER               PIC X(60) VALUE
               'CREDIT THE INTEREST EARNED OVER THE TERM AND'.
           05  FILLER               PIC X(60) VALUE
               '&INSTR'.
           05  FILLER               PIC X(60) VALUE SPACES.
           05  FILLER               PIC X(60) VALUE
               'IF YOU WOULD LIKE SOMETHING ELSE TO HAPPEN, PLEASE'.
           05  FILLER               PIC X(60) VALUE
               'CONTACT US BEFORE &DATE.'.
       01  WS-DEFAULT-LETTER-TABLE REDEFINES WS-DEFAULT-LETTER-TEXT.
           05  WS-DEFAULT-LINE      PIC X(60) OCCURS 9 TIMES.

       01  WS-LETTER-HEAD-LINE.
           05  FILLER               PIC X(38) VALUE
               'FIXED TERM MATURITY NOTICE - CUSTOMER '.
           05  WS-LH-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(08) VALUE ' WALLET '.
           05  WS-LH-WALLET-NO      PIC 9(02).
           05  FILLER               PIC X(23) VALUE SPACES.
       01  WS-ADDRESSEE-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-AL-FIRST-NAME     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-AL-LAST-NAME      PIC X(10).
           05  FILLER               PIC X(57) VALUE SPACES.
       01  WS-CARE-OF-LINE.
           05  FILLER               PIC X(06) VALUE '  C/O '.
           05  WS-CO-FIRST-NAME     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CO-LAST-NAME      PIC X(10).
           05  FILLER               PIC X(53) VALUE SPACES.
       01  WS-EXECUTOR-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-EX-EXEC-NAME      PIC X(30).
           05  FILLER               PIC X(48) VALUE
               ' - EXECUTOR'.
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

       01  WS-RPT-HEAD-LINE.
           05  FILLER               PIC X(36) VALUE
               'FIXED TERM MATURITY REGISTER - DATE '.
           05  WS-RH-DATE           PIC X(10).
           05  FILLER               PIC X(34) VALUE SPACES.
      * One line per notice, maturity or exception.
       01  WS-RPT-DETAIL-LINE.
           05  WS-RD-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-RD-WALLET-NO      PIC 9(2).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RD-MAT-DATE       PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RD-ACTION         PIC X(26).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RD-BALANCE        PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RD-INTEREST       PIC -ZZ,ZZZ,ZZ9.99.
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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WALMATUR'.

      * Call parameter block for CORRLOG, the shared correspondence-
      * history routine - same field layout as CORRLOG's own linkage.
       01  WS-CORRLOG-PARM.
           05  WS-CL-FUNCTION      PIC X(04).
           05  WS-CL-CUSTOMER-ID   PIC 9(9).
           05  WS-CL-ITEM-DATE     PIC X(10).
           05  WS-CL-ITEM-TYPE     PIC X(01).
           05  WS-CL-MESSAGE-CODE  PIC X(04).
           05  WS-CL-CHANNEL       PIC X(01).
           05  WS-CL-DISPOSITION   PIC X(01).
           05  WS-CL-PGM-NAME      PIC X(08) VALUE 'WALMATUR'.
           05  WS-CL-REFERENCE     PIC X(20).
           05  WS-CL-RC            PIC 9(02).
           05  WS-CL-COUNT         PIC 9(07).

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

      * Call parameter block for DATEUTIL, the shared date routine -
      * same field layout as DATEUTIL's own linkage section. 'NBD '
      * moves a maturity off a non-business day, 'ADD ' finds the
      * notice date and 'EOM ' the last day of a renewed term's
      * maturity month.
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

      * Call parameter block for MOVEVENT, the shared movement-event
      * routine - same field layout as MOVEVENT's own linkage
      * section. Each history row's event is held there until the
      * unit of work commits. The row's timestamp is read into
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
       EXEC SQL INCLUDE TEXTERM END-EXEC.
       EXEC SQL INCLUDE TEXEST END-EXEC.

      * Every running term with its wallet's balance and its
      * customer's name. WITH HOLD, because each maturity commits
      * as it goes and the cursor must survive the commit.
           EXEC SQL
              DECLARE MATUR-CUR CURSOR WITH HOLD FOR
              SELECT T.CUSTOMER_ID, T.WALLET_NO,
                     CHAR(T.START_DATE, ISO),
                     CHAR(T.MATURITY_DATE, ISO),
                     T.TERM_MONTHS, T.AGREED_RATE,
                     T.MATURITY_INSTR, T.NOTICE_SENT,
                     E.WALLET, M.FIRST_NAME, M.LAST_NAME
              FROM TEXTERM T, TEXE2 E, TEXEM M
              WHERE E.CUSTOMER_ID = T.CUSTOMER_ID
                AND E.WALLET_NO = T.WALLET_NO
                AND M.CUSTOMER_ID = T.CUSTOMER_ID
              ORDER BY T.CUSTOMER_ID, T.WALLET_NO
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0300-ACQUIRE-WALLET-LOCK
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-CURSOR
           PERFORM 2100-FETCH-TERM
           PERFORM WITH TEST BEFORE UNTIL CURSOR-AT-END
              PERFORM 3000-PROCESS-ONE-TERM
              PERFORM 2100-FETCH-TERM
           END-PERFORM
           PERFORM 2300-CLOSE-CURSOR
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
           ACCEPT WS-NOTICE-DAYS

           MOVE ZERO TO RETURN-CODE

           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           PERFORM 9600-RESOLVE-BUSINESS-DATE

           IF WS-NOTICE-DAYS NOT NUMERIC
              OR WS-NOTICE-DAYS NOT > ZERO
              DISPLAY 'WALMATUR: A POSITIVE NOTICE-DAYS PARAMETER '
                  'IS REQUIRED'
              MOVE 8 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF

           OPEN OUTPUT LETTER-FILE
           IF NOT LETTER-OK
              DISPLAY 'WALMATUR: UNEXPECTED MATLTR STATUS '
                  WS-LETTER-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF
           OPEN OUTPUT MATURITY-REPORT
           IF NOT REPORT-OK
              DISPLAY 'WALMATUR: UNEXPECTED MATRPT STATUS '
                  WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF
           MOVE WS-RUN-BUS-DATE TO WS-RH-DATE
           MOVE WS-RPT-HEAD-LINE TO MATURITY-REPORT-RECORD
           WRITE MATURITY-REPORT-RECORD

           PERFORM 6000-LOAD-TEMPLATES
           PERFORM 6100-LOAD-ADDRESSES
           PERFORM 1200-RESUME-REF-SEQUENCE.

      * A rerun on the same business date carries the reference
      * sequence on from the last posting the night already made,
      * so no reference is generated twice.
       1200-RESUME-REF-SEQUENCE.
           MOVE WS-RUN-BUS-DATE (3:2) TO WS-REF-DATE (1:2)
           MOVE WS-RUN-BUS-DATE (6:2) TO WS-REF-DATE (3:2)
           MOVE WS-RUN-BUS-DATE (9:2) TO WS-REF-DATE (5:2)
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
                SELECT COALESCE(MAX(SUBSTR(ADJ_REF, 9, 4)), '0000')
                INTO :WS-LAST-SEQ
                FROM TEXE2HIST
                WHERE PGM_NAME = :WS-PGM-NAME
                  AND SUBSTR(ADJ_REF, 3, 6) = :WS-REF-DATE
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       2000-OPEN-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2010-TRY-OPEN
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       2010-TRY-OPEN.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                OPEN MATUR-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       2100-FETCH-TERM.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2110-TRY-FETCH
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                ADD 1 TO WS-TERMS-READ
             WHEN 100
                SET CURSOR-AT-END TO TRUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       2110-TRY-FETCH.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                FETCH MATUR-CUR
                INTO :CUSTOMER-ID OF TEXTERM,
                     :WALLET-NO OF TEXTERM,
                     :START-DATE OF TEXTERM,
                     :MATURITY-DATE OF TEXTERM,
                     :TERM-MONTHS OF TEXTERM,
                     :AGREED-RATE OF TEXTERM,
                     :MATURITY-INSTR OF TEXTERM,
                     :NOTICE-SENT OF TEXTERM,
                     :WALLET OF TEXE2,
                     :FIRST-NAME OF TEXEM,
                     :LAST-NAME OF TEXEM
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       2300-CLOSE-CURSOR.
           EXEC SQL
                CLOSE MATUR-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE.

      * A term whose maturity has come matures tonight; one still
      * running gets its notice once the notice period opens.
       3000-PROCESS-ONE-TERM.
           MOVE WALLET OF TEXE2 TO WS-TERM-BALANCE
           PERFORM 3050-FIND-ADDRESS
           PERFORM 3100-RESOLVE-EFFECTIVE-DATE
           IF WS-RUN-BUS-DATE NOT < WS-EFFECTIVE-MAT-DATE
              PERFORM 4000-MATURE-TERM
           ELSE
              IF NOT TERM-NOTICE-SENT
                 PERFORM 3200-CHECK-NOTICE-DUE
              END-IF
           END-IF.

       3050-FIND-ADDRESS.
           MOVE ZERO TO WS-ADDR-FOUND-IX
           MOVE SPACES TO WS-CUST-REGION
           PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
                   UNTIL WS-ADDR-IX > WS-ADDR-COUNT
                      OR WS-ADDR-FOUND-IX > ZERO
              IF WS-AD-CUSTOMER-ID (WS-ADDR-IX)
                    = CUSTOMER-ID OF TEXTERM
                 MOVE WS-ADDR-IX TO WS-ADDR-FOUND-IX
                 MOVE WS-AD-REGION (WS-ADDR-IX) TO WS-CUST-REGION
              END-IF
           END-PERFORM
           MOVE WS-ADDR-FOUND-IX TO WS-MAIL-ADDR-IX
           MOVE ZERO TO WS-CARE-OF-ID
           PERFORM 3055-FIND-EXECUTOR
           IF NOT SENT-TO-EXECUTOR
              PERFORM 3060-FIND-GUARDIAN
           END-IF
           IF WS-CARE-OF-ID NOT = ZERO
              MOVE ZERO TO WS-MAIL-ADDR-IX
              PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
                      UNTIL WS-ADDR-IX > WS-ADDR-COUNT
                         OR WS-MAIL-ADDR-IX > ZERO
                 IF WS-AD-CUSTOMER-ID (WS-ADDR-IX) = WS-CARE-OF-ID
                    MOVE WS-ADDR-IX TO WS-MAIL-ADDR-IX
                 END-IF
              END-PERFORM
           END-IF.

      * A customer with an estate on TEXEST has died - the notice
      * goes to the executor.
       3055-FIND-EXECUTOR.
           MOVE 'N' TO WS-EXECUTOR-SW
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3057-TRY-SELECT-EXECUTOR
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                MOVE 'Y' TO WS-EXECUTOR-SW
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       3057-TRY-SELECT-EXECUTOR.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT EXEC_NAME, EXEC_STREET, EXEC_CITY,
                       EXEC_POSTAL, EXEC_REGION
                INTO :EXEC-NAME OF TEXEST, :EXEC-STREET OF TEXEST,
                     :EXEC-CITY OF TEXEST, :EXEC-POSTAL OF TEXEST,
                     :EXEC-REGION OF TEXEST
                FROM TEXEST
                WHERE CUSTOMER_ID = :CUSTOMER-ID OF TEXTERM
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * A customer with an active guardian on TEXGRD is a minor -
      * the notice goes care of the guardian.
       3060-FIND-GUARDIAN.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3070-TRY-SELECT-GUARDIAN
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                CONTINUE
             WHEN 100
                MOVE ZERO TO WS-CARE-OF-ID
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       3070-TRY-SELECT-GUARDIAN.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT G.GUARDIAN_ID, C.FIRST_NAME, C.LAST_NAME
                INTO :WS-CARE-OF-ID, :WS-CARE-OF-FIRST,
                     :WS-CARE-OF-LAST
                FROM TEXGRD G, TEXEM C
                WHERE G.CUSTOMER_ID = :CUSTOMER-ID OF TEXTERM
                  AND G.GRD_STATUS = 'A'
                  AND C.CUSTOMER_ID = G.GUARDIAN_ID
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * The maturity date itself when it is a business day, else the
      * next one - DATEUTIL 'NBD ' always moves at least a day on,
      * so it starts from the day before.
       3100-RESOLVE-EFFECTIVE-DATE.
           MOVE MATURITY-DATE OF TEXTERM TO WS-EFFECTIVE-MAT-DATE
           MOVE 'ADD ' TO WS-DU-FUNCTION
           MOVE MATURITY-DATE OF TEXTERM TO WS-DU-INPUT-DATE
           MOVE -1 TO WS-DU-DAYS-TO-ADD
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF WS-DU-OK
              MOVE 'NBD ' TO WS-DU-FUNCTION
              MOVE WS-DU-OUTPUT-DATE TO WS-DU-INPUT-DATE
              MOVE WS-CUST-REGION TO WS-DU-REGION
              CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
              IF WS-DU-OK
                 MOVE WS-DU-OUTPUT-DATE TO WS-EFFECTIVE-MAT-DATE
              END-IF
           END-IF.

       3200-CHECK-NOTICE-DUE.
           MOVE 'ADD ' TO WS-DU-FUNCTION
           MOVE MATURITY-DATE OF TEXTERM TO WS-DU-INPUT-DATE
           COMPUTE WS-DU-DAYS-TO-ADD = ZERO - WS-NOTICE-DAYS
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF WS-DU-OK
              MOVE WS-DU-OUTPUT-DATE TO WS-NOTICE-DATE
              IF WS-RUN-BUS-DATE NOT < WS-NOTICE-DATE
                 PERFORM 5000-PRINT-NOTICE
                 PERFORM 5050-LOG-CORRESPONDENCE
                 PERFORM 4800-MARK-NOTICE-SENT
                 EXEC SQL
                    COMMIT
                 END-EXEC
                 ADD 1 TO WS-NOTICE-COUNT
                 MOVE 'NOTICE SENT' TO WS-RD-ACTION
                 MOVE ZERO TO WS-INTEREST
                 PERFORM 7000-WRITE-REGISTER-LINE
              END-IF
           END-IF.

      * Interest, payout or renewal and the term row - one unit of
      * work. A 'P' term with nowhere to pay out to is left alone.
       4000-MATURE-TERM.
           MOVE 'Y' TO WS-WALLET-FOUND-SW
           IF TERM-PAY-OUT
              MOVE CUSTOMER-ID OF TEXTERM TO WS-LOOK-CUSTOMER
              MOVE 01 TO WS-LOOK-WALLET-NO
              PERFORM 4050-FETCH-PAYEE-WALLET
              MOVE WALLET OF TEXE2 TO WS-PAYEE-OLD
           END-IF
           IF WALLET-ROW-FOUND
              PERFORM 4010-POST-MATURITY
           ELSE
              MOVE 'NO WALLET 01 - NOT PAID' TO WS-RD-ACTION
              MOVE ZERO TO WS-INTEREST
              PERFORM 7100-WRITE-EXCEPTION
           END-IF.

       4010-POST-MATURITY.
           ADD 1 TO WS-REF-SEQ
           MOVE SPACES TO WS-INTEREST-REF WS-DEBIT-REF WS-CREDIT-REF
           STRING 'TI' WS-REF-DATE WS-REF-SEQ DELIMITED BY SIZE
              INTO WS-INTEREST-REF
           STRING 'TD' WS-REF-DATE WS-REF-SEQ DELIMITED BY SIZE
              INTO WS-DEBIT-REF
           STRING 'TC' WS-REF-DATE WS-REF-SEQ DELIMITED BY SIZE
              INTO WS-CREDIT-REF

           PERFORM 4100-POST-INTEREST

           IF TERM-PAY-OUT
              PERFORM 4200-PAY-OUT
              PERFORM 4600-DELETE-TERM
              ADD 1 TO WS-PAID-OUT-COUNT
              MOVE 'MATURED - PAID TO WALLET 01' TO WS-RD-ACTION
           ELSE
              PERFORM 4300-ROLL-OVER
              ADD 1 TO WS-ROLLED-COUNT
              MOVE 'MATURED - ROLLED OVER' TO WS-RD-ACTION
           END-IF

           EXEC SQL
              COMMIT
           END-EXEC
           PERFORM 4530-RELEASE-MOVEMENT-EVENTS
           ADD 1 TO WS-MATURED-COUNT
           ADD WS-INTEREST TO WS-INTEREST-TOTAL
           PERFORM 7000-WRITE-REGISTER-LINE.

       4050-FETCH-PAYEE-WALLET.
           MOVE 'N' TO WS-WALLET-FOUND-SW
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4060-TRY-SELECT-WALLET
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                SET WALLET-ROW-FOUND TO TRUE
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       4060-TRY-SELECT-WALLET.
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

      * The whole term's interest at the agreed annual rate. A
      * wallet with nothing in it earns nothing and posts nothing.
       4100-POST-INTEREST.
           MOVE ZERO TO WS-INTEREST
           IF WS-TERM-BALANCE > ZERO
              COMPUTE WS-INTEREST ROUNDED =
                 WS-TERM-BALANCE * AGREED-RATE OF TEXTERM / 100
                 * TERM-MONTHS OF TEXTERM / 12
           END-IF
           COMPUTE WS-MATURED-BALANCE = WS-TERM-BALANCE + WS-INTEREST
           IF WS-INTEREST > ZERO
              MOVE CUSTOMER-ID OF TEXTERM TO WS-LOOK-CUSTOMER
              MOVE WALLET-NO OF TEXTERM TO WS-LOOK-WALLET-NO
              MOVE WS-MATURED-BALANCE TO WALLET OF TEXE2
              PERFORM 4400-UPDATE-ONE-WALLET
              MOVE WS-TERM-BALANCE TO OLD-WALLET OF TEXE2HIST
              MOVE WS-MATURED-BALANCE TO NEW-WALLET OF TEXE2HIST
              MOVE WS-INTEREST-REF TO ADJ-REF OF TEXE2HIST
              MOVE SPACES TO REV-ADJ-REF OF TEXE2HIST
              PERFORM 4500-INSERT-ONE-HIST-ROW
           END-IF.

      * The matured balance moves to wallet 01 as a pair - the term
      * wallet's debit names the credit and the credit the debit,
      * as WALXFER pairs a transfer's legs.
       4200-PAY-OUT.
           IF WS-MATURED-BALANCE > ZERO
              COMPUTE WS-PAYEE-NEW = WS-PAYEE-OLD + WS-MATURED-BALANCE

              MOVE CUSTOMER-ID OF TEXTERM TO WS-LOOK-CUSTOMER
              MOVE WALLET-NO OF TEXTERM TO WS-LOOK-WALLET-NO
              MOVE ZERO TO WALLET OF TEXE2
              PERFORM 4400-UPDATE-ONE-WALLET
              MOVE WS-MATURED-BALANCE TO OLD-WALLET OF TEXE2HIST
              MOVE ZERO TO NEW-WALLET OF TEXE2HIST
              MOVE WS-DEBIT-REF TO ADJ-REF OF TEXE2HIST
              MOVE WS-CREDIT-REF TO REV-ADJ-REF OF TEXE2HIST
              PERFORM 4500-INSERT-ONE-HIST-ROW

              MOVE 01 TO WS-LOOK-WALLET-NO
              MOVE WS-PAYEE-NEW TO WALLET OF TEXE2
              PERFORM 4400-UPDATE-ONE-WALLET
              MOVE WS-PAYEE-OLD TO OLD-WALLET OF TEXE2HIST
              MOVE WS-PAYEE-NEW TO NEW-WALLET OF TEXE2HIST
              MOVE WS-CREDIT-REF TO ADJ-REF OF TEXE2HIST
              MOVE WS-DEBIT-REF TO REV-ADJ-REF OF TEXE2HIST
              PERFORM 4500-INSERT-ONE-HIST-ROW
           END-IF.

      * The renewed term starts on the old maturity date and runs
      * the same months at the same rate; its notice is still to go.
       4300-ROLL-OVER.
           MOVE MATURITY-DATE OF TEXTERM TO WS-NEW-START-DATE
           MOVE WS-NEW-START-DATE (1:4) TO WS-MAT-YEAR
           MOVE WS-NEW-START-DATE (6:2) TO WS-MAT-MONTH
           MOVE WS-NEW-START-DATE (9:2) TO WS-MAT-DAY
           ADD TERM-MONTHS OF TEXTERM TO WS-MAT-MONTH
           IF WS-MAT-MONTH > 12
              SUBTRACT 12 FROM WS-MAT-MONTH
              ADD 1 TO WS-MAT-YEAR
           END-IF
           MOVE SPACES TO WS-NEW-MAT-DATE
           STRING WS-MAT-YEAR '-' WS-MAT-MONTH '-01'
              DELIMITED BY SIZE INTO WS-NEW-MAT-DATE
           MOVE 'EOM ' TO WS-DU-FUNCTION
           MOVE WS-NEW-MAT-DATE TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF WS-DU-OK
              AND WS-DU-OUTPUT-DATE (9:2) < WS-MAT-DAY
              MOVE WS-DU-OUTPUT-DATE TO WS-NEW-MAT-DATE
           ELSE
              MOVE WS-MAT-DAY TO WS-NEW-MAT-DATE (9:2)
           END-IF
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4310-TRY-RENEW-TERM
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       4310-TRY-RENEW-TERM.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                UPDATE TEXTERM
                   SET START_DATE = DATE(:WS-NEW-START-DATE),
                       MATURITY_DATE = DATE(:WS-NEW-MAT-DATE),
                       NOTICE_SENT = 'N'
                 WHERE CUSTOMER_ID = :CUSTOMER-ID OF TEXTERM
                   AND WALLET_NO = :WALLET-NO OF TEXTERM
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       4400-UPDATE-ONE-WALLET.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4410-TRY-UPDATE-WALLET
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       4410-TRY-UPDATE-WALLET.
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

       4500-INSERT-ONE-HIST-ROW.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4510-TRY-INSERT-HIST
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           MOVE WS-LOOK-CUSTOMER TO WS-ME-CUSTOMER-ID
           MOVE WS-LOOK-WALLET-NO TO WS-ME-WALLET-NO
           MOVE OLD-WALLET OF TEXE2HIST TO WS-ME-OLD-WALLET
           MOVE NEW-WALLET OF TEXE2HIST TO WS-ME-NEW-WALLET
           MOVE ADJ-REF OF TEXE2HIST TO WS-ME-ADJ-REF
           MOVE REV-ADJ-REF OF TEXE2HIST TO WS-ME-REV-ADJ-REF
           PERFORM 4520-HOLD-MOVEMENT-EVENT.

       4510-TRY-INSERT-HIST.
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

       4520-HOLD-MOVEMENT-EVENT.
      * The row just inserted, as its event - WS-ME- fields filled by
      * the caller, timestamp included.
           MOVE 'HOLD' TO WS-ME-FUNCTION
           MOVE WS-PGM-NAME TO WS-ME-PGM-NAME
           CALL 'MOVEVENT' USING WS-MOVEVENT-PARM.

      * Called straight after each COMMIT - the unit's events go to
      * the MOVEVENT file. One that cannot be written is not lost:
      * MOVEPUB publishes any history row it finds without an event.
       4530-RELEASE-MOVEMENT-EVENTS.
           MOVE 'CMIT' TO WS-ME-FUNCTION
           CALL 'MOVEVENT' USING WS-MOVEVENT-PARM
           IF WS-ME-RC NOT = ZERO
              DISPLAY 'WALMATUR: MOVEMENT EVENTS NOT ALL WRITTEN - RC '
                  WS-ME-RC ' - MOVEPUB WILL RECOVER THEM'
           END-IF.

       4600-DELETE-TERM.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4610-TRY-DELETE-TERM
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       4610-TRY-DELETE-TERM.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                DELETE FROM TEXTERM
                 WHERE CUSTOMER_ID = :CUSTOMER-ID OF TEXTERM
                   AND WALLET_NO = :WALLET-NO OF TEXTERM
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       4800-MARK-NOTICE-SENT.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4810-TRY-MARK-NOTICE
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       4810-TRY-MARK-NOTICE.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                UPDATE TEXTERM
                   SET NOTICE_SENT = 'Y'
                 WHERE CUSTOMER_ID = :CUSTOMER-ID OF TEXTERM
                   AND WALLET_NO = :WALLET-NO OF TEXTERM
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       5000-PRINT-NOTICE.
           MOVE CUSTOMER-ID OF TEXTERM TO WS-LH-CUSTOMER-ID
           MOVE WALLET-NO OF TEXTERM TO WS-LH-WALLET-NO
           MOVE WS-LETTER-HEAD-LINE TO LETTER-RECORD
           WRITE LETTER-RECORD AFTER ADVANCING PAGE
           MOVE FIRST-NAME OF TEXEM TO WS-AL-FIRST-NAME
           MOVE LAST-NAME OF TEXEM TO WS-AL-LAST-NAME
           MOVE WS-ADDRESSEE-LINE TO LETTER-RECORD
           WRITE LETTER-RECORD
           IF WS-CARE-OF-ID NOT = ZERO
              MOVE WS-CARE-OF-FIRST TO WS-CO-FIRST-NAME
              MOVE WS-CARE-OF-LAST TO WS-CO-LAST-NAME
              MOVE WS-CARE-OF-LINE TO LETTER-RECORD
              WRITE LETTER-RECORD
           END-IF
           IF SENT-TO-EXECUTOR
              MOVE EXEC-NAME OF TEXEST TO WS-EX-EXEC-NAME
              MOVE WS-EXECUTOR-LINE TO LETTER-RECORD
              WRITE LETTER-RECORD
           END-IF

      * Street and city lines directly under the addressee, where
      * the window envelope shows them - the guardian's for a minor,
      * the executor's for a customer who has died.
           EVALUATE TRUE
             WHEN SENT-TO-EXECUTOR
                 MOVE EXEC-STREET OF TEXEST TO WS-SL-STREET
                 MOVE WS-STREET-LINE TO LETTER-RECORD
                 WRITE LETTER-RECORD
                 MOVE EXEC-CITY OF TEXEST TO WS-CL-CITY
                 MOVE EXEC-POSTAL OF TEXEST TO WS-CL-POSTAL
                 MOVE EXEC-REGION OF TEXEST TO WS-CL-REGION
                 MOVE WS-CITY-LINE TO LETTER-RECORD
                 WRITE LETTER-RECORD
             WHEN WS-MAIL-ADDR-IX > ZERO
                 MOVE WS-AD-STREET (WS-MAIL-ADDR-IX) TO WS-SL-STREET
                 MOVE WS-STREET-LINE TO LETTER-RECORD
                 WRITE LETTER-RECORD
                 MOVE WS-AD-CITY (WS-MAIL-ADDR-IX) TO WS-CL-CITY
                 MOVE WS-AD-POSTAL (WS-MAIL-ADDR-IX) TO WS-CL-POSTAL
                 MOVE WS-AD-REGION (WS-MAIL-ADDR-IX) TO WS-CL-REGION
                 MOVE WS-CITY-LINE TO LETTER-RECORD
                 WRITE LETTER-RECORD
           END-EVALUATE
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD

           MOVE WS-TERM-BALANCE TO WS-AMOUNT-FORMATTED
           MOVE WS-AMOUNT-FORMATTED TO WS-SUB-BALANCE
           IF TERM-PAY-OUT
              MOVE 'PAY THE BALANCE INTO YOUR WALLET 01.'
                TO WS-SUB-INSTR
           ELSE
              MOVE 'RENEW THE TERM AT THE SAME RATE.'
                TO WS-SUB-INSTR
           END-IF
           PERFORM VARYING WS-TMPL-IX FROM 1 BY 1
                   UNTIL WS-TMPL-IX > WS-TMPL-COUNT
              PERFORM 5090-SUBSTITUTE-LINE
              MOVE WS-SUB-LINE TO LETTER-RECORD
              WRITE LETTER-RECORD
           END-PERFORM.

      * The notice goes on the term holder's correspondence history,
      * whoever it was addressed to.
       5050-LOG-CORRESPONDENCE.
           MOVE 'LOG ' TO WS-CL-FUNCTION
           MOVE CUSTOMER-ID OF TEXTERM TO WS-CL-CUSTOMER-ID
           MOVE WS-RUN-BUS-DATE TO WS-CL-ITEM-DATE
           MOVE 'N' TO WS-CL-ITEM-TYPE
           MOVE 'MATN' TO WS-CL-MESSAGE-CODE
           MOVE 'P' TO WS-CL-CHANNEL
           MOVE 'S' TO WS-CL-DISPOSITION
           MOVE SPACES TO WS-CL-REFERENCE
           STRING 'MATURITY ' MATURITY-DATE OF TEXTERM
              DELIMITED BY SIZE INTO WS-CL-REFERENCE
           CALL 'CORRLOG' USING WS-CORRLOG-PARM.

      * Copy the template text across, expanding the variables the
      * way AUDCONF does - &NAME the first name, &DATE the maturity
      * date, &WALLET the wallet number, &BALANCE the balance today
      * and &INSTR what will happen to the money. Anything that will
      * not fit in the 80-byte letter line is dropped off the
      * right-hand end.
       5090-SUBSTITUTE-LINE.
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
                    MOVE FIRST-NAME OF TEXEM
                      TO WS-SUB-LINE (WS-SUB-OUT-IX:10)
                    ADD 5 TO WS-SUB-IN-IX
                    ADD 10 TO WS-SUB-OUT-IX
                 WHEN WS-SUB-IN-IX NOT > 56
                      AND WS-TP-TEXT (WS-TMPL-IX)
                          (WS-SUB-IN-IX:5) = '&DATE'
                    MOVE MATURITY-DATE OF TEXTERM
                      TO WS-SUB-LINE (WS-SUB-OUT-IX:10)
                    ADD 5 TO WS-SUB-IN-IX
                    ADD 10 TO WS-SUB-OUT-IX
                 WHEN WS-SUB-IN-IX NOT > 54
                      AND WS-TP-TEXT (WS-TMPL-IX)
                          (WS-SUB-IN-IX:7) = '&WALLET'
                    MOVE WALLET-NO OF TEXTERM
                      TO WS-SUB-LINE (WS-SUB-OUT-IX:2)
                    ADD 7 TO WS-SUB-IN-IX
                    ADD 2 TO WS-SUB-OUT-IX
                 WHEN WS-SUB-IN-IX NOT > 53
                      AND WS-TP-TEXT (WS-TMPL-IX)
                          (WS-SUB-IN-IX:8) = '&BALANCE'
                    MOVE WS-SUB-BALANCE
                      TO WS-SUB-LINE (WS-SUB-OUT-IX:15)
                    ADD 8 TO WS-SUB-IN-IX
                    ADD 15 TO WS-SUB-OUT-IX
                 WHEN WS-SUB-IN-IX NOT > 55
                      AND WS-TP-TEXT (WS-TMPL-IX)
                          (WS-SUB-IN-IX:6) = '&INSTR'
                    MOVE WS-SUB-INSTR
                      TO WS-SUB-LINE (WS-SUB-OUT-IX:40)
                    ADD 6 TO WS-SUB-IN-IX
                    ADD 40 TO WS-SUB-OUT-IX
                 WHEN OTHER
                    MOVE WS-TP-TEXT (WS-TMPL-IX) (WS-SUB-IN-IX:1)
                      TO WS-SUB-LINE (WS-SUB-OUT-IX:1)
                    ADD 1 TO WS-SUB-IN-IX
                    ADD 1 TO WS-SUB-OUT-IX
              END-EVALUATE
           END-PERFORM.

       6000-LOAD-TEMPLATES.
           OPEN INPUT TEMPLATE-FILE
           EVALUATE TRUE
              WHEN TEMPLATE-OK
                 READ TEMPLATE-FILE
                 PERFORM WITH TEST BEFORE
                         UNTIL TEMPLATE-EOF
                            OR WS-TMPL-COUNT
                               NOT LESS THAN WS-TMPL-MAX
                    IF TPL-MESSAGE-CODE = 'M'
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
                 DISPLAY 'WALMATUR: UNEXPECTED LTRTMPL STATUS '
                     WS-TEMPLATE-STATUS ' - COMPILED TEXT USED'
           END-EVALUATE
           IF WS-TMPL-COUNT = ZERO
              PERFORM VARYING WS-TMPL-IX FROM 1 BY 1
                      UNTIL WS-TMPL-IX > 9
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
                    DISPLAY 'WALMATUR: ADDRMST HOLDS MORE THAN '
                        WS-ADDR-MAX ' RECORDS - THE REST GO OUT '
                        'WITH THE NAME LINE ONLY'
                 END-IF
                 CLOSE ADDRESS-MASTER-FILE
              WHEN ADDRMST-NOT-FOUND
                 DISPLAY 'WALMATUR: NO ADDRMST FILE - NOTICES GO OUT '
                     'WITH THE NAME LINE ONLY'
              WHEN OTHER
                 DISPLAY 'WALMATUR: UNEXPECTED ADDRMST STATUS '
                     WS-ADDRMST-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
           END-EVALUATE.

      * WS-RD-ACTION and WS-INTEREST set by the caller.
       7000-WRITE-REGISTER-LINE.
           MOVE CUSTOMER-ID OF TEXTERM TO WS-RD-CUSTOMER-ID
           MOVE WALLET-NO OF TEXTERM TO WS-RD-WALLET-NO
           MOVE MATURITY-DATE OF TEXTERM TO WS-RD-MAT-DATE
           MOVE WS-TERM-BALANCE TO WS-RD-BALANCE
           MOVE WS-INTEREST TO WS-RD-INTEREST
           MOVE WS-RPT-DETAIL-LINE TO MATURITY-REPORT-RECORD
           WRITE MATURITY-REPORT-RECORD.

       7100-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           PERFORM 7000-WRITE-REGISTER-LINE
           DISPLAY 'WALMATUR: TERM ' CUSTOMER-ID OF TEXTERM '/'
               WALLET-NO OF TEXTERM ' - ' WS-RD-ACTION.

       8000-HOUSEKEEPING.
           MOVE SPACES TO MATURITY-REPORT-RECORD
           WRITE MATURITY-REPORT-RECORD
           MOVE 'TERMS READ' TO WS-RT-LABEL
           MOVE WS-TERMS-READ TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           MOVE WS-RPT-TOTAL-LINE TO MATURITY-REPORT-RECORD
           WRITE MATURITY-REPORT-RECORD
           MOVE 'NOTICES SENT' TO WS-RT-LABEL
           MOVE WS-NOTICE-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           MOVE WS-RPT-TOTAL-LINE TO MATURITY-REPORT-RECORD
           WRITE MATURITY-REPORT-RECORD
           MOVE 'TERMS PAID OUT' TO WS-RT-LABEL
           MOVE WS-PAID-OUT-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           MOVE WS-RPT-TOTAL-LINE TO MATURITY-REPORT-RECORD
           WRITE MATURITY-REPORT-RECORD
           MOVE 'TERMS ROLLED OVER' TO WS-RT-LABEL
           MOVE WS-ROLLED-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           MOVE WS-RPT-TOTAL-LINE TO MATURITY-REPORT-RECORD
           WRITE MATURITY-REPORT-RECORD
           MOVE 'TERM INTEREST CREDITED' TO WS-RT-LABEL
           MOVE WS-INTEREST-TOTAL TO WS-AMOUNT-FORMATTED
           MOVE WS-AMOUNT-FORMATTED TO WS-RT-VALUE
           MOVE WS-RPT-TOTAL-LINE TO MATURITY-REPORT-RECORD
           WRITE MATURITY-REPORT-RECORD
           MOVE 'EXCEPTIONS' TO WS-RT-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           MOVE WS-RPT-TOTAL-LINE TO MATURITY-REPORT-RECORD
           WRITE MATURITY-REPORT-RECORD

           CLOSE LETTER-FILE
           CLOSE MATURITY-REPORT
           MOVE 'CLOS' TO WS-CL-FUNCTION
           CALL 'CORRLOG' USING WS-CORRLOG-PARM

           MOVE WS-MATURED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALMATUR: TERMS MATURED: ' WS-COUNT-FORMATTED
           MOVE WS-NOTICE-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALMATUR: NOTICES SENT: ' WS-COUNT-FORMATTED
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALMATUR: EXCEPTIONS: ' WS-COUNT-FORMATTED

           IF WS-EXCEPTION-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'WALMATUR: SQLCODE ' SQLCODE
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
      * Terms mature against the window's business date, not the
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
                   DISPLAY 'WALMATUR: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'WALMATUR: UNEXPECTED BUSDATE STATUS '
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
           MOVE WS-TERMS-READ TO RUN-RECS-IN
           COMPUTE RUN-RECS-OUT = WS-MATURED-COUNT + WS-NOTICE-COUNT
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
               DISPLAY 'WALMATUR: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9800-CHECK-SQLCODE.
      * Common guard after every SQL operation inside a maturity -
      * anything other than clean completion rolls the in-flight
      * unit of work back, so a term never half-matures.
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
           DISPLAY 'WALMATUR: UNEXPECTED SQLCODE ' SQLCODE
               ' - UNIT OF WORK ROLLED BACK'
           MOVE 16 TO RETURN-CODE
           GOBACK.
