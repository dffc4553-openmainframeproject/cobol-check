       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TCHGNOT.
      *****************************************************************
      * Change-of-terms notice run. A change to the house rate or a
      * fee that leaves the customer worse off is lodged on TERMSCHG
      * through TCHGMNT with the notice period in force, and is not
      * applied by WALINT or WALFEE until every customer it touches
      * has been written to and that period has run. This run takes
      * the changes still waiting for their letters - those lodged
      * for notice and not yet notified - that fall due first (one
      * effective date a run, the date the letters quote), and goes
      * through every active customer's wallets on TEXE2 as they
      * stand tonight, with WALINT's and WALFEE's rules:
      *
      *   - a rate change touches every wallet on the house terms -
      *     no product, or one no longer on PRODMAST - locked in a
      *     term or not, whatever its balance tonight: the rate is a
      *     term of the wallet, and a locked wallet comes back to it;
      *   - a fee change touches every wallet the fee can be charged
      *     to - any wallet on the house terms, or one whose product
      *     names the fee - whatever its balance against the trigger.
      *
      * Each customer with a wallet touched goes once, whatever the
      * number of wallets or changes, on a NAMEXTR-layout extract
      * with message code 'T' in branch order, with its trailer, for
      * the GREETING step that follows: the letter is worded from
      * LTRTMPL or GREETING's compiled-in text, goes to e-delivery
      * for an 'E' customer and is held for one whose mail is coming
      * back, and every one is logged to CORRHIST. The cards for
      * that step - message type T, batch, the language and the
      * effective date - are written to TCHGCARD. Each customer is
      * listed on the TCHGRPT register.
      *
      * The changes taken are then marked notified on TERMSCHG, with
      * tonight's business date, the date the notice period runs out
      * - from which WALINT and WALFEE apply them, if later than the
      * effective date - and the count of customers written to. A
      * change lodged with too little notice left is taken all the
      * same and listed; it applies from the end of its period.
      *
      * Nothing on DB2 is updated. A rerun card of 'Y' rebuilds the
      * extract and cards for the changes notified on tonight's
      * business date, without touching TERMSCHG - for a GREETING
      * step that failed. No change waiting for notice ends the run
      * RC 4, and the JCL bypasses the letters.
      *
      * Cards: the letter language (blank = GREETING's default),
      * and the rerun card.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The lodged changes of terms, rewritten with the changes
      * notified.
           SELECT TERMS-CHANGE-FILE ASSIGN TO "TERMSCHG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TERMSCHG-STATUS.
      * The customers to write to, in DB2PROG's NAMEXTR layout, read
      * by the GREETING step as its NAMEXTR.
           SELECT NAME-EXTRACT ASSIGN TO "NAMEXTR"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-NAME-EXTR-STATUS.
      * GREETING's SYSIN for the letters, the way PERDCTL writes the
      * cards for the period steps.
           SELECT CARD-FILE ASSIGN TO "TCHGCARD"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CARD-STATUS.
      * The run's register - every customer written to.
           SELECT NOTICE-REPORT ASSIGN TO "TCHGRPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the date the notice is given on.
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
       FD  TERMS-CHANGE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 110 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS TERMS-CHANGE-RECORD.
       01  TERMS-CHANGE-RECORD     PIC X(110).
       FD  NAME-EXTRACT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 45 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS NAME-EXTRACT-RECORD.
       01  NAME-EXTRACT-RECORD.
           05  RPT-CUSTOMER-ID     PIC 9(9).
           05  RPT-FIRST-NAME      PIC X(10).
           05  RPT-LAST-NAME       PIC X(10).
           05  RPT-MESSAGE-CODE    PIC X(1).
           05  RPT-BRANCH-CODE     PIC X(3).
           05  RPT-MAIL-PREF       PIC X(1).
           05  RPT-CREA-DATE       PIC X(10).
           05  RPT-MAIL-UNDELIV    PIC X(1).
       01  NAME-EXTRACT-TRAILER REDEFINES NAME-EXTRACT-RECORD.
           05  NTRL-ID             PIC X(9).
           05  NTRL-RECORD-COUNT   PIC 9(9).
           05  FILLER              PIC X(27).
       FD  CARD-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS CARD-RECORD.
       01  CARD-RECORD             PIC X(80).
       FD  NOTICE-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS NOTICE-REPORT-RECORD.
       01  NOTICE-REPORT-RECORD    PIC X(80).
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
           05  WS-TERMSCHG-STATUS   PIC XX.
               88  TERMSCHG-OK         VALUE '00'.
               88  TERMSCHG-EOF        VALUE '10'.
               88  TERMSCHG-NOT-FOUND  VALUE '35'.
           05  WS-NAME-EXTR-STATUS  PIC XX.
               88  NAME-EXTR-OK     VALUE '00'.
           05  WS-CARD-STATUS       PIC XX.
               88  CARD-OK          VALUE '00'.
           05  WS-REPORT-STATUS     PIC XX.
               88  REPORT-OK        VALUE '00'.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK          VALUE '00'.
               88  BUSDATE-NOT-FOUND   VALUE '35'.
           05  WS-RUNLOG-STATUS     PIC XX.
               88  RUNLOG-OK           VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'TCHGNOT'.
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
           05  WS-RUN-START-TIME    PIC X(08).
           05  WS-RUN-TIME-RAW      PIC 9(08).
           05  WS-CURSOR-EOF-SW     PIC X(01) VALUE 'N'.
               88  CURSOR-AT-END    VALUE 'Y'.
      * The cards - the letter language, and 'Y' to rebuild tonight's
      * letters without marking anything notified again.
           05  WS-LANGUAGE-CARD     PIC X(03).
           05  WS-RERUN-CARD        PIC X(01).
               88  RERUN-REQUESTED  VALUE 'Y'.
      * The effective date the letters quote - the changes taken all
      * share it.
           05  WS-NOTICE-EFFECTIVE  PIC X(10).
           05  WS-WAITING-COUNT     PIC S9(4) COMP VALUE ZERO.
      * The customer in hand, carried to the break.
           05  WS-PREV-CUSTOMER-ID  PIC 9(9) VALUE ZERO.
           05  WS-CU-FIRST-NAME     PIC X(10).
           05  WS-CU-LAST-NAME      PIC X(10).
           05  WS-CU-BRANCH-CODE    PIC X(03).
           05  WS-CU-MAIL-PREF      PIC X(01).
           05  WS-CU-MAIL-UNDELIV   PIC X(01).
           05  WS-CU-CREA-DATE      PIC X(10).
           05  WS-CU-CHANGES-HIT    PIC S9(4) COMP VALUE ZERO.
           05  WS-PRODUCT-SW        PIC X(01).
               88  ON-A-PRODUCT     VALUE 'Y'.
           05  WS-FEE-APPLIES-SW    PIC X(01).
               88  FEE-APPLIES      VALUE 'Y'.
           05  WS-WALLETS-READ      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-WALLETS-HIT       PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-NOTICE-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-EDELIVERY-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-HELD-COUNT        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-LATE-COUNT        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZ9.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-CHANGE-COUNT      PIC S9(4) COMP VALUE ZERO.
           05  WS-CHANGE-MAX        PIC S9(4) COMP VALUE 200.
           05  WS-CHANGE-IX         PIC S9(4) COMP.
           05  WS-SE-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  WS-SE-MAX            PIC S9(4) COMP VALUE 20.
           05  WS-SE-IX             PIC S9(4) COMP.
           05  WS-PL-IX             PIC S9(4) COMP.

      * TERMSCHG in storage - read whole, rewritten whole, the
      * TCHGMNT way.
       01  WS-CHANGE-TABLE.
           05  WS-CT-ENTRY OCCURS 200 TIMES.
               10  WS-CT-RECORD       PIC X(110).

      * One change, worked on in the TERMSCHG layout.
       01  WS-CHANGE-WORK.
           COPY TERMSCHG.

      * The changes taken tonight, with how many customers each
      * touches. The hit switch is set per wallet and cleared at the
      * customer break, so a customer counts once against a change.
       01  WS-SELECTED-TABLE.
           05  WS-SE-ENTRY OCCURS 20 TIMES.
               10  WS-SE-CHANGE-IX    PIC S9(4) COMP.
               10  WS-SE-CHANGE-NO    PIC 9(05).
               10  WS-SE-TYPE         PIC X(01).
               10  WS-SE-FEE-CODE     PIC X(04).
               10  WS-SE-NOTICE-DAYS  PIC 9(03).
               10  WS-SE-CUSTOMERS    PIC S9(9) COMP-3.
               10  WS-SE-HIT-SW       PIC X(01).
                   88  WS-SE-HIT      VALUE 'Y'.

      * The product's fee list for the wallet in hand.
       01  WS-WALLET-FEE-LIST.
           05  WS-WALLET-FEE-CODE   PIC X(04) OCCURS 4 TIMES.

       01  WS-RPT-HEAD-LINE.
           05  FILLER               PIC X(34) VALUE
               'CHANGE OF TERMS NOTICES EFFECTIVE '.
           05  WS-RH-EFFECTIVE      PIC X(10).
           05  FILLER               PIC X(12) VALUE
               '  RUN DATE  '.
           05  WS-RH-DATE           PIC X(10).
           05  FILLER               PIC X(14) VALUE SPACES.
       01  WS-RPT-CHANGE-LINE.
           05  FILLER               PIC X(09) VALUE '  CHANGE '.
           05  WS-RC-CHANGE-NO      PIC 9(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RC-DESCRIPTION    PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RC-NOTE           PIC X(44).
       01  WS-RPT-COLUMN-LINE.
           05  FILLER               PIC X(40) VALUE
               'CUSTOMER  NAME                  BRANCH  '.
           05  FILLER               PIC X(40) VALUE
               'CHANGES  DELIVERY'.
      * One line per customer written to.
       01  WS-RPT-DETAIL-LINE.
           05  WS-RD-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RD-FIRST-NAME     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RD-LAST-NAME      PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RD-BRANCH-CODE    PIC X(03).
           05  FILLER               PIC X(05) VALUE SPACES.
           05  WS-RD-CHANGES        PIC Z9.
           05  FILLER               PIC X(07) VALUE SPACES.
           05  WS-RD-DELIVERY       PIC X(24).
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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'TCHGNOT'.

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

      * Call parameter block for DATEUTIL, the shared date utility -
      * 'ADD ' finds the date each notice period runs out.
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

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.

      * Every wallet of an active customer, the only wallets WALINT
      * and WALFEE touch, with what the letter and the extract need
      * of the customer. Branch order, the order GREETING bundles the
      * letters in.
           EXEC SQL
              DECLARE TCHG-CUR CURSOR FOR
              SELECT A.CUSTOMER_ID, A.WALLET_NO, A.PRODUCT_CODE,
                     B.FIRST_NAME, B.LAST_NAME, B.BRANCH_CODE,
                     B.MAIL_PREF, B.MAIL_UNDELIV, B.TMS_CREA
              FROM TEXE2 A, TEXEM B
              WHERE B.CUSTOMER_ID = A.CUSTOMER_ID
                AND B.CUST_STATUS = 'A'
              ORDER BY B.BRANCH_CODE, A.CUSTOMER_ID, A.WALLET_NO
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-CURSOR
           PERFORM 2100-FETCH-WALLET
           PERFORM WITH TEST BEFORE UNTIL CURSOR-AT-END
              IF CUSTOMER-ID OF TEXE2 NOT = WS-PREV-CUSTOMER-ID
                 PERFORM 3500-CUSTOMER-BREAK
              END-IF
              PERFORM 3000-PROCESS-ONE-WALLET
              PERFORM 2100-FETCH-WALLET
           END-PERFORM
           PERFORM 3500-CUSTOMER-BREAK
           PERFORM 2900-CLOSE-CURSOR
           PERFORM 4000-WRITE-TRAILER-AND-CARDS
           IF NOT RERUN-REQUESTED
              PERFORM 5000-MARK-NOTIFIED
           END-IF
           PERFORM 8000-HOUSEKEEPING
           PERFORM 9700-WRITE-RUN-LOG
           GOBACK.

       1000-INITIALIZE.
           MOVE ZERO TO RETURN-CODE

           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           PERFORM 9600-RESOLVE-BUSINESS-DATE

           MOVE SPACES TO WS-LANGUAGE-CARD
           ACCEPT WS-LANGUAGE-CARD
           MOVE SPACE TO WS-RERUN-CARD
           ACCEPT WS-RERUN-CARD

           PERFORM 1100-LOAD-CHANGES
           PERFORM 1200-SELECT-CHANGES
           IF WS-SE-COUNT = ZERO
              IF RERUN-REQUESTED
                 DISPLAY 'TCHGNOT: NO CHANGE WAS NOTIFIED ON '
                     WS-RUN-BUS-DATE ' - NOTHING TO REBUILD'
              ELSE
                 DISPLAY 'TCHGNOT: NO CHANGE OF TERMS IS WAITING '
                     'FOR NOTICE'
              END-IF
              MOVE 4 TO RETURN-CODE
              PERFORM 9700-WRITE-RUN-LOG
              GOBACK
           END-IF

           OPEN OUTPUT NAME-EXTRACT
           IF NOT NAME-EXTR-OK
              DISPLAY 'TCHGNOT: UNEXPECTED NAMEXTR STATUS '
                  WS-NAME-EXTR-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT NOTICE-REPORT
           IF NOT REPORT-OK
              DISPLAY 'TCHGNOT: UNEXPECTED TCHGRPT STATUS '
                  WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-NOTICE-EFFECTIVE TO WS-RH-EFFECTIVE
           MOVE WS-RUN-BUS-DATE TO WS-RH-DATE
           MOVE WS-RPT-HEAD-LINE TO NOTICE-REPORT-RECORD
           WRITE NOTICE-REPORT-RECORD
           MOVE SPACES TO NOTICE-REPORT-RECORD
           WRITE NOTICE-REPORT-RECORD
           PERFORM 1300-LIST-ONE-CHANGE
              VARYING WS-SE-IX FROM 1 BY 1
              UNTIL WS-SE-IX > WS-SE-COUNT
           MOVE SPACES TO NOTICE-REPORT-RECORD
           WRITE NOTICE-REPORT-RECORD
           MOVE WS-RPT-COLUMN-LINE TO NOTICE-REPORT-RECORD
           WRITE NOTICE-REPORT-RECORD.

      * No TERMSCHG at all is no change lodged.
       1100-LOAD-CHANGES.
           OPEN INPUT TERMS-CHANGE-FILE
           EVALUATE TRUE
               WHEN TERMSCHG-OK
                   READ TERMS-CHANGE-FILE
                   PERFORM WITH TEST BEFORE
                           UNTIL TERMSCHG-EOF
                              OR WS-CHANGE-COUNT
                                 NOT LESS THAN WS-CHANGE-MAX
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE TERMS-CHANGE-RECORD
                         TO WS-CT-RECORD (WS-CHANGE-COUNT)
                       READ TERMS-CHANGE-FILE
                   END-PERFORM
                   IF NOT TERMSCHG-EOF
                       DISPLAY 'TCHGNOT: TERMSCHG HOLDS MORE THAN '
                           WS-CHANGE-MAX ' CHANGES - RUN REFUSED'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
                   CLOSE TERMS-CHANGE-FILE
               WHEN TERMSCHG-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'TCHGNOT: UNEXPECTED TERMSCHG STATUS '
                       WS-TERMSCHG-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

      * The changes waiting for notice that fall due first, all of
      * them with that effective date; on a rerun, the changes
      * notified tonight. Later ones wait for a later run.
       1200-SELECT-CHANGES.
           MOVE HIGH-VALUES TO WS-NOTICE-EFFECTIVE
           PERFORM VARYING WS-CHANGE-IX FROM 1 BY 1
                   UNTIL WS-CHANGE-IX > WS-CHANGE-COUNT
              MOVE WS-CT-RECORD (WS-CHANGE-IX) TO WS-CHANGE-WORK
              IF RERUN-REQUESTED
                 IF TCH-NOTIFIED
                    AND TCH-NOTICE-DATE = WS-RUN-BUS-DATE
                    AND TCH-EFFECTIVE-DATE < WS-NOTICE-EFFECTIVE
                    MOVE TCH-EFFECTIVE-DATE TO WS-NOTICE-EFFECTIVE
                 END-IF
              ELSE
                 IF TCH-LODGED AND TCH-NOTICE-REQUIRED
                    ADD 1 TO WS-WAITING-COUNT
                    IF TCH-EFFECTIVE-DATE < WS-NOTICE-EFFECTIVE
                       MOVE TCH-EFFECTIVE-DATE TO WS-NOTICE-EFFECTIVE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           PERFORM VARYING WS-CHANGE-IX FROM 1 BY 1
                   UNTIL WS-CHANGE-IX > WS-CHANGE-COUNT
              MOVE WS-CT-RECORD (WS-CHANGE-IX) TO WS-CHANGE-WORK
              IF TCH-EFFECTIVE-DATE = WS-NOTICE-EFFECTIVE
                 AND ((RERUN-REQUESTED
                       AND TCH-NOTIFIED
                       AND TCH-NOTICE-DATE = WS-RUN-BUS-DATE)
                  OR (NOT RERUN-REQUESTED
                       AND TCH-LODGED AND TCH-NOTICE-REQUIRED))
                 PERFORM 1210-TAKE-CHANGE
              END-IF
           END-PERFORM

           IF WS-WAITING-COUNT > WS-SE-COUNT
              SUBTRACT WS-SE-COUNT FROM WS-WAITING-COUNT
              DISPLAY 'TCHGNOT: ' WS-WAITING-COUNT
                  ' LATER CHANGE(S) WAIT FOR A LATER NOTICE RUN'
           END-IF.

       1210-TAKE-CHANGE.
           IF WS-SE-COUNT NOT LESS THAN WS-SE-MAX
              DISPLAY 'TCHGNOT: MORE THAN ' WS-SE-MAX
                  ' CHANGES EFFECTIVE ' WS-NOTICE-EFFECTIVE
                  ' - CHANGE ' TCH-CHANGE-NO ' LEFT FOR A LATER RUN'
           ELSE
              ADD 1 TO WS-SE-COUNT
              MOVE WS-CHANGE-IX TO WS-SE-CHANGE-IX (WS-SE-COUNT)
              MOVE TCH-CHANGE-NO TO WS-SE-CHANGE-NO (WS-SE-COUNT)
              MOVE TCH-CHANGE-TYPE TO WS-SE-TYPE (WS-SE-COUNT)
              MOVE TCH-FEE-CODE TO WS-SE-FEE-CODE (WS-SE-COUNT)
              MOVE TCH-NOTICE-DAYS
                TO WS-SE-NOTICE-DAYS (WS-SE-COUNT)
              MOVE ZERO TO WS-SE-CUSTOMERS (WS-SE-COUNT)
              MOVE 'N' TO WS-SE-HIT-SW (WS-SE-COUNT)
           END-IF.

      * A change heading the register. One whose notice period
      * outruns its effective date is listed as applying later.
       1300-LIST-ONE-CHANGE.
           MOVE WS-CT-RECORD (WS-SE-CHANGE-IX (WS-SE-IX))
             TO WS-CHANGE-WORK
           MOVE TCH-CHANGE-NO TO WS-RC-CHANGE-NO
           MOVE SPACES TO WS-RC-DESCRIPTION
           IF TCH-RATE-CHANGE
              MOVE 'HOUSE INTEREST RATE' TO WS-RC-DESCRIPTION
           ELSE
              STRING 'FEE ' TCH-FEE-CODE DELIMITED BY SIZE
                 INTO WS-RC-DESCRIPTION
           END-IF
           MOVE SPACES TO WS-RC-NOTE
           IF NOT RERUN-REQUESTED
              MOVE 'ADD ' TO WS-DU-FUNCTION
              MOVE WS-RUN-BUS-DATE TO WS-DU-INPUT-DATE
              MOVE TCH-NOTICE-DAYS TO WS-DU-DAYS-TO-ADD
              CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
              IF WS-DU-OUTPUT-DATE > TCH-EFFECTIVE-DATE
                 ADD 1 TO WS-LATE-COUNT
                 STRING 'NOTICE SHORT - APPLIES FROM '
                        WS-DU-OUTPUT-DATE DELIMITED BY SIZE
                    INTO WS-RC-NOTE
                 DISPLAY 'TCHGNOT: CHANGE ' TCH-CHANGE-NO
                     ' EFFECTIVE ' TCH-EFFECTIVE-DATE
                     ' - ' TCH-NOTICE-DAYS ' DAYS NOTICE RUNS TO '
                     WS-DU-OUTPUT-DATE ', IT APPLIES FROM THEN'
              END-IF
           END-IF
           MOVE WS-RPT-CHANGE-LINE TO NOTICE-REPORT-RECORD
           WRITE NOTICE-REPORT-RECORD.

       2000-OPEN-CURSOR.
           EXEC SQL
                OPEN TCHG-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE.

       2100-FETCH-WALLET.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2110-TRY-FETCH-WALLET
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

       2110-TRY-FETCH-WALLET.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                FETCH TCHG-CUR
                INTO :CUSTOMER-ID OF TEXE2, :WALLET-NO OF TEXE2,
                     :PRODUCT-CODE OF TEXE2,
                     :FIRST-NAME OF TEXEM, :LAST-NAME OF TEXEM,
                     :BRANCH-CODE OF TEXEM, :MAIL-PREF OF TEXEM,
                     :MAIL-UNDELIV OF TEXEM, :TMS-CREA OF TEXEM
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       2900-CLOSE-CURSOR.
           EXEC SQL
                CLOSE TCHG-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE.

      * Which of tonight's changes this wallet is subject to. The
      * balance tonight does not decide it - a wallet empty or over
      * the trigger now may not be when the change applies.
       3000-PROCESS-ONE-WALLET.
           PERFORM 3100-RESOLVE-WALLET-TERMS
           MOVE 'N' TO WS-FEE-APPLIES-SW
           PERFORM 3200-CHECK-ONE-CHANGE
              VARYING WS-SE-IX FROM 1 BY 1
              UNTIL WS-SE-IX > WS-SE-COUNT
           IF FEE-APPLIES
              ADD 1 TO WS-WALLETS-HIT
           END-IF.

      * WALINT's and WALFEE's product resolution - a wallet on no
      * product, or on one no longer on PRODMAST, is on the house
      * rate and the whole schedule.
       3100-RESOLVE-WALLET-TERMS.
           MOVE 'N' TO WS-PRODUCT-SW
           MOVE SPACES TO WS-WALLET-FEE-LIST
           IF PRODUCT-CODE OF TEXE2 NOT = SPACES
              MOVE 'PROD' TO WS-PL-FUNCTION
              MOVE PRODUCT-CODE OF TEXE2 TO WS-PL-PRODUCT-CODE
              CALL 'PRODLOOK' USING WS-PRODLOOK-PARM
              IF WS-PL-FOUND
                 SET ON-A-PRODUCT TO TRUE
                 PERFORM VARYING WS-PL-IX FROM 1 BY 1
                         UNTIL WS-PL-IX > 4
                    MOVE WS-PL-FEE-CODE (WS-PL-IX)
                      TO WS-WALLET-FEE-CODE (WS-PL-IX)
                 END-PERFORM
              END-IF
           END-IF.

      * The fee-applies switch doubles, once the changes are all
      * checked, as "this wallet felt at least one of them".
       3200-CHECK-ONE-CHANGE.
           IF WS-SE-TYPE (WS-SE-IX) = 'R'
              IF NOT ON-A-PRODUCT
                 SET WS-SE-HIT (WS-SE-IX) TO TRUE
                 SET FEE-APPLIES TO TRUE
              END-IF
           ELSE
              PERFORM 3210-CHECK-PRODUCT-FEE
           END-IF.

       3210-CHECK-PRODUCT-FEE.
           IF NOT ON-A-PRODUCT
              SET WS-SE-HIT (WS-SE-IX) TO TRUE
              SET FEE-APPLIES TO TRUE
           ELSE
              PERFORM VARYING WS-PL-IX FROM 1 BY 1
                      UNTIL WS-PL-IX > 4
                 IF WS-WALLET-FEE-CODE (WS-PL-IX)
                       = WS-SE-FEE-CODE (WS-SE-IX)
                    SET WS-SE-HIT (WS-SE-IX) TO TRUE
                    SET FEE-APPLIES TO TRUE
                 END-IF
              END-PERFORM
           END-IF.

      * The previous customer is finished - written to if any of
      * their wallets felt a change - and the new one's details are
      * kept for their own break.
       3500-CUSTOMER-BREAK.
           MOVE ZERO TO WS-CU-CHANGES-HIT
           PERFORM VARYING WS-SE-IX FROM 1 BY 1
                   UNTIL WS-SE-IX > WS-SE-COUNT
              IF WS-SE-HIT (WS-SE-IX)
                 ADD 1 TO WS-CU-CHANGES-HIT
                 ADD 1 TO WS-SE-CUSTOMERS (WS-SE-IX)
                 MOVE 'N' TO WS-SE-HIT-SW (WS-SE-IX)
              END-IF
           END-PERFORM
           IF WS-CU-CHANGES-HIT > ZERO
              PERFORM 3600-WRITE-NOTICE
           END-IF

           IF NOT CURSOR-AT-END
              MOVE CUSTOMER-ID OF TEXE2 TO WS-PREV-CUSTOMER-ID
              MOVE FIRST-NAME OF TEXEM TO WS-CU-FIRST-NAME
              MOVE LAST-NAME OF TEXEM TO WS-CU-LAST-NAME
              MOVE BRANCH-CODE OF TEXEM TO WS-CU-BRANCH-CODE
              MOVE MAIL-PREF OF TEXEM TO WS-CU-MAIL-PREF
              MOVE MAIL-UNDELIV OF TEXEM TO WS-CU-MAIL-UNDELIV
              MOVE TMS-CREA OF TEXEM (1:10) TO WS-CU-CREA-DATE
           END-IF.

      * The extract record as DB2PROG writes it, message code 'T' -
      * GREETING routes and holds the letter on the flags carried.
       3600-WRITE-NOTICE.
           MOVE SPACES TO NAME-EXTRACT-RECORD
           MOVE WS-PREV-CUSTOMER-ID TO RPT-CUSTOMER-ID
           MOVE WS-CU-FIRST-NAME TO RPT-FIRST-NAME
           MOVE WS-CU-LAST-NAME TO RPT-LAST-NAME
           MOVE 'T' TO RPT-MESSAGE-CODE
           MOVE WS-CU-BRANCH-CODE TO RPT-BRANCH-CODE
           MOVE WS-CU-MAIL-PREF TO RPT-MAIL-PREF
           MOVE WS-CU-CREA-DATE TO RPT-CREA-DATE
           MOVE WS-CU-MAIL-UNDELIV TO RPT-MAIL-UNDELIV
           WRITE NAME-EXTRACT-RECORD
           ADD 1 TO WS-NOTICE-COUNT

           MOVE WS-PREV-CUSTOMER-ID TO WS-RD-CUSTOMER-ID
           MOVE WS-CU-FIRST-NAME TO WS-RD-FIRST-NAME
           MOVE WS-CU-LAST-NAME TO WS-RD-LAST-NAME
           MOVE WS-CU-BRANCH-CODE TO WS-RD-BRANCH-CODE
           MOVE WS-CU-CHANGES-HIT TO WS-RD-CHANGES
           EVALUATE TRUE
              WHEN WS-CU-MAIL-UNDELIV = 'Y'
                 MOVE 'HELD - MAIL RETURNED' TO WS-RD-DELIVERY
                 ADD 1 TO WS-HELD-COUNT
              WHEN WS-CU-MAIL-PREF = 'E'
                 MOVE 'E-DELIVERY' TO WS-RD-DELIVERY
                 ADD 1 TO WS-EDELIVERY-COUNT
              WHEN OTHER
                 MOVE 'PRINT' TO WS-RD-DELIVERY
           END-EVALUATE
           MOVE WS-RPT-DETAIL-LINE TO NOTICE-REPORT-RECORD
           WRITE NOTICE-REPORT-RECORD.

      * The extract trailer, then GREETING's cards: message type,
      * batch mode, the language and the effective date the letter
      * quotes.
       4000-WRITE-TRAILER-AND-CARDS.
           MOVE SPACES TO NAME-EXTRACT-RECORD
           MOVE 'TRAILER' TO NTRL-ID
           MOVE WS-NOTICE-COUNT TO NTRL-RECORD-COUNT
           WRITE NAME-EXTRACT-RECORD

           OPEN OUTPUT CARD-FILE
           IF NOT CARD-OK
              DISPLAY 'TCHGNOT: UNEXPECTED TCHGCARD STATUS '
                  WS-CARD-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE 'T' TO CARD-RECORD
           WRITE CARD-RECORD
           MOVE 'B' TO CARD-RECORD
           WRITE CARD-RECORD
           MOVE WS-LANGUAGE-CARD TO CARD-RECORD
           WRITE CARD-RECORD
           MOVE WS-NOTICE-EFFECTIVE TO CARD-RECORD
           WRITE CARD-RECORD
           CLOSE CARD-FILE.

      * Each change taken is notified as of tonight, and is in force
      * for WALINT and WALFEE once its notice period has run from
      * tonight - or from its effective date, if that is later.
       5000-MARK-NOTIFIED.
           PERFORM 5100-MARK-ONE-CHANGE
              VARYING WS-SE-IX FROM 1 BY 1
              UNTIL WS-SE-IX > WS-SE-COUNT

           OPEN OUTPUT TERMS-CHANGE-FILE
           IF NOT TERMSCHG-OK
              DISPLAY 'TCHGNOT: UNEXPECTED TERMSCHG STATUS ON '
                  'REWRITE ' WS-TERMSCHG-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM VARYING WS-CHANGE-IX FROM 1 BY 1
                   UNTIL WS-CHANGE-IX > WS-CHANGE-COUNT
              MOVE WS-CT-RECORD (WS-CHANGE-IX) TO TERMS-CHANGE-RECORD
              WRITE TERMS-CHANGE-RECORD
           END-PERFORM
           CLOSE TERMS-CHANGE-FILE.

       5100-MARK-ONE-CHANGE.
           MOVE WS-CT-RECORD (WS-SE-CHANGE-IX (WS-SE-IX))
             TO WS-CHANGE-WORK
           SET TCH-NOTIFIED TO TRUE
           MOVE WS-RUN-BUS-DATE TO TCH-NOTICE-DATE
           MOVE 'ADD ' TO WS-DU-FUNCTION
           MOVE WS-RUN-BUS-DATE TO WS-DU-INPUT-DATE
           MOVE TCH-NOTICE-DAYS TO WS-DU-DAYS-TO-ADD
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           MOVE WS-DU-OUTPUT-DATE TO TCH-CLEAR-DATE
           MOVE WS-SE-CUSTOMERS (WS-SE-IX) TO TCH-NOTICE-COUNT
           MOVE WS-CHANGE-WORK
             TO WS-CT-RECORD (WS-SE-CHANGE-IX (WS-SE-IX)).

       8000-HOUSEKEEPING.
           MOVE SPACES TO NOTICE-REPORT-RECORD
           WRITE NOTICE-REPORT-RECORD
           MOVE 'WALLETS READ' TO WS-RT-LABEL
           MOVE WS-WALLETS-READ TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'WALLETS AFFECTED' TO WS-RT-LABEL
           MOVE WS-WALLETS-HIT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'CUSTOMERS WRITTEN TO' TO WS-RT-LABEL
           MOVE WS-NOTICE-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE '  BY E-DELIVERY' TO WS-RT-LABEL
           MOVE WS-EDELIVERY-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE '  HELD - MAIL RETURNED' TO WS-RT-LABEL
           MOVE WS-HELD-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           PERFORM VARYING WS-SE-IX FROM 1 BY 1
                   UNTIL WS-SE-IX > WS-SE-COUNT
              MOVE SPACES TO WS-RT-LABEL
              STRING 'CUSTOMERS - CHANGE '
                     WS-SE-CHANGE-NO (WS-SE-IX) DELIMITED BY SIZE
                 INTO WS-RT-LABEL
              MOVE WS-SE-CUSTOMERS (WS-SE-IX) TO WS-COUNT-FORMATTED
              MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
              PERFORM 8100-WRITE-TOTAL-LINE
           END-PERFORM

           CLOSE NAME-EXTRACT
           CLOSE NOTICE-REPORT

           MOVE WS-NOTICE-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'TCHGNOT: CUSTOMERS WRITTEN TO: '
               WS-COUNT-FORMATTED
           IF RERUN-REQUESTED
              DISPLAY 'TCHGNOT: RERUN - TERMSCHG NOT UPDATED'
           END-IF
           MOVE ZERO TO RETURN-CODE.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-RPT-TOTAL-LINE TO NOTICE-REPORT-RECORD
           WRITE NOTICE-REPORT-RECORD.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'TCHGNOT: SQLCODE ' SQLCODE
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
      * Notice is given, and its period counted, from the window's
      * business date, not the clock's. With no control file at all
      * the system date stands in, with a note.
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
               WHEN BUSDATE-OK
                   READ BUSINESS-DATE-FILE
                   IF BUSDATE-OK
                       MOVE BD-BUSINESS-DATE TO WS-RUN-BUS-DATE
                   END-IF
                   CLOSE BUSINESS-DATE-FILE
               WHEN BUSDATE-NOT-FOUND
                   DISPLAY 'TCHGNOT: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'TCHGNOT: UNEXPECTED BUSDATE STATUS '
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
           MOVE WS-WALLETS-READ TO RUN-RECS-IN
           MOVE WS-NOTICE-COUNT TO RUN-RECS-OUT
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
               DISPLAY 'TCHGNOT: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9800-CHECK-SQLCODE.
      * Common guard after every SQL operation - the run only reads,
      * so there is nothing to back out, but it stops before any
      * change is marked notified.
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
           DISPLAY 'TCHGNOT: UNEXPECTED SQLCODE ' SQLCODE
               ' - RUN STOPPED, NO CHANGE MARKED NOTIFIED'
           MOVE 16 TO RETURN-CODE
           GOBACK.
