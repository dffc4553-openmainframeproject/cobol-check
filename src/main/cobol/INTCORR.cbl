       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INTCORR.
      *****************************************************************
      * Back-valued interest correction. A WALADJ adjustment may carry
      * a value date - the day the money should have moved - and
      * WALADJPG appends every one it posts with a value date before
      * the business date to VALDADJ. If a WALINT month-end accrual
      * ran on the wallet in between, that accrual was priced on a
      * balance without the movement, and finance used to work the
      * difference out by hand. This run takes each back-valued
      * adjustment and:
      *
      *   - finds every WALINT 'I' accrual on the wallet posted on or
      *     after the value date and before the adjustment itself;
      *   - re-prices each at the rate it was actually paid at - its
      *     interest over the balance it accrued on - on that balance
      *     plus the adjustment's movement (never below zero);
      *   - posts the total difference to the wallet as its own
      *     audited movement, an 'IC' reference naming the adjustment
      *     in REV-ADJ-REF, so a back-valued debit takes back the
      *     interest it should never have earned as readily as a
      *     credit pays what it missed.
      *
      * The ICRPT register lists, per adjustment, each accrual's
      * original, corrected and difference figures and the
      * correction posted. An adjustment already corrected (its
      * reference on a correction row) is not corrected again, so a
      * rerun is harmless; one no longer on TEXE2HIST - rolled back
      * by a failed apply - has nothing to correct. A customer now
      * closed, or a wallet gone, is listed and left for finance,
      * and ends the run RC 4. A month in which the wallet accrued
      * nothing has no rate to re-price at and is not corrected.
      *
      * Each correction is one unit of work, its movement event
      * released to the shared MOVEVENT file after the commit, for
      * MOVEPUB. VALDADJ is emptied at clean end of run; a failed
      * run leaves it whole for the rerun.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Back-valued adjustments WALADJPG posted since the last run.
           SELECT VALUE-DATED-FILE ASSIGN TO "VALDADJ"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-VALDADJ-STATUS.
      * The interest-correction register.
           SELECT CORRECTION-REPORT ASSIGN TO "ICRPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the date the correction references carry.
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
       FD  VALUE-DATED-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS VALUE-DATED-RECORD.
       01  VALUE-DATED-RECORD.
           COPY VALDADJ.
       FD  CORRECTION-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS CORRECTION-REPORT-RECORD.
       01  CORRECTION-REPORT-RECORD PIC X(80).
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
           05  WS-VALDADJ-STATUS    PIC XX.
               88  VALDADJ-OK          VALUE '00'.
               88  VALDADJ-EOF         VALUE '10'.
               88  VALDADJ-NOT-FOUND   VALUE '35'.
           05  WS-REPORT-STATUS     PIC XX.
               88  REPORT-OK        VALUE '00'.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK          VALUE '00'.
               88  BUSDATE-NOT-FOUND   VALUE '35'.
           05  WS-RUNLOG-STATUS     PIC XX.
               88  RUNLOG-OK           VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'INTCORR'.
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
           05  WS-RUN-START-TIME    PIC X(08).
           05  WS-RUN-TIME-RAW      PIC 9(08).
           05  WS-INPUT-EOF-SW      PIC X(01) VALUE 'N'.
               88  INPUT-AT-END     VALUE 'Y'.
           05  WS-CURSOR-EOF-SW     PIC X(01) VALUE 'N'.
               88  CURSOR-AT-END    VALUE 'Y'.
           05  WS-FOUND-SW          PIC X(01).
               88  ROW-FOUND        VALUE 'Y'.
      * The adjustment in hand - when it posted, and the window of
      * accruals it missed.
           05  WS-VALUE-TMS         PIC X(26).
           05  WS-ADJ-TMS           PIC X(26).
           05  WS-CORR-COUNT        PIC S9(9) COMP VALUE ZERO.
           05  WS-ACCRUAL-COUNT     PIC S9(4) COMP VALUE ZERO.
      * One accrual as it was paid, and as it should have been.
           05  WS-ACCR-OLD-WALLET   PIC S9(8)V99 COMP-3.
           05  WS-ACCR-NEW-WALLET   PIC S9(8)V99 COMP-3.
           05  WS-ACCR-REF          PIC X(12).
           05  WS-ACCR-DATE         PIC X(10).
           05  WS-ORIGINAL-INT      PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-CORRECTED-INT     PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-DIFFERENCE        PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-ADJ-ORIGINAL      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-ADJ-CORRECTED     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-ADJ-DIFFERENCE    PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-WALLET-OLD        PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-WALLET-NEW        PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-LOOK-CUSTOMER     PIC 9(9).
           05  WS-LOOK-WALLET-NO    PIC 9(2).
      * References - 'IC', YYMMDD of the business date and the
      * night's sequence, e.g. IC2610150001.
           05  WS-REF-DATE          PIC X(06).
           05  WS-REF-SEQ           PIC 9(04) VALUE ZERO.
           05  WS-LAST-SEQ          PIC X(04).
           05  WS-CORRECTION-REF    PIC X(12).
           05  WS-RECORDS-READ      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-POSTED-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ALREADY-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-NOTHING-DUE-COUNT PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-EXCEPTION-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TOTAL-ORIGINAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-CORRECTED   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-DIFFERENCE  PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZ9.
           05  WS-AMOUNT-FORMATTED  PIC -ZZZ,ZZZ,ZZ9.99.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.

       01  WS-RPT-HEAD-LINE.
           05  FILLER               PIC X(36) VALUE
               'INTEREST CORRECTION REGISTER - DATE '.
           05  WS-RH-DATE           PIC X(10).
           05  FILLER               PIC X(34) VALUE SPACES.
       01  WS-RPT-COLUMN-LINE.
           05  FILLER               PIC X(42) VALUE
               '    ACCRUAL      POSTED           ORIGINAL'.
           05  FILLER               PIC X(38) VALUE
               '      CORRECTED     DIFFERENCE'.
      * The adjustment being corrected.
       01  WS-RPT-ADJ-LINE.
           05  FILLER               PIC X(11) VALUE 'ADJUSTMENT '.
           05  WS-RA-ADJ-REF        PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RA-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-RA-WALLET-NO      PIC 9(2).
           05  FILLER               PIC X(07) VALUE ' VALUE '.
           05  WS-RA-VALUE-DATE     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RA-AMOUNT         PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(12) VALUE SPACES.
      * One accrual it missed - as paid, as it should have been.
       01  WS-RPT-ACCRUAL-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-RC-ACCR-REF       PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RC-ACCR-DATE      PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RC-ORIGINAL       PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RC-CORRECTED      PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RC-DIFFERENCE     PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(08) VALUE SPACES.
      * What became of it.
       01  WS-RPT-RESULT-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-RR-TEXT           PIC X(34).
           05  WS-RR-REF            PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RR-AMOUNT         PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(15) VALUE SPACES.
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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'INTCORR'.

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

      * Call parameter block for MOVEVENT, the shared movement-event
      * routine - same field layout as MOVEVENT's own linkage
      * section. Each correction's event is held there until the
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

      * The WALINT accruals on the adjustment's wallet from its value
      * date up to the moment the adjustment posted - the ones priced
      * without it.
           EXEC SQL
              DECLARE ACCRL-CUR CURSOR FOR
              SELECT OLD_WALLET, NEW_WALLET, ADJ_REF,
                     CHAR(DATE(TMS_CREA), ISO)
              FROM TEXE2HIST
              WHERE CUSTOMER_ID = :VDA-CUSTOMER-ID
                AND WALLET_NO = :VDA-WALLET-NO
                AND PGM_NAME = 'WALINT'
                AND SUBSTR(ADJ_REF, 1, 1) = 'I'
                AND TMS_CREA >= :WS-VALUE-TMS
                AND TMS_CREA < :WS-ADJ-TMS
              ORDER BY TMS_CREA
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0300-ACQUIRE-WALLET-LOCK
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-VALUE-DATED
           PERFORM WITH TEST BEFORE UNTIL INPUT-AT-END
              PERFORM 3000-CORRECT-ONE-ADJUSTMENT
              PERFORM 2000-READ-VALUE-DATED
           END-PERFORM
           CLOSE VALUE-DATED-FILE
           PERFORM 6100-EMPTY-VALUE-DATED-FILE
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

           OPEN INPUT VALUE-DATED-FILE
           EVALUATE TRUE
              WHEN VALDADJ-OK
                 CONTINUE
              WHEN VALDADJ-NOT-FOUND
                 DISPLAY 'INTCORR: NO VALDADJ FILE - NOTHING TO '
                     'CORRECT'
                 SET INPUT-AT-END TO TRUE
              WHEN OTHER
                 DISPLAY 'INTCORR: UNEXPECTED VALDADJ STATUS '
                     WS-VALDADJ-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
           END-EVALUATE
           OPEN OUTPUT CORRECTION-REPORT
           IF NOT REPORT-OK
              DISPLAY 'INTCORR: UNEXPECTED ICRPT STATUS '
                  WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF
           MOVE WS-RUN-BUS-DATE TO WS-RH-DATE
           MOVE WS-RPT-HEAD-LINE TO CORRECTION-REPORT-RECORD
           WRITE CORRECTION-REPORT-RECORD
           MOVE WS-RPT-COLUMN-LINE TO CORRECTION-REPORT-RECORD
           WRITE CORRECTION-REPORT-RECORD

           PERFORM 1200-RESUME-REF-SEQUENCE.

      * A rerun on the same business date carries the reference
      * sequence on from the last correction the night already
      * posted, so no reference is generated twice.
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

       2000-READ-VALUE-DATED.
           IF NOT INPUT-AT-END
              READ VALUE-DATED-FILE
                 AT END
                    SET INPUT-AT-END TO TRUE
                 NOT AT END
                    ADD 1 TO WS-RECORDS-READ
              END-READ
           END-IF.

       3000-CORRECT-ONE-ADJUSTMENT.
           MOVE VDA-ADJ-REF TO WS-RA-ADJ-REF
           MOVE VDA-CUSTOMER-ID TO WS-RA-CUSTOMER-ID
           MOVE VDA-WALLET-NO TO WS-RA-WALLET-NO
           MOVE VDA-VALUE-DATE TO WS-RA-VALUE-DATE
           MOVE VDA-AMOUNT TO WS-RA-AMOUNT
           MOVE SPACES TO CORRECTION-REPORT-RECORD
           WRITE CORRECTION-REPORT-RECORD
           MOVE WS-RPT-ADJ-LINE TO CORRECTION-REPORT-RECORD
           WRITE CORRECTION-REPORT-RECORD

           PERFORM 3100-CHECK-ALREADY-CORRECTED
           IF WS-CORR-COUNT > ZERO
              ADD 1 TO WS-ALREADY-COUNT
              MOVE 'ALREADY CORRECTED - SKIPPED' TO WS-RR-TEXT
              MOVE ZERO TO WS-ADJ-DIFFERENCE
              PERFORM 7100-WRITE-RESULT-LINE
           ELSE
              PERFORM 3200-FIND-ADJUSTMENT-POSTING
              IF NOT ROW-FOUND
                 ADD 1 TO WS-NOTHING-DUE-COUNT
                 MOVE 'NOT ON TEXE2HIST - NOTHING DUE'
                   TO WS-RR-TEXT
                 MOVE ZERO TO WS-ADJ-DIFFERENCE
                 PERFORM 7100-WRITE-RESULT-LINE
              ELSE
                 PERFORM 3300-REPRICE-ACCRUALS
                 EVALUATE TRUE
                    WHEN WS-ACCRUAL-COUNT = ZERO
                       ADD 1 TO WS-NOTHING-DUE-COUNT
                       MOVE 'NO ACCRUAL MISSED - NOTHING DUE'
                         TO WS-RR-TEXT
                       PERFORM 7100-WRITE-RESULT-LINE
                    WHEN WS-ADJ-DIFFERENCE = ZERO
                       ADD 1 TO WS-NOTHING-DUE-COUNT
                       MOVE 'NO DIFFERENCE - NOTHING POSTED'
                         TO WS-RR-TEXT
                       PERFORM 7100-WRITE-RESULT-LINE
                    WHEN OTHER
                       PERFORM 4000-POST-CORRECTION
                 END-EVALUATE
              END-IF
           END-IF.

      * A correction row naming this adjustment means an earlier run
      * has already put it right.
       3100-CHECK-ALREADY-CORRECTED.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3110-TRY-COUNT-CORRECTIONS
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       3110-TRY-COUNT-CORRECTIONS.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT COUNT(*)
                INTO :WS-CORR-COUNT
                FROM TEXE2HIST
                WHERE PGM_NAME = :WS-PGM-NAME
                  AND REV_ADJ_REF = :VDA-ADJ-REF
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * When the adjustment actually posted - the accruals it missed
      * are the ones before this moment.
       3200-FIND-ADJUSTMENT-POSTING.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3210-TRY-SELECT-POSTING
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

       3210-TRY-SELECT-POSTING.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT CHAR(TMS_CREA)
                INTO :WS-ADJ-TMS
                FROM TEXE2HIST
                WHERE CUSTOMER_ID = :VDA-CUSTOMER-ID
                  AND WALLET_NO = :VDA-WALLET-NO
                  AND ADJ_REF = :VDA-ADJ-REF
                  AND PGM_NAME = 'WALADJPG'
                FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       3300-REPRICE-ACCRUALS.
           MOVE ZERO TO WS-ACCRUAL-COUNT
           MOVE ZERO TO WS-ADJ-ORIGINAL WS-ADJ-CORRECTED
           MOVE ZERO TO WS-ADJ-DIFFERENCE
           MOVE SPACES TO WS-VALUE-TMS
           STRING VDA-VALUE-DATE '-00.00.00.000000'
              DELIMITED BY SIZE INTO WS-VALUE-TMS
           MOVE 'N' TO WS-CURSOR-EOF-SW
           EXEC SQL
                OPEN ACCRL-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE
           PERFORM 3320-FETCH-ACCRUAL
           PERFORM WITH TEST BEFORE UNTIL CURSOR-AT-END
              PERFORM 3340-REPRICE-ONE-ACCRUAL
              PERFORM 3320-FETCH-ACCRUAL
           END-PERFORM
           EXEC SQL
                CLOSE ACCRL-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE.

       3320-FETCH-ACCRUAL.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3330-TRY-FETCH-ACCRUAL
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                CONTINUE
             WHEN 100
                SET CURSOR-AT-END TO TRUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       3330-TRY-FETCH-ACCRUAL.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                FETCH ACCRL-CUR
                INTO :WS-ACCR-OLD-WALLET, :WS-ACCR-NEW-WALLET,
                     :WS-ACCR-REF, :WS-ACCR-DATE
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * The rate the accrual was paid at is its interest over the
      * balance it accrued on; the same rate on that balance plus
      * the adjustment's movement is what it should have paid.
       3340-REPRICE-ONE-ACCRUAL.
           ADD 1 TO WS-ACCRUAL-COUNT
           COMPUTE WS-ORIGINAL-INT
              = WS-ACCR-NEW-WALLET - WS-ACCR-OLD-WALLET
           IF WS-ACCR-OLD-WALLET > ZERO
              COMPUTE WS-CORRECTED-INT ROUNDED
                 = (WS-ACCR-OLD-WALLET + VDA-AMOUNT)
                 * WS-ORIGINAL-INT / WS-ACCR-OLD-WALLET
              IF WS-CORRECTED-INT < ZERO
                 MOVE ZERO TO WS-CORRECTED-INT
              END-IF
           ELSE
              MOVE WS-ORIGINAL-INT TO WS-CORRECTED-INT
           END-IF
           COMPUTE WS-DIFFERENCE = WS-CORRECTED-INT - WS-ORIGINAL-INT
           ADD WS-ORIGINAL-INT TO WS-ADJ-ORIGINAL
           ADD WS-CORRECTED-INT TO WS-ADJ-CORRECTED
           ADD WS-DIFFERENCE TO WS-ADJ-DIFFERENCE
           MOVE WS-ACCR-REF TO WS-RC-ACCR-REF
           MOVE WS-ACCR-DATE TO WS-RC-ACCR-DATE
           MOVE WS-ORIGINAL-INT TO WS-RC-ORIGINAL
           MOVE WS-CORRECTED-INT TO WS-RC-CORRECTED
           MOVE WS-DIFFERENCE TO WS-RC-DIFFERENCE
           MOVE WS-RPT-ACCRUAL-LINE TO CORRECTION-REPORT-RECORD
           WRITE CORRECTION-REPORT-RECORD.

      * The difference posts to the wallet as one movement - update,
      * history row, commit - or, for a customer since closed or a
      * wallet since gone, is listed for finance instead.
       4000-POST-CORRECTION.
           MOVE VDA-CUSTOMER-ID TO WS-LOOK-CUSTOMER
           MOVE VDA-WALLET-NO TO WS-LOOK-WALLET-NO
           PERFORM 4050-CHECK-CUSTOMER-STATUS
           IF NOT ROW-FOUND
              OR CUST-STATUS OF TEXEM = 'C'
              MOVE 'CUSTOMER CLOSED - NOT POSTED' TO WS-RR-TEXT
              PERFORM 7200-WRITE-EXCEPTION
           ELSE
              PERFORM 4100-FETCH-WALLET
              IF NOT ROW-FOUND
                 MOVE 'WALLET NOT ON TEXE2 - NOT POSTED'
                   TO WS-RR-TEXT
                 PERFORM 7200-WRITE-EXCEPTION
              ELSE
                 ADD 1 TO WS-REF-SEQ
                 MOVE SPACES TO WS-CORRECTION-REF
                 STRING 'IC' WS-REF-DATE WS-REF-SEQ
                    DELIMITED BY SIZE INTO WS-CORRECTION-REF
                 MOVE WALLET OF TEXE2 TO WS-WALLET-OLD
                 COMPUTE WS-WALLET-NEW
                    = WS-WALLET-OLD + WS-ADJ-DIFFERENCE
                 MOVE WS-WALLET-NEW TO WALLET OF TEXE2
                 PERFORM 4200-UPDATE-WALLET
                 PERFORM 4300-INSERT-HIST-ROW
                 EXEC SQL
                    COMMIT
                 END-EXEC
                 PERFORM 4330-RELEASE-MOVEMENT-EVENTS
                 ADD 1 TO WS-POSTED-COUNT
                 ADD WS-ADJ-ORIGINAL TO WS-TOTAL-ORIGINAL
                 ADD WS-ADJ-CORRECTED TO WS-TOTAL-CORRECTED
                 ADD WS-ADJ-DIFFERENCE TO WS-TOTAL-DIFFERENCE
                 MOVE 'CORRECTION POSTED' TO WS-RR-TEXT
                 PERFORM 7100-WRITE-RESULT-LINE
              END-IF
           END-IF.

       4050-CHECK-CUSTOMER-STATUS.
           MOVE 'N' TO WS-FOUND-SW
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4060-TRY-SELECT-STATUS
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

       4060-TRY-SELECT-STATUS.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT CUST_STATUS
                INTO :CUST-STATUS OF TEXEM
                FROM TEXEM
                WHERE CUSTOMER_ID = :WS-LOOK-CUSTOMER
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
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

      * The correction's own row - its 'IC' reference, and the
      * back-valued adjustment it corrects in REV-ADJ-REF.
       4300-INSERT-HIST-ROW.
           MOVE WS-WALLET-OLD TO OLD-WALLET OF TEXE2HIST
           MOVE WS-WALLET-NEW TO NEW-WALLET OF TEXE2HIST
           MOVE WS-CORRECTION-REF TO ADJ-REF OF TEXE2HIST
           MOVE VDA-ADJ-REF TO REV-ADJ-REF OF TEXE2HIST
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
           MOVE WS-CORRECTION-REF TO WS-ME-ADJ-REF
           MOVE VDA-ADJ-REF TO WS-ME-REV-ADJ-REF
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
              DISPLAY 'INTCORR: MOVEMENT EVENTS NOT ALL WRITTEN - RC '
                  WS-ME-RC ' - MOVEPUB WILL RECOVER THEM'
           END-IF.

      * Every adjustment on VALDADJ has now been corrected, found to
      * need nothing, or listed for finance, so the file starts the
      * next window empty.
       6100-EMPTY-VALUE-DATED-FILE.
           OPEN OUTPUT VALUE-DATED-FILE
           IF VALDADJ-OK
              CLOSE VALUE-DATED-FILE
           ELSE
              DISPLAY 'INTCORR: VALDADJ NOT EMPTIED - STATUS '
                  WS-VALDADJ-STATUS
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

      * WS-RR-TEXT set by the caller; the amount is the adjustment's
      * total difference.
       7100-WRITE-RESULT-LINE.
           IF WS-RR-TEXT = 'CORRECTION POSTED'
              MOVE WS-CORRECTION-REF TO WS-RR-REF
           ELSE
              MOVE SPACES TO WS-RR-REF
           END-IF
           MOVE WS-ADJ-DIFFERENCE TO WS-RR-AMOUNT
           MOVE WS-RPT-RESULT-LINE TO CORRECTION-REPORT-RECORD
           WRITE CORRECTION-REPORT-RECORD.

       7200-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           PERFORM 7100-WRITE-RESULT-LINE
           DISPLAY 'INTCORR: ADJUSTMENT ' VDA-ADJ-REF ' - '
               WS-RR-TEXT.

       8000-HOUSEKEEPING.
           MOVE SPACES TO CORRECTION-REPORT-RECORD
           WRITE CORRECTION-REPORT-RECORD
           MOVE 'ADJUSTMENTS READ' TO WS-RT-LABEL
           MOVE WS-RECORDS-READ TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'CORRECTIONS POSTED' TO WS-RT-LABEL
           MOVE WS-POSTED-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'ALREADY CORRECTED' TO WS-RT-LABEL
           MOVE WS-ALREADY-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'NOTHING DUE' TO WS-RT-LABEL
           MOVE WS-NOTHING-DUE-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'NOT POSTED - FOR FINANCE' TO WS-RT-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'ORIGINAL INTEREST' TO WS-RT-LABEL
           MOVE WS-TOTAL-ORIGINAL TO WS-AMOUNT-FORMATTED
           MOVE WS-AMOUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'CORRECTED INTEREST' TO WS-RT-LABEL
           MOVE WS-TOTAL-CORRECTED TO WS-AMOUNT-FORMATTED
           MOVE WS-AMOUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'CORRECTIONS POSTED - NET' TO WS-RT-LABEL
           MOVE WS-TOTAL-DIFFERENCE TO WS-AMOUNT-FORMATTED
           MOVE WS-AMOUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE

           CLOSE CORRECTION-REPORT

           MOVE WS-POSTED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'INTCORR: CORRECTIONS POSTED: ' WS-COUNT-FORMATTED
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'INTCORR: NOT POSTED - FOR FINANCE: '
               WS-COUNT-FORMATTED

           IF WS-EXCEPTION-COUNT > ZERO AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-RPT-TOTAL-LINE TO CORRECTION-REPORT-RECORD
           WRITE CORRECTION-REPORT-RECORD.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'INTCORR: SQLCODE ' SQLCODE
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
      * The correction references carry the window's business date,
      * not the clock's. With no control file at all the system
      * date stands in, with a note.
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
               WHEN BUSDATE-OK
                   READ BUSINESS-DATE-FILE
                   IF BUSDATE-OK
                       MOVE BD-BUSINESS-DATE TO WS-RUN-BUS-DATE
                   END-IF
                   CLOSE BUSINESS-DATE-FILE
               WHEN BUSDATE-NOT-FOUND
                   DISPLAY 'INTCORR: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'INTCORR: UNEXPECTED BUSDATE STATUS '
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
           MOVE WS-RECORDS-READ TO RUN-RECS-IN
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
               DISPLAY 'INTCORR: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9800-CHECK-SQLCODE.
      * Common guard after every SQL operation inside a correction -
      * anything other than clean completion rolls the in-flight
      * unit of work back, so a wallet is never half-corrected.
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
           DISPLAY 'INTCORR: UNEXPECTED SQLCODE ' SQLCODE
               ' - UNIT OF WORK ROLLED BACK'
           MOVE 16 TO RETURN-CODE
           GOBACK.
