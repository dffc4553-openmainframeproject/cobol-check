       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WALMVXTR.
      *****************************************************************
      * Daily movement extract - cut once the last step that posts
      * to a wallet (the apply, payouts, maturities, interest,
      * fees, revaluation) has finished, so the day is whole. The
      * movement summary, the velocity monitor, the balance
      * roll-forward and the statement runs all used to open their
      * own cursor over the same business date's TEXE2HIST rows, so
      * the window paid for the history table several times a
      * night, and none of them could run while DB2 was down for
      * maintenance. This step unloads the day's rows once, in
      * customer, wallet and timestamp order, to MOVEXTR (record
      * layout in the MOVEXTR copybook) and closes the file with a
      * control trailer the readers count their way to.
      *
      * Before the trailer is trusted, its figures for the rows the
      * apply posted are proved against the apply's own WADJTOTL
      * totals - a count or net that disagrees ends the step RC 8,
      * so the readers are bypassed rather than reporting a day the
      * history does not support. No WADJTOTL (the apply did not
      * run, or ran as a trial) leaves the proof unmade, RC 4.
      *
      * The business date comes from the BUSDATE control record.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEMENT-EXTRACT ASSIGN TO "MOVEXTR"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-EXTRACT-STATUS.
           SELECT APPLY-TOTALS-FILE ASSIGN TO "WADJTOTL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-APPLY-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the day unloaded and the date the run is logged
      * under.
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
       FD  MOVEMENT-EXTRACT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS MOVEMENT-EXTRACT-RECORD.
       01  MOVEMENT-EXTRACT-RECORD.
           COPY MOVEXTR.
       FD  APPLY-TOTALS-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 23 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS APPLY-TOTALS-RECORD.
       01  APPLY-TOTALS-RECORD.
           05  WAT-APPLIED-COUNT   PIC 9(9).
           05  WAT-NET-AMOUNT      PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
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
           05  WS-EXTRACT-STATUS    PIC XX.
               88  EXTRACT-OK       VALUE '00'.
           05  WS-APPLY-STATUS      PIC XX.
               88  APPLY-OK         VALUE '00'.
               88  APPLY-NOT-FOUND  VALUE '35'.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK         VALUE '00'.
               88  BUSDATE-NOT-FOUND  VALUE '35'.
           05  WS-RUNLOG-STATUS     PIC XX.
               88  RUNLOG-OK        VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'WALMVXTR'.
      * The PGM_NAME the apply posts its history rows under - the
      * rows WADJTOTL accounts for.
           05  WS-APPLY-PGM-NAME    PIC X(08) VALUE 'WALADJPG'.
           05  WS-RUN-START-TIME    PIC X(08).
           05  WS-RUN-TIME-RAW      PIC 9(08).
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
           05  WS-SEL-TMS-LOW       PIC X(26).
           05  WS-SEL-TMS-HIGH      PIC X(26).
           05  WS-ROW-COUNT         PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-NET-MOVEMENT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-APPLY-ROW-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-APPLY-ROW-NET     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZZ,ZZ9.
           05  WS-AMOUNT-FORMATTED  PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.

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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WALMVXTR'.

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXE2HIST END-EXEC.

      * The business date's rows in the order every reader wants
      * them, or can re-sort them from cheaply.
           EXEC SQL
              DECLARE MVXT-CUR CURSOR FOR
              SELECT CUSTOMER_ID, WALLET_NO, FIRST_NAME, LAST_NAME,
                     OLD_WALLET, NEW_WALLET, ADJ_REF, REV_ADJ_REF,
                     TMS_CREA, PGM_NAME
              FROM TEXE2HIST
              WHERE TMS_CREA BETWEEN :WS-SEL-TMS-LOW
                                 AND :WS-SEL-TMS-HIGH
              ORDER BY CUSTOMER_ID, WALLET_NO, TMS_CREA
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-UNLOAD-MOVEMENTS
           PERFORM 3000-WRITE-TRAILER
           PERFORM 4000-PROVE-APPLY-TOTALS
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

           MOVE SPACES TO WS-SEL-TMS-LOW WS-SEL-TMS-HIGH
           STRING WS-RUN-BUS-DATE '-00.00.00.000000'
              DELIMITED BY SIZE INTO WS-SEL-TMS-LOW
           STRING WS-RUN-BUS-DATE '-24.00.00.000000'
              DELIMITED BY SIZE INTO WS-SEL-TMS-HIGH

           OPEN OUTPUT MOVEMENT-EXTRACT
           IF NOT EXTRACT-OK
              DISPLAY 'WALMVXTR: UNEXPECTED MOVEXTR STATUS ON OPEN '
                  WS-EXTRACT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       2000-UNLOAD-MOVEMENTS.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2010-TRY-OPEN
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           PERFORM 2100-FETCH-MOVEMENT
              UNTIL SQLCODE = 100
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2020-TRY-CLOSE
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       2010-TRY-OPEN.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              OPEN MVXT-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       2020-TRY-CLOSE.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              CLOSE MVXT-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       2100-FETCH-MOVEMENT.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2110-TRY-FETCH
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                PERFORM 2200-WRITE-MOVEMENT
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
              FETCH MVXT-CUR
              INTO :CUSTOMER-ID OF TEXE2HIST,
                   :WALLET-NO OF TEXE2HIST,
                   :FIRST-NAME OF TEXE2HIST,
                   :LAST-NAME OF TEXE2HIST,
                   :OLD-WALLET OF TEXE2HIST,
                   :NEW-WALLET OF TEXE2HIST,
                   :ADJ-REF OF TEXE2HIST,
                   :REV-ADJ-REF OF TEXE2HIST,
                   :TMS-CREA OF TEXE2HIST,
                   :PGM-NAME OF TEXE2HIST
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       2200-WRITE-MOVEMENT.
           MOVE SPACES TO MOVEMENT-EXTRACT-RECORD
           MOVE CUSTOMER-ID OF TEXE2HIST TO MVX-CUSTOMER-ID
           MOVE WALLET-NO OF TEXE2HIST TO MVX-WALLET-NO
           MOVE FIRST-NAME OF TEXE2HIST TO MVX-FIRST-NAME
           MOVE LAST-NAME OF TEXE2HIST TO MVX-LAST-NAME
           MOVE OLD-WALLET OF TEXE2HIST TO MVX-OLD-WALLET
           MOVE NEW-WALLET OF TEXE2HIST TO MVX-NEW-WALLET
           MOVE ADJ-REF OF TEXE2HIST TO MVX-ADJ-REF
           MOVE REV-ADJ-REF OF TEXE2HIST TO MVX-REV-ADJ-REF
           MOVE TMS-CREA OF TEXE2HIST TO MVX-TMS-CREA
           MOVE PGM-NAME OF TEXE2HIST TO MVX-PGM-NAME
           WRITE MOVEMENT-EXTRACT-RECORD

           ADD 1 TO WS-ROW-COUNT
           COMPUTE WS-NET-MOVEMENT = WS-NET-MOVEMENT
              + NEW-WALLET OF TEXE2HIST - OLD-WALLET OF TEXE2HIST
           IF PGM-NAME OF TEXE2HIST = WS-APPLY-PGM-NAME
              ADD 1 TO WS-APPLY-ROW-COUNT
              COMPUTE WS-APPLY-ROW-NET = WS-APPLY-ROW-NET
                 + NEW-WALLET OF TEXE2HIST - OLD-WALLET OF TEXE2HIST
           END-IF.

       3000-WRITE-TRAILER.
           MOVE SPACES TO MOVEMENT-EXTRACT-RECORD
           MOVE 'TRAILER' TO MVX-TRL-ID
           MOVE WS-RUN-BUS-DATE TO MVX-TRL-BUS-DATE
           MOVE WS-ROW-COUNT TO MVX-TRL-RECORD-COUNT
           MOVE WS-NET-MOVEMENT TO MVX-TRL-NET-AMOUNT
           MOVE WS-APPLY-ROW-COUNT TO MVX-TRL-APPLY-COUNT
           MOVE WS-APPLY-ROW-NET TO MVX-TRL-APPLY-NET
           WRITE MOVEMENT-EXTRACT-RECORD.

      * WADJTOTL is written only after the apply's final commit, so
      * every row it counts is on the history - and every apply row
      * on the history is one it counted, suspense postings
      * included.
       4000-PROVE-APPLY-TOTALS.
           OPEN INPUT APPLY-TOTALS-FILE
           EVALUATE TRUE
              WHEN APPLY-OK
                 READ APPLY-TOTALS-FILE
                 IF APPLY-OK
                    PERFORM 4100-COMPARE-APPLY-TOTALS
                 ELSE
                    DISPLAY 'WALMVXTR: WADJTOTL IS EMPTY - APPLY '
                        'TOTALS NOT PROVED'
                    MOVE 4 TO RETURN-CODE
                 END-IF
                 CLOSE APPLY-TOTALS-FILE
              WHEN APPLY-NOT-FOUND
                 DISPLAY 'WALMVXTR: NO WADJTOTL - APPLY TOTALS NOT '
                     'PROVED'
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 DISPLAY 'WALMVXTR: UNEXPECTED WADJTOTL STATUS '
                     WS-APPLY-STATUS
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       4100-COMPARE-APPLY-TOTALS.
           IF WAT-APPLIED-COUNT NOT = WS-APPLY-ROW-COUNT
              MOVE WAT-APPLIED-COUNT TO WS-COUNT-FORMATTED
              DISPLAY 'WALMVXTR: WADJTOTL APPLIED COUNT '
                  WS-COUNT-FORMATTED
              MOVE WS-APPLY-ROW-COUNT TO WS-COUNT-FORMATTED
              DISPLAY 'WALMVXTR:   BUT HISTORY HOLDS '
                  WS-COUNT-FORMATTED ' ' WS-APPLY-PGM-NAME ' ROWS'
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WAT-NET-AMOUNT NOT = WS-APPLY-ROW-NET
              MOVE WAT-NET-AMOUNT TO WS-AMOUNT-FORMATTED
              DISPLAY 'WALMVXTR: WADJTOTL NET MOVEMENT '
                  WS-AMOUNT-FORMATTED
              MOVE WS-APPLY-ROW-NET TO WS-AMOUNT-FORMATTED
              DISPLAY 'WALMVXTR:   BUT HISTORY NETS '
                  WS-AMOUNT-FORMATTED
              MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 8
              DISPLAY 'WALMVXTR: EXTRACT DOES NOT PROVE AGAINST THE '
                  'APPLY - READERS MUST NOT RUN'
           END-IF.

       8000-HOUSEKEEPING.
           CLOSE MOVEMENT-EXTRACT

           MOVE WS-ROW-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALMVXTR: ' WS-RUN-BUS-DATE
               ' MOVEMENTS EXTRACTED: ' WS-COUNT-FORMATTED
           MOVE WS-APPLY-ROW-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALMVXTR: OF WHICH POSTED BY THE APPLY: '
               WS-COUNT-FORMATTED.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'WALMVXTR: SQLCODE ' SQLCODE
               ' - DEADLOCK/TIMEOUT, RETRY ' WS-RETRY-COUNT
               ' OF ' WS-MAX-RETRIES ' IN ' WS-RETRY-DELAY-SECS
               ' SECONDS'
           CALL 'C$SLEEP' USING WS-RETRY-DELAY-SECS
           .

       9500-LOOKUP-ERROR-CODE.
      * Look the code up through the shared ERRLOOK routine, which
      * reads the loadable ERRCFILE registry at run time - carrying
      * the severity and operator-action line the registry now has -
      * and falls back to the compiled-in table when the file is
      * absent. Adding a code or rewording a message is a data
      * change now, not a nine-program recompile.
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
      * The day unloaded is the window's business date, not the
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
                   DISPLAY 'WALMVXTR: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'WALMVXTR: UNEXPECTED BUSDATE STATUS '
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
           MOVE WS-ROW-COUNT TO RUN-RECS-IN
           MOVE WS-ROW-COUNT TO RUN-RECS-OUT
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
               DISPLAY 'WALMVXTR: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9800-CHECK-SQLCODE.
      * Common guard after every cursor operation - anything other
      * than clean completion or end of cursor abandons the unload.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              PERFORM 9999-ABORT
           END-IF.

       9999-ABORT.
           EXEC SQL
              ROLLBACK
           END-EXEC.
           DISPLAY 'WALMVXTR: UNEXPECTED SQLCODE ' SQLCODE
               ' - ABORTING'
           MOVE 16 TO RETURN-CODE
           GOBACK.
