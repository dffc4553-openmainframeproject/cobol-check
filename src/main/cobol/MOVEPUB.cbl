       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MOVEPUB.
      *****************************************************************
      * Nightly wallet movement event publisher. The CRM and the
      * fraud platform used to work out what had moved by comparing
      * two days' snapshots. Every program that posts a TEXE2HIST
      * row now hands the committed row to the shared MOVEVENT
      * routine, which appends it as an event to the MOVEVENT file
      * in commit order. This run numbers those events from one
      * sequence that carries on from night to night (the MOVESEQ
      * control record) and delivers them on MOVEFEED - a header
      * carrying the previous feed's last number, the events in
      * the order they were committed, and a trailer with the count
      * and the first and last number - then empties MOVEVENT.
      *
      * The feed is proved against the table before it goes. The
      * run takes the current timestamp as its cutoff and matches
      * the events, by timestamp, reference and wallet, against the
      * TEXE2HIST rows posted since the last run's cutoff:
      *   - a row with no event (an event the posting program could
      *     not write) is published anyway, after the night's
      *     events and flagged as recovered from the history;
      *   - an event with no row is reported - it has gone out, but
      *     the history no longer shows it.
      * Either gap is listed on the MOVEGAPS report and the step
      * ends RC 4. An event at or before the last run's cutoff was
      * published then and is skipped, so a rerun over a MOVEVENT
      * file that was never emptied sends nothing twice. The first
      * run starts from the start of the business date.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The committed movements, appended by MOVEVENT for every
      * posting program in the window. No file - nothing was posted
      * since it was last emptied.
           SELECT MOVEMENT-EVENT-FILE ASSIGN TO "MOVEVENT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-EVENT-STATUS.
      * The last sequence number published and the cutoff it was
      * published to - one record, rewritten at the end of the run.
           SELECT SEQUENCE-CONTROL-FILE ASSIGN TO "MOVESEQ"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CONTROL-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
           SELECT MOVEMENT-FEED ASSIGN TO "MOVEFEED"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FEED-STATUS.
           SELECT GAP-REPORT ASSIGN TO "MOVEGAPS"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-GAP-STATUS.
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
       FD  MOVEMENT-EVENT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS MOVEMENT-EVENT-RECORD.
       01  MOVEMENT-EVENT-RECORD.
           COPY MOVEEVT.
       FD  SEQUENCE-CONTROL-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS SEQUENCE-CONTROL-RECORD.
       01  SEQUENCE-CONTROL-RECORD.
           05  MSQ-LAST-SEQ        PIC 9(12).
      *    EVERY ROW POSTED AT OR BEFORE THIS TIMESTAMP HAS BEEN
      *    PUBLISHED.
           05  MSQ-HIGH-WATER      PIC X(26).
           05  MSQ-BUS-DATE        PIC X(10).
           05  FILLER              PIC X(12).
      * One event per sort record, keyed the way the history cursor
      * is ordered, so the two can be matched in one pass.
       SD  SORT-FILE
           DATA RECORD IS SORT-EVENT-RECORD.
       01  SORT-EVENT-RECORD.
           05  SRT-KEY.
               10  SRT-TMS-CREA    PIC X(26).
               10  SRT-ADJ-REF     PIC X(12).
               10  SRT-WALLET-NO   PIC 9(2).
           05  SRT-CUSTOMER-ID     PIC 9(9).
           05  SRT-SEQUENCE        PIC 9(12).
           05  SRT-PGM-NAME        PIC X(8).
       FD  MOVEMENT-FEED
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS MOVEMENT-FEED-RECORD.
       01  MOVEMENT-FEED-RECORD.
           COPY MOVEFEED.
       FD  GAP-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS GAP-REPORT-RECORD.
       01  GAP-REPORT-RECORD       PIC X(80).
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
           05  WS-EVENT-STATUS      PIC XX.
               88  EVENT-OK         VALUE '00'.
               88  EVENT-EOF        VALUE '10'.
               88  EVENT-NOT-FOUND  VALUE '35'.
           05  WS-CONTROL-STATUS    PIC XX.
               88  CONTROL-OK       VALUE '00'.
               88  CONTROL-EOF      VALUE '10'.
               88  CONTROL-NOT-FOUND VALUE '35'.
           05  WS-FEED-STATUS       PIC XX.
               88  FEED-OK          VALUE '00'.
           05  WS-GAP-STATUS        PIC XX.
               88  GAP-OK           VALUE '00'.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK         VALUE '00'.
               88  BUSDATE-NOT-FOUND  VALUE '35'.
           05  WS-RUNLOG-STATUS     PIC XX.
               88  RUNLOG-OK        VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'MOVEPUB'.
           05  WS-RUN-START-TIME    PIC X(08).
           05  WS-RUN-TIME-RAW      PIC 9(08).
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
      * This run publishes what was posted after the high-water
      * timestamp and up to the cutoff.
           05  WS-HIGH-WATER        PIC X(26).
           05  WS-CUTOFF            PIC X(26).
           05  WS-PREV-LAST-SEQ     PIC S9(13) COMP-3 VALUE ZERO.
           05  WS-LAST-SEQ          PIC S9(13) COMP-3 VALUE ZERO.
           05  WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
               88  SORTED-EOF       VALUE 'Y'.
           05  WS-CURSOR-EOF-SW     PIC X(01) VALUE 'N'.
               88  CURSOR-EOF       VALUE 'Y'.
      * The sorted event and the history row being matched. A side
      * that has run out holds HIGH-VALUES, so the other drains.
           05  WS-EVENT-KEY.
               10  WS-EK-TMS-CREA   PIC X(26).
               10  WS-EK-ADJ-REF    PIC X(12).
               10  WS-EK-WALLET-NO  PIC 9(2).
           05  WS-HIST-KEY.
               10  WS-HK-TMS-CREA   PIC X(26).
               10  WS-HK-ADJ-REF    PIC X(12).
               10  WS-HK-WALLET-NO  PIC 9(2).
           05  WS-EVENTS-READ       PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-PUBLISHED-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-RECOVERED-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-NO-ROW-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ALREADY-SENT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-PAST-CUTOFF       PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-GAP-COUNT         PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZZ,ZZ9.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(34)
               VALUE 'MOVEPUB - MOVEMENT FEED GAPS FOR '.
           05  WS-HD-DATE           PIC X(10).
           05  FILLER               PIC X(36) VALUE SPACES.

       01  WS-GAP-LINE.
           05  WS-GP-KIND           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-GP-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-GP-WALLET-NO      PIC 9(2).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-GP-ADJ-REF        PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-GP-TMS-CREA       PIC X(26).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-GP-PGM-NAME       PIC X(08).
           05  FILLER               PIC X(08) VALUE SPACES.

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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'MOVEPUB'.

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXE2HIST END-EXEC.

      * Everything posted since the last run's cutoff, in the order
      * the sorted events are matched in.
           EXEC SQL
              DECLARE MVPB-CUR CURSOR FOR
              SELECT CUSTOMER_ID, WALLET_NO, OLD_WALLET, NEW_WALLET,
                     ADJ_REF, REV_ADJ_REF, TMS_CREA, PGM_NAME
              FROM TEXE2HIST
              WHERE TMS_CREA > :WS-HIGH-WATER
                AND TMS_CREA <= :WS-CUTOFF
              ORDER BY TMS_CREA, ADJ_REF, WALLET_NO
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT SORT-FILE
              ON ASCENDING KEY SRT-KEY
              INPUT PROCEDURE 2000-PUBLISH-EVENTS
              OUTPUT PROCEDURE 3000-FIND-GAPS
           PERFORM 5000-WRITE-TRAILER
           PERFORM 6000-REWRITE-CONTROL
           PERFORM 6100-EMPTY-EVENT-FILE
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
           PERFORM 1100-READ-CONTROL
           PERFORM 1200-TAKE-CUTOFF

           OPEN OUTPUT MOVEMENT-FEED
           IF NOT FEED-OK
              DISPLAY 'MOVEPUB: UNEXPECTED MOVEFEED STATUS ON OPEN '
                  WS-FEED-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SPACES TO MOVEMENT-FEED-RECORD
           MOVE 'HEADER' TO MFD-HDR-ID
           MOVE WS-RUN-BUS-DATE TO MFD-HDR-BUS-DATE
           MOVE WS-PREV-LAST-SEQ TO MFD-HDR-PREV-SEQ
           WRITE MOVEMENT-FEED-RECORD

           OPEN OUTPUT GAP-REPORT
           IF NOT GAP-OK
              DISPLAY 'MOVEPUB: UNEXPECTED MOVEGAPS STATUS ON OPEN '
                  WS-GAP-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-RUN-BUS-DATE TO WS-HD-DATE
           MOVE WS-HEADING-LINE TO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD.

      * No control record - the feed's first night. Numbering starts
      * at one and the run takes everything posted on the business
      * date.
       1100-READ-CONTROL.
           OPEN INPUT SEQUENCE-CONTROL-FILE
           EVALUATE TRUE
              WHEN CONTROL-OK
                 READ SEQUENCE-CONTROL-FILE
                 IF NOT CONTROL-OK
                    DISPLAY 'MOVEPUB: MOVESEQ IS EMPTY - STATUS '
                        WS-CONTROL-STATUS
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
                 MOVE MSQ-LAST-SEQ TO WS-PREV-LAST-SEQ
                 MOVE MSQ-HIGH-WATER TO WS-HIGH-WATER
                 CLOSE SEQUENCE-CONTROL-FILE
              WHEN CONTROL-NOT-FOUND
                 DISPLAY 'MOVEPUB: NO MOVESEQ CONTROL RECORD - '
                     'NUMBERING STARTS AT ONE'
                 MOVE ZERO TO WS-PREV-LAST-SEQ
                 MOVE SPACES TO WS-HIGH-WATER
                 STRING WS-RUN-BUS-DATE '-00.00.00.000000'
                    DELIMITED BY SIZE INTO WS-HIGH-WATER
              WHEN OTHER
                 DISPLAY 'MOVEPUB: UNEXPECTED MOVESEQ STATUS '
                     WS-CONTROL-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE
           MOVE WS-PREV-LAST-SEQ TO WS-LAST-SEQ.

       1200-TAKE-CUTOFF.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 1210-TRY-SELECT-CUTOFF
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       1210-TRY-SELECT-CUTOFF.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              SELECT CURRENT TIMESTAMP
              INTO :WS-CUTOFF
              FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * The events in file order - commit order - each numbered and
      * published as it is read, then passed to the sort for the
      * match against the history.
       2000-PUBLISH-EVENTS.
           OPEN INPUT MOVEMENT-EVENT-FILE
           EVALUATE TRUE
              WHEN EVENT-OK
                 READ MOVEMENT-EVENT-FILE
                 PERFORM WITH TEST BEFORE UNTIL NOT EVENT-OK
                    ADD 1 TO WS-EVENTS-READ
                    PERFORM 2100-PUBLISH-ONE-EVENT
                    READ MOVEMENT-EVENT-FILE
                 END-PERFORM
                 IF NOT EVENT-EOF
                    DISPLAY 'MOVEPUB: UNEXPECTED MOVEVENT STATUS ON '
                        'READ ' WS-EVENT-STATUS
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
                 CLOSE MOVEMENT-EVENT-FILE
              WHEN EVENT-NOT-FOUND
                 DISPLAY 'MOVEPUB: NO MOVEVENT FILE - NO EVENTS TO '
                     'PUBLISH'
              WHEN OTHER
                 DISPLAY 'MOVEPUB: UNEXPECTED MOVEVENT STATUS ON OPEN '
                     WS-EVENT-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

      * An event at or before the high-water mark went out on an
      * earlier feed. One past the cutoff was posted after this run
      * began; its row is picked up as recovered tomorrow.
       2100-PUBLISH-ONE-EVENT.
           EVALUATE TRUE
              WHEN MEV-TMS-CREA NOT > WS-HIGH-WATER
                 ADD 1 TO WS-ALREADY-SENT
              WHEN MEV-TMS-CREA > WS-CUTOFF
                 ADD 1 TO WS-PAST-CUTOFF
              WHEN OTHER
                 ADD 1 TO WS-LAST-SEQ
                 MOVE SPACES TO MOVEMENT-FEED-RECORD
                 MOVE WS-LAST-SEQ TO MFD-SEQUENCE
                 MOVE MEV-CUSTOMER-ID TO MFD-CUSTOMER-ID
                 MOVE MEV-WALLET-NO TO MFD-WALLET-NO
                 MOVE MEV-OLD-WALLET TO MFD-OLD-WALLET
                 MOVE MEV-NEW-WALLET TO MFD-NEW-WALLET
                 MOVE MEV-ADJ-REF TO MFD-ADJ-REF
                 MOVE MEV-REV-ADJ-REF TO MFD-REV-ADJ-REF
                 MOVE MEV-PGM-NAME TO MFD-PGM-NAME
                 MOVE MEV-TMS-CREA TO MFD-TMS-CREA
                 MOVE MEV-BUS-DATE TO MFD-BUS-DATE
                 SET MFD-FROM-EVENT TO TRUE
                 WRITE MOVEMENT-FEED-RECORD
                 ADD 1 TO WS-PUBLISHED-COUNT

                 MOVE MEV-TMS-CREA TO SRT-TMS-CREA
                 MOVE MEV-ADJ-REF TO SRT-ADJ-REF
                 MOVE MEV-WALLET-NO TO SRT-WALLET-NO
                 MOVE MEV-CUSTOMER-ID TO SRT-CUSTOMER-ID
                 MOVE WS-LAST-SEQ TO SRT-SEQUENCE
                 MOVE MEV-PGM-NAME TO SRT-PGM-NAME
                 RELEASE SORT-EVENT-RECORD
           END-EVALUATE.

      * The sorted events matched against the history rows of the
      * same span, both in timestamp, reference and wallet order.
       3000-FIND-GAPS.
           PERFORM 3100-OPEN-CURSOR
           PERFORM 3050-RETURN-SORTED
           PERFORM 3200-FETCH-HISTORY
           PERFORM WITH TEST BEFORE
                   UNTIL SORTED-EOF AND CURSOR-EOF
              EVALUATE TRUE
                 WHEN WS-EVENT-KEY = WS-HIST-KEY
                    PERFORM 3050-RETURN-SORTED
                    PERFORM 3200-FETCH-HISTORY
                 WHEN WS-EVENT-KEY < WS-HIST-KEY
                    PERFORM 3400-REPORT-EVENT-NO-ROW
                    PERFORM 3050-RETURN-SORTED
                 WHEN OTHER
                    PERFORM 3300-RECOVER-HISTORY-ROW
                    PERFORM 3200-FETCH-HISTORY
              END-EVALUATE
           END-PERFORM
           PERFORM 3500-CLOSE-CURSOR.

       3050-RETURN-SORTED.
           RETURN SORT-FILE
              AT END
                 MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN
           IF SORTED-EOF
              MOVE HIGH-VALUES TO WS-EVENT-KEY
           ELSE
              MOVE SRT-KEY TO WS-EVENT-KEY
           END-IF.

       3100-OPEN-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3110-TRY-OPEN
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       3110-TRY-OPEN.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              OPEN MVPB-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       3200-FETCH-HISTORY.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3210-TRY-FETCH
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                MOVE TMS-CREA OF TEXE2HIST TO WS-HK-TMS-CREA
                MOVE ADJ-REF OF TEXE2HIST TO WS-HK-ADJ-REF
                MOVE WALLET-NO OF TEXE2HIST TO WS-HK-WALLET-NO
             WHEN 100
                MOVE 'Y' TO WS-CURSOR-EOF-SW
                MOVE HIGH-VALUES TO WS-HIST-KEY
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       3210-TRY-FETCH.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              FETCH MVPB-CUR
              INTO :CUSTOMER-ID OF TEXE2HIST, :WALLET-NO OF TEXE2HIST,
                   :OLD-WALLET OF TEXE2HIST, :NEW-WALLET OF TEXE2HIST,
                   :ADJ-REF OF TEXE2HIST, :REV-ADJ-REF OF TEXE2HIST,
                   :TMS-CREA OF TEXE2HIST, :PGM-NAME OF TEXE2HIST
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * A committed row whose event never reached MOVEVENT goes out
      * now, numbered after the night's events, from the row itself.
       3300-RECOVER-HISTORY-ROW.
           ADD 1 TO WS-LAST-SEQ
           MOVE SPACES TO MOVEMENT-FEED-RECORD
           MOVE WS-LAST-SEQ TO MFD-SEQUENCE
           MOVE CUSTOMER-ID OF TEXE2HIST TO MFD-CUSTOMER-ID
           MOVE WALLET-NO OF TEXE2HIST TO MFD-WALLET-NO
           MOVE OLD-WALLET OF TEXE2HIST TO MFD-OLD-WALLET
           MOVE NEW-WALLET OF TEXE2HIST TO MFD-NEW-WALLET
           MOVE ADJ-REF OF TEXE2HIST TO MFD-ADJ-REF
           MOVE REV-ADJ-REF OF TEXE2HIST TO MFD-REV-ADJ-REF
           MOVE PGM-NAME OF TEXE2HIST TO MFD-PGM-NAME
           MOVE TMS-CREA OF TEXE2HIST TO MFD-TMS-CREA
           MOVE WS-RUN-BUS-DATE TO MFD-BUS-DATE
           SET MFD-RECOVERED TO TRUE
           WRITE MOVEMENT-FEED-RECORD
           ADD 1 TO WS-PUBLISHED-COUNT
           ADD 1 TO WS-RECOVERED-COUNT

           MOVE 'RECOVERED' TO WS-GP-KIND
           MOVE CUSTOMER-ID OF TEXE2HIST TO WS-GP-CUSTOMER-ID
           MOVE WALLET-NO OF TEXE2HIST TO WS-GP-WALLET-NO
           MOVE ADJ-REF OF TEXE2HIST TO WS-GP-ADJ-REF
           MOVE TMS-CREA OF TEXE2HIST TO WS-GP-TMS-CREA
           MOVE PGM-NAME OF TEXE2HIST TO WS-GP-PGM-NAME
           PERFORM 3600-WRITE-GAP-LINE.

      * An event already published whose row the history does not
      * hold - reported for the downstream teams to chase.
       3400-REPORT-EVENT-NO-ROW.
           ADD 1 TO WS-NO-ROW-COUNT
           MOVE 'NO ROW' TO WS-GP-KIND
           MOVE SRT-CUSTOMER-ID TO WS-GP-CUSTOMER-ID
           MOVE SRT-WALLET-NO TO WS-GP-WALLET-NO
           MOVE SRT-ADJ-REF TO WS-GP-ADJ-REF
           MOVE SRT-TMS-CREA TO WS-GP-TMS-CREA
           MOVE SRT-PGM-NAME TO WS-GP-PGM-NAME
           PERFORM 3600-WRITE-GAP-LINE.

       3500-CLOSE-CURSOR.
           EXEC SQL
              CLOSE MVPB-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE.

       3600-WRITE-GAP-LINE.
           MOVE WS-GAP-LINE TO GAP-REPORT-RECORD
           WRITE GAP-REPORT-RECORD
           ADD 1 TO WS-GAP-COUNT.

       5000-WRITE-TRAILER.
           MOVE SPACES TO MOVEMENT-FEED-RECORD
           MOVE 'TRAILER' TO MFD-TRL-ID
           MOVE WS-RUN-BUS-DATE TO MFD-TRL-BUS-DATE
           MOVE WS-PUBLISHED-COUNT TO MFD-TRL-RECORD-COUNT
           IF WS-PUBLISHED-COUNT > ZERO
              COMPUTE MFD-TRL-FIRST-SEQ = WS-PREV-LAST-SEQ + 1
           ELSE
              MOVE ZERO TO MFD-TRL-FIRST-SEQ
           END-IF
           MOVE WS-LAST-SEQ TO MFD-TRL-LAST-SEQ
           MOVE WS-RECOVERED-COUNT TO MFD-TRL-RECOVERED
           WRITE MOVEMENT-FEED-RECORD
           CLOSE MOVEMENT-FEED.

      * The numbering and the cutoff are saved only once the feed is
      * complete, so a run that dies earlier is rerun from the same
      * point and produces the same numbers.
       6000-REWRITE-CONTROL.
           OPEN OUTPUT SEQUENCE-CONTROL-FILE
           IF NOT CONTROL-OK
              DISPLAY 'MOVEPUB: UNEXPECTED MOVESEQ STATUS ON OPEN '
                  WS-CONTROL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE SPACES TO SEQUENCE-CONTROL-RECORD
           MOVE WS-LAST-SEQ TO MSQ-LAST-SEQ
           MOVE WS-CUTOFF TO MSQ-HIGH-WATER
           MOVE WS-RUN-BUS-DATE TO MSQ-BUS-DATE
           WRITE SEQUENCE-CONTROL-RECORD
           CLOSE SEQUENCE-CONTROL-FILE.

      * Everything on MOVEVENT has now been published or is at or
      * before the new cutoff, so the file starts the next window
      * empty. Should this fail, tomorrow's run skips what is left
      * as already sent.
       6100-EMPTY-EVENT-FILE.
           OPEN OUTPUT MOVEMENT-EVENT-FILE
           IF EVENT-OK
              CLOSE MOVEMENT-EVENT-FILE
           ELSE
              DISPLAY 'MOVEPUB: MOVEVENT NOT EMPTIED - STATUS '
                  WS-EVENT-STATUS
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

       8000-HOUSEKEEPING.
           CLOSE GAP-REPORT

           IF WS-GAP-COUNT > ZERO AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-EVENTS-READ TO WS-COUNT-FORMATTED
           DISPLAY 'MOVEPUB: ' WS-RUN-BUS-DATE
               ' EVENTS READ:          ' WS-COUNT-FORMATTED
           MOVE WS-ALREADY-SENT TO WS-COUNT-FORMATTED
           DISPLAY 'MOVEPUB: ALREADY PUBLISHED:      '
               WS-COUNT-FORMATTED
           MOVE WS-PAST-CUTOFF TO WS-COUNT-FORMATTED
           DISPLAY 'MOVEPUB: POSTED AFTER CUTOFF:    '
               WS-COUNT-FORMATTED
           MOVE WS-PUBLISHED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'MOVEPUB: MOVEMENTS PUBLISHED:    '
               WS-COUNT-FORMATTED
           MOVE WS-RECOVERED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'MOVEPUB: RECOVERED FROM HISTORY: '
               WS-COUNT-FORMATTED
           MOVE WS-NO-ROW-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'MOVEPUB: EVENTS WITH NO ROW:     '
               WS-COUNT-FORMATTED
           DISPLAY 'MOVEPUB: LAST SEQUENCE NUMBER:   ' WS-LAST-SEQ.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'MOVEPUB: SQLCODE ' SQLCODE
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
      * The feed is stamped with the window's business date, not the
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
                   DISPLAY 'MOVEPUB: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'MOVEPUB: UNEXPECTED BUSDATE STATUS '
                       WS-BUSDATE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       9700-WRITE-RUN-LOG.
      * Append this run's standard record to the shared run log -
      * events read in, movements published out, gaps found.
           MOVE WS-PGM-NAME TO RUN-PROGRAM
           MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE
           MOVE WS-RUN-START-TIME TO RUN-START-TIME
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO RUN-END-TIME (1:2)
           MOVE ':'                   TO RUN-END-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO RUN-END-TIME (4:2)
           MOVE ':'                   TO RUN-END-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO RUN-END-TIME (7:2)
           MOVE WS-EVENTS-READ TO RUN-RECS-IN
           MOVE WS-PUBLISHED-COUNT TO RUN-RECS-OUT
           MOVE WS-GAP-COUNT TO RUN-RECS-REJECTED
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUNLOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUNLOG-OK
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY 'MOVEPUB: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9800-CHECK-SQLCODE.
      * Common guard after every DB2 call - anything other than clean
      * completion or not found abandons the run.
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
           DISPLAY 'MOVEPUB: UNEXPECTED SQLCODE ' SQLCODE
               ' - ABORTING'
           MOVE 16 TO RETURN-CODE
           GOBACK.
