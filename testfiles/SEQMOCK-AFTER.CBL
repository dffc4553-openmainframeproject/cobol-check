      **********************************************************************
      * AUTHOR:    T. N. KRAMER
      * DATE:      15 OCT 2026
      * PURPOSE:   DEMONSTRATE SEQUENCED MOCK RESPONSES - ONE MOCK
      *            ANSWERING SUCCESSIVE HITS DIFFERENTLY - AGAINST
      *            DB2PROG'S -911/-913 RETRY LOOPS ON THE TEXEM SELECT
      *            AND THE NAME-CUR FETCH, AND AGAINST THE OUTPUT
      *            ARGUMENTS OF WALADJPG'S CALL TO WALLOCK.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEQMOCKT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY ZUTZCFILECONTROL.
           COPY ZUTZCCUMFILECONTROL.
           COPY ZUTZCBASEFILECONTROL.
       DATA DIVISION.
       FILE SECTION.
           COPY ZUTZCFD      .
           COPY ZUTZCCUMFD   .
           COPY ZUTZCBASEFD  .
       WORKING-STORAGE SECTION.
            COPY ZUTZCWS     .
      * STANDS IN FOR THE SQLCA EXEC SQL INCLUDE SQLCA WOULD OTHERWISE
      * DEFINE - THE FIELDS THE PARAGRAPHS BELOW TEST, INCLUDING THE
      * SAME DEADLOCK/TIMEOUT CONDITION AS COPY/SQLCA.CPY.
       01  SQLCA.
           03  SQLCODE         PIC S9(9) USAGE BINARY VALUE 0.
               88  SQLCODE-DEADLOCK-OR-TIMEOUT   VALUE -911 -913.
           03  SQLWARN.
               05  SQLWARN0    PIC X.
               05  SQLWARN1    PIC X.
               05  SQLWARN2    PIC X.
               05  SQLWARN3    PIC X.
               05  SQLWARN4    PIC X.
      * HOST VARIABLES FOR THE TEXEM SELECT AND THE NAME-CUR FETCH,
      * SAME COLUMNS AS COPY/TEXEM.CPY, REDECLARED HERE BECAUSE THAT
      * COPYBOOK IS ONLY MEANT TO BE INCLUDED BY THE PRECOMPILER.
       01  TEXEM.
           10  CUSTOMER-ID             PIC 9(9).
           10  FIRST-NAME              PIC X(10).
           10  LAST-NAME               PIC X(10).
           10  BRANCH-CODE             PIC X(03).
           10  MAIL-PREF               PIC X(01).
           10  MAIL-UNDELIV            PIC X(01).
           10  TMS-CREA                PIC X(26).
      * THE ROW IMAGE A TEST CASE DECLARES AS A RESPONSE'S RETURNED
      * HOST VARIABLES, IN THE ORDER OF THE FETCH'S INTO LIST.
       01  WS-SEQ-ROW-IMAGE.
           05  SQR-CUSTOMER-ID         PIC 9(9).
           05  SQR-FIRST-NAME          PIC X(10).
           05  SQR-LAST-NAME           PIC X(10).
           05  SQR-BRANCH-CODE         PIC X(03).
           05  SQR-MAIL-PREF           PIC X(01).
           05  SQR-MAIL-UNDELIV        PIC X(01).
           05  SQR-TMS-CREA            PIC X(26).
      * DB2PROG'S RETRY AND ERROR-LOOKUP FIELDS THE PARAGRAPHS USE.
       01  FILLER.
           05  WS-MAX-RETRIES          PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT          PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS     PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-ERRCODE-LOOKUP-CODE  PIC X(04).
           05  WS-ERRCODE-LOOKUP-TEXT  PIC X(50).
           05  WS-FIELD-1              PIC X(50).
      * WHAT THE TEST'S OWN FETCH LOOP SAW, ROW BY ROW.
           05  WS-SEQ-ROWS-FETCHED     PIC 9(03) VALUE ZERO.
           05  WS-SEQ-LAST-NAME-SEEN   PIC X(10) VALUE SPACES.
      * WALADJPG'S PROGRAM NAME AND ITS WALLOCK CALL PARAMETER BLOCK -
      * THE RETURN CODE, HOLDER AND SINCE-TIMESTAMP ARE THE CALL'S
      * OUTPUT ARGUMENTS A RESPONSE SUPPLIES.
       01  WS-PGM-NAME                 PIC X(08) VALUE 'WALADJPG'.
       01  WS-WALLOCK-PARM.
           05  WS-WL-FUNCTION          PIC X(04).
           05  WS-WL-PROGRAM           PIC X(08).
           05  WS-WL-RC                PIC 9(02).
           05  WS-WL-HOLDER            PIC X(08).
           05  WS-WL-SINCE             PIC X(26).
       01  WS-WL-OUTPUT-IMAGE.
           05  WLO-RC                  PIC 9(02).
           05  WLO-HOLDER              PIC X(08).
           05  WLO-SINCE               PIC X(26).
       PROCEDURE DIVISION.
           PERFORM UT-INITIALIZE

           DISPLAY SPACE
           DISPLAY "TEST SUITE:"
           DISPLAY
           'DEMONSTRATE SEQUENCED MOCK RESPONSES ON RETRY PATHS'
           DISPLAY SPACE


           MOVE 'SELECT deadlocks, times out, then succeeds'
               TO UT-TEST-CASE-NAME
           PERFORM UT-BEFORE
           MOVE '9100-RETRY-BACKOFF' TO UT-MOCK-FIND-PARA-NAME
           SET UT-FIND-PARA-MOCK TO TRUE
           PERFORM UT-SET-MOCK
           MOVE '9500-LOOKUP-ERROR-CODE' TO UT-MOCK-FIND-PARA-NAME
           SET UT-FIND-PARA-MOCK TO TRUE
           PERFORM UT-SET-MOCK
           MOVE '9999-ROLLBACK-AND-ABEND' TO UT-MOCK-FIND-PARA-NAME
           SET UT-FIND-PARA-MOCK TO TRUE
           PERFORM UT-SET-MOCK
           MOVE 'SELECT FROM TEXEM' TO UT-MOCK-FIND-SQL-KEYWORDS
           SET UT-FIND-SQL-MOCK TO TRUE
           PERFORM UT-SET-MOCK
           MOVE -911   TO UT-MOCK-SET-RESP-CODE
           MOVE SPACES TO UT-MOCK-SET-RESP-DATA
           PERFORM UT-ADD-MOCK-RESPONSE
           MOVE -913   TO UT-MOCK-SET-RESP-CODE
           PERFORM UT-ADD-MOCK-RESPONSE
           MOVE 000000042  TO SQR-CUSTOMER-ID
           MOVE 'MARY'     TO SQR-FIRST-NAME
           MOVE 'RICHARDS' TO SQR-LAST-NAME
           MOVE '2026-08-09-00.00.00.000000' TO SQR-TMS-CREA
           MOVE ZERO   TO UT-MOCK-SET-RESP-CODE
           MOVE WS-SEQ-ROW-IMAGE TO UT-MOCK-SET-RESP-DATA
           PERFORM UT-ADD-MOCK-RESPONSE
           PERFORM 1000-SELECT
           ADD 1 TO UT-TEST-CASE-COUNT
           MOVE SQLCODE TO UT-ACTUAL-NUMERIC
           MOVE ZERO    TO UT-EXPECTED-NUMERIC
           SET UT-NORMAL-COMPARE TO TRUE
           SET UT-NUMERIC-COMPARE TO TRUE
           SET UT-RELATION-EQ TO TRUE
           PERFORM UT-ASSERT-EQUAL
           ADD 1 TO UT-TEST-CASE-COUNT
           MOVE WS-RETRY-COUNT TO UT-ACTUAL-NUMERIC
           MOVE 2              TO UT-EXPECTED-NUMERIC
           SET UT-NORMAL-COMPARE TO TRUE
           SET UT-NUMERIC-COMPARE TO TRUE
           SET UT-RELATION-EQ TO TRUE
           PERFORM UT-ASSERT-EQUAL
           ADD 1 TO UT-TEST-CASE-COUNT
           MOVE LAST-NAME OF TEXEM TO UT-ACTUAL
           MOVE 'RICHARDS'
                       TO UT-EXPECTED
           SET UT-COMPARE-DEFAULT TO TRUE
           SET UT-NORMAL-COMPARE TO TRUE
           PERFORM UT-ASSERT-EQUAL
           SET UT-FIND-SQL-MOCK TO TRUE
           MOVE 'SELECT FROM TEXEM' TO UT-MOCK-FIND-SQL-KEYWORDS
           PERFORM UT-LOOKUP-MOCK
           IF UT-MOCK-FOUND
               MOVE 0003
                   TO UT-EXPECTED-ACCESSES
               MOVE UT-MOCK-ACCESS-COUNT(UT-MOCK-IX)
                   TO UT-ACTUAL-ACCESSES
               ADD 1 TO UT-TEST-CASE-COUNT
               SET UT-VERIFY-EXACT TO TRUE
               PERFORM UT-ASSERT-ACCESSES
           END-IF
           SET UT-FIND-PARA-MOCK TO TRUE
           MOVE '9100-RETRY-BACKOFF' TO UT-MOCK-FIND-PARA-NAME
           PERFORM UT-LOOKUP-MOCK
           IF UT-MOCK-FOUND
               MOVE 0002
                   TO UT-EXPECTED-ACCESSES
               MOVE UT-MOCK-ACCESS-COUNT(UT-MOCK-IX)
                   TO UT-ACTUAL-ACCESSES
               ADD 1 TO UT-TEST-CASE-COUNT
               SET UT-VERIFY-EXACT TO TRUE
               PERFORM UT-ASSERT-ACCESSES
           END-IF

           PERFORM UT-AFTER
           MOVE 'SELECT still deadlocked past the retry limit abends'
               TO UT-TEST-CASE-NAME
           PERFORM UT-BEFORE
           MOVE 'SELECT FROM TEXEM' TO UT-MOCK-FIND-SQL-KEYWORDS
           SET UT-FIND-SQL-MOCK TO TRUE
           MOVE -911   TO UT-MOCK-SET-RESP-CODE
           MOVE SPACES TO UT-MOCK-SET-RESP-DATA
           SET UT-SET-EXHAUST-REPEAT TO TRUE
           PERFORM UT-ADD-MOCK-RESPONSE
           PERFORM 1000-SELECT
           ADD 1 TO UT-TEST-CASE-COUNT
           MOVE SQLCODE TO UT-ACTUAL-NUMERIC
           MOVE -911    TO UT-EXPECTED-NUMERIC
           SET UT-NORMAL-COMPARE TO TRUE
           SET UT-NUMERIC-COMPARE TO TRUE
           SET UT-RELATION-EQ TO TRUE
           PERFORM UT-ASSERT-EQUAL
           ADD 1 TO UT-TEST-CASE-COUNT
           MOVE UT-MOCK-RESP-HIT TO UT-ACTUAL-NUMERIC
           COMPUTE UT-EXPECTED-NUMERIC = WS-MAX-RETRIES + 1
           SET UT-NORMAL-COMPARE TO TRUE
           SET UT-NUMERIC-COMPARE TO TRUE
           SET UT-RELATION-EQ TO TRUE
           PERFORM UT-ASSERT-EQUAL
           SET UT-FIND-PARA-MOCK TO TRUE
           MOVE '9999-ROLLBACK-AND-ABEND' TO UT-MOCK-FIND-PARA-NAME
           PERFORM UT-LOOKUP-MOCK
           IF UT-MOCK-FOUND
               MOVE 0001
                   TO UT-EXPECTED-ACCESSES
               MOVE UT-MOCK-ACCESS-COUNT(UT-MOCK-IX)
                   TO UT-ACTUAL-ACCESSES
               ADD 1 TO UT-TEST-CASE-COUNT
               SET UT-VERIFY-EXACT TO TRUE
               PERFORM UT-ASSERT-ACCESSES
           END-IF

           PERFORM UT-AFTER
           MOVE 'Cursor returns rows around a deadlock, then +100'
               TO UT-TEST-CASE-NAME
           PERFORM UT-BEFORE
           MOVE 'FETCH NAME-CUR' TO UT-MOCK-FIND-SQL-KEYWORDS
           SET UT-FIND-SQL-MOCK TO TRUE
           PERFORM UT-SET-MOCK
           SET UT-SET-EXHAUST-FAIL TO TRUE
           MOVE 000000042  TO SQR-CUSTOMER-ID
           MOVE 'MARY'     TO SQR-FIRST-NAME
           MOVE 'RICHARDS' TO SQR-LAST-NAME
           MOVE '000'      TO SQR-BRANCH-CODE
           MOVE ZERO   TO UT-MOCK-SET-RESP-CODE
           MOVE WS-SEQ-ROW-IMAGE TO UT-MOCK-SET-RESP-DATA
           PERFORM UT-ADD-MOCK-RESPONSE
           MOVE -911   TO UT-MOCK-SET-RESP-CODE
           MOVE SPACES TO UT-MOCK-SET-RESP-DATA
           PERFORM UT-ADD-MOCK-RESPONSE
           MOVE 000000043  TO SQR-CUSTOMER-ID
           MOVE 'JOHN'     TO SQR-FIRST-NAME
           MOVE 'OKAFOR'   TO SQR-LAST-NAME
           MOVE ZERO   TO UT-MOCK-SET-RESP-CODE
           MOVE WS-SEQ-ROW-IMAGE TO UT-MOCK-SET-RESP-DATA
           PERFORM UT-ADD-MOCK-RESPONSE
           MOVE +100   TO UT-MOCK-SET-RESP-CODE
           MOVE SPACES TO UT-MOCK-SET-RESP-DATA
           PERFORM UT-ADD-MOCK-RESPONSE
      *    DRIVE THE FETCH THE WAY 3000-FETCH-SQL DOES - RETRYING A
      *    DEADLOCKED FETCH - UNTIL THE CURSOR REPORTS +100, OR THE
      *    SERIES RUNS OUT AND ANSWERS NO RESPONSE AT ALL.
           PERFORM WITH TEST AFTER
                   UNTIL SQLCODE EQUAL 100
                   OR UT-MOCK-RESP-NUMBER EQUAL ZERO
               MOVE ZERO TO WS-RETRY-COUNT
               PERFORM 3010-TRY-FETCH
                  WITH TEST AFTER
                  UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
                  OR WS-RETRY-COUNT > WS-MAX-RETRIES
               IF SQLCODE EQUAL ZERO
                   ADD 1 TO WS-SEQ-ROWS-FETCHED
                   MOVE LAST-NAME OF TEXEM TO WS-SEQ-LAST-NAME-SEEN
               END-IF
           END-PERFORM
           ADD 1 TO UT-TEST-CASE-COUNT
           MOVE WS-SEQ-ROWS-FETCHED TO UT-ACTUAL-NUMERIC
           MOVE 2                   TO UT-EXPECTED-NUMERIC
           SET UT-NORMAL-COMPARE TO TRUE
           SET UT-NUMERIC-COMPARE TO TRUE
           SET UT-RELATION-EQ TO TRUE
           PERFORM UT-ASSERT-EQUAL
           ADD 1 TO UT-TEST-CASE-COUNT
           MOVE WS-SEQ-LAST-NAME-SEEN TO UT-ACTUAL
           MOVE 'OKAFOR'
                       TO UT-EXPECTED
           SET UT-COMPARE-DEFAULT TO TRUE
           SET UT-NORMAL-COMPARE TO TRUE
           PERFORM UT-ASSERT-EQUAL
           ADD 1 TO UT-TEST-CASE-COUNT
           MOVE UT-MOCK-RESP-NUMBER TO UT-ACTUAL-NUMERIC
           MOVE 4                   TO UT-EXPECTED-NUMERIC
           SET UT-NORMAL-COMPARE TO TRUE
           SET UT-NUMERIC-COMPARE TO TRUE
           SET UT-RELATION-EQ TO TRUE
           PERFORM UT-ASSERT-EQUAL

           PERFORM UT-AFTER
           MOVE 'Lock held on the first call, granted on the second'
               TO UT-TEST-CASE-NAME
           PERFORM UT-BEFORE
           MOVE 'WALLOCK USING WS-WALLOCK-PARM'
            TO UT-MOCK-FIND-CALL-TOKENS
           SET UT-FIND-CALL-MOCK TO TRUE
           PERFORM UT-SET-MOCK
           MOVE 08         TO WLO-RC
           MOVE 'WALINT'   TO WLO-HOLDER
           MOVE '2026-10-15-01.12.00.000000' TO WLO-SINCE
           MOVE ZERO TO UT-MOCK-SET-RESP-CODE
           MOVE WS-WL-OUTPUT-IMAGE TO UT-MOCK-SET-RESP-DATA
           PERFORM UT-ADD-MOCK-RESPONSE
           MOVE 00         TO WLO-RC
           MOVE SPACES     TO WLO-HOLDER
           MOVE SPACES     TO WLO-SINCE
           MOVE WS-WL-OUTPUT-IMAGE TO UT-MOCK-SET-RESP-DATA
           PERFORM UT-ADD-MOCK-RESPONSE
           PERFORM UT-EXPECT-ABEND
           PERFORM 0300-ACQUIRE-WALLET-LOCK
           ADD 1 TO UT-TEST-CASE-COUNT
           PERFORM UT-ASSERT-ABEND
           ADD 1 TO UT-TEST-CASE-COUNT
           MOVE WS-WL-HOLDER TO UT-ACTUAL
           MOVE 'WALINT'
                       TO UT-EXPECTED
           SET UT-COMPARE-DEFAULT TO TRUE
           SET UT-NORMAL-COMPARE TO TRUE
           PERFORM UT-ASSERT-EQUAL
           PERFORM 0300-ACQUIRE-WALLET-LOCK
           ADD 1 TO UT-TEST-CASE-COUNT
           PERFORM UT-ASSERT-ABEND
           ADD 1 TO UT-TEST-CASE-COUNT
           MOVE WS-WL-RC TO UT-ACTUAL
           MOVE '00'
                       TO UT-EXPECTED
           SET UT-COMPARE-DEFAULT TO TRUE
           SET UT-NORMAL-COMPARE TO TRUE
           PERFORM UT-ASSERT-EQUAL

           PERFORM UT-AFTER
           COPY ZUTZCPD     .
           .
       UT-BEFORE-ALL.
           DISPLAY 'SEQMOCKT SUITE STARTING'
           .
       UT-AFTER-ALL.
           DISPLAY 'SEQMOCKT SUITE COMPLETE'
           .
       UT-BEFORE.
           MOVE SPACES TO TEXEM
           MOVE SPACES TO WS-SEQ-ROW-IMAGE
           MOVE ZERO   TO SQLCODE
           MOVE SPACES TO SQLWARN
           MOVE ZERO   TO WS-RETRY-COUNT
           MOVE ZERO   TO WS-SEQ-ROWS-FETCHED
           MOVE SPACES TO WS-SEQ-LAST-NAME-SEEN
           MOVE SPACES TO WS-WALLOCK-PARM
           PERFORM UT-CLEAR-MOCK-RESPONSES
           .
       UT-AFTER.

           .
       1000-SELECT.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 1010-TRY-SELECT
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                MOVE 'SQOK' TO WS-ERRCODE-LOOKUP-CODE
                PERFORM 9500-LOOKUP-ERROR-CODE
                MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-FIELD-1
                PERFORM 1020-CHECK-SQLWARN

             WHEN 100
                MOVE 'SQNF' TO WS-ERRCODE-LOOKUP-CODE
                PERFORM 9500-LOOKUP-ERROR-CODE
                MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-FIELD-1

             WHEN OTHER
                MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
                PERFORM 9500-LOOKUP-ERROR-CODE
                MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-FIELD-1
                PERFORM 9999-ROLLBACK-AND-ABEND
           END-EVALUATE.

       1020-CHECK-SQLWARN.
      *    SQLWARN1 - ONE OR MORE HOST VARIABLES TRUNCATED ON FETCH
      *    SQLWARN4 - THE SELECT HAD A NONSTANDARD CLAUSE (E.G. NO
      *    WHERE ON AN UPDATE/DELETE)
           IF SQLWARN1 = 'W'
              DISPLAY 'DB2PROG WARNING: SQLWARN1 SET - FIRST-NAME OR '
                  'LAST-NAME MAY HAVE BEEN TRUNCATED ON SELECT'
           END-IF
           IF SQLWARN4 = 'W'
              DISPLAY 'DB2PROG WARNING: SQLWARN4 SET - SELECT ON '
                  'TEXEM USED A NONSTANDARD CLAUSE'
           END-IF
           .

       1010-TRY-SELECT.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
      *    EXEC SQL
      *         SELECT CUSTOMER_ID,
      *            FIRST_NAME,
      *            LAST_NAME,
      *            TMS_CREA
      *         INTO
      *            :CUSTOMER-ID OF TEXEM,
      *            :FIRST-NAME OF TEXEM,
      *            :LAST-NAME OF TEXEM,
      *            :TMS-CREA OF TEXEM
      *         FROM TEXEM
      *    END-EXEC
           SET UT-FIND-SQL-MOCK TO TRUE
           MOVE 'SELECT FROM TEXEM' TO UT-MOCK-FIND-SQL-KEYWORDS
           PERFORM UT-NEXT-MOCK-RESPONSE
           MOVE UT-MOCK-RESP-CODE TO SQLCODE
           IF SQLCODE EQUAL ZERO
               MOVE UT-MOCK-RESP-DATA TO WS-SEQ-ROW-IMAGE
               MOVE SQR-CUSTOMER-ID TO CUSTOMER-ID OF TEXEM
               MOVE SQR-FIRST-NAME  TO FIRST-NAME OF TEXEM
               MOVE SQR-LAST-NAME   TO LAST-NAME OF TEXEM
               MOVE SQR-TMS-CREA    TO TMS-CREA OF TEXEM
           END-IF
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       3010-TRY-FETCH.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
      *    EXEC SQL
      *       FETCH NAME-CUR
      *       INTO :CUSTOMER-ID OF TEXEM, :FIRST-NAME OF TEXEM,
      *            :LAST-NAME OF TEXEM, :BRANCH-CODE OF TEXEM,
      *            :MAIL-PREF OF TEXEM, :MAIL-UNDELIV OF TEXEM,
      *            :TMS-CREA OF TEXEM
      *    END-EXEC
           SET UT-FIND-SQL-MOCK TO TRUE
           MOVE 'FETCH NAME-CUR' TO UT-MOCK-FIND-SQL-KEYWORDS
           PERFORM UT-NEXT-MOCK-RESPONSE
           MOVE UT-MOCK-RESP-CODE TO SQLCODE
           IF SQLCODE EQUAL ZERO
               MOVE UT-MOCK-RESP-DATA TO TEXEM
           END-IF
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * Register this run as THE wallet updater - the WALLOCK
      * interlock lets one TEXE2-updating program run at a time, so
      * an intraday submission cannot collide with one mid-flight.
       0300-ACQUIRE-WALLET-LOCK.
           MOVE 'ACQ ' TO WS-WL-FUNCTION
           MOVE WS-PGM-NAME TO WS-WL-PROGRAM
      *    CALL 'WALLOCK' USING WS-WALLOCK-PARM
           SET UT-FIND-CALL-MOCK TO TRUE
           MOVE 'WALLOCK USING WS-WALLOCK-PARM'
            TO UT-MOCK-FIND-CALL-TOKENS
           PERFORM UT-NEXT-MOCK-RESPONSE
           MOVE UT-MOCK-RESP-DATA TO WS-WALLOCK-PARM(13:36)
           MOVE UT-MOCK-RESP-CODE TO RETURN-CODE
           IF WS-WL-RC NOT = ZERO
              DISPLAY WS-PGM-NAME ': WALLET LOCK HELD BY '
                  WS-WL-HOLDER ' SINCE ' WS-WL-SINCE
                  ' - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
      *       GOBACK
              PERFORM UT-RECORD-ABEND
           END-IF.

      *    MOCKED SO A RETRY DOES NOT SLEEP; THE TEST ASSERTS ON HOW
      *    MANY TIMES THE LOOP BACKED OFF INSTEAD.
       9100-RETRY-BACKOFF.
      *    COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
      *    DISPLAY 'DB2PROG: SQLCODE ' SQLCODE
      *        ' - DEADLOCK/TIMEOUT, RETRY ' WS-RETRY-COUNT
      *        ' OF ' WS-MAX-RETRIES ' IN ' WS-RETRY-DELAY-SECS
      *        ' SECONDS'
      *    CALL 'C$SLEEP' USING WS-RETRY-DELAY-SECS
           SET UT-FIND-PARA-MOCK TO TRUE
           MOVE '9100-RETRY-BACKOFF' TO UT-MOCK-FIND-PARA-NAME
           PERFORM UT-LOOKUP-MOCK
           IF UT-MOCK-FOUND
               ADD 1 TO UT-MOCK-ACCESS-COUNT(UT-MOCK-IX)
           END-IF
           .

      *    MOCKED - THE SHARED ERRLOOK ROUTINE IS NOT PART OF THIS
      *    TEST; ONLY THE CODE LOOKED UP MATTERS.
       9500-LOOKUP-ERROR-CODE.
      *    MOVE WS-ERRCODE-LOOKUP-CODE TO WS-EL-CODE
      *    CALL 'ERRLOOK' USING WS-ERRLOOK-PARM
           MOVE WS-ERRCODE-LOOKUP-CODE TO WS-ERRCODE-LOOKUP-TEXT
           SET UT-FIND-PARA-MOCK TO TRUE
           MOVE '9500-LOOKUP-ERROR-CODE' TO UT-MOCK-FIND-PARA-NAME
           PERFORM UT-LOOKUP-MOCK
           IF UT-MOCK-FOUND
               ADD 1 TO UT-MOCK-ACCESS-COUNT(UT-MOCK-IX)
           END-IF
           .

      *    MOCKED - THE ROLLBACK AND ABEND ARE RECORDED, NOT TAKEN, SO
      *    THE RETRY-LIMIT CASE CAN ASSERT IT WAS REACHED.
       9999-ROLLBACK-AND-ABEND.
      *    EXEC SQL
      *       ROLLBACK
      *    END-EXEC.
      *    DISPLAY 'DB2PROG: UNEXPECTED SQLCODE ' SQLCODE
      *        ' - UNIT OF WORK ROLLED BACK'
      *    MOVE 16 TO RETURN-CODE
      *    GOBACK.
           SET UT-FIND-PARA-MOCK TO TRUE
           MOVE '9999-ROLLBACK-AND-ABEND' TO UT-MOCK-FIND-PARA-NAME
           PERFORM UT-LOOKUP-MOCK
           IF UT-MOCK-FOUND
               ADD 1 TO UT-MOCK-ACCESS-COUNT(UT-MOCK-IX)
           END-IF
           .
