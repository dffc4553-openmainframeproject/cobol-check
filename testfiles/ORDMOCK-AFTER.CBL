      **********************************************************************
      * AUTHOR:    T. N. KRAMER
      * DATE:      15 OCT 2026
      * PURPOSE:   DEMONSTRATE IN-ORDER VERIFICATION OF MOCK HITS -
      *            THAT WALADJPG'S GROUP UPDATE LANDS BEFORE THE COMMIT
      *            THAT FOLLOWS IT, AND THAT THE FINAL COMMIT LANDS
      *            BEFORE THE WALLOCK INTERLOCK IS RELEASED - STRICTLY,
      *            WITH OTHER HITS ALLOWED IN BETWEEN, AND REVERSED.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDMOCKT.
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
      * WALADJPG'S GROUP, COMMIT AND RUN-MODE FIELDS THE PARAGRAPHS
      * BELOW TEST, AS DECLARED THERE.
       01  FILLER.
           05  WS-NEW-WALLET        PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-GRP-BALANCE       PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-COMMIT-INTERVAL   PIC S9(5) COMP-3 VALUE 1000.
           05  WS-COMMIT-COUNT      PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-GROUP-OPEN-SW     PIC X(01) VALUE 'N'.
               88  GROUP-OPEN          VALUE 'Y'.
           05  WS-GROUP-DIRTY-SW    PIC X(01) VALUE 'N'.
               88  GROUP-DIRTY         VALUE 'Y'.
           05  WS-RUN-MODE-PARM     PIC X(01) VALUE SPACE.
               88  TRIAL-MODE          VALUE 'T'.
           05  WS-WHOLD-OPEN-SW     PIC X VALUE 'N'.
               88  WHOLD-FILE-OPEN     VALUE 'Y'.
      * THE RUN COUNTERS 8060-CLOSE-WALLET-ADJ REPORTS ON - ALL ZERO
      * IN THESE CASES, SO IT REPORTS NOTHING.
           05  WS-ADJ-CLOSED-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ADJ-EXCP-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ADJ-BADTYPE-COUNT PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ADJ-DUP-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ADJ-OD-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ADJ-KYC-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ADJ-OUTFLOW-COUNT PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ADJ-TERM-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ADJ-GRDN-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ADJ-DECD-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ADJ-VALDT-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-BACK-VALUED-COUNT PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ADJ-OVRD-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-SUSP-COUNT        PIC S9(9) COMP-3 VALUE ZERO.
      * WALADJPG'S PROGRAM NAME AND ITS WALLOCK CALL PARAMETER BLOCK.
       01  WS-PGM-NAME                 PIC X(08) VALUE 'WALADJPG'.
       01  WS-WALLOCK-PARM.
           05  WS-WL-FUNCTION          PIC X(04).
           05  WS-WL-PROGRAM           PIC X(08).
           05  WS-WL-RC                PIC 9(02).
           05  WS-WL-HOLDER            PIC X(08).
           05  WS-WL-SINCE             PIC X(26).
       PROCEDURE DIVISION.
           PERFORM UT-INITIALIZE

           DISPLAY SPACE
           DISPLAY "TEST SUITE:"
           DISPLAY
           'DEMONSTRATE IN-ORDER VERIFICATION OF MOCK HITS'
           DISPLAY SPACE


           MOVE 'Group update lands before the commit after it'
               TO UT-TEST-CASE-NAME
           PERFORM UT-BEFORE
           MOVE '8040-UPDATE-WALLET' TO UT-MOCK-FIND-PARA-NAME
           SET UT-FIND-PARA-MOCK TO TRUE
           PERFORM UT-SET-MOCK
           MOVE '8058-RELEASE-MOVEMENT-EVENTS' TO UT-MOCK-FIND-PARA-NAME
           SET UT-FIND-PARA-MOCK TO TRUE
           PERFORM UT-SET-MOCK
           MOVE '8070-WRITE-ADJ-CHECKPOINT' TO UT-MOCK-FIND-PARA-NAME
           SET UT-FIND-PARA-MOCK TO TRUE
           PERFORM UT-SET-MOCK
           MOVE 'COMMIT' TO UT-MOCK-FIND-SQL-KEYWORDS
           SET UT-FIND-SQL-MOCK TO TRUE
           PERFORM UT-SET-MOCK
           MOVE 'Y'  TO WS-GROUP-OPEN-SW
           MOVE 'Y'  TO WS-GROUP-DIRTY-SW
           MOVE 1000 TO WS-COMMIT-COUNT
           MOVE 1250.00 TO WS-GRP-BALANCE
           PERFORM 7800-CLOSE-WALLET-GROUP
           MOVE '8040-UPDATE-WALLET' TO UT-MOCK-FIND-PARA-NAME
           SET UT-FIND-PARA-MOCK TO TRUE
           PERFORM UT-EXPECT-MOCK-HIT
           MOVE 'COMMIT' TO UT-MOCK-FIND-SQL-KEYWORDS
           SET UT-FIND-SQL-MOCK TO TRUE
           PERFORM UT-EXPECT-MOCK-HIT
           MOVE '8058-RELEASE-MOVEMENT-EVENTS' TO UT-MOCK-FIND-PARA-NAME
           SET UT-FIND-PARA-MOCK TO TRUE
           PERFORM UT-EXPECT-MOCK-HIT
           MOVE '8070-WRITE-ADJ-CHECKPOINT' TO UT-MOCK-FIND-PARA-NAME
           SET UT-FIND-PARA-MOCK TO TRUE
           PERFORM UT-EXPECT-MOCK-HIT
           ADD 1 TO UT-TEST-CASE-COUNT
           SET UT-ORDER-STRICT TO TRUE
           SET UT-NORMAL-COMPARE TO TRUE
           PERFORM UT-ASSERT-MOCK-ORDER
           ADD 1 TO UT-TEST-CASE-COUNT
           MOVE WS-COMMIT-COUNT TO UT-ACTUAL-NUMERIC
           MOVE ZERO            TO UT-EXPECTED-NUMERIC
           SET UT-NORMAL-COMPARE TO TRUE
           SET UT-NUMERIC-COMPARE TO TRUE
           SET UT-RELATION-EQ TO TRUE
           PERFORM UT-ASSERT-EQUAL

           PERFORM UT-AFTER
           MOVE 'Clean group under the interval skips update and commit'
               TO UT-TEST-CASE-NAME
           PERFORM UT-BEFORE
           MOVE 'Y'  TO WS-GROUP-OPEN-SW
           MOVE 'N'  TO WS-GROUP-DIRTY-SW
           MOVE 5    TO WS-COMMIT-COUNT
           PERFORM 7800-CLOSE-WALLET-GROUP
           MOVE '8040-UPDATE-WALLET' TO UT-MOCK-FIND-PARA-NAME
           SET UT-FIND-PARA-MOCK TO TRUE
           PERFORM UT-EXPECT-MOCK-HIT
           ADD 1 TO UT-TEST-CASE-COUNT
           SET UT-REVERSE-COMPARE TO TRUE
           PERFORM UT-ASSERT-MOCK-ORDER
           MOVE 'COMMIT' TO UT-MOCK-FIND-SQL-KEYWORDS
           SET UT-FIND-SQL-MOCK TO TRUE
           PERFORM UT-EXPECT-MOCK-HIT
           ADD 1 TO UT-TEST-CASE-COUNT
           SET UT-REVERSE-COMPARE TO TRUE
           PERFORM UT-ASSERT-MOCK-ORDER

           PERFORM UT-AFTER
           MOVE 'Final commit lands before the wallet lock is released'
               TO UT-TEST-CASE-NAME
           PERFORM UT-BEFORE
           MOVE '8090-WRITE-APPLY-TOTALS' TO UT-MOCK-FIND-PARA-NAME
           SET UT-FIND-PARA-MOCK TO TRUE
           PERFORM UT-SET-MOCK
           MOVE 'WALLOCK USING WS-WALLOCK-PARM'
            TO UT-MOCK-FIND-CALL-TOKENS
           SET UT-FIND-CALL-MOCK TO TRUE
           PERFORM UT-SET-MOCK
           PERFORM 0990-FINISH-RUN
      *    THE COMMIT AND THE RELEASE, WHATEVER RUNS BETWEEN THEM.
           MOVE 'WALADJ-EXCEPTION-FILE' TO UT-MOCK-FIND-FILENAME
           MOVE 'CLOS' TO UT-MOCK-FIND-OPERATION
           SET UT-FIND-FILE-MOCK TO TRUE
           PERFORM UT-EXPECT-MOCK-HIT
           MOVE 'COMMIT' TO UT-MOCK-FIND-SQL-KEYWORDS
           SET UT-FIND-SQL-MOCK TO TRUE
           PERFORM UT-EXPECT-MOCK-HIT
           MOVE 'WALLOCK USING WS-WALLOCK-PARM'
            TO UT-MOCK-FIND-CALL-TOKENS
           SET UT-FIND-CALL-MOCK TO TRUE
           PERFORM UT-EXPECT-MOCK-HIT
           ADD 1 TO UT-TEST-CASE-COUNT
           SET UT-NORMAL-COMPARE TO TRUE
           PERFORM UT-ASSERT-MOCK-ORDER
      *    AND NOTHING BUT THE END-OF-RUN BOOKKEEPING BETWEEN THEM.
           MOVE 'COMMIT' TO UT-MOCK-FIND-SQL-KEYWORDS
           SET UT-FIND-SQL-MOCK TO TRUE
           PERFORM UT-EXPECT-MOCK-HIT
           MOVE '8058-RELEASE-MOVEMENT-EVENTS' TO UT-MOCK-FIND-PARA-NAME
           SET UT-FIND-PARA-MOCK TO TRUE
           PERFORM UT-EXPECT-MOCK-HIT
           MOVE '8070-WRITE-ADJ-CHECKPOINT' TO UT-MOCK-FIND-PARA-NAME
           SET UT-FIND-PARA-MOCK TO TRUE
           PERFORM UT-EXPECT-MOCK-HIT
           MOVE '8090-WRITE-APPLY-TOTALS' TO UT-MOCK-FIND-PARA-NAME
           SET UT-FIND-PARA-MOCK TO TRUE
           PERFORM UT-EXPECT-MOCK-HIT
           MOVE 'WALLOCK USING WS-WALLOCK-PARM'
            TO UT-MOCK-FIND-CALL-TOKENS
           SET UT-FIND-CALL-MOCK TO TRUE
           PERFORM UT-EXPECT-MOCK-HIT
           ADD 1 TO UT-TEST-CASE-COUNT
           SET UT-ORDER-STRICT TO TRUE
           SET UT-NORMAL-COMPARE TO TRUE
           PERFORM UT-ASSERT-MOCK-ORDER
      *    AND NEVER THE RELEASE FIRST.
           MOVE 'WALLOCK USING WS-WALLOCK-PARM'
            TO UT-MOCK-FIND-CALL-TOKENS
           SET UT-FIND-CALL-MOCK TO TRUE
           PERFORM UT-EXPECT-MOCK-HIT
           MOVE 'COMMIT' TO UT-MOCK-FIND-SQL-KEYWORDS
           SET UT-FIND-SQL-MOCK TO TRUE
           PERFORM UT-EXPECT-MOCK-HIT
           ADD 1 TO UT-TEST-CASE-COUNT
           SET UT-REVERSE-COMPARE TO TRUE
           PERFORM UT-ASSERT-MOCK-ORDER

           PERFORM UT-AFTER
           MOVE 'Trial run closes its register then releases the lock'
               TO UT-TEST-CASE-NAME
           PERFORM UT-BEFORE
           MOVE '8065-CLOSE-TRIAL-REGISTER' TO UT-MOCK-FIND-PARA-NAME
           SET UT-FIND-PARA-MOCK TO TRUE
           PERFORM UT-SET-MOCK
           MOVE 'T' TO WS-RUN-MODE-PARM
           PERFORM 0990-FINISH-RUN
           MOVE 'WALADJ-EXCEPTION-FILE' TO UT-MOCK-FIND-FILENAME
           MOVE 'CLOS' TO UT-MOCK-FIND-OPERATION
           SET UT-FIND-FILE-MOCK TO TRUE
           PERFORM UT-EXPECT-MOCK-HIT
           MOVE '8065-CLOSE-TRIAL-REGISTER' TO UT-MOCK-FIND-PARA-NAME
           SET UT-FIND-PARA-MOCK TO TRUE
           PERFORM UT-EXPECT-MOCK-HIT
           MOVE 'WALLOCK USING WS-WALLOCK-PARM'
            TO UT-MOCK-FIND-CALL-TOKENS
           SET UT-FIND-CALL-MOCK TO TRUE
           PERFORM UT-EXPECT-MOCK-HIT
           ADD 1 TO UT-TEST-CASE-COUNT
           SET UT-ORDER-STRICT TO TRUE
           SET UT-NORMAL-COMPARE TO TRUE
           PERFORM UT-ASSERT-MOCK-ORDER

           PERFORM UT-AFTER
           COPY ZUTZCPD     .
           .
       UT-BEFORE-ALL.
           DISPLAY 'ORDMOCKT SUITE STARTING'
           .
       UT-AFTER-ALL.
           DISPLAY 'ORDMOCKT SUITE COMPLETE'
           .
       UT-BEFORE.
           MOVE 'N'    TO WS-GROUP-OPEN-SW
           MOVE 'N'    TO WS-GROUP-DIRTY-SW
           MOVE SPACE  TO WS-RUN-MODE-PARM
           MOVE ZERO   TO WS-COMMIT-COUNT
           MOVE ZERO   TO WS-GRP-BALANCE
           MOVE SPACES TO WS-WALLOCK-PARM
           PERFORM UT-CLEAR-MOCK-HITS
           .
       UT-AFTER.

           .
      *    THE CLOSING STEPS OF WALADJPG'S 0000-MAIN, ONCE THE SORT
      *    HAS APPLIED THE LAST GROUP.
       0990-FINISH-RUN.
           PERFORM 8060-CLOSE-WALLET-ADJ
           PERFORM 0350-RELEASE-WALLET-LOCK.

       0350-RELEASE-WALLET-LOCK.
           MOVE 'REL ' TO WS-WL-FUNCTION
           MOVE WS-PGM-NAME TO WS-WL-PROGRAM
      *    CALL 'WALLOCK' USING WS-WALLOCK-PARM.
           SET UT-FIND-CALL-MOCK TO TRUE
           MOVE 'WALLOCK USING WS-WALLOCK-PARM'
            TO UT-MOCK-FIND-CALL-TOKENS
           PERFORM UT-NEXT-MOCK-RESPONSE
           .

       7800-CLOSE-WALLET-GROUP.
      * One UPDATE carries the whole group's effect; a group of
      * skips and exceptions moved nothing and writes nothing. The
      * commit and checkpoint land here and only here, so the
      * checkpoint count always sits on a group boundary.
           IF GROUP-OPEN AND NOT TRIAL-MODE
              IF GROUP-DIRTY
                 MOVE WS-GRP-BALANCE TO WS-NEW-WALLET
                 PERFORM 8040-UPDATE-WALLET
              END-IF
              IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
      *          EXEC SQL
      *             COMMIT
      *          END-EXEC
                 SET UT-FIND-SQL-MOCK TO TRUE
                 MOVE 'COMMIT' TO UT-MOCK-FIND-SQL-KEYWORDS
                 PERFORM UT-NEXT-MOCK-RESPONSE
                 PERFORM 8058-RELEASE-MOVEMENT-EVENTS
                 MOVE ZERO TO WS-COMMIT-COUNT
                 PERFORM 8070-WRITE-ADJ-CHECKPOINT
              END-IF
           END-IF
           MOVE 'N' TO WS-GROUP-OPEN-SW
           MOVE 'N' TO WS-GROUP-DIRTY-SW.

       8060-CLOSE-WALLET-ADJ.
      *    CLOSE WALADJ-EXCEPTION-FILE
           MOVE 'WALADJ-EXCEPTION-FILE' TO UT-MOCK-FIND-FILENAME
           PERFORM UT-RECORD-FILE-CLOSE
           IF NOT TRIAL-MODE
      *       CLOSE VALUE-DATED-FILE
              MOVE 'VALUE-DATED-FILE' TO UT-MOCK-FIND-FILENAME
              PERFORM UT-RECORD-FILE-CLOSE
           END-IF
           IF WHOLD-FILE-OPEN
      *       CLOSE WALLET-HOLD-FILE
              MOVE 'WALLET-HOLD-FILE' TO UT-MOCK-FIND-FILENAME
              PERFORM UT-RECORD-FILE-CLOSE
           END-IF
           IF WS-ADJ-CLOSED-COUNT > ZERO
              DISPLAY 'WALADJPG: ' WS-ADJ-CLOSED-COUNT
                  ' ADJUSTMENTS AGAINST CLOSED CUSTOMERS REFUSED'
           END-IF
           IF WS-ADJ-EXCP-COUNT > ZERO
              DISPLAY 'WALADJPG: ' WS-ADJ-EXCP-COUNT
                  ' ADJUSTMENTS SENT TO THE EXCEPTION REPORT'
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-ADJ-BADTYPE-COUNT > ZERO
              DISPLAY 'WALADJPG: ' WS-ADJ-BADTYPE-COUNT
                  ' ADJUSTMENTS WITH UNKNOWN TYPE SKIPPED'
           END-IF
           IF WS-ADJ-DUP-COUNT > ZERO
              DISPLAY 'WALADJPG: ' WS-ADJ-DUP-COUNT
                  ' DUPLICATE ADJUSTMENTS SKIPPED'
           END-IF
           IF WS-ADJ-OD-COUNT > ZERO
              DISPLAY 'WALADJPG: ' WS-ADJ-OD-COUNT
                  ' DEBITS REFUSED - OVERDRAFT LINE OR ACTIVE HOLD'
           END-IF
           IF WS-ADJ-KYC-COUNT > ZERO
              DISPLAY 'WALADJPG: ' WS-ADJ-KYC-COUNT
                  ' DEBITS REFUSED - KYC REVIEW OVERDUE'
           END-IF
           IF WS-ADJ-OUTFLOW-COUNT > ZERO
              DISPLAY 'WALADJPG: ' WS-ADJ-OUTFLOW-COUNT
                  ' DEBITS REFUSED - DAILY OUTFLOW LIMIT'
           END-IF
           IF WS-ADJ-TERM-COUNT > ZERO
              DISPLAY 'WALADJPG: ' WS-ADJ-TERM-COUNT
                  ' DEBITS REFUSED - FIXED TERM NOT MATURED'
           END-IF
           IF WS-ADJ-GRDN-COUNT > ZERO
              DISPLAY 'WALADJPG: ' WS-ADJ-GRDN-COUNT
                  ' DEBITS REFUSED - NO GUARDIAN CONSENT'
           END-IF
           IF WS-ADJ-DECD-COUNT > ZERO
              DISPLAY 'WALADJPG: ' WS-ADJ-DECD-COUNT
                  ' DEBITS REFUSED - CUSTOMER DECEASED'
           END-IF
           IF WS-ADJ-VALDT-COUNT > ZERO
              DISPLAY 'WALADJPG: ' WS-ADJ-VALDT-COUNT
                  ' ADJUSTMENTS REFUSED - BAD VALUE DATE'
           END-IF
           IF WS-BACK-VALUED-COUNT > ZERO
              DISPLAY 'WALADJPG: ' WS-BACK-VALUED-COUNT
                  ' BACK-VALUED ADJUSTMENTS LOGGED FOR INTCORR'
           END-IF
           IF WS-ADJ-OVRD-COUNT > ZERO
              DISPLAY 'WALADJPG: ' WS-ADJ-OVRD-COUNT
                  ' DEBITS OVER THE DAILY OUTFLOW LIMIT POSTED ON'
                  ' SUPERVISOR OVERRIDE'
           END-IF
           IF WS-SUSP-COUNT > ZERO
              DISPLAY 'WALADJPG: ' WS-SUSP-COUNT
                  ' ITEMS POSTED TO THE SUSPENSE WALLET'
           END-IF
           IF TRIAL-MODE
              PERFORM 8065-CLOSE-TRIAL-REGISTER
           ELSE
      *       EXEC SQL
      *          COMMIT
      *       END-EXEC
              SET UT-FIND-SQL-MOCK TO TRUE
              MOVE 'COMMIT' TO UT-MOCK-FIND-SQL-KEYWORDS
              PERFORM UT-NEXT-MOCK-RESPONSE
              PERFORM 8058-RELEASE-MOVEMENT-EVENTS
              PERFORM 8070-WRITE-ADJ-CHECKPOINT
              PERFORM 8090-WRITE-APPLY-TOTALS
           END-IF.

      *    MOCKED - THE UPDATE ITSELF IS NOT PART OF THIS TEST; ONLY
      *    WHERE IT FALLS AGAINST THE COMMIT MATTERS.
       8040-UPDATE-WALLET.
           SET UT-FIND-PARA-MOCK TO TRUE
           MOVE '8040-UPDATE-WALLET' TO UT-MOCK-FIND-PARA-NAME
           PERFORM UT-LOOKUP-MOCK
           IF UT-MOCK-FOUND
               PERFORM UT-RECORD-MOCK-HIT
           END-IF
           .

      *    MOCKED - MOVEVENT IS NOT CALLED.
       8058-RELEASE-MOVEMENT-EVENTS.
      *    MOVE 'CMIT' TO WS-ME-FUNCTION
      *    CALL 'MOVEVENT' USING WS-MOVEVENT-PARM
           SET UT-FIND-PARA-MOCK TO TRUE
           MOVE '8058-RELEASE-MOVEMENT-EVENTS' TO UT-MOCK-FIND-PARA-NAME
           PERFORM UT-LOOKUP-MOCK
           IF UT-MOCK-FOUND
               PERFORM UT-RECORD-MOCK-HIT
           END-IF
           .

      *    MOCKED - NO CHECKPOINT FILE IS WRITTEN.
       8070-WRITE-ADJ-CHECKPOINT.
           SET UT-FIND-PARA-MOCK TO TRUE
           MOVE '8070-WRITE-ADJ-CHECKPOINT' TO UT-MOCK-FIND-PARA-NAME
           PERFORM UT-LOOKUP-MOCK
           IF UT-MOCK-FOUND
               PERFORM UT-RECORD-MOCK-HIT
           END-IF
           .

      *    MOCKED - NO TRIAL REGISTER IS OPEN.
       8065-CLOSE-TRIAL-REGISTER.
           SET UT-FIND-PARA-MOCK TO TRUE
           MOVE '8065-CLOSE-TRIAL-REGISTER' TO UT-MOCK-FIND-PARA-NAME
           PERFORM UT-LOOKUP-MOCK
           IF UT-MOCK-FOUND
               PERFORM UT-RECORD-MOCK-HIT
           END-IF
           .

      *    MOCKED - NO APPLY-TOTALS RECORD IS WRITTEN.
       8090-WRITE-APPLY-TOTALS.
           SET UT-FIND-PARA-MOCK TO TRUE
           MOVE '8090-WRITE-APPLY-TOTALS' TO UT-MOCK-FIND-PARA-NAME
           PERFORM UT-LOOKUP-MOCK
           IF UT-MOCK-FOUND
               PERFORM UT-RECORD-MOCK-HIT
           END-IF
           .
