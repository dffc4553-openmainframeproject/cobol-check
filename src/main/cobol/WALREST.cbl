      * snapshot record counts. The run refuses to start unless the
      * parameter card says CONFIRM - this program deletes two
      * production tables and nobody should run it by accident.
      *
      * Nor on one person's word: the next two cards are the
      * submitter's USERNO and a dual-control token another APPROVE
      * user raised through AUTHMNT for WALREST, scope ALL, and
      * AUTHCHK must accept it before anything is touched.
      *
      * Two optional inputs serve the performance-test region, where
      * the snapshot files come from the WALSYNTH volume generator
      * rather than WALUNLD. With a TEXHLOAD file supplied, TEXE2HIST
      * is cleared and reloaded from it in the same unit of work,
      * under the same count check; with a TEXMBRCH file - one
      * record per TEXMSNAP customer, in the same order - each
      * customer goes back on its branch from that file instead of
      * branch 000. A production restore supplies neither, and
      * TEXE2HIST is left as it stands. Because the history reload
      * deletes every TEXE2HIST row, it needs a fourth card reading
      * TEXE2HIST as well, and TEXHLOAD is counted before anything
      * is touched: a DUMMY or empty load file is refused RC 12
      * rather than leaving the history table empty.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TEXE-STATUS.
           SELECT HIST-LOAD-FILE ASSIGN TO "TEXHLOAD"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-HIST-STATUS.
           SELECT BRANCH-LOAD-FILE ASSIGN TO "TEXMBRCH"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BRCH-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same layouts WALUNLD writes.
           05  WSNP-WALLET         PIC S9(8)V99.
           05  WSNP-CURRENCY-CODE  PIC X(3).
           05  WSNP-TMS-CREA       PIC X(26).
      * Same layouts WALSYNTH writes.
       FD  HIST-LOAD-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 109 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS HIST-LOAD-RECORD.
       01  HIST-LOAD-RECORD.
           05  HLD-CUSTOMER-ID     PIC 9(9).
           05  HLD-WALLET-NO       PIC 9(2).
           05  HLD-FIRST-NAME      PIC X(10).
           05  HLD-LAST-NAME       PIC X(10).
           05  HLD-OLD-WALLET      PIC S9(8)V99.
           05  HLD-NEW-WALLET      PIC S9(8)V99.
           05  HLD-ADJ-REF         PIC X(12).
           05  HLD-REV-ADJ-REF     PIC X(12).
           05  HLD-TMS-CREA        PIC X(26).
           05  HLD-PGM-NAME        PIC X(08).
       FD  BRANCH-LOAD-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 12 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS BRANCH-LOAD-RECORD.
       01  BRANCH-LOAD-RECORD.
           05  BLD-CUSTOMER-ID     PIC 9(9).
           05  BLD-BRANCH-CODE     PIC X(3).

       WORKING-STORAGE SECTION.

               88  TEXE-OK          VALUE '00'.
               88  TEXE-EOF         VALUE '10'.
               88  TEXE-NOT-FOUND   VALUE '35'.
           05  WS-HIST-STATUS       PIC XX.
               88  HIST-OK          VALUE '00'.
               88  HIST-EOF         VALUE '10'.
               88  HIST-NOT-FOUND   VALUE '35'.
           05  WS-BRCH-STATUS       PIC XX.
               88  BRCH-OK          VALUE '00'.
               88  BRCH-EOF         VALUE '10'.
               88  BRCH-NOT-FOUND   VALUE '35'.
           05  WS-HIST-LOAD-SW      PIC X(01) VALUE 'N'.
               88  HIST-LOAD-SUPPLIED VALUE 'Y'.
           05  WS-BRCH-LOAD-SW      PIC X(01) VALUE 'N'.
               88  BRCH-LOAD-SUPPLIED VALUE 'Y'.
           05  WS-RESTORE-BRANCH    PIC X(03).
           05  WS-CONFIRM-PARM      PIC X(07) VALUE SPACES.
               88  RESTORE-CONFIRMED VALUE 'CONFIRM'.
           05  WS-HIST-CONFIRM-PARM PIC X(09) VALUE SPACES.
               88  HIST-RELOAD-CONFIRMED VALUE 'TEXE2HIST'.
           05  WS-HIST-FILE-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-PGM-NAME          PIC X(08) VALUE 'WALREST'.
           05  WS-SUBMITTER-USERNO  PIC 9(03) VALUE ZERO.
           05  WS-TOKEN-ID          PIC X(12) VALUE SPACES.
           05  WS-TEXM-READ-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TEXM-INS-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TEXE-READ-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TEXE-INS-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-HIST-READ-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-HIST-INS-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZZ,ZZ9.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WALREST'.

      * Call parameter block for WALLOCK, the shared run interlock -
      * same field layout as WALLOCK's own linkage section. Acquired
           05  WS-WL-HOLDER        PIC X(08).
           05  WS-WL-SINCE         PIC X(26).

      * Call parameter block for AUTHCHK, the shared dual-control
      * check - same field layout as AUTHCHK's own linkage section.
       01  WS-AUTHCHK-PARM.
           05  WS-AC-FUNCTION      PIC X(04).
           05  WS-AC-PROGRAM       PIC X(08).
           05  WS-AC-TOKEN-ID      PIC X(12).
           05  WS-AC-SUBMITTER     PIC 9(03).
           05  WS-AC-SCOPE         PIC X(20).
           05  WS-AC-RC            PIC 9(02).
           05  WS-AC-REASON        PIC X(40).
           05  WS-AC-RAISED-BY     PIC 9(03).

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.
       EXEC SQL INCLUDE TEXE2HIST END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 2000-CLEAR-TABLES
           PERFORM 3000-RELOAD-TEXEM
           PERFORM 4000-RELOAD-TEXE2
           IF HIST-LOAD-SUPPLIED
              PERFORM 4500-RELOAD-TEXE2HIST
           END-IF
           PERFORM 5000-RECONCILE-AND-COMMIT
           PERFORM 8000-HOUSEKEEPING
           PERFORM 0350-RELEASE-WALLET-LOCK
           MOVE WS-PGM-NAME TO WS-WL-PROGRAM
           CALL 'WALLOCK' USING WS-WALLOCK-PARM.

      * A second person's say-so, as a token AUTHCHK accepts and
      * spends, before the run may touch anything.
       0400-CHECK-DUAL-CONTROL.
           MOVE 'USE ' TO WS-AC-FUNCTION
           MOVE WS-PGM-NAME TO WS-AC-PROGRAM
           MOVE WS-TOKEN-ID TO WS-AC-TOKEN-ID
           MOVE WS-SUBMITTER-USERNO TO WS-AC-SUBMITTER
           CALL 'AUTHCHK' USING WS-AUTHCHK-PARM
           IF WS-AC-RC NOT = ZERO
              DISPLAY 'WALREST: DUAL-CONTROL TOKEN ' WS-TOKEN-ID
                  ' REFUSED - ' WS-AC-REASON
              MOVE 8 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF
           DISPLAY 'WALREST: RUN BY ' WS-SUBMITTER-USERNO
               ' AUTHORISED BY ' WS-AC-RAISED-BY
               ' UNDER TOKEN ' WS-TOKEN-ID.

       1000-INITIALIZE.
           ACCEPT WS-CONFIRM-PARM
           ACCEPT WS-SUBMITTER-USERNO
           ACCEPT WS-TOKEN-ID
           ACCEPT WS-HIST-CONFIRM-PARM

           MOVE ZERO TO RETURN-CODE

              GOBACK
           END-IF

           MOVE 'ALL' TO WS-AC-SCOPE
           PERFORM 0400-CHECK-DUAL-CONTROL

           OPEN INPUT TEXEM-SNAP-FILE
           IF NOT TEXM-OK
              DISPLAY 'WALREST: UNEXPECTED TEXMSNAP STATUS ON OPEN '
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF

      * The generated-data loads - absent on a production restore.
           OPEN INPUT HIST-LOAD-FILE
           EVALUATE TRUE
              WHEN HIST-OK
                 MOVE 'Y' TO WS-HIST-LOAD-SW
                 PERFORM 1100-CHECK-HIST-LOAD
                 DISPLAY 'WALREST: TEXHLOAD SUPPLIED - TEXE2HIST '
                     'IS RELOADED TOO'
              WHEN HIST-NOT-FOUND
                 IF HIST-RELOAD-CONFIRMED
                    DISPLAY 'WALREST: TEXE2HIST RELOAD CONFIRMED BUT '
                        'NO TEXHLOAD FILE SUPPLIED - RUN REFUSED'
                    MOVE 8 TO RETURN-CODE
                    PERFORM 0350-RELEASE-WALLET-LOCK
                    GOBACK
                 END-IF
              WHEN OTHER
                 DISPLAY 'WALREST: UNEXPECTED TEXHLOAD STATUS ON OPEN '
                     WS-HIST-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
           END-EVALUATE

           OPEN INPUT BRANCH-LOAD-FILE
           EVALUATE TRUE
              WHEN BRCH-OK
                 MOVE 'Y' TO WS-BRCH-LOAD-SW
              WHEN BRCH-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'WALREST: UNEXPECTED TEXMBRCH STATUS ON OPEN '
                     WS-BRCH-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
           END-EVALUATE.

      * TEXE2HIST is only cleared on the fourth card's say-so and
      * only for a load file with something in it - a DUMMY DD opens
      * cleanly and reads nothing. The file is counted through once
      * and reopened for the reload itself.
       1100-CHECK-HIST-LOAD.
           IF NOT HIST-RELOAD-CONFIRMED
              DISPLAY 'WALREST: TEXHLOAD SUPPLIED BUT THE FOURTH '
                  'CARD DOES NOT SAY TEXE2HIST - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF
           PERFORM 4600-READ-HIST-LOAD
           PERFORM WITH TEST BEFORE UNTIL HIST-EOF
              ADD 1 TO WS-HIST-FILE-COUNT
              PERFORM 4600-READ-HIST-LOAD
           END-PERFORM
           CLOSE HIST-LOAD-FILE
           IF WS-HIST-FILE-COUNT = ZERO
              DISPLAY 'WALREST: TEXHLOAD IS EMPTY - TEXE2HIST NOT '
                  'CLEARED, RUN REFUSED'
              MOVE 12 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF
           OPEN INPUT HIST-LOAD-FILE
           IF NOT HIST-OK
              DISPLAY 'WALREST: UNEXPECTED TEXHLOAD STATUS ON REOPEN '
                  WS-HIST-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF
           MOVE WS-HIST-FILE-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALREST: TEXHLOAD HOLDS ' WS-COUNT-FORMATTED
               ' ROWS'.

       2000-CLEAR-TABLES.
      * Both deletes and the whole reload run as one unit of work -
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           IF HIST-LOAD-SUPPLIED
              MOVE ZERO TO WS-RETRY-COUNT
              PERFORM 2030-TRY-DELETE-TEXE2HIST
                 WITH TEST AFTER
                 UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
                 OR WS-RETRY-COUNT > WS-MAX-RETRIES
              PERFORM 9800-CHECK-SQLCODE
           END-IF
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2020-TRY-DELETE-TEXEM
              WITH TEST AFTER
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       2030-TRY-DELETE-TEXE2HIST.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              DELETE FROM TEXE2HIST
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       3000-RELOAD-TEXEM.
           PERFORM 3100-READ-TEXEM-SNAP
           PERFORM WITH TEST BEFORE UNTIL TEXM-EOF
           END-IF.

       3200-INSERT-TEXEM-ROW.
           MOVE '000' TO WS-RESTORE-BRANCH
           IF BRCH-LOAD-SUPPLIED
              PERFORM 3300-READ-BRANCH-LOAD
           END-IF
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3210-TRY-INSERT-TEXEM
              WITH TEST AFTER
              VALUES
                  (:TSNP-CUSTOMER-ID, :TSNP-FIRST-NAME,
                   :TSNP-LAST-NAME, :TSNP-CUST-STATUS,
                   :WS-RESTORE-BRANCH, 'P', 0, 'N',
                   :TSNP-TMS-CREA)
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       3300-READ-BRANCH-LOAD.
      * One branch record per customer, in the snapshot's order - a
      * file out of step with TEXMSNAP backs the whole load out.
           READ BRANCH-LOAD-FILE
           IF NOT BRCH-OK
              OR BLD-CUSTOMER-ID NOT = TSNP-CUSTOMER-ID
              DISPLAY 'WALREST: TEXMBRCH OUT OF STEP WITH TEXMSNAP AT '
                  'CUSTOMER ' TSNP-CUSTOMER-ID ' - STATUS '
                  WS-BRCH-STATUS
              PERFORM 9999-ABORT
           END-IF
           MOVE BLD-BRANCH-CODE TO WS-RESTORE-BRANCH.

       4000-RELOAD-TEXE2.
           PERFORM 4100-READ-TEXE2-SNAP
           PERFORM WITH TEST BEFORE UNTIL TEXE-EOF
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       4500-RELOAD-TEXE2HIST.
           PERFORM 4600-READ-HIST-LOAD
           PERFORM WITH TEST BEFORE UNTIL HIST-EOF
              ADD 1 TO WS-HIST-READ-COUNT
              PERFORM 4700-INSERT-TEXE2HIST-ROW
              PERFORM 4600-READ-HIST-LOAD
           END-PERFORM.

       4600-READ-HIST-LOAD.
           READ HIST-LOAD-FILE
           IF NOT HIST-OK AND NOT HIST-EOF
              DISPLAY 'WALREST: UNEXPECTED TEXHLOAD STATUS ON READ '
                  WS-HIST-STATUS
              PERFORM 9999-ABORT
           END-IF.

       4700-INSERT-TEXE2HIST-ROW.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4710-TRY-INSERT-TEXE2HIST
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           ADD 1 TO WS-HIST-INS-COUNT.

       4710-TRY-INSERT-TEXE2HIST.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              INSERT INTO TEXE2HIST
                  (CUSTOMER_ID, WALLET_NO, FIRST_NAME, LAST_NAME,
                   OLD_WALLET, NEW_WALLET, ADJ_REF, REV_ADJ_REF,
                   TMS_CREA, PGM_NAME)
              VALUES
                  (:HLD-CUSTOMER-ID, :HLD-WALLET-NO,
                   :HLD-FIRST-NAME, :HLD-LAST-NAME,
                   :HLD-OLD-WALLET, :HLD-NEW-WALLET,
                   :HLD-ADJ-REF, :HLD-REV-ADJ-REF,
                   :HLD-TMS-CREA, :HLD-PGM-NAME)
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       5000-RECONCILE-AND-COMMIT.
      * Nothing commits until every snapshot record went back in.
           IF WS-TEXM-INS-COUNT NOT = WS-TEXM-READ-COUNT
              OR WS-TEXE-INS-COUNT NOT = WS-TEXE-READ-COUNT
              OR WS-HIST-INS-COUNT NOT = WS-HIST-READ-COUNT
              OR WS-HIST-READ-COUNT NOT = WS-HIST-FILE-COUNT
              MOVE 'CTOT' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
       8000-HOUSEKEEPING.
           CLOSE TEXEM-SNAP-FILE
           CLOSE TEXE2-SNAP-FILE
           IF HIST-LOAD-SUPPLIED
              CLOSE HIST-LOAD-FILE
           END-IF
           IF BRCH-LOAD-SUPPLIED
              CLOSE BRANCH-LOAD-FILE
           END-IF

           MOVE WS-TEXM-INS-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALREST: TEXEM ROWS RESTORED: '
               WS-COUNT-FORMATTED
           MOVE WS-TEXE-INS-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALREST: TEXE2 ROWS RESTORED: '
               WS-COUNT-FORMATTED
           IF HIST-LOAD-SUPPLIED
              MOVE WS-HIST-INS-COUNT TO WS-COUNT-FORMATTED
              DISPLAY 'WALREST: TEXE2HIST ROWS LOADED: '
                  WS-COUNT-FORMATTED
           END-IF.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
