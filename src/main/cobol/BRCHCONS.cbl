       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BRCHCONS.
      *****************************************************************
      * Branch consolidation run. BRCHMNT closes a branch to a
      * successor from a close date - the branch goes 'C', closing,
      * and takes no new customers from then on. This run, submitted
      * once the close date has come, moves the customers it still
      * has:
      *
      *   - for each closing branch on BRCHMAST whose close date is
      *     the business date or earlier, every TEXEM row on the
      *     branch has its BRANCH_CODE set to the successor, one
      *     customer per unit of work, each written to the TEXMAUDT
      *     customer audit as action 'B' with the before and after
      *     branch, so the customer's own trail shows the move;
      *   - the customers on the closing branch and on its successor
      *     are counted before and after. The branch reconciles when
      *     none is left on it and the successor has gained exactly
      *     the number it had; the BRCHCREC reconciliation report
      *     shows every branch's counts and result;
      *   - a branch that reconciles is marked 'X', closed, on
      *     BRCHMAST with a 'K' record on the BRCHAUDT branch audit.
      *     One that does not stays closing for a rerun, which picks
      *     up whatever was left, and ends the run RC 8.
      *
      * A successor that is no longer open - closed itself since -
      * cannot take the customers; the branch is left closing and
      * listed, RC 4, until BRCHMNT names another successor. A
      * customer no longer on the branch when the update reaches it
      * is passed over and counted as not moved, RC 4.
      *
      * The run holds the WALLOCK interlock throughout, the same one
      * TEXMMNT and CUSTONBD take, so no customer can be added to or
      * moved off either branch between the two counts.
      *
      * Card: the USERNO authorizing the consolidation - active on
      * the user master with update or approve authority, as for
      * TEXMMNT; any other is refused and goes to SECLOG.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRCHMAST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BRANCH-STATUS.
      * The branch audit BRCHMNT writes - the closed marking adds to
      * it.
           SELECT BRANCH-AUDIT-FILE ASSIGN TO "BRCHAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BRCHAUDT-STATUS.
      * The customer master audit TEXMMNT writes - one 'B' record
      * per customer moved.
           SELECT AUDIT-FILE ASSIGN TO "TEXMAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
      * The before-and-after counts and result for every branch.
           SELECT RECON-REPORT ASSIGN TO "BRCHCREC"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-MASTER-STATUS.
           SELECT SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SECLOG-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the date the close dates are measured against.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-MASTER-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS BRANCH-MASTER-RECORD.
       01  BRANCH-MASTER-RECORD.
           COPY BRCHMAST.
       FD  BRANCH-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 127 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS BRANCH-AUDIT-RECORD.
       01  BRANCH-AUDIT-RECORD.
           05  BAU-DATE            PIC X(10).
           05  BAU-BRANCH-CODE     PIC X(03).
           05  BAU-ACTION          PIC X(01).
           05  BAU-OLD-IMAGE       PIC X(51).
           05  BAU-NEW-IMAGE       PIC X(51).
           05  BAU-USERNO          PIC 9(03).
           05  BAU-PGM-NAME        PIC X(08).
       FD  AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 79 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS AUDIT-RECORD.
       01  AUDIT-RECORD.
           05  AUD-DATE            PIC X(10).
           05  AUD-USERNO          PIC 9(03).
           05  AUD-ACTION          PIC X(01).
           05  AUD-CUSTOMER-ID     PIC 9(9).
           05  AUD-OLD-FIRST-NAME  PIC X(10).
           05  AUD-OLD-LAST-NAME   PIC X(10).
           05  AUD-NEW-FIRST-NAME  PIC X(10).
           05  AUD-NEW-LAST-NAME   PIC X(10).
           05  AUD-OLD-STATUS      PIC X(01).
           05  AUD-NEW-STATUS      PIC X(01).
           05  AUD-OLD-BRANCH      PIC X(03).
           05  AUD-NEW-BRANCH      PIC X(03).
           05  AUD-OLD-MAIL-PREF   PIC X(01).
           05  AUD-NEW-MAIL-PREF   PIC X(01).
           05  AUD-OLD-STMT-CYCLE  PIC 9(02).
           05  AUD-NEW-STMT-CYCLE  PIC 9(02).
           05  AUD-OLD-MAIL-UNDEL  PIC X(01).
           05  AUD-NEW-MAIL-UNDEL  PIC X(01).
       FD  RECON-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS RECON-REPORT-RECORD.
       01  RECON-REPORT-RECORD     PIC X(80).
       FD  USER-MASTER-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 25 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS USER-MASTER-RECORD.
       01  USER-MASTER-RECORD.
           05  UM-USERNO           PIC 9(03).
           05  UM-NAME             PIC X(20).
           05  UM-STATUS           PIC X(01).
           05  UM-AUTHORITY        PIC X(01).
       FD  SECURITY-LOG
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 31 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS SECURITY-LOG-RECORD.
       01  SECURITY-LOG-RECORD.
           05  SEC-DATE            PIC X(10).
           05  SEC-PROGRAM         PIC X(08).
           05  SEC-USERNO          PIC 9(03).
           05  SEC-ACTION          PIC X(10).
       FD  BUSINESS-DATE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 11 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS BUSINESS-DATE-RECORD.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE    PIC X(10).
           05  BD-STATUS           PIC X(01).
               88  BD-IS-OPEN      VALUE 'O'.
               88  BD-IS-CLOSED    VALUE 'C'.

       WORKING-STORAGE SECTION.

       01  FILLER.
           05  WS-BRANCH-STATUS     PIC XX.
               88  BRANCH-OK        VALUE '00'.
               88  BRANCH-EOF       VALUE '10'.
               88  BRANCH-NOT-FOUND VALUE '35'.
           05  WS-BRCHAUDT-STATUS   PIC XX.
               88  BRCHAUDT-OK      VALUE '00'.
           05  WS-AUDIT-STATUS      PIC XX.
               88  AUDIT-OK         VALUE '00'.
           05  WS-REPORT-STATUS     PIC XX.
               88  REPORT-OK        VALUE '00'.
           05  WS-MASTER-STATUS     PIC XX.
               88  MASTER-OK        VALUE '00'.
               88  MASTER-EOF       VALUE '10'.
               88  MASTER-NOT-FOUND VALUE '35'.
           05  WS-SECLOG-STATUS     PIC XX.
               88  SECLOG-OK        VALUE '00'.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK       VALUE '00'.
               88  BUSDATE-NOT-FOUND VALUE '35'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'BRCHCONS'.
           05  WS-MAINT-USERNO      PIC 9(03) VALUE ZERO.
           05  WS-USERNO-SW         PIC X(01) VALUE 'N'.
               88  VALID-USERNO     VALUE 'Y'.
           05  USERNO-IDX           PIC S9(4) COMP.
           05  WS-USER-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-USER-MAX          PIC S9(4) COMP VALUE 200.
           05  WS-RUN-DATE-RAW8     PIC 9(08).
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-CURSOR-EOF-SW     PIC X(01) VALUE 'N'.
               88  CURSOR-AT-END    VALUE 'Y'.
           05  WS-BRANCH-COUNT      PIC S9(4) COMP VALUE ZERO.
           05  WS-BRANCH-MAX        PIC S9(4) COMP VALUE 500.
           05  WS-BRANCH-IX         PIC S9(4) COMP.
           05  WS-SUCC-IX           PIC S9(4) COMP.
           05  WS-FIND-IX           PIC S9(4) COMP.
           05  WS-OLD-IMAGE         PIC X(51).
      * The branch being consolidated and its successor, as the SQL
      * sees them.
           05  WS-CLOSING-BRANCH    PIC X(03).
           05  WS-SUCCESSOR-BRANCH  PIC X(03).
           05  WS-COUNT-HOST        PIC S9(9) COMP.
      * The four counts the reconciliation rests on, and the moves.
           05  WS-CLOSING-BEFORE    PIC S9(9) COMP-3.
           05  WS-SUCC-BEFORE       PIC S9(9) COMP-3.
           05  WS-CLOSING-AFTER     PIC S9(9) COMP-3.
           05  WS-SUCC-AFTER        PIC S9(9) COMP-3.
           05  WS-MOVED-COUNT       PIC S9(9) COMP-3.
           05  WS-ROWS-MOVED        PIC S9(9) COMP VALUE ZERO.
      * The customer in hand, as the cursor returned them.
           05  WS-CB-CUSTOMER-ID    PIC 9(9).
           05  WS-CB-FIRST-NAME     PIC X(10).
           05  WS-CB-LAST-NAME      PIC X(10).
           05  WS-CB-CUST-STATUS    PIC X(01).
           05  WS-CB-MAIL-PREF      PIC X(01).
           05  WS-CB-STMT-CYCLE     PIC 9(02).
           05  WS-CB-MAIL-UNDELIV   PIC X(01).
           05  WS-BRANCHES-DUE      PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-BRANCHES-CLOSED   PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-BRANCHES-HELD     PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-BRANCHES-UNBAL    PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-CUSTOMERS-MOVED   PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-CUSTOMERS-NOT-MOVED PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZ9.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.

      * The user master as loaded from USERMST - a missing or empty
      * file leaves the table empty and the USERNO fails, so the run
      * fails closed rather than open.
       01  WS-USER-TABLE.
           05 WS-USER-ENTRY OCCURS 200 TIMES.
              10 WS-UT-USERNO        PIC 9(03).
              10 WS-UT-NAME          PIC X(20).
              10 WS-UT-STATUS        PIC X(01).
              10 WS-UT-AUTHORITY     PIC X(01).

      * The branch file in storage, rewritten at the end of the run
      * with the consolidated branches marked closed.
       01  WS-BRANCH-TABLE.
           05  WS-BT-ENTRY OCCURS 500 TIMES.
               10  WS-BT-BRANCH-CODE  PIC X(03).
               10  WS-BT-IMAGE.
                   15  WS-BT-BRANCH-NAME PIC X(30).
                   15  WS-BT-REGION      PIC X(04).
                   15  WS-BT-STATUS      PIC X(01).
                   15  WS-BT-PARENT      PIC X(03).
                   15  WS-BT-SUCCESSOR   PIC X(03).
                   15  WS-BT-CLOSE-DATE  PIC X(10).

       01  WS-RPT-HEAD-LINE.
           05  FILLER               PIC X(40) VALUE
               'BRANCH CONSOLIDATION RECONCILIATION -  '.
           05  WS-RH-DATE           PIC X(10).
           05  FILLER               PIC X(30) VALUE SPACES.
       01  WS-RPT-COLUMN-LINE.
           05  FILLER               PIC X(40) VALUE
               'FROM TO   FROM-BEF  TO-BEF   MOVED FROM-'.
           05  FILLER               PIC X(40) VALUE
               'AFT  TO-AFT RESULT'.
      * One line per closing branch due.
       01  WS-RPT-DETAIL-LINE.
           05  WS-RD-CLOSING        PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RD-SUCCESSOR      PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RD-CLOSING-BEFORE PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RD-SUCC-BEFORE    PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RD-MOVED          PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RD-CLOSING-AFTER  PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RD-SUCC-AFTER     PIC ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RD-RESULT         PIC X(24).
       01  WS-RPT-TOTAL-LINE.
           05  WS-RT-LABEL          PIC X(30).
           05  WS-RT-VALUE          PIC X(16).
           05  FILLER               PIC X(34) VALUE SPACES.

      * Standard return-code/message-text registry shared with
      * FILECOPY, DB2PROG and BIPM012.
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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'BRCHCONS'.

      * Call parameter block for WALLOCK, the shared run interlock -
      * same field layout as WALLOCK's own linkage section. Held for
      * the whole run, so the counts are not disturbed.
       01  WS-WALLOCK-PARM.
           05  WS-WL-FUNCTION      PIC X(04).
           05  WS-WL-PROGRAM       PIC X(08).
           05  WS-WL-RC            PIC 9(02).
           05  WS-WL-HOLDER        PIC X(08).
           05  WS-WL-SINCE         PIC X(26).

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.

      * Every customer still on the branch being consolidated. WITH
      * HOLD, because each move commits as it goes and the cursor
      * must survive the commit.
           EXEC SQL
              DECLARE BRCH-CUR CURSOR WITH HOLD FOR
              SELECT CUSTOMER_ID, FIRST_NAME, LAST_NAME,
                     CUST_STATUS, MAIL_PREF, STMT_CYCLE,
                     MAIL_UNDELIV
              FROM TEXEM
              WHERE BRANCH_CODE = :WS-CLOSING-BRANCH
              ORDER BY CUSTOMER_ID
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0300-ACQUIRE-WALLET-LOCK
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONSOLIDATE-BRANCH
              VARYING WS-BRANCH-IX FROM 1 BY 1
              UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
           PERFORM 6000-REWRITE-BRANCH-FILE
           PERFORM 8000-HOUSEKEEPING
           PERFORM 0350-RELEASE-WALLET-LOCK
           GOBACK.

      * Register this run as THE wallet updater - the WALLOCK
      * interlock keeps TEXMMNT and CUSTONBD off the customer master
      * while customers are being moved.
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
           ACCEPT WS-MAINT-USERNO

           PERFORM 9600-RESOLVE-BUSINESS-DATE

           PERFORM 1050-LOAD-USER-MASTER
           PERFORM 1100-VALIDATE-USERNO
           IF NOT VALID-USERNO
              MOVE 'USNO' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
              PERFORM 1150-LOG-SECURITY-VIOLATION
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF

           PERFORM 1200-LOAD-BRANCH-FILE

           OPEN EXTEND AUDIT-FILE
           IF NOT AUDIT-OK
              OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT AUDIT-OK
              DISPLAY 'BRCHCONS: UNEXPECTED TEXMAUDT STATUS '
                  WS-AUDIT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF

           OPEN EXTEND BRANCH-AUDIT-FILE
           IF NOT BRCHAUDT-OK
              OPEN OUTPUT BRANCH-AUDIT-FILE
           END-IF
           IF NOT BRCHAUDT-OK
              DISPLAY 'BRCHCONS: UNEXPECTED BRCHAUDT STATUS '
                  WS-BRCHAUDT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF

           OPEN OUTPUT RECON-REPORT
           IF NOT REPORT-OK
              DISPLAY 'BRCHCONS: UNEXPECTED BRCHCREC STATUS '
                  WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF

           MOVE WS-RUN-BUS-DATE TO WS-RH-DATE
           MOVE WS-RPT-HEAD-LINE TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE WS-RPT-COLUMN-LINE TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD.

       1050-LOAD-USER-MASTER.
           OPEN INPUT USER-MASTER-FILE
           EVALUATE TRUE
              WHEN MASTER-OK
                 READ USER-MASTER-FILE
                 PERFORM WITH TEST BEFORE
                         UNTIL MASTER-EOF
                            OR WS-USER-COUNT
                               NOT LESS THAN WS-USER-MAX
                    ADD 1 TO WS-USER-COUNT
                    MOVE UM-USERNO TO WS-UT-USERNO (WS-USER-COUNT)
                    MOVE UM-NAME TO WS-UT-NAME (WS-USER-COUNT)
                    MOVE UM-STATUS TO WS-UT-STATUS (WS-USER-COUNT)
                    MOVE UM-AUTHORITY
                      TO WS-UT-AUTHORITY (WS-USER-COUNT)
                    READ USER-MASTER-FILE
                 END-PERFORM
                 CLOSE USER-MASTER-FILE
              WHEN MASTER-NOT-FOUND
                 DISPLAY 'BRCHCONS: USER MASTER FILE NOT FOUND - '
                     'ALL USER NUMBERS WILL BE REJECTED'
              WHEN OTHER
                 DISPLAY 'BRCHCONS: UNEXPECTED USERMST STATUS '
                     WS-MASTER-STATUS
                 MOVE 12 TO RETURN-CODE
           END-EVALUATE.

      * The TEXMMNT rule - a non-zero USERNO, active on the user
      * master, with update or approve authority.
       1100-VALIDATE-USERNO.
           MOVE 'N' TO WS-USERNO-SW
           IF WS-MAINT-USERNO NOT = ZERO
              PERFORM VARYING USERNO-IDX FROM 1 BY 1
                 UNTIL USERNO-IDX > WS-USER-COUNT
                 IF WS-MAINT-USERNO = WS-UT-USERNO (USERNO-IDX)
                    AND WS-UT-STATUS (USERNO-IDX) = 'A'
                    AND (WS-UT-AUTHORITY (USERNO-IDX) = 'U'
                         OR WS-UT-AUTHORITY (USERNO-IDX) = 'A')
                    MOVE 'Y' TO WS-USERNO-SW
                 END-IF
              END-PERFORM
           END-IF.

       1150-LOG-SECURITY-VIOLATION.
           MOVE WS-RUN-BUS-DATE TO SEC-DATE
           MOVE 'BRCHCONS' TO SEC-PROGRAM
           MOVE WS-MAINT-USERNO TO SEC-USERNO
           MOVE 'BRCHCONSOL' TO SEC-ACTION
           OPEN EXTEND SECURITY-LOG
           IF NOT SECLOG-OK
              OPEN OUTPUT SECURITY-LOG
           END-IF
           IF SECLOG-OK
              WRITE SECURITY-LOG-RECORD
              CLOSE SECURITY-LOG
           ELSE
              DISPLAY 'BRCHCONS: SECURITY LOG UNAVAILABLE - STATUS '
                  WS-SECLOG-STATUS
           END-IF.

      * No branch file means no branch can be closing - nothing to
      * do, and nothing to rewrite.
       1200-LOAD-BRANCH-FILE.
           OPEN INPUT BRANCH-MASTER-FILE
           EVALUATE TRUE
              WHEN BRANCH-OK
                 READ BRANCH-MASTER-FILE
                 PERFORM WITH TEST BEFORE
                         UNTIL BRANCH-EOF
                            OR WS-BRANCH-COUNT
                               NOT LESS THAN WS-BRANCH-MAX
                    ADD 1 TO WS-BRANCH-COUNT
                    MOVE BRM-BRANCH-CODE
                      TO WS-BT-BRANCH-CODE (WS-BRANCH-COUNT)
                    MOVE BRANCH-MASTER-RECORD (4:51)
                      TO WS-BT-IMAGE (WS-BRANCH-COUNT)
                    READ BRANCH-MASTER-FILE
                 END-PERFORM
                 IF NOT BRANCH-EOF
                    DISPLAY 'BRCHCONS: BRCHMAST HOLDS MORE THAN '
                        WS-BRANCH-MAX ' BRANCHES - RUN REFUSED'
                    MOVE 16 TO RETURN-CODE
                    PERFORM 0350-RELEASE-WALLET-LOCK
                    GOBACK
                 END-IF
                 CLOSE BRANCH-MASTER-FILE
              WHEN BRANCH-NOT-FOUND
                 DISPLAY 'BRCHCONS: NO BRCHMAST FILE - NOTHING TO '
                     'CONSOLIDATE'
                 MOVE 4 TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
              WHEN OTHER
                 DISPLAY 'BRCHCONS: UNEXPECTED BRCHMAST STATUS '
                     WS-BRANCH-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
           END-EVALUATE.

      * A closing branch whose close date has come, with a successor
      * still open, is consolidated; any other entry is passed over.
       2000-CONSOLIDATE-BRANCH.
           IF WS-BT-STATUS (WS-BRANCH-IX) = 'C'
              AND WS-BT-CLOSE-DATE (WS-BRANCH-IX) NOT > WS-RUN-BUS-DATE
              ADD 1 TO WS-BRANCHES-DUE
              MOVE WS-BT-BRANCH-CODE (WS-BRANCH-IX)
                TO WS-CLOSING-BRANCH
              MOVE WS-BT-SUCCESSOR (WS-BRANCH-IX)
                TO WS-SUCCESSOR-BRANCH
              MOVE ZERO TO WS-CLOSING-BEFORE WS-SUCC-BEFORE
                           WS-CLOSING-AFTER WS-SUCC-AFTER
                           WS-MOVED-COUNT
              PERFORM 2050-FIND-SUCCESSOR
              IF WS-SUCC-IX = ZERO
                 ADD 1 TO WS-BRANCHES-HELD
                 MOVE 'SUCCESSOR NOT OPEN' TO WS-RD-RESULT
                 PERFORM 7000-WRITE-DETAIL-LINE
                 DISPLAY 'BRCHCONS: BRANCH ' WS-CLOSING-BRANCH
                     ' - SUCCESSOR ' WS-SUCCESSOR-BRANCH
                     ' IS NOT OPEN, LEFT CLOSING'
                 IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                 END-IF
              ELSE
                 PERFORM 2100-COUNT-CLOSING
                 MOVE WS-COUNT-HOST TO WS-CLOSING-BEFORE
                 PERFORM 2150-COUNT-SUCCESSOR
                 MOVE WS-COUNT-HOST TO WS-SUCC-BEFORE
                 PERFORM 3000-MOVE-CUSTOMERS
                 PERFORM 2100-COUNT-CLOSING
                 MOVE WS-COUNT-HOST TO WS-CLOSING-AFTER
                 PERFORM 2150-COUNT-SUCCESSOR
                 MOVE WS-COUNT-HOST TO WS-SUCC-AFTER
                 PERFORM 4000-RECONCILE-BRANCH
              END-IF
           END-IF.

       2050-FIND-SUCCESSOR.
           MOVE ZERO TO WS-SUCC-IX
           PERFORM VARYING WS-FIND-IX FROM 1 BY 1
              UNTIL WS-FIND-IX > WS-BRANCH-COUNT
                 OR WS-SUCC-IX NOT = ZERO
              IF WS-BT-BRANCH-CODE (WS-FIND-IX) = WS-SUCCESSOR-BRANCH
                 AND WS-BT-STATUS (WS-FIND-IX) = 'A'
                 MOVE WS-FIND-IX TO WS-SUCC-IX
              END-IF
           END-PERFORM.

      * Customers on the closing branch, and on its successor,
      * into WS-COUNT-HOST.
       2100-COUNT-CLOSING.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-COUNT-HOST
                  FROM TEXEM
                 WHERE BRANCH_CODE = :WS-CLOSING-BRANCH
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE.

       2150-COUNT-SUCCESSOR.
           EXEC SQL
                SELECT COUNT(*)
                  INTO :WS-COUNT-HOST
                  FROM TEXEM
                 WHERE BRANCH_CODE = :WS-SUCCESSOR-BRANCH
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE.

      * Every customer left on the branch, one unit of work each.
       3000-MOVE-CUSTOMERS.
           MOVE 'N' TO WS-CURSOR-EOF-SW
           EXEC SQL
                OPEN BRCH-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE
           PERFORM 3100-FETCH-CUSTOMER
           PERFORM WITH TEST BEFORE UNTIL CURSOR-AT-END
              PERFORM 3200-MOVE-ONE-CUSTOMER
              PERFORM 3100-FETCH-CUSTOMER
           END-PERFORM
           EXEC SQL
                CLOSE BRCH-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE.

       3100-FETCH-CUSTOMER.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3110-TRY-FETCH-CUSTOMER
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

       3110-TRY-FETCH-CUSTOMER.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                FETCH BRCH-CUR
                INTO :WS-CB-CUSTOMER-ID, :WS-CB-FIRST-NAME,
                     :WS-CB-LAST-NAME, :WS-CB-CUST-STATUS,
                     :WS-CB-MAIL-PREF, :WS-CB-STMT-CYCLE,
                     :WS-CB-MAIL-UNDELIV
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * The update takes the row only while it is still on the
      * closing branch, so a row moved already is left as it is.
       3200-MOVE-ONE-CUSTOMER.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3210-TRY-MOVE-CUSTOMER
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           MOVE SQLERRD (3) TO WS-ROWS-MOVED
      * No row taken means nothing was changed, so there is nothing
      * to back out - and a ROLLBACK would close the held cursor
      * under the next fetch. The customer is counted and passed.
           IF WS-ROWS-MOVED NOT = 1
              ADD 1 TO WS-CUSTOMERS-NOT-MOVED
              DISPLAY 'BRCHCONS: CUSTOMER ' WS-CB-CUSTOMER-ID
                  ' NO LONGER ON BRANCH ' WS-CLOSING-BRANCH
                  ' - NOT MOVED'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
              PERFORM 9800-CHECK-SQLCODE
              ADD 1 TO WS-MOVED-COUNT
              ADD 1 TO WS-CUSTOMERS-MOVED
              PERFORM 3300-WRITE-CUSTOMER-AUDIT
           END-IF.

       3210-TRY-MOVE-CUSTOMER.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                UPDATE TEXEM
                   SET BRANCH_CODE = :WS-SUCCESSOR-BRANCH
                 WHERE CUSTOMER_ID = :WS-CB-CUSTOMER-ID
                   AND BRANCH_CODE = :WS-CLOSING-BRANCH
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * The customer's TEXMAUDT trail, in TEXMMNT's layout - only
      * the branch differs between the images.
       3300-WRITE-CUSTOMER-AUDIT.
           MOVE WS-RUN-BUS-DATE TO AUD-DATE
           MOVE WS-MAINT-USERNO TO AUD-USERNO
           MOVE 'B' TO AUD-ACTION
           MOVE WS-CB-CUSTOMER-ID TO AUD-CUSTOMER-ID
           MOVE WS-CB-FIRST-NAME TO AUD-OLD-FIRST-NAME
                                    AUD-NEW-FIRST-NAME
           MOVE WS-CB-LAST-NAME TO AUD-OLD-LAST-NAME
                                   AUD-NEW-LAST-NAME
           MOVE WS-CB-CUST-STATUS TO AUD-OLD-STATUS AUD-NEW-STATUS
           MOVE WS-CLOSING-BRANCH TO AUD-OLD-BRANCH
           MOVE WS-SUCCESSOR-BRANCH TO AUD-NEW-BRANCH
           MOVE WS-CB-MAIL-PREF TO AUD-OLD-MAIL-PREF
                                   AUD-NEW-MAIL-PREF
           MOVE WS-CB-STMT-CYCLE TO AUD-OLD-STMT-CYCLE
                                    AUD-NEW-STMT-CYCLE
           MOVE WS-CB-MAIL-UNDELIV TO AUD-OLD-MAIL-UNDEL
                                      AUD-NEW-MAIL-UNDEL
           WRITE AUDIT-RECORD.

      * Nobody left behind, and the successor up by exactly the
      * number the closing branch had - then the branch is closed.
       4000-RECONCILE-BRANCH.
           IF WS-CLOSING-AFTER = ZERO
              AND WS-SUCC-AFTER = WS-SUCC-BEFORE + WS-CLOSING-BEFORE
              ADD 1 TO WS-BRANCHES-CLOSED
              MOVE WS-BT-IMAGE (WS-BRANCH-IX) TO WS-OLD-IMAGE
              MOVE 'X' TO WS-BT-STATUS (WS-BRANCH-IX)
              PERFORM 4100-WRITE-BRANCH-AUDIT
              MOVE 'RECONCILED - CLOSED' TO WS-RD-RESULT
           ELSE
              ADD 1 TO WS-BRANCHES-UNBAL
              MOVE 'OUT OF BALANCE - CLOSING'
                TO WS-RD-RESULT
              DISPLAY 'BRCHCONS: BRANCH ' WS-CLOSING-BRANCH
                  ' DOES NOT RECONCILE TO ' WS-SUCCESSOR-BRANCH
                  ' - LEFT CLOSING'
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 7000-WRITE-DETAIL-LINE.

       4100-WRITE-BRANCH-AUDIT.
           MOVE WS-RUN-BUS-DATE TO BAU-DATE
           MOVE WS-CLOSING-BRANCH TO BAU-BRANCH-CODE
           MOVE 'K' TO BAU-ACTION
           MOVE WS-OLD-IMAGE TO BAU-OLD-IMAGE
           MOVE WS-BT-IMAGE (WS-BRANCH-IX) TO BAU-NEW-IMAGE
           MOVE WS-MAINT-USERNO TO BAU-USERNO
           MOVE WS-PGM-NAME TO BAU-PGM-NAME
           WRITE BRANCH-AUDIT-RECORD.

      * Written back only once every branch has been through, so a
      * run that abends leaves the file as it found it and the rerun
      * finds the branches still closing.
       6000-REWRITE-BRANCH-FILE.
           IF WS-BRANCHES-CLOSED > ZERO
              OPEN OUTPUT BRANCH-MASTER-FILE
              PERFORM VARYING WS-BRANCH-IX FROM 1 BY 1
                 UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
                 MOVE SPACES TO BRANCH-MASTER-RECORD
                 MOVE WS-BT-BRANCH-CODE (WS-BRANCH-IX)
                   TO BRM-BRANCH-CODE
                 MOVE WS-BT-IMAGE (WS-BRANCH-IX)
                   TO BRANCH-MASTER-RECORD (4:51)
                 WRITE BRANCH-MASTER-RECORD
              END-PERFORM
              CLOSE BRANCH-MASTER-FILE
           END-IF.

       7000-WRITE-DETAIL-LINE.
           MOVE WS-CLOSING-BRANCH TO WS-RD-CLOSING
           MOVE WS-SUCCESSOR-BRANCH TO WS-RD-SUCCESSOR
           MOVE WS-CLOSING-BEFORE TO WS-RD-CLOSING-BEFORE
           MOVE WS-SUCC-BEFORE TO WS-RD-SUCC-BEFORE
           MOVE WS-MOVED-COUNT TO WS-RD-MOVED
           MOVE WS-CLOSING-AFTER TO WS-RD-CLOSING-AFTER
           MOVE WS-SUCC-AFTER TO WS-RD-SUCC-AFTER
           MOVE WS-RPT-DETAIL-LINE TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD.

       8000-HOUSEKEEPING.
           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE 'BRANCHES DUE' TO WS-RT-LABEL
           MOVE WS-BRANCHES-DUE TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'BRANCHES CLOSED' TO WS-RT-LABEL
           MOVE WS-BRANCHES-CLOSED TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'OUT OF BALANCE' TO WS-RT-LABEL
           MOVE WS-BRANCHES-UNBAL TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'SUCCESSOR NOT OPEN' TO WS-RT-LABEL
           MOVE WS-BRANCHES-HELD TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'CUSTOMERS MOVED' TO WS-RT-LABEL
           MOVE WS-CUSTOMERS-MOVED TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'CUSTOMERS NOT MOVED' TO WS-RT-LABEL
           MOVE WS-CUSTOMERS-NOT-MOVED TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE

           CLOSE RECON-REPORT
           CLOSE AUDIT-FILE
           CLOSE BRANCH-AUDIT-FILE

           MOVE WS-BRANCHES-CLOSED TO WS-COUNT-FORMATTED
           DISPLAY 'BRCHCONS: BRANCHES CLOSED: ' WS-COUNT-FORMATTED
           MOVE WS-CUSTOMERS-MOVED TO WS-COUNT-FORMATTED
           DISPLAY 'BRCHCONS: CUSTOMERS MOVED: ' WS-COUNT-FORMATTED
           MOVE WS-CUSTOMERS-NOT-MOVED TO WS-COUNT-FORMATTED
           DISPLAY 'BRCHCONS: CUSTOMERS NOT MOVED: '
               WS-COUNT-FORMATTED.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-RPT-TOTAL-LINE TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'BRCHCONS: SQLCODE ' SQLCODE
               ' - DEADLOCK/TIMEOUT, RETRY ' WS-RETRY-COUNT
               ' OF ' WS-MAX-RETRIES ' IN ' WS-RETRY-DELAY-SECS
               ' SECONDS'
           CALL 'C$SLEEP' USING WS-RETRY-DELAY-SECS
           .

       9500-LOOKUP-ERROR-CODE.
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
      * The close dates are measured against the window's business
      * date, not the clock's. With no control file at all the
      * system date stands in, with a note.
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
               WHEN BUSDATE-OK
                   READ BUSINESS-DATE-FILE
                   IF BUSDATE-OK
                       MOVE BD-BUSINESS-DATE TO WS-RUN-BUS-DATE
                   END-IF
                   CLOSE BUSINESS-DATE-FILE
               WHEN BUSDATE-NOT-FOUND
                   DISPLAY 'BRCHCONS: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'BRCHCONS: UNEXPECTED BUSDATE STATUS '
                       WS-BUSDATE-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 0350-RELEASE-WALLET-LOCK
                   GOBACK
           END-EVALUATE
           .

       9800-CHECK-SQLCODE.
      * Anything other than clean completion rolls the in-flight move
      * back, so a customer is never half-moved. The lock stays held
      * for LOCKMNT to clear once the failure is understood.
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
           DISPLAY 'BRCHCONS: UNEXPECTED SQLCODE ' SQLCODE
               ' - UNIT OF WORK ROLLED BACK'
           MOVE 16 TO RETURN-CODE
           GOBACK.
