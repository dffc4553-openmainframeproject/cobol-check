       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TERMMNT.
      *****************************************************************
      * Batch maintenance of fixed-term wallets. A customer can lock
      * a wallet's balance away for 3, 6 or 12 months at an agreed
      * annual rate; the term is held on TEXTERM against the wallet
      * with its start date, term, rate and maturity instruction -
      * pay the matured balance out to the customer's wallet 01, or
      * roll it over for another term. While the term runs the debit
      * runs (WALADJPG, WALXFER, WALPAYOT) refuse the wallet and
      * WALINT pays it no monthly interest; the nightly WALMATUR run
      * sends the maturity notice, credits the interest at the
      * agreed rate and carries out the instruction.
      *
      * Driven by the TERMTRAN file, one record per wallet:
      *   'O' opens a term - the wallet must be on TEXE2, not wallet
      *       01, in credit and not already on a term; the term must
      *       be 3, 6 or 12 months, the rate above zero and the
      *       instruction 'P' or 'R', and a 'P' term needs a wallet
      *       01 to pay into. The term starts on the business date
      *       and matures on the same day of the month the term's
      *       months later (the last day of a shorter month).
      *   'I' changes the maturity instruction of a running term -
      *       the one thing the customer may change before maturity.
      * Failures go to the TERMREJ rejects report with their reason;
      * every applied record writes a TERMAUDT record, under the
      * same USERNO check against the shared user master TEXMMNT
      * applies.
      *
      * TEXTERM decides what the wallet updaters may do, so the run
      * takes the WALLOCK interlock like every other TEXE2 updater.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-TRAN-FILE ASSIGN TO "TERMTRAN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TRAN-STATUS.
           SELECT REJECT-REPORT ASSIGN TO "TERMREJ"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REJECT-STATUS.
      * One audit record per term opened or changed, appended run
      * after run.
           SELECT TERM-AUDIT-FILE ASSIGN TO "TERMAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-MASTER-STATUS.
           SELECT SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SECLOG-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the date a term opened here starts on.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TERM-TRAN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 24 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS TERM-TRAN-RECORD.
       01  TERM-TRAN-RECORD.
      * The wallet - its customer and wallet number.
           05  TTX-CUSTOMER-ID     PIC 9(9).
           05  TTX-WALLET-NO       PIC 9(2).
      * 'O' open a term, 'I' change a running term's instruction.
           05  TTX-ACTION          PIC X(01).
               88  TTX-OPEN-TERM       VALUE 'O'.
               88  TTX-CHANGE-INSTR    VALUE 'I'.
      * Term in months and agreed annual rate, percent - 'O' only.
           05  TTX-TERM-MONTHS     PIC 9(2).
           05  TTX-AGREED-RATE     PIC 9(3)V9(6).
      * 'P' pay out to wallet 01 at maturity, 'R' roll over.
           05  TTX-MATURITY-INSTR  PIC X(01).
       FD  REJECT-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS REJECT-REPORT-RECORD.
       01  REJECT-REPORT-RECORD    PIC X(80).
       FD  TERM-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 55 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS TERM-AUDIT-RECORD.
       01  TERM-AUDIT-RECORD.
           05  TAU-DATE            PIC X(10).
           05  TAU-USERNO          PIC 9(03).
           05  TAU-CUSTOMER-ID     PIC 9(9).
           05  TAU-WALLET-NO       PIC 9(2).
           05  TAU-ACTION          PIC X(01).
           05  TAU-TERM-MONTHS     PIC 9(2).
           05  TAU-AGREED-RATE     PIC 9(3)V9(6).
           05  TAU-MATURITY-INSTR  PIC X(01).
           05  TAU-MATURITY-DATE   PIC X(10).
           05  TAU-PGM-NAME        PIC X(08).
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
           05  BD-BUSINESS-DATE   PIC X(10).
           05  BD-STATUS          PIC X(01).
               88  BD-IS-OPEN     VALUE 'O'.
               88  BD-IS-CLOSED   VALUE 'C'.

       WORKING-STORAGE SECTION.

       01  FILLER.
           05  WS-TRAN-STATUS       PIC XX.
               88  TRAN-OK          VALUE '00'.
               88  TRAN-EOF         VALUE '10'.
               88  TRAN-NOT-FOUND   VALUE '35'.
           05  WS-REJECT-STATUS     PIC XX.
               88  REJECT-OK        VALUE '00'.
           05  WS-AUDIT-STATUS      PIC XX.
               88  AUDIT-OK         VALUE '00'.
           05  WS-MAINT-USERNO      PIC 9(03) VALUE ZERO.
           05  WS-USERNO-SW         PIC X(01) VALUE 'N'.
               88  VALID-USERNO     VALUE 'Y'.
           05  USERNO-IDX           PIC S9(4) COMP.
           05  WS-SECLOG-STATUS     PIC XX.
               88  SECLOG-OK        VALUE '00'.
           05  WS-MASTER-STATUS     PIC XX.
               88  MASTER-OK        VALUE '00'.
               88  MASTER-EOF       VALUE '10'.
               88  MASTER-NOT-FOUND VALUE '35'.
           05  WS-USER-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-USER-MAX          PIC S9(4) COMP VALUE 200.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK          VALUE '00'.
               88  BUSDATE-NOT-FOUND   VALUE '35'.
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
           05  WS-PGM-NAME          PIC X(08) VALUE 'TERMMNT'.
           05  WS-EDIT-SW           PIC X(01).
               88  EDITS-GOOD       VALUE 'Y'.
           05  WS-REJECT-REASON     PIC X(30).
           05  WS-WALLET-FOUND-SW   PIC X(01).
               88  WALLET-ROW-FOUND VALUE 'Y'.
           05  WS-TERM-FOUND-SW     PIC X(01).
               88  TERM-ROW-FOUND   VALUE 'Y'.
           05  WS-LOOK-WALLET-NO    PIC 9(2).
           05  WS-TERM-COUNT        PIC S9(9) COMP VALUE ZERO.
      * The maturity date - the start date moved on by the term's
      * months, the day held unless the month is too short for it.
           05  WS-MAT-DATE          PIC X(10).
           05  WS-MAT-YEAR          PIC 9(04).
           05  WS-MAT-MONTH         PIC 9(02).
           05  WS-MAT-DAY           PIC 9(02).
           05  WS-APPLIED-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-REJECT-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZ9.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.
      * The user master as loaded from USERMST at initialization -
      * a missing or empty file leaves the table empty and every
      * USERNO fails validation, so the run fails closed.
       01  WS-USER-TABLE.
           05 WS-USER-ENTRY OCCURS 200 TIMES.
              10 WS-UT-USERNO        PIC 9(03).
              10 WS-UT-NAME          PIC X(20).
              10 WS-UT-STATUS        PIC X(01).
              10 WS-UT-AUTHORITY     PIC X(01).

       01  WS-REJECT-LINE.
           05  WS-RJ-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-RJ-WALLET-NO      PIC 9(2).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RJ-ACTION         PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RJ-TERM-MONTHS    PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RJ-INSTR          PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RJ-REASON         PIC X(30).
           05  FILLER               PIC X(30) VALUE SPACES.

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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'TERMMNT'.

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
      * same field layout as DATEUTIL's own linkage section. 'EOM '
      * gives the last day of the maturity month.
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
       EXEC SQL INCLUDE TEXE2  END-EXEC.
       EXEC SQL INCLUDE TEXTERM END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 0300-ACQUIRE-WALLET-LOCK
           PERFORM 2000-PROCESS-TRANSACTIONS
           PERFORM 8000-HOUSEKEEPING
           PERFORM 0350-RELEASE-WALLET-LOCK
           GOBACK.

      * Register this run as THE wallet updater - the WALLOCK
      * interlock lets one TEXE2-updating program run at a time, so
      * a term cannot open under a maturity run mid-flight.
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
           ACCEPT WS-MAINT-USERNO

           MOVE ZERO TO RETURN-CODE

           PERFORM 1700-RESOLVE-BUSINESS-DATE

           PERFORM 1050-LOAD-USER-MASTER
           PERFORM 1100-VALIDATE-USERNO
           IF NOT VALID-USERNO
              MOVE 'USNO' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
              PERFORM 1150-LOG-SECURITY-VIOLATION
              GOBACK
           END-IF

           OPEN INPUT TERM-TRAN-FILE
           EVALUATE TRUE
              WHEN TRAN-OK
                 CONTINUE
              WHEN TRAN-NOT-FOUND
                 MOVE 'IFNF' TO WS-ERRCODE-LOOKUP-CODE
                 PERFORM 9500-LOOKUP-ERROR-CODE
                 DISPLAY WS-ERRCODE-LOOKUP-TEXT
                 MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
                 GOBACK
              WHEN OTHER
                 DISPLAY 'TERMMNT: UNEXPECTED TERMTRAN STATUS '
                     WS-TRAN-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE

           OPEN OUTPUT REJECT-REPORT
           IF NOT REJECT-OK
              DISPLAY 'TERMMNT: UNEXPECTED TERMREJ STATUS '
                  WS-REJECT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN EXTEND TERM-AUDIT-FILE
           IF NOT AUDIT-OK
              OPEN OUTPUT TERM-AUDIT-FILE
           END-IF
           IF NOT AUDIT-OK
              DISPLAY 'TERMMNT: UNEXPECTED TERMAUDT STATUS '
                  WS-AUDIT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       1050-LOAD-USER-MASTER.
      * Pull the shared user master into storage for the USERNO
      * validation below.
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
                 DISPLAY 'TERMMNT: USER MASTER FILE NOT FOUND - '
                     'ALL USER NUMBERS WILL BE REJECTED'
              WHEN OTHER
                 DISPLAY 'TERMMNT: UNEXPECTED USERMST STATUS '
                     WS-MASTER-STATUS
                 MOVE 12 TO RETURN-CODE
           END-EVALUATE.

       1100-VALIDATE-USERNO.
      * Reject a zero USERNO, one not on the user master, one not
      * active, or one without update or approve authority - the
      * rule TEXMMNT applies before touching the customer master.
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

      * Append the rejected attempt to the shared security log for
      * the daily SECVIOL report.
       1150-LOG-SECURITY-VIOLATION.
           MOVE WS-RUN-BUS-DATE TO SEC-DATE
           MOVE WS-PGM-NAME TO SEC-PROGRAM
           MOVE WS-MAINT-USERNO TO SEC-USERNO
           MOVE 'TERMMAINT' TO SEC-ACTION
           OPEN EXTEND SECURITY-LOG
           IF NOT SECLOG-OK
              OPEN OUTPUT SECURITY-LOG
           END-IF
           IF SECLOG-OK
              WRITE SECURITY-LOG-RECORD
              CLOSE SECURITY-LOG
           ELSE
              DISPLAY 'TERMMNT: SECURITY LOG UNAVAILABLE - STATUS '
                  WS-SECLOG-STATUS
           END-IF.

      * A term starts on the window's business date, so a term
      * keyed after midnight still starts on the day it was sold; a
      * run with no control file falls back on the system date.
       1700-RESOLVE-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
              WHEN BUSDATE-OK
                 READ BUSINESS-DATE-FILE
                 IF BUSDATE-OK
                    MOVE BD-BUSINESS-DATE TO WS-RUN-BUS-DATE
                 END-IF
                 CLOSE BUSINESS-DATE-FILE
              WHEN BUSDATE-NOT-FOUND
                 DISPLAY 'TERMMNT: NO BUSDATE CONTROL FILE - '
                     'USING THE SYSTEM DATE'
                 ACCEPT WS-RUN-DATE-RAW8 FROM DATE YYYYMMDD
                 MOVE WS-RUN-DATE-RAW8 (1:4) TO WS-RUN-BUS-DATE (1:4)
                 MOVE '-' TO WS-RUN-BUS-DATE (5:1)
                 MOVE WS-RUN-DATE-RAW8 (5:2) TO WS-RUN-BUS-DATE (6:2)
                 MOVE '-' TO WS-RUN-BUS-DATE (8:1)
                 MOVE WS-RUN-DATE-RAW8 (7:2) TO WS-RUN-BUS-DATE (9:2)
              WHEN OTHER
                 DISPLAY 'TERMMNT: UNEXPECTED BUSDATE STATUS '
                     WS-BUSDATE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

       2000-PROCESS-TRANSACTIONS.
           PERFORM 2100-READ-TRANSACTION
           PERFORM WITH TEST BEFORE UNTIL TRAN-EOF
              PERFORM 3000-APPLY-ONE-TRANSACTION
              PERFORM 2100-READ-TRANSACTION
           END-PERFORM.

       2100-READ-TRANSACTION.
           READ TERM-TRAN-FILE
           IF NOT TRAN-OK AND NOT TRAN-EOF
              DISPLAY 'TERMMNT: UNEXPECTED TERMTRAN STATUS ON READ '
                  WS-TRAN-STATUS
              PERFORM 9999-ABORT
           END-IF.

      * Each record is its own unit of work - the term row and its
      * audit record go together.
       3000-APPLY-ONE-TRANSACTION.
           PERFORM 3100-EDIT-TRANSACTION
           IF EDITS-GOOD
              PERFORM 3200-CHECK-WALLET
           END-IF
           IF EDITS-GOOD
              EVALUATE TRUE
                 WHEN TTX-OPEN-TERM
                    PERFORM 4000-OPEN-TERM
                 WHEN OTHER
                    PERFORM 4100-CHANGE-INSTRUCTION
              END-EVALUATE
              EXEC SQL
                 COMMIT
              END-EXEC
              PERFORM 7100-WRITE-AUDIT-RECORD
              ADD 1 TO WS-APPLIED-COUNT
           ELSE
              PERFORM 7000-WRITE-REJECT
           END-IF.

       3100-EDIT-TRANSACTION.
      * Field edits every transaction passes before any SQL runs.
           MOVE 'Y' TO WS-EDIT-SW
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-MAT-DATE

           IF TTX-CUSTOMER-ID NOT NUMERIC
              OR TTX-CUSTOMER-ID = ZERO
              MOVE 'CUSTOMER-ID NOT NUMERIC/ZERO' TO WS-REJECT-REASON
              MOVE 'N' TO WS-EDIT-SW
           END-IF

           IF EDITS-GOOD
              IF TTX-WALLET-NO NOT NUMERIC
                 OR TTX-WALLET-NO NOT > 01
                 MOVE 'WALLET 01 CANNOT BE ON A TERM'
                   TO WS-REJECT-REASON
                 MOVE 'N' TO WS-EDIT-SW
              END-IF
           END-IF

           IF EDITS-GOOD
              AND NOT TTX-OPEN-TERM
              AND NOT TTX-CHANGE-INSTR
              MOVE 'ACTION NOT O OR I' TO WS-REJECT-REASON
              MOVE 'N' TO WS-EDIT-SW
           END-IF

           IF EDITS-GOOD
              AND TTX-MATURITY-INSTR NOT = 'P'
              AND TTX-MATURITY-INSTR NOT = 'R'
              MOVE 'INSTRUCTION NOT P OR R' TO WS-REJECT-REASON
              MOVE 'N' TO WS-EDIT-SW
           END-IF

           IF EDITS-GOOD AND TTX-OPEN-TERM
              IF TTX-TERM-MONTHS NOT NUMERIC
                 OR (TTX-TERM-MONTHS NOT = 03
                     AND TTX-TERM-MONTHS NOT = 06
                     AND TTX-TERM-MONTHS NOT = 12)
                 MOVE 'TERM NOT 3, 6 OR 12 MONTHS' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-EDIT-SW
              END-IF
           END-IF

           IF EDITS-GOOD AND TTX-OPEN-TERM
              IF TTX-AGREED-RATE NOT NUMERIC
                 OR TTX-AGREED-RATE = ZERO
                 MOVE 'RATE NOT NUMERIC/ZERO' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-EDIT-SW
              END-IF
           END-IF.

      * The wallet must be on TEXE2; a new term needs it in credit
      * and free of a running term, a changed one needs the term to
      * be there. Money paid out at maturity goes to wallet 01, so a
      * 'P' instruction needs one.
       3200-CHECK-WALLET.
           MOVE TTX-WALLET-NO TO WS-LOOK-WALLET-NO
           PERFORM 3210-FETCH-WALLET
           IF NOT WALLET-ROW-FOUND
              MOVE 'WALLET NOT ON TEXE2' TO WS-REJECT-REASON
              MOVE 'N' TO WS-EDIT-SW
           END-IF

           IF EDITS-GOOD
              AND TTX-OPEN-TERM
              AND WALLET OF TEXE2 NOT > ZERO
              MOVE 'WALLET NOT IN CREDIT' TO WS-REJECT-REASON
              MOVE 'N' TO WS-EDIT-SW
           END-IF

           IF EDITS-GOOD
              PERFORM 3300-FETCH-TERM
              IF TTX-OPEN-TERM AND TERM-ROW-FOUND
                 MOVE 'WALLET ALREADY ON A TERM' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-EDIT-SW
              END-IF
              IF TTX-CHANGE-INSTR AND NOT TERM-ROW-FOUND
                 MOVE 'NO TERM RUNNING ON WALLET' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-EDIT-SW
              END-IF
           END-IF

           IF EDITS-GOOD
              AND TTX-MATURITY-INSTR = 'P'
              MOVE 01 TO WS-LOOK-WALLET-NO
              PERFORM 3210-FETCH-WALLET
              IF NOT WALLET-ROW-FOUND
                 MOVE 'NO WALLET 01 TO PAY OUT TO' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-EDIT-SW
              END-IF
           END-IF.

       3210-FETCH-WALLET.
           MOVE 'N' TO WS-WALLET-FOUND-SW
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3220-TRY-FETCH-WALLET
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

       3220-TRY-FETCH-WALLET.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              SELECT WALLET
              INTO :WALLET OF TEXE2
              FROM TEXE2
              WHERE CUSTOMER_ID = :TTX-CUSTOMER-ID
                AND WALLET_NO = :WS-LOOK-WALLET-NO
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       3300-FETCH-TERM.
           MOVE 'N' TO WS-TERM-FOUND-SW
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3310-TRY-FETCH-TERM
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                SET TERM-ROW-FOUND TO TRUE
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       3310-TRY-FETCH-TERM.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              SELECT CHAR(MATURITY_DATE, ISO), TERM_MONTHS,
                     AGREED_RATE
              INTO :MATURITY-DATE OF TEXTERM,
                   :TERM-MONTHS OF TEXTERM,
                   :AGREED-RATE OF TEXTERM
              FROM TEXTERM
              WHERE CUSTOMER_ID = :TTX-CUSTOMER-ID
                AND WALLET_NO = :TTX-WALLET-NO
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       4000-OPEN-TERM.
           PERFORM 4050-COMPUTE-MATURITY-DATE
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4010-TRY-INSERT-TERM
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       4010-TRY-INSERT-TERM.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              INSERT INTO TEXTERM
                  (CUSTOMER_ID, WALLET_NO, START_DATE, MATURITY_DATE,
                   TERM_MONTHS, AGREED_RATE, MATURITY_INSTR,
                   NOTICE_SENT, TMS_CREA)
              VALUES (:TTX-CUSTOMER-ID, :TTX-WALLET-NO,
                      DATE(:WS-RUN-BUS-DATE), DATE(:WS-MAT-DATE),
                      :TTX-TERM-MONTHS, :TTX-AGREED-RATE,
                      :TTX-MATURITY-INSTR, 'N', CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * The start date moved on by the term's months. A start day
      * past the end of the maturity month - the 31st into a
      * 30-day month, the 29th into a February - matures on that
      * month's last day.
       4050-COMPUTE-MATURITY-DATE.
           MOVE WS-RUN-BUS-DATE (1:4) TO WS-MAT-YEAR
           MOVE WS-RUN-BUS-DATE (6:2) TO WS-MAT-MONTH
           MOVE WS-RUN-BUS-DATE (9:2) TO WS-MAT-DAY
           ADD TTX-TERM-MONTHS TO WS-MAT-MONTH
           IF WS-MAT-MONTH > 12
              SUBTRACT 12 FROM WS-MAT-MONTH
              ADD 1 TO WS-MAT-YEAR
           END-IF
           MOVE SPACES TO WS-MAT-DATE
           STRING WS-MAT-YEAR '-' WS-MAT-MONTH '-01'
              DELIMITED BY SIZE INTO WS-MAT-DATE
           MOVE 'EOM ' TO WS-DU-FUNCTION
           MOVE WS-MAT-DATE TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF WS-DU-OK
              AND WS-DU-OUTPUT-DATE (9:2) < WS-MAT-DAY
              MOVE WS-DU-OUTPUT-DATE TO WS-MAT-DATE
           ELSE
              MOVE WS-MAT-DAY TO WS-MAT-DATE (9:2)
           END-IF.

       4100-CHANGE-INSTRUCTION.
           MOVE MATURITY-DATE OF TEXTERM TO WS-MAT-DATE
           MOVE TERM-MONTHS OF TEXTERM TO TTX-TERM-MONTHS
           MOVE AGREED-RATE OF TEXTERM TO TTX-AGREED-RATE
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4110-TRY-UPDATE-TERM
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       4110-TRY-UPDATE-TERM.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              UPDATE TEXTERM
                 SET MATURITY_INSTR = :TTX-MATURITY-INSTR
               WHERE CUSTOMER_ID = :TTX-CUSTOMER-ID
                 AND WALLET_NO = :TTX-WALLET-NO
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       7000-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-REJECT-LINE
           MOVE TTX-CUSTOMER-ID TO WS-RJ-CUSTOMER-ID
           MOVE TTX-WALLET-NO TO WS-RJ-WALLET-NO
           MOVE TTX-ACTION TO WS-RJ-ACTION
           MOVE TTX-TERM-MONTHS TO WS-RJ-TERM-MONTHS
           MOVE TTX-MATURITY-INSTR TO WS-RJ-INSTR
           MOVE WS-REJECT-REASON TO WS-RJ-REASON
           MOVE WS-REJECT-LINE TO REJECT-REPORT-RECORD
           WRITE REJECT-REPORT-RECORD.

       7100-WRITE-AUDIT-RECORD.
           MOVE WS-RUN-BUS-DATE TO TAU-DATE
           MOVE WS-MAINT-USERNO TO TAU-USERNO
           MOVE TTX-CUSTOMER-ID TO TAU-CUSTOMER-ID
           MOVE TTX-WALLET-NO TO TAU-WALLET-NO
           MOVE TTX-ACTION TO TAU-ACTION
           MOVE TTX-TERM-MONTHS TO TAU-TERM-MONTHS
           MOVE TTX-AGREED-RATE TO TAU-AGREED-RATE
           MOVE TTX-MATURITY-INSTR TO TAU-MATURITY-INSTR
           MOVE WS-MAT-DATE TO TAU-MATURITY-DATE
           MOVE WS-PGM-NAME TO TAU-PGM-NAME
           WRITE TERM-AUDIT-RECORD.

       8000-HOUSEKEEPING.
           CLOSE TERM-TRAN-FILE
           CLOSE REJECT-REPORT
           CLOSE TERM-AUDIT-FILE

           MOVE WS-APPLIED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'TERMMNT: TRANSACTIONS APPLIED: '
               WS-COUNT-FORMATTED
           MOVE WS-REJECT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'TERMMNT: TRANSACTIONS REJECTED: '
               WS-COUNT-FORMATTED

           IF WS-REJECT-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'TERMMNT: SQLCODE ' SQLCODE
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

       9800-CHECK-SQLCODE.
      * Common guard after every SQL operation - anything other than
      * clean completion or not-found rolls the unit of work back.
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
           DISPLAY 'TERMMNT: UNEXPECTED SQLCODE ' SQLCODE
               ' - UNIT OF WORK ROLLED BACK'
           MOVE 16 TO RETURN-CODE
           GOBACK.
