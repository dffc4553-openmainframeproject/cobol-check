       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WALPRMNT.
      *****************************************************************
      * Batch assignment of wallets to products. Every TEXE2 wallet
      * carries the code of its product on the PRODMAST file - the
      * savings wallet, the spending wallet - and WALINT, WALFEE,
      * WALDORM and the debit runs take the wallet's interest rate,
      * fees, dormancy period and overdraft permission from that
      * product through PRODLOOK. A wallet with no product keeps
      * the house terms.
      *
      * Driven by the WPRDTRAN file, each record naming a wallet
      * (customer and wallet number) and the product it moves to;
      * a blank product takes the wallet back to the house terms.
      * Every record is edited - the product must be on PRODMAST,
      * the wallet on TEXE2 and not already on that product, and an
      * overdrawn wallet may not move to a product that permits no
      * overdraft - failures go to the WPRDREJ rejects report with
      * their reason, and every applied move writes a WPRDAUDT
      * record with the old and new product, under the same USERNO
      * check against the shared user master TEXMMNT applies.
      *
      * TEXE2 rows are updated here, so the run takes the WALLOCK
      * interlock like every other TEXE2 updater.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-TRAN-FILE ASSIGN TO "WPRDTRAN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TRAN-STATUS.
           SELECT REJECT-REPORT ASSIGN TO "WPRDREJ"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REJECT-STATUS.
      * One audit record per wallet moved, appended run after run.
           SELECT PRODUCT-AUDIT-FILE ASSIGN TO "WPRDAUDT"
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
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-TRAN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 15 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PRODUCT-TRAN-RECORD.
       01  PRODUCT-TRAN-RECORD.
      * The wallet - its customer and wallet number; a blank or zero
      * wallet number means wallet 01.
           05  PTX-CUSTOMER-ID     PIC 9(9).
           05  PTX-WALLET-NO       PIC 9(2).
      * The product the wallet moves to; blank for the house terms.
           05  PTX-PRODUCT-CODE    PIC X(4).
       FD  REJECT-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS REJECT-REPORT-RECORD.
       01  REJECT-REPORT-RECORD    PIC X(80).
       FD  PRODUCT-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PRODUCT-AUDIT-RECORD.
       01  PRODUCT-AUDIT-RECORD.
           05  PAU-DATE            PIC X(10).
           05  PAU-USERNO          PIC 9(03).
           05  PAU-CUSTOMER-ID     PIC 9(9).
           05  PAU-WALLET-NO       PIC 9(2).
           05  PAU-OLD-PRODUCT     PIC X(04).
           05  PAU-NEW-PRODUCT     PIC X(04).
           05  PAU-PGM-NAME        PIC X(08).
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
           05  WS-DATE-RAW          PIC 9(08).
           05  WS-TODAY-DATE        PIC X(10).
           05  WS-PGM-NAME          PIC X(08) VALUE 'WALPRMNT'.
           05  WS-EDIT-SW           PIC X(01).
               88  EDITS-GOOD       VALUE 'Y'.
           05  WS-REJECT-REASON     PIC X(30).
           05  WS-OLD-PRODUCT       PIC X(04).
           05  WS-WALLET-FOUND-SW   PIC X(01).
               88  WALLET-ROW-FOUND VALUE 'Y'.
           05  WS-APPLIED-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-REJECT-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZ9.
           05  WS-COMMIT-INTERVAL   PIC S9(5) COMP-3 VALUE 1000.
           05  WS-COMMIT-COUNT      PIC S9(5) COMP-3 VALUE ZERO.
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
           05  WS-RJ-PRODUCT        PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RJ-REASON         PIC X(30).
           05  FILLER               PIC X(32) VALUE SPACES.

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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WALPRMNT'.

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

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.

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
           ACCEPT WS-MAINT-USERNO

           MOVE ZERO TO RETURN-CODE

           ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-DATE-RAW(1:4) TO WS-TODAY-DATE(1:4)
           MOVE '-'              TO WS-TODAY-DATE(5:1)
           MOVE WS-DATE-RAW(5:2) TO WS-TODAY-DATE(6:2)
           MOVE '-'              TO WS-TODAY-DATE(8:1)
           MOVE WS-DATE-RAW(7:2) TO WS-TODAY-DATE(9:2)

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

           OPEN INPUT PRODUCT-TRAN-FILE
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
                 DISPLAY 'WALPRMNT: UNEXPECTED WPRDTRAN STATUS '
                     WS-TRAN-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE

           OPEN OUTPUT REJECT-REPORT
           IF NOT REJECT-OK
              DISPLAY 'WALPRMNT: UNEXPECTED WPRDREJ STATUS '
                  WS-REJECT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN EXTEND PRODUCT-AUDIT-FILE
           IF NOT AUDIT-OK
              OPEN OUTPUT PRODUCT-AUDIT-FILE
           END-IF
           IF NOT AUDIT-OK
              DISPLAY 'WALPRMNT: UNEXPECTED WPRDAUDT STATUS '
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
                 DISPLAY 'WALPRMNT: USER MASTER FILE NOT FOUND - '
                     'ALL USER NUMBERS WILL BE REJECTED'
              WHEN OTHER
                 DISPLAY 'WALPRMNT: UNEXPECTED USERMST STATUS '
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
           MOVE WS-TODAY-DATE TO SEC-DATE
           MOVE WS-PGM-NAME TO SEC-PROGRAM
           MOVE WS-MAINT-USERNO TO SEC-USERNO
           MOVE 'PRODASSIGN' TO SEC-ACTION
           OPEN EXTEND SECURITY-LOG
           IF NOT SECLOG-OK
              OPEN OUTPUT SECURITY-LOG
           END-IF
           IF SECLOG-OK
              WRITE SECURITY-LOG-RECORD
              CLOSE SECURITY-LOG
           ELSE
              DISPLAY 'WALPRMNT: SECURITY LOG UNAVAILABLE - STATUS '
                  WS-SECLOG-STATUS
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           PERFORM 2100-READ-TRANSACTION
           PERFORM WITH TEST BEFORE UNTIL TRAN-EOF
              PERFORM 3000-APPLY-ONE-TRANSACTION
              PERFORM 2100-READ-TRANSACTION
           END-PERFORM

           EXEC SQL
              COMMIT
           END-EXEC.

       2100-READ-TRANSACTION.
           READ PRODUCT-TRAN-FILE
           IF NOT TRAN-OK AND NOT TRAN-EOF
              DISPLAY 'WALPRMNT: UNEXPECTED WPRDTRAN STATUS ON READ '
                  WS-TRAN-STATUS
              PERFORM 9999-ABORT
           END-IF.

       3000-APPLY-ONE-TRANSACTION.
           PERFORM 3100-EDIT-TRANSACTION
           IF EDITS-GOOD
              PERFORM 3200-CHECK-WALLET
           END-IF
           IF EDITS-GOOD
              PERFORM 4000-MOVE-WALLET-PRODUCT
           ELSE
              PERFORM 7000-WRITE-REJECT
           END-IF.

       3100-EDIT-TRANSACTION.
      * Field edits every transaction passes before any SQL runs: a
      * nonzero numeric customer number, and a product that is
      * either blank or on PRODMAST.
           MOVE 'Y' TO WS-EDIT-SW
           MOVE SPACES TO WS-REJECT-REASON

           IF PTX-CUSTOMER-ID NOT NUMERIC
              OR PTX-CUSTOMER-ID = ZERO
              MOVE 'CUSTOMER-ID NOT NUMERIC/ZERO' TO WS-REJECT-REASON
              MOVE 'N' TO WS-EDIT-SW
           END-IF

           IF EDITS-GOOD
              IF PTX-WALLET-NO NOT NUMERIC
                 OR PTX-WALLET-NO = ZERO
                 MOVE 01 TO PTX-WALLET-NO
              END-IF
           END-IF

           IF EDITS-GOOD
              MOVE 'PROD' TO WS-PL-FUNCTION
              MOVE PTX-PRODUCT-CODE TO WS-PL-PRODUCT-CODE
              CALL 'PRODLOOK' USING WS-PRODLOOK-PARM
              IF PTX-PRODUCT-CODE NOT = SPACES
                 AND NOT WS-PL-FOUND
                 MOVE 'PRODUCT NOT ON PRODMAST' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-EDIT-SW
              END-IF
           END-IF.

      * The wallet must be on TEXE2 and not already on the product.
      * A wallet drawn into its overdraft cannot move to a product
      * that permits none - it would sit below its own floor.
       3200-CHECK-WALLET.
           PERFORM 3210-FETCH-WALLET
           IF NOT WALLET-ROW-FOUND
              MOVE 'WALLET NOT ON TEXE2' TO WS-REJECT-REASON
              MOVE 'N' TO WS-EDIT-SW
           END-IF

           IF EDITS-GOOD
              AND WS-OLD-PRODUCT = PTX-PRODUCT-CODE
              MOVE 'WALLET ALREADY ON PRODUCT' TO WS-REJECT-REASON
              MOVE 'N' TO WS-EDIT-SW
           END-IF

           IF EDITS-GOOD
              AND WS-PL-FOUND
              AND NOT WS-PL-OVERDRAFT-ALLOWED
              AND WALLET OF TEXE2 < ZERO
              MOVE 'OVERDRAWN - PRODUCT HAS NO OD' TO WS-REJECT-REASON
              MOVE 'N' TO WS-EDIT-SW
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
                MOVE PRODUCT-CODE OF TEXE2 TO WS-OLD-PRODUCT
             WHEN 100
                MOVE SPACES TO WS-OLD-PRODUCT
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       3220-TRY-FETCH-WALLET.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              SELECT WALLET, PRODUCT_CODE
              INTO :WALLET OF TEXE2, :PRODUCT-CODE OF TEXE2
              FROM TEXE2
              WHERE CUSTOMER_ID = :PTX-CUSTOMER-ID
                AND WALLET_NO = :PTX-WALLET-NO
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       4000-MOVE-WALLET-PRODUCT.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4010-TRY-UPDATE
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           PERFORM 7100-WRITE-AUDIT-RECORD
           PERFORM 7200-COUNT-APPLIED.

       4010-TRY-UPDATE.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              UPDATE TEXE2
                 SET PRODUCT_CODE = :PTX-PRODUCT-CODE
               WHERE CUSTOMER_ID = :PTX-CUSTOMER-ID
                 AND WALLET_NO = :PTX-WALLET-NO
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       7000-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-REJECT-LINE
           MOVE PTX-CUSTOMER-ID TO WS-RJ-CUSTOMER-ID
           MOVE PTX-WALLET-NO TO WS-RJ-WALLET-NO
           MOVE PTX-PRODUCT-CODE TO WS-RJ-PRODUCT
           MOVE WS-REJECT-REASON TO WS-RJ-REASON
           MOVE WS-REJECT-LINE TO REJECT-REPORT-RECORD
           WRITE REJECT-REPORT-RECORD.

       7100-WRITE-AUDIT-RECORD.
           MOVE WS-TODAY-DATE TO PAU-DATE
           MOVE WS-MAINT-USERNO TO PAU-USERNO
           MOVE PTX-CUSTOMER-ID TO PAU-CUSTOMER-ID
           MOVE PTX-WALLET-NO TO PAU-WALLET-NO
           MOVE WS-OLD-PRODUCT TO PAU-OLD-PRODUCT
           MOVE PTX-PRODUCT-CODE TO PAU-NEW-PRODUCT
           MOVE WS-PGM-NAME TO PAU-PGM-NAME
           WRITE PRODUCT-AUDIT-RECORD.

       7200-COUNT-APPLIED.
           ADD 1 TO WS-APPLIED-COUNT
           ADD 1 TO WS-COMMIT-COUNT
           IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
              EXEC SQL
                 COMMIT
              END-EXEC
              MOVE ZERO TO WS-COMMIT-COUNT
           END-IF.

       8000-HOUSEKEEPING.
           CLOSE PRODUCT-TRAN-FILE
           CLOSE REJECT-REPORT
           CLOSE PRODUCT-AUDIT-FILE

           MOVE WS-APPLIED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALPRMNT: WALLETS MOVED: '
               WS-COUNT-FORMATTED
           MOVE WS-REJECT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALPRMNT: TRANSACTIONS REJECTED: '
               WS-COUNT-FORMATTED

           IF WS-REJECT-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'WALPRMNT: SQLCODE ' SQLCODE
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
           DISPLAY 'WALPRMNT: UNEXPECTED SQLCODE ' SQLCODE
               ' - UNIT OF WORK ROLLED BACK'
           MOVE 16 TO RETURN-CODE
           GOBACK.
