       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OWNRMNT.
      *****************************************************************
      * Batch maintenance for TEXOWN, the joint-wallet ownership
      * table. A wallet still sits on TEXE2 under one holding
      * customer; each TEXOWN row names one more customer who owns
      * it with them - a joint owner with a share of the balance,
      * or a trustee acting for the wallet with none. CUSTINQ and
      * CUSTINQC show the wallet under every owner, WALSTMT sends
      * each of them a statement copy, and a close or purge of one
      * owner leaves the wallet with the others.
      *
      * Driven by the OWNRTRAN file of add/change/delete records,
      * each naming the wallet (holding customer and wallet number),
      * the further owner, the role and the share. Every transaction
      * is edited, failures go to the OWNRREJ rejects report with
      * their reason, and every applied change writes an OWNRAUDT
      * record with the before and after role and share - the same
      * discipline TEXMMNT applies to the customer master, under
      * the same USERNO check against the shared user master.
      *
      * No TEXE2 row is touched here, so the run does not take the
      * WALLOCK interlock.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWNER-TRAN-FILE ASSIGN TO "OWNRTRAN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TRAN-STATUS.
           SELECT REJECT-REPORT ASSIGN TO "OWNRREJ"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REJECT-STATUS.
      * One audit record per applied change - shared with the close,
      * merge and purge programs, which append their own ownership
      * moves to the same file.
           SELECT OWNER-AUDIT-FILE ASSIGN TO "OWNRAUDT"
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
       FD  OWNER-TRAN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 27 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS OWNER-TRAN-RECORD.
       01  OWNER-TRAN-RECORD.
           05  OTX-ACTION          PIC X(01).
               88  OTX-ACTION-ADD      VALUE 'A'.
               88  OTX-ACTION-CHANGE   VALUE 'C'.
               88  OTX-ACTION-DELETE   VALUE 'D'.
      * The wallet - its holding customer and wallet number; a
      * blank or zero wallet number means wallet 01.
           05  OTX-CUSTOMER-ID     PIC 9(9).
           05  OTX-WALLET-NO       PIC 9(2).
           05  OTX-CO-OWNER-ID     PIC 9(9).
      * 'J' joint owner, 'T' trustee; blank on an add or change
      * defaults to joint owner.
           05  OTX-OWNER-ROLE      PIC X(01).
           05  OTX-SHARE-PCT       PIC 9(3)V99.
       FD  REJECT-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS REJECT-REPORT-RECORD.
       01  REJECT-REPORT-RECORD    PIC X(80).
       FD  OWNER-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 65 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS OWNER-AUDIT-RECORD.
       01  OWNER-AUDIT-RECORD.
           COPY OWNRAUDT.
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
           05  WS-PGM-NAME          PIC X(08) VALUE 'OWNRMNT'.
           05  WS-EDIT-SW           PIC X(01).
               88  EDITS-GOOD       VALUE 'Y'.
           05  WS-REJECT-REASON     PIC X(30).
           05  WS-NEW-ROLE          PIC X(01).
           05  WS-NEW-SHARE         PIC S9(3)V99 COMP-3.
           05  WS-OLD-ROLE          PIC X(01).
           05  WS-OLD-SHARE         PIC S9(3)V99 COMP-3.
           05  WS-ROW-FOUND-SW      PIC X(01).
               88  OWNER-ROW-FOUND  VALUE 'Y'.
           05  WS-WALLET-COUNT      PIC S9(9) COMP VALUE ZERO.
           05  WS-HOLDER-STATUS     PIC X(01).
           05  WS-CO-OWNER-STATUS   PIC X(01).
           05  WS-OTHER-SHARES      PIC S9(5)V99 COMP-3 VALUE ZERO.
           05  WS-OTHER-SHARES-IND  PIC S9(4) COMP.
           05  WS-SHARE-TOTAL       PIC S9(5)V99 COMP-3 VALUE ZERO.
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
           05  WS-RJ-ACTION         PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RJ-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-RJ-WALLET-NO      PIC 9(2).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RJ-CO-OWNER-ID    PIC 9(9).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RJ-ROLE           PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RJ-SHARE          PIC ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RJ-REASON         PIC X(30).
           05  FILLER               PIC X(16) VALUE SPACES.

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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'OWNRMNT'.

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXOWN END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
           PERFORM 8000-HOUSEKEEPING
           GOBACK.

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

           OPEN INPUT OWNER-TRAN-FILE
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
                 DISPLAY 'OWNRMNT: UNEXPECTED OWNRTRAN STATUS '
                     WS-TRAN-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE

           OPEN OUTPUT REJECT-REPORT
           IF NOT REJECT-OK
              DISPLAY 'OWNRMNT: UNEXPECTED OWNRREJ STATUS '
                  WS-REJECT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN EXTEND OWNER-AUDIT-FILE
           IF NOT AUDIT-OK
              OPEN OUTPUT OWNER-AUDIT-FILE
           END-IF
           IF NOT AUDIT-OK
              DISPLAY 'OWNRMNT: UNEXPECTED OWNRAUDT STATUS '
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
                 DISPLAY 'OWNRMNT: USER MASTER FILE NOT FOUND - '
                     'ALL USER NUMBERS WILL BE REJECTED'
              WHEN OTHER
                 DISPLAY 'OWNRMNT: UNEXPECTED USERMST STATUS '
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
           MOVE 'OWNERMAINT' TO SEC-ACTION
           OPEN EXTEND SECURITY-LOG
           IF NOT SECLOG-OK
              OPEN OUTPUT SECURITY-LOG
           END-IF
           IF SECLOG-OK
              WRITE SECURITY-LOG-RECORD
              CLOSE SECURITY-LOG
           ELSE
              DISPLAY 'OWNRMNT: SECURITY LOG UNAVAILABLE - STATUS '
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
           READ OWNER-TRAN-FILE
           IF NOT TRAN-OK AND NOT TRAN-EOF
              DISPLAY 'OWNRMNT: UNEXPECTED OWNRTRAN STATUS ON READ '
                  WS-TRAN-STATUS
              PERFORM 9999-ABORT
           END-IF.

       3000-APPLY-ONE-TRANSACTION.
           PERFORM 3100-EDIT-TRANSACTION
           IF EDITS-GOOD
              PERFORM 3200-CHECK-WALLET-AND-OWNERS
           END-IF
           IF EDITS-GOOD
              EVALUATE TRUE
                 WHEN OTX-ACTION-ADD
                    PERFORM 4000-ADD-OWNER
                 WHEN OTX-ACTION-CHANGE
                    PERFORM 5000-CHANGE-OWNER
                 WHEN OTX-ACTION-DELETE
                    PERFORM 6000-DELETE-OWNER
              END-EVALUATE
           ELSE
              PERFORM 7000-WRITE-REJECT
           END-IF.

       3100-EDIT-TRANSACTION.
      * Field edits every transaction passes before any SQL runs: a
      * known action, two nonzero numeric customer numbers that are
      * not the same customer, and - for an add or change - a known
      * role with a share that fits it.
           MOVE 'Y' TO WS-EDIT-SW
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT OTX-ACTION-ADD AND NOT OTX-ACTION-CHANGE
              AND NOT OTX-ACTION-DELETE
              MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
              MOVE 'N' TO WS-EDIT-SW
           END-IF

           IF EDITS-GOOD
              IF OTX-CUSTOMER-ID NOT NUMERIC
                 OR OTX-CUSTOMER-ID = ZERO
                 OR OTX-CO-OWNER-ID NOT NUMERIC
                 OR OTX-CO-OWNER-ID = ZERO
                 MOVE 'CUSTOMER-ID NOT NUMERIC/ZERO'
                   TO WS-REJECT-REASON
                 MOVE 'N' TO WS-EDIT-SW
              END-IF
           END-IF

           IF EDITS-GOOD
              AND OTX-CO-OWNER-ID = OTX-CUSTOMER-ID
              MOVE 'HOLDER CANNOT BE A CO-OWNER' TO WS-REJECT-REASON
              MOVE 'N' TO WS-EDIT-SW
           END-IF

           IF EDITS-GOOD
              IF OTX-WALLET-NO NOT NUMERIC
                 OR OTX-WALLET-NO = ZERO
                 MOVE 01 TO OTX-WALLET-NO
              END-IF
           END-IF

           IF EDITS-GOOD
              AND (OTX-ACTION-ADD OR OTX-ACTION-CHANGE)
              MOVE OTX-OWNER-ROLE TO WS-NEW-ROLE
              IF WS-NEW-ROLE = SPACE
                 MOVE 'J' TO WS-NEW-ROLE
              END-IF
              IF WS-NEW-ROLE NOT = 'J' AND WS-NEW-ROLE NOT = 'T'
                 MOVE 'ROLE MUST BE J OR T' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-EDIT-SW
              END-IF
           END-IF

      * A joint owner holds a real share of the balance; a trustee
      * acts for the wallet and holds none.
           IF EDITS-GOOD
              AND (OTX-ACTION-ADD OR OTX-ACTION-CHANGE)
              IF OTX-SHARE-PCT NOT NUMERIC
                 MOVE ZERO TO WS-NEW-SHARE
              ELSE
                 MOVE OTX-SHARE-PCT TO WS-NEW-SHARE
              END-IF
              EVALUATE TRUE
                 WHEN WS-NEW-ROLE = 'J'
                      AND (WS-NEW-SHARE = ZERO
                           OR WS-NEW-SHARE > 100)
                    MOVE 'JOINT SHARE MUST BE 0.01-100'
                      TO WS-REJECT-REASON
                    MOVE 'N' TO WS-EDIT-SW
                 WHEN WS-NEW-ROLE = 'T'
                      AND WS-NEW-SHARE NOT = ZERO
                    MOVE 'TRUSTEE HOLDS NO SHARE'
                      TO WS-REJECT-REASON
                    MOVE 'N' TO WS-EDIT-SW
              END-EVALUATE
           END-IF.

      * The wallet must be on TEXE2, its holder not closed, and the
      * further owner a known customer - active to be added, not
      * closed to be changed. The current row, if any, is read for
      * the before-image and the add/change/delete existence tests.
       3200-CHECK-WALLET-AND-OWNERS.
           PERFORM 3210-COUNT-WALLET
           IF WS-WALLET-COUNT = ZERO
              MOVE 'WALLET NOT ON TEXE2' TO WS-REJECT-REASON
              MOVE 'N' TO WS-EDIT-SW
           END-IF

           IF EDITS-GOOD
              PERFORM 3230-FETCH-HOLDER-STATUS
              IF WS-HOLDER-STATUS = SPACE
                 MOVE 'HOLDER NOT ON TEXEM' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-EDIT-SW
              END-IF
              IF WS-HOLDER-STATUS = 'C'
                 AND NOT OTX-ACTION-DELETE
                 MOVE 'WALLET HOLDER IS CLOSED' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-EDIT-SW
              END-IF
           END-IF

           IF EDITS-GOOD
              PERFORM 3250-FETCH-CO-OWNER-STATUS
              EVALUATE TRUE
                 WHEN WS-CO-OWNER-STATUS = SPACE
                      AND NOT OTX-ACTION-DELETE
                    MOVE 'CO-OWNER NOT ON TEXEM' TO WS-REJECT-REASON
                    MOVE 'N' TO WS-EDIT-SW
                 WHEN OTX-ACTION-ADD
                      AND WS-CO-OWNER-STATUS NOT = 'A'
                    MOVE 'CO-OWNER IS NOT ACTIVE' TO WS-REJECT-REASON
                    MOVE 'N' TO WS-EDIT-SW
                 WHEN OTX-ACTION-CHANGE
                      AND WS-CO-OWNER-STATUS = 'C'
                    MOVE 'CO-OWNER IS CLOSED' TO WS-REJECT-REASON
                    MOVE 'N' TO WS-EDIT-SW
              END-EVALUATE
           END-IF

           IF EDITS-GOOD
              PERFORM 3270-FETCH-OWNER-ROW
              IF OTX-ACTION-ADD AND OWNER-ROW-FOUND
                 MOVE 'ALREADY A CO-OWNER' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-EDIT-SW
              END-IF
              IF NOT OTX-ACTION-ADD AND NOT OWNER-ROW-FOUND
                 MOVE 'NOT A CO-OWNER OF THE WALLET'
                   TO WS-REJECT-REASON
                 MOVE 'N' TO WS-EDIT-SW
              END-IF
           END-IF

      * The further owners' shares together may not pass 100 - the
      * holder owns whatever they leave.
           IF EDITS-GOOD
              AND (OTX-ACTION-ADD OR OTX-ACTION-CHANGE)
              PERFORM 3290-SUM-OTHER-SHARES
              COMPUTE WS-SHARE-TOTAL = WS-OTHER-SHARES + WS-NEW-SHARE
              IF WS-SHARE-TOTAL > 100
                 MOVE 'SHARES WOULD PASS 100 PCT' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-EDIT-SW
              END-IF
           END-IF.

       3210-COUNT-WALLET.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3220-TRY-COUNT-WALLET
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       3220-TRY-COUNT-WALLET.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-WALLET-COUNT
              FROM TEXE2
              WHERE CUSTOMER_ID = :OTX-CUSTOMER-ID
                AND WALLET_NO = :OTX-WALLET-NO
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       3230-FETCH-HOLDER-STATUS.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3240-TRY-FETCH-HOLDER
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                MOVE CUST-STATUS OF TEXEM TO WS-HOLDER-STATUS
             WHEN 100
                MOVE SPACE TO WS-HOLDER-STATUS
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       3240-TRY-FETCH-HOLDER.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              SELECT CUST_STATUS
              INTO :CUST-STATUS OF TEXEM
              FROM TEXEM
              WHERE CUSTOMER_ID = :OTX-CUSTOMER-ID
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       3250-FETCH-CO-OWNER-STATUS.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3260-TRY-FETCH-CO-OWNER
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                MOVE CUST-STATUS OF TEXEM TO WS-CO-OWNER-STATUS
             WHEN 100
                MOVE SPACE TO WS-CO-OWNER-STATUS
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       3260-TRY-FETCH-CO-OWNER.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              SELECT CUST_STATUS
              INTO :CUST-STATUS OF TEXEM
              FROM TEXEM
              WHERE CUSTOMER_ID = :OTX-CO-OWNER-ID
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       3270-FETCH-OWNER-ROW.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3280-TRY-FETCH-OWNER-ROW
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                MOVE 'Y' TO WS-ROW-FOUND-SW
                MOVE OWNER-ROLE OF TEXOWN TO WS-OLD-ROLE
                MOVE SHARE-PCT OF TEXOWN TO WS-OLD-SHARE
             WHEN 100
                MOVE 'N' TO WS-ROW-FOUND-SW
                MOVE SPACE TO WS-OLD-ROLE
                MOVE ZERO TO WS-OLD-SHARE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       3280-TRY-FETCH-OWNER-ROW.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              SELECT OWNER_ROLE, SHARE_PCT
              INTO :OWNER-ROLE OF TEXOWN, :SHARE-PCT OF TEXOWN
              FROM TEXOWN
              WHERE CUSTOMER_ID = :OTX-CUSTOMER-ID
                AND WALLET_NO = :OTX-WALLET-NO
                AND CO_OWNER_ID = :OTX-CO-OWNER-ID
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       3290-SUM-OTHER-SHARES.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3295-TRY-SUM-OTHER-SHARES
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           IF WS-OTHER-SHARES-IND < ZERO
              MOVE ZERO TO WS-OTHER-SHARES
           END-IF.

       3295-TRY-SUM-OTHER-SHARES.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              SELECT SUM(SHARE_PCT)
              INTO :WS-OTHER-SHARES :WS-OTHER-SHARES-IND
              FROM TEXOWN
              WHERE CUSTOMER_ID = :OTX-CUSTOMER-ID
                AND WALLET_NO = :OTX-WALLET-NO
                AND CO_OWNER_ID <> :OTX-CO-OWNER-ID
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       4000-ADD-OWNER.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4010-TRY-INSERT
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           PERFORM 7100-WRITE-AUDIT-RECORD
           PERFORM 7200-COUNT-APPLIED.

       4010-TRY-INSERT.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              INSERT INTO TEXOWN
                  (CUSTOMER_ID, WALLET_NO, CO_OWNER_ID,
                   OWNER_ROLE, SHARE_PCT, TMS_CREA)
              VALUES
                  (:OTX-CUSTOMER-ID, :OTX-WALLET-NO,
                   :OTX-CO-OWNER-ID, :WS-NEW-ROLE,
                   :WS-NEW-SHARE, CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       5000-CHANGE-OWNER.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 5010-TRY-UPDATE
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           PERFORM 7100-WRITE-AUDIT-RECORD
           PERFORM 7200-COUNT-APPLIED.

       5010-TRY-UPDATE.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              UPDATE TEXOWN
                 SET OWNER_ROLE = :WS-NEW-ROLE,
                     SHARE_PCT = :WS-NEW-SHARE
               WHERE CUSTOMER_ID = :OTX-CUSTOMER-ID
                 AND WALLET_NO = :OTX-WALLET-NO
                 AND CO_OWNER_ID = :OTX-CO-OWNER-ID
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       6000-DELETE-OWNER.
           MOVE SPACE TO WS-NEW-ROLE
           MOVE ZERO TO WS-NEW-SHARE
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 6010-TRY-DELETE
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           PERFORM 7100-WRITE-AUDIT-RECORD
           PERFORM 7200-COUNT-APPLIED.

       6010-TRY-DELETE.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              DELETE FROM TEXOWN
              WHERE CUSTOMER_ID = :OTX-CUSTOMER-ID
                AND WALLET_NO = :OTX-WALLET-NO
                AND CO_OWNER_ID = :OTX-CO-OWNER-ID
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       7000-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-REJECT-LINE
           MOVE OTX-ACTION TO WS-RJ-ACTION
           MOVE OTX-CUSTOMER-ID TO WS-RJ-CUSTOMER-ID
           MOVE OTX-WALLET-NO TO WS-RJ-WALLET-NO
           MOVE OTX-CO-OWNER-ID TO WS-RJ-CO-OWNER-ID
           MOVE OTX-OWNER-ROLE TO WS-RJ-ROLE
           IF OTX-SHARE-PCT NUMERIC
              MOVE OTX-SHARE-PCT TO WS-RJ-SHARE
           ELSE
              MOVE ZERO TO WS-RJ-SHARE
           END-IF
           MOVE WS-REJECT-REASON TO WS-RJ-REASON
           MOVE WS-REJECT-LINE TO REJECT-REPORT-RECORD
           WRITE REJECT-REPORT-RECORD.

       7100-WRITE-AUDIT-RECORD.
           MOVE WS-TODAY-DATE TO OAU-DATE
           MOVE WS-MAINT-USERNO TO OAU-USERNO
           MOVE OTX-ACTION TO OAU-ACTION
           MOVE OTX-CUSTOMER-ID TO OAU-CUSTOMER-ID
           MOVE OTX-WALLET-NO TO OAU-WALLET-NO
           MOVE OTX-CO-OWNER-ID TO OAU-CO-OWNER-ID
           MOVE WS-OLD-ROLE TO OAU-OLD-ROLE
           MOVE WS-OLD-SHARE TO OAU-OLD-SHARE
           MOVE WS-NEW-ROLE TO OAU-NEW-ROLE
           MOVE WS-NEW-SHARE TO OAU-NEW-SHARE
           MOVE ZERO TO OAU-NEW-CUSTOMER-ID
           MOVE ZERO TO OAU-NEW-WALLET-NO
           MOVE WS-PGM-NAME TO OAU-PGM-NAME
           WRITE OWNER-AUDIT-RECORD.

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
           CLOSE OWNER-TRAN-FILE
           CLOSE REJECT-REPORT
           CLOSE OWNER-AUDIT-FILE

           MOVE WS-APPLIED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'OWNRMNT: TRANSACTIONS APPLIED: '
               WS-COUNT-FORMATTED
           MOVE WS-REJECT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'OWNRMNT: TRANSACTIONS REJECTED: '
               WS-COUNT-FORMATTED

           IF WS-REJECT-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'OWNRMNT: SQLCODE ' SQLCODE
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
           DISPLAY 'OWNRMNT: UNEXPECTED SQLCODE ' SQLCODE
               ' - UNIT OF WORK ROLLED BACK'
           MOVE 16 TO RETURN-CODE
           GOBACK.
