       ID DIVISION.
       PROGRAM-ID.         PAYEEMNT.
       AUTHOR.             (TNP).
       DATE-WRITTEN.       15.10.2026.
      *--------------+------+-------------------------------------------
      *
      *     MAINTENANCE FOR THE KEYED PAYEEMST CUSTOMER PAYOUT
      *     BANK-ACCOUNT FILE - ONE RECORD PER CUSTOMER WALLET
      *     HOLDING THE BANK SORT/ROUTING CODE, ACCOUNT NUMBER AND
      *     ACCOUNT-HOLDER NAME A WITHDRAWAL IS PAID OUT TO, AND THE
      *     ACCOUNT'S VERIFICATION STATUS.
      *
      *     TWO ACTIONS, NAMED ON THE FIRST SYSIN CARD; THE SECOND
      *     CARD IS THE EFFECTIVE DATE (YYYY-MM-DD):
      *
      *     APPLY  - ADD, CHANGE AND DELETE FROM THE PAYTRAN CARDS,
      *              THE ADDRMNT DISCIPLINE: EACH CARD EDITED,
      *              FAILURES TO THE PAYEEREJ REJECTS REPORT WITH
      *              THEIR REASON, EVERY APPLIED CHANGE WRITING A
      *              BEFORE/AFTER AUDIT RECORD TO PAYEAUDT. THE
      *              MAINTAINING USERNO ON THE THIRD SYSIN CARD MUST
      *              HOLD UPDATE OR APPROVE AUTHORITY ON THE SHARED
      *              USER MASTER. A NEW ACCOUNT, OR A CHANGE TO AN
      *              EXISTING ONE, GOES ON THE PRENOTE FILE AS A
      *              ZERO-VALUE PRE-NOTE FOR THE BANK AND THE RECORD
      *              IS SET PRE-NOTE PENDING, CLEARING THREE BUSINESS
      *              DAYS AFTER THE EFFECTIVE DATE.
      *
      *     VERIFY - READS THE BANK'S BANKRET RETURN FILE AND MARKS
      *              EVERY ACCOUNT WHOSE PRE-NOTE CAME BACK AS
      *              RETURNED, WITH THE BANK'S REASON; THEN PROMOTES
      *              EVERY PENDING ACCOUNT WHOSE CLEAR DATE HAS BEEN
      *              REACHED TO VERIFIED. ONLY A VERIFIED ACCOUNT MAY
      *              BE PAID. BOTH STATUS CHANGES ARE AUDITED UNDER
      *              USERNO 000, THE SYSTEM.
      *
      *--------------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEE-MASTER-FILE ASSIGN TO "PAYEEMST"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PYE-KEY
               FILE STATUS WS-MASTER-STATUS.
           SELECT PAYEE-TRAN-FILE ASSIGN TO "PAYTRAN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TRAN-STATUS.
           SELECT PAYEE-REJECT-REPORT ASSIGN TO "PAYEEREJ"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REJECT-STATUS.
      *    ONE AUDIT RECORD PER APPLIED CHANGE OR STATUS CHANGE,
      *    BEFORE AND AFTER IMAGES, THE SAME TRAIL ADDRAUDT KEEPS.
           SELECT PAYEE-AUDIT-FILE ASSIGN TO "PAYEAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
      *    THE ZERO-VALUE PRE-NOTE BATCH FOR THE BANK.
           SELECT PRENOTE-FILE ASSIGN TO "PRENOTE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PRENOTE-STATUS.
           SELECT BANK-RETURN-FILE ASSIGN TO "BANKRET"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BANKRET-STATUS.
           SELECT CUSTOMER-MIRROR-FILE ASSIGN TO "CUSTMIRR"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS MIRR-CUSTOMER-ID
               FILE STATUS WS-MIRROR-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-USERMST-STATUS.
           SELECT SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SECLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYEE-MASTER-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PAYEE-MASTER-RECORD.
       01  PAYEE-MASTER-RECORD.
           COPY PAYEEREC.
       FD  PAYEE-TRAN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PAYEE-TRAN-RECORD.
       01  PAYEE-TRAN-RECORD.
           05 PTR-ACTION         PIC X(01).
               88 PTR-ACTION-ADD    VALUE 'A'.
               88 PTR-ACTION-CHANGE VALUE 'C'.
               88 PTR-ACTION-DELETE VALUE 'D'.
           05 PTR-CUSTOMER-ID    PIC 9(09).
      *    BLANK OR ZERO MEANS WALLET 01, THE DEFAULT WALLET.
           05 PTR-WALLET-NO      PIC X(02).
           05 PTR-SORT-CODE      PIC X(09).
           05 PTR-ACCOUNT-NO     PIC X(17).
           05 PTR-HOLDER-NAME    PIC X(30).
           05 FILLER             PIC X(12).
       FD  PAYEE-REJECT-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PAYEE-REJECT-RECORD.
       01  PAYEE-REJECT-RECORD PIC X(80).
       FD  PAYEE-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 139 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PAYEE-AUDIT-RECORD.
       01  PAYEE-AUDIT-RECORD.
           05 PAU-DATE           PIC X(10).
           05 PAU-USERNO         PIC 9(03).
      *    'A' 'C' 'D' FROM THE CARDS; 'R' PRE-NOTE RETURNED AND
      *    'V' VERIFIED FROM THE VERIFY RUN.
           05 PAU-ACTION         PIC X(01).
           05 PAU-CUSTOMER-ID    PIC 9(09).
           05 PAU-WALLET-NO      PIC 9(02).
           05 PAU-OLD-SORT-CODE  PIC X(09).
           05 PAU-OLD-ACCOUNT-NO PIC X(17).
           05 PAU-OLD-HOLDER     PIC X(30).
           05 PAU-OLD-STATUS     PIC X(01).
           05 PAU-NEW-SORT-CODE  PIC X(09).
           05 PAU-NEW-ACCOUNT-NO PIC X(17).
           05 PAU-NEW-HOLDER     PIC X(30).
           05 PAU-NEW-STATUS     PIC X(01).
       FD  PRENOTE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PRENOTE-RECORD.
       01  PRENOTE-RECORD.
           COPY BANKPAY.
       FD  BANK-RETURN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS BANK-RETURN-RECORD.
       01  BANK-RETURN-RECORD.
           COPY BANKRET.
       FD  CUSTOMER-MIRROR-FILE
           RECORD CONTAINS 33 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS CUSTOMER-MIRROR-RECORD.
       01  CUSTOMER-MIRROR-RECORD.
           COPY CUSTMIRR.
       FD  USER-MASTER-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 25 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS USER-MASTER-RECORD.
       01  USER-MASTER-RECORD.
           05 UM-USERNO          PIC 9(03).
           05 UM-NAME            PIC X(20).
           05 UM-STATUS          PIC X(01).
           05 UM-AUTHORITY       PIC X(01).
       FD  SECURITY-LOG
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 31 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS SECURITY-LOG-RECORD.
       01  SECURITY-LOG-RECORD.
           05 SEC-DATE           PIC X(10).
           05 SEC-PROGRAM        PIC X(08).
           05 SEC-USERNO         PIC 9(03).
           05 SEC-ACTION         PIC X(10).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WORK-FIELDS-1.
          03 WS-MASTER-STATUS       PIC X(02).
              88 MASTER-OK          VALUE '00'.
              88 MASTER-EOF         VALUE '10'.
              88 MASTER-KEY-NOT-FOUND VALUE '23'.
              88 MASTER-NOT-FOUND   VALUE '35'.
          03 WS-TRAN-STATUS         PIC X(02).
              88 TRAN-OK            VALUE '00'.
              88 TRAN-EOF           VALUE '10'.
              88 TRAN-NOT-FOUND     VALUE '35'.
          03 WS-REJECT-STATUS       PIC X(02).
              88 REJECT-OK          VALUE '00'.
          03 WS-AUDIT-STATUS        PIC X(02).
              88 AUDIT-OK           VALUE '00'.
          03 WS-PRENOTE-STATUS      PIC X(02).
              88 PRENOTE-OK         VALUE '00'.
          03 WS-BANKRET-STATUS      PIC X(02).
              88 BANKRET-OK         VALUE '00'.
              88 BANKRET-EOF        VALUE '10'.
              88 BANKRET-NOT-FOUND  VALUE '35'.
          03 WS-MIRROR-STATUS       PIC X(02).
              88 MIRROR-OK          VALUE '00'.
              88 MIRROR-KEY-NOT-FOUND VALUE '23'.
              88 MIRROR-NOT-FOUND   VALUE '35'.
          03 WS-USERMST-STATUS      PIC X(02).
              88 USERMST-OK         VALUE '00'.
              88 USERMST-EOF        VALUE '10'.
              88 USERMST-NOT-FOUND  VALUE '35'.
          03 WS-SECLOG-STATUS       PIC X(02).
              88 SECLOG-OK          VALUE '00'.
          03 WS-ACTION              PIC X(08).
              88 ACTION-APPLY       VALUE 'APPLY'.
              88 ACTION-VERIFY      VALUE 'VERIFY'.
          03 WS-EFFECTIVE-DATE      PIC X(10).
          03 WS-MAINT-USERNO        PIC 9(03) VALUE ZERO.
          03 WS-USERNO-SW           PIC X(01) VALUE 'N'.
              88 VALID-USERNO       VALUE 'Y'.
          03 WS-USER-COUNT          PIC S9(4) COMP VALUE ZERO.
          03 WS-USER-MAX            PIC S9(4) COMP VALUE 200.
          03 WS-USER-IX             PIC S9(4) COMP.
          03 WS-DATE-RAW            PIC 9(08).
          03 WS-TODAY-DATE          PIC X(10).
          03 WS-EDITS-SW            PIC X(01).
              88 EDITS-OK           VALUE 'Y'.
          03 WS-FOUND-SW            PIC X(01).
              88 PAYEE-FOUND        VALUE 'Y'.
          03 WS-REJECT-REASON       PIC X(30).
          03 WS-WALLET-NO           PIC 9(02).
      *    THE BUSINESS DAYS A PRE-NOTE IS GIVEN FOR THE BANK TO
      *    RETURN IT BEFORE THE ACCOUNT COUNTS AS VERIFIED.
          03 WS-PRENOTE-WAIT-DAYS   PIC S9(4) COMP VALUE 3.
          03 WS-CLEAR-DATE          PIC X(10).
          03 WS-OLD-STATUS          PIC X(01).
          03 WS-ORIGINATOR-ID       PIC X(10) VALUE 'TNPWALLET'.
          03 WS-PRENOTE-COUNT       PIC S9(6) COMP-3 VALUE ZERO.
          03 WS-APPLIED-COUNT       PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-REJECT-COUNT        PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-RETURNED-COUNT      PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-UNMATCHED-COUNT     PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-VERIFIED-COUNT      PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-COUNT-FORMATTED     PIC ZZ.ZZ9.

      *-----------------------------------------------------------------
      *    THE PRE-NOTE REFERENCE THE BANK QUOTES BACK ON A RETURN -
      *    'PN', THEN THE PAYEEMST KEY, SO A RETURN LEADS STRAIGHT
      *    BACK TO THE ACCOUNT IT WAS SENT FOR.
      *-----------------------------------------------------------------
       01  WS-PRENOTE-REFERENCE.
          03 WS-PN-PREFIX           PIC X(02) VALUE 'PN'.
          03 WS-PN-CUSTOMER-ID      PIC 9(09).
          03 WS-PN-WALLET-NO        PIC 9(02).
          03 FILLER                 PIC X(03) VALUE SPACES.

      *-----------------------------------------------------------------
      *    THE USER MASTER IN STORAGE FOR THE USERNO CHECK.
      *-----------------------------------------------------------------
       01  WS-USER-TABLE.
           05 WS-USER-ENTRY OCCURS 200 TIMES.
              10 WS-UT-USERNO        PIC 9(03).
              10 WS-UT-NAME          PIC X(20).
              10 WS-UT-STATUS        PIC X(01).
              10 WS-UT-AUTHORITY     PIC X(01).

       01  WS-REJECT-LINE.
          03 WS-RJ-ACTION           PIC X(01).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RJ-CUSTOMER-ID      PIC 9(09).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RJ-WALLET-NO        PIC X(02).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RJ-ACCOUNT-NO       PIC X(17).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RJ-REASON           PIC X(30).
          03 FILLER                 PIC X(17) VALUE SPACES.

      *-----------------------------------------------------------------
      *    CALL PARAMETER BLOCK FOR DATEUTIL, THE SHARED DATE
      *    ROUTINE - SAME FIELD LAYOUT AS DATEUTIL'S OWN LINKAGE
      *    SECTION.
      *-----------------------------------------------------------------
       01  WS-DATEUTIL-PARM.
           05 WS-DU-FUNCTION         PIC X(04).
           05 WS-DU-INPUT-DATE       PIC X(10).
           05 WS-DU-DAYS-TO-ADD      PIC S9(05).
           05 WS-DU-OUTPUT-DATE      PIC X(10).
           05 WS-DU-RETURN-CODE      PIC 9(02).
               88 WS-DU-OK              VALUE 00.
           05 WS-DU-INPUT-DATE-2     PIC X(10).
           05 WS-DU-DAYS-DIFFERENCE  PIC S9(07).
           05 WS-DU-REGION           PIC X(03).

      *-----------------------------------------------------------------
      *    STANDARD RETURN-CODE/MESSAGE-TEXT REGISTRY SHARED WITH
      *    FILECOPY, DB2PROG AND BIPM012.
      *-----------------------------------------------------------------
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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'PAYEEMNT'.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAIN SECTION.
      *-----------------------------------------------------------------
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-ACTION
           ACCEPT WS-EFFECTIVE-DATE

           MOVE 'VAL ' TO WS-DU-FUNCTION
           MOVE WS-EFFECTIVE-DATE TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF NOT WS-DU-OK
               DISPLAY "PAYEEMNT: " WS-EFFECTIVE-DATE
                   " IS NOT A VALID EFFECTIVE DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-DATE-RAW(1:4) TO WS-TODAY-DATE(1:4)
           MOVE '-'              TO WS-TODAY-DATE(5:1)
           MOVE WS-DATE-RAW(5:2) TO WS-TODAY-DATE(6:2)
           MOVE '-'              TO WS-TODAY-DATE(8:1)
           MOVE WS-DATE-RAW(7:2) TO WS-TODAY-DATE(9:2)

           EVALUATE TRUE
               WHEN ACTION-APPLY
                   PERFORM 1000-APPLY-PAYEE-CARDS
               WHEN ACTION-VERIFY
                   PERFORM 9000-VERIFY-PRENOTES
               WHEN OTHER
                   DISPLAY "PAYEEMNT: ACTION MUST BE APPLY OR VERIFY"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .

       1000-APPLY-PAYEE-CARDS SECTION.
      *-----------------------------------------------------------------
           ACCEPT WS-MAINT-USERNO

           PERFORM 1200-LOAD-USER-MASTER
           PERFORM 1300-VALIDATE-USERNO
           IF NOT VALID-USERNO
               MOVE 'USNO' TO WS-ERRCODE-LOOKUP-CODE
               PERFORM 060-LOOKUP-ERROR-CODE
               DISPLAY WS-ERRCODE-LOOKUP-TEXT
               MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
               PERFORM 1400-LOG-SECURITY-VIOLATION
               GOBACK
           END-IF

           PERFORM 1100-OPEN-APPLY-FILES
           PERFORM 1500-OPEN-PAYEE-MASTER
           PERFORM 2000-APPLY-TRANSACTIONS
           PERFORM 7000-WRITE-PRENOTE-TRAILER
           PERFORM 8000-HOUSEKEEPING
           .

       1100-OPEN-APPLY-FILES SECTION.
      *-----------------------------------------------------------------
           OPEN INPUT PAYEE-TRAN-FILE
           EVALUATE TRUE
               WHEN TRAN-OK
                   CONTINUE
               WHEN TRAN-NOT-FOUND
                   MOVE 'IFNF' TO WS-ERRCODE-LOOKUP-CODE
                   PERFORM 060-LOOKUP-ERROR-CODE
                   DISPLAY WS-ERRCODE-LOOKUP-TEXT ' (PAYTRAN)'
                   MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY "PAYEEMNT: UNEXPECTED PAYTRAN STATUS "
                       WS-TRAN-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

      *    NO MIRROR MEANS NO WAY TO TELL A REAL CUSTOMER FROM A
      *    MIS-KEYED NUMBER - STOP RATHER THAN ADD ACCOUNTS BLIND.
           OPEN INPUT CUSTOMER-MIRROR-FILE
           EVALUATE TRUE
               WHEN MIRROR-OK
                   CONTINUE
               WHEN MIRROR-NOT-FOUND
                   DISPLAY "PAYEEMNT: CUSTMIRR CUSTOMER MIRROR NOT "
                       "FOUND - RUN THE TEXMMIRR MIRROR STEP FIRST"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY "PAYEEMNT: UNEXPECTED CUSTMIRR STATUS "
                       WS-MIRROR-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           OPEN OUTPUT PAYEE-REJECT-REPORT
           IF NOT REJECT-OK
               DISPLAY "PAYEEMNT: UNEXPECTED PAYEEREJ STATUS "
                   WS-REJECT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT PRENOTE-FILE
           IF NOT PRENOTE-OK
               DISPLAY "PAYEEMNT: UNEXPECTED PRENOTE STATUS "
                   WS-PRENOTE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1600-OPEN-AUDIT-FILE
           .

       1200-LOAD-USER-MASTER SECTION.
      *-----------------------------------------------------------------
      *    A MISSING OR EMPTY FILE LEAVES THE TABLE EMPTY AND EVERY
      *    USERNO FAILS VALIDATION - THE RUN FAILS CLOSED.
      *-----------------------------------------------------------------
           OPEN INPUT USER-MASTER-FILE
           EVALUATE TRUE
               WHEN USERMST-OK
                   READ USER-MASTER-FILE
                   PERFORM WITH TEST BEFORE
                           UNTIL USERMST-EOF
                              OR WS-USER-COUNT
                                 NOT LESS THAN WS-USER-MAX
                       ADD 1 TO WS-USER-COUNT
                       MOVE UM-USERNO
                         TO WS-UT-USERNO (WS-USER-COUNT)
                       MOVE UM-NAME
                         TO WS-UT-NAME (WS-USER-COUNT)
                       MOVE UM-STATUS
                         TO WS-UT-STATUS (WS-USER-COUNT)
                       MOVE UM-AUTHORITY
                         TO WS-UT-AUTHORITY (WS-USER-COUNT)
                       READ USER-MASTER-FILE
                   END-PERFORM
                   CLOSE USER-MASTER-FILE
               WHEN USERMST-NOT-FOUND
                   DISPLAY "PAYEEMNT: USER MASTER FILE NOT FOUND - "
                       "ALL USER NUMBERS WILL BE REJECTED"
               WHEN OTHER
                   DISPLAY "PAYEEMNT: UNEXPECTED USERMST STATUS "
                       WS-USERMST-STATUS
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           .

       1300-VALIDATE-USERNO SECTION.
      *-----------------------------------------------------------------
      *    SAME RULE TEXMMNT APPLIES: ACTIVE, AND HOLDING UPDATE OR
      *    APPROVE AUTHORITY.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-USERNO-SW
           IF WS-MAINT-USERNO NOT = ZERO
               PERFORM VARYING WS-USER-IX FROM 1 BY 1
                   UNTIL WS-USER-IX > WS-USER-COUNT
                   IF WS-MAINT-USERNO = WS-UT-USERNO (WS-USER-IX)
                      AND WS-UT-STATUS (WS-USER-IX) = 'A'
                      AND (WS-UT-AUTHORITY (WS-USER-IX) = 'U'
                           OR WS-UT-AUTHORITY (WS-USER-IX) = 'A')
                       MOVE 'Y' TO WS-USERNO-SW
                   END-IF
               END-PERFORM
           END-IF
           .

       1400-LOG-SECURITY-VIOLATION SECTION.
      *-----------------------------------------------------------------
           MOVE WS-TODAY-DATE TO SEC-DATE
           MOVE 'PAYEEMNT' TO SEC-PROGRAM
           MOVE WS-MAINT-USERNO TO SEC-USERNO
           MOVE 'PAYEEMAINT' TO SEC-ACTION
           OPEN EXTEND SECURITY-LOG
           IF NOT SECLOG-OK
               OPEN OUTPUT SECURITY-LOG
           END-IF
           IF SECLOG-OK
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG
           ELSE
               DISPLAY "PAYEEMNT: SECURITY LOG UNAVAILABLE - STATUS "
                   WS-SECLOG-STATUS
           END-IF
           .

       1500-OPEN-PAYEE-MASTER SECTION.
      *-----------------------------------------------------------------
      *    NO FILE YET MEANS A FIRST-TIME LOAD - IT IS CREATED EMPTY
      *    AND EVERY ADD BUILDS IT UP.
      *-----------------------------------------------------------------
           OPEN I-O PAYEE-MASTER-FILE
           IF MASTER-NOT-FOUND
               OPEN OUTPUT PAYEE-MASTER-FILE
               CLOSE PAYEE-MASTER-FILE
               OPEN I-O PAYEE-MASTER-FILE
           END-IF
           IF NOT MASTER-OK
               DISPLAY "PAYEEMNT: UNEXPECTED PAYEEMST STATUS "
                   WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           .

       1600-OPEN-AUDIT-FILE SECTION.
      *-----------------------------------------------------------------
           OPEN EXTEND PAYEE-AUDIT-FILE
           IF NOT AUDIT-OK
               OPEN OUTPUT PAYEE-AUDIT-FILE
           END-IF
           IF NOT AUDIT-OK
               DISPLAY "PAYEEMNT: UNEXPECTED PAYEAUDT STATUS "
                   WS-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           .

       2000-APPLY-TRANSACTIONS SECTION.
      *-----------------------------------------------------------------
           PERFORM 2100-READ-TRANSACTION
           PERFORM WITH TEST BEFORE UNTIL TRAN-EOF
               PERFORM 3000-APPLY-ONE-TRANSACTION
               PERFORM 2100-READ-TRANSACTION
           END-PERFORM
           .

       2100-READ-TRANSACTION SECTION.
      *-----------------------------------------------------------------
           READ PAYEE-TRAN-FILE
           IF NOT TRAN-OK AND NOT TRAN-EOF
               DISPLAY "PAYEEMNT: UNEXPECTED PAYTRAN STATUS ON READ "
                   WS-TRAN-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           .

       3000-APPLY-ONE-TRANSACTION SECTION.
      *-----------------------------------------------------------------
           PERFORM 3100-EDIT-TRANSACTION
           IF EDITS-OK
               PERFORM 3200-READ-EXISTING-PAYEE
           END-IF

           IF EDITS-OK
               EVALUATE TRUE
                   WHEN PTR-ACTION-ADD
                       PERFORM 4000-ADD-PAYEE
                   WHEN PTR-ACTION-CHANGE
                       PERFORM 5000-CHANGE-PAYEE
                   WHEN PTR-ACTION-DELETE
                       PERFORM 6000-DELETE-PAYEE
               END-EVALUATE
           END-IF

           IF NOT EDITS-OK
               PERFORM 6500-WRITE-REJECT
           END-IF
           .

       3100-EDIT-TRANSACTION SECTION.
      *-----------------------------------------------------------------
           MOVE 'Y' TO WS-EDITS-SW
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT PTR-ACTION-ADD AND NOT PTR-ACTION-CHANGE
              AND NOT PTR-ACTION-DELETE
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDITS-SW
           END-IF

           IF EDITS-OK
              AND (PTR-CUSTOMER-ID NOT NUMERIC
                   OR PTR-CUSTOMER-ID = ZERO)
               MOVE 'CUSTOMER-ID NOT NUMERIC/ZERO'
                 TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDITS-SW
           END-IF

           IF EDITS-OK
               EVALUATE TRUE
                   WHEN PTR-WALLET-NO = SPACES
                       MOVE 1 TO WS-WALLET-NO
                   WHEN PTR-WALLET-NO NUMERIC
                       MOVE PTR-WALLET-NO TO WS-WALLET-NO
                       IF WS-WALLET-NO = ZERO
                           MOVE 1 TO WS-WALLET-NO
                       END-IF
                   WHEN OTHER
                       MOVE 'WALLET NUMBER NOT NUMERIC'
                         TO WS-REJECT-REASON
                       MOVE 'N' TO WS-EDITS-SW
               END-EVALUATE
           END-IF

      *    A SIX-DIGIT SORT CODE OR A NINE-DIGIT ROUTING NUMBER.
           IF EDITS-OK
              AND (PTR-ACTION-ADD OR PTR-ACTION-CHANGE)
               IF PTR-SORT-CODE(1:6) NOT NUMERIC
                  OR (PTR-SORT-CODE(7:3) NOT NUMERIC
                      AND PTR-SORT-CODE(7:3) NOT = SPACES)
                   MOVE 'SORT/ROUTING CODE INVALID'
                     TO WS-REJECT-REASON
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK
              AND (PTR-ACTION-ADD OR PTR-ACTION-CHANGE)
               IF PTR-ACCOUNT-NO = SPACES
                  OR PTR-HOLDER-NAME = SPACES
                   MOVE 'ACCOUNT NO AND HOLDER REQUIRED'
                     TO WS-REJECT-REASON
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK
              AND (PTR-ACTION-ADD OR PTR-ACTION-CHANGE)
               PERFORM 3150-CHECK-CUSTOMER
           END-IF
           .

       3150-CHECK-CUSTOMER SECTION.
      *-----------------------------------------------------------------
      *    ONE KEYED READ PROVES THE CUSTOMER IS ON THE MASTER AND
      *    NOT CLOSED - NO PAYOUT ACCOUNT FOR A CLOSED CUSTOMER.
      *-----------------------------------------------------------------
           MOVE PTR-CUSTOMER-ID TO MIRR-CUSTOMER-ID
           READ CUSTOMER-MIRROR-FILE
           EVALUATE TRUE
               WHEN MIRROR-OK
                   IF MIRR-CUST-STATUS = 'C'
                       MOVE 'CUSTOMER IS CLOSED' TO WS-REJECT-REASON
                       MOVE 'N' TO WS-EDITS-SW
                   END-IF
               WHEN MIRROR-KEY-NOT-FOUND
                   MOVE 'CUSTOMER NOT ON MASTER' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-EDITS-SW
               WHEN OTHER
                   DISPLAY "PAYEEMNT: UNEXPECTED CUSTMIRR STATUS "
                       "ON READ " WS-MIRROR-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       3200-READ-EXISTING-PAYEE SECTION.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-FOUND-SW
           MOVE PTR-CUSTOMER-ID TO PYE-CUSTOMER-ID
           MOVE WS-WALLET-NO TO PYE-WALLET-NO
           READ PAYEE-MASTER-FILE
           EVALUATE TRUE
               WHEN MASTER-OK
                   MOVE 'Y' TO WS-FOUND-SW
               WHEN MASTER-KEY-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PAYEEMNT: UNEXPECTED PAYEEMST STATUS "
                       "ON READ " WS-MASTER-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       4000-ADD-PAYEE SECTION.
      *-----------------------------------------------------------------
           IF PAYEE-FOUND
               MOVE 'ACCOUNT ALREADY ON FILE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDITS-SW
           ELSE
               PERFORM 6700-WRITE-AUDIT-OLD-EMPTY
               MOVE SPACES TO PAYEE-MASTER-RECORD
               MOVE PTR-CUSTOMER-ID TO PYE-CUSTOMER-ID
               MOVE WS-WALLET-NO TO PYE-WALLET-NO
               PERFORM 6600-STORE-TRANSACTION
               WRITE PAYEE-MASTER-RECORD
               IF NOT MASTER-OK
                   DISPLAY "PAYEEMNT: UNEXPECTED PAYEEMST STATUS "
                       "ON WRITE " WS-MASTER-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 6800-WRITE-AUDIT-NEW
               ADD 1 TO WS-APPLIED-COUNT
           END-IF
           .

       5000-CHANGE-PAYEE SECTION.
      *-----------------------------------------------------------------
      *    ANY CHANGE SENDS A FRESH PRE-NOTE AND PUTS THE ACCOUNT
      *    BACK TO PENDING - A CHANGED ACCOUNT IS AN UNPROVEN ONE.
      *-----------------------------------------------------------------
           IF NOT PAYEE-FOUND
               MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDITS-SW
           ELSE
               PERFORM 6750-WRITE-AUDIT-OLD
               PERFORM 6600-STORE-TRANSACTION
               REWRITE PAYEE-MASTER-RECORD
               IF NOT MASTER-OK
                   DISPLAY "PAYEEMNT: UNEXPECTED PAYEEMST STATUS "
                       "ON REWRITE " WS-MASTER-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM 6800-WRITE-AUDIT-NEW
               ADD 1 TO WS-APPLIED-COUNT
           END-IF
           .

       6000-DELETE-PAYEE SECTION.
      *-----------------------------------------------------------------
           IF NOT PAYEE-FOUND
               MOVE 'ACCOUNT NOT ON FILE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDITS-SW
           ELSE
               PERFORM 6750-WRITE-AUDIT-OLD
               DELETE PAYEE-MASTER-FILE
               IF NOT MASTER-OK
                   DISPLAY "PAYEEMNT: UNEXPECTED PAYEEMST STATUS "
                       "ON DELETE " WS-MASTER-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE SPACES TO PAU-NEW-SORT-CODE
               MOVE SPACES TO PAU-NEW-ACCOUNT-NO
               MOVE SPACES TO PAU-NEW-HOLDER
               MOVE SPACES TO PAU-NEW-STATUS
               MOVE PTR-ACTION TO PAU-ACTION
               MOVE WS-MAINT-USERNO TO PAU-USERNO
               PERFORM 6900-WRITE-AUDIT-RECORD
               ADD 1 TO WS-APPLIED-COUNT
           END-IF
           .

       6200-COMPUTE-CLEAR-DATE SECTION.
      *-----------------------------------------------------------------
      *    THE PRE-NOTE CLEARS WS-PRENOTE-WAIT-DAYS BUSINESS DAYS
      *    AFTER IT IS SENT - ONE DAY ON, THEN ROLLED TO A BUSINESS
      *    DAY, ONCE FOR EACH DAY OF THE WAIT.
      *-----------------------------------------------------------------
           MOVE WS-EFFECTIVE-DATE TO WS-CLEAR-DATE
           PERFORM 6250-ADD-ONE-BUSINESS-DAY
               WS-PRENOTE-WAIT-DAYS TIMES
           .

       6250-ADD-ONE-BUSINESS-DAY SECTION.
      *-----------------------------------------------------------------
           MOVE 'ADD ' TO WS-DU-FUNCTION
           MOVE WS-CLEAR-DATE TO WS-DU-INPUT-DATE
           MOVE 1 TO WS-DU-DAYS-TO-ADD
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           MOVE 'NBD ' TO WS-DU-FUNCTION
           MOVE WS-DU-OUTPUT-DATE TO WS-DU-INPUT-DATE
           MOVE SPACES TO WS-DU-REGION
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           MOVE WS-DU-OUTPUT-DATE TO WS-CLEAR-DATE
           .

       6300-WRITE-PRENOTE-DETAIL SECTION.
      *-----------------------------------------------------------------
      *    THE BATCH HEADER GOES OUT AHEAD OF THE FIRST PRE-NOTE, SO
      *    A RUN THAT ADDS NO ACCOUNTS SENDS THE BANK NOTHING.
      *-----------------------------------------------------------------
           IF WS-PRENOTE-COUNT = ZERO
               MOVE SPACES TO PRENOTE-RECORD
               MOVE 'H' TO BP-RECORD-TYPE
               MOVE WS-ORIGINATOR-ID TO BPH-ORIGINATOR-ID
               MOVE WS-EFFECTIVE-DATE TO BPH-FILE-DATE
               MOVE WS-DATE-RAW TO BPH-BATCH-ID
               MOVE 'PRN' TO BPH-BATCH-TYPE
               WRITE PRENOTE-RECORD
           END-IF

           MOVE PYE-CUSTOMER-ID TO WS-PN-CUSTOMER-ID
           MOVE PYE-WALLET-NO TO WS-PN-WALLET-NO
           MOVE SPACES TO PRENOTE-RECORD
           MOVE 'D' TO BP-RECORD-TYPE
           MOVE 'N' TO BPD-ENTRY-TYPE
           MOVE PYE-SORT-CODE TO BPD-SORT-CODE
           MOVE PYE-ACCOUNT-NO TO BPD-ACCOUNT-NO
           MOVE PYE-HOLDER-NAME TO BPD-HOLDER-NAME
           MOVE ZERO TO BPD-AMOUNT
           MOVE WS-PRENOTE-REFERENCE TO BPD-REFERENCE
           MOVE WS-EFFECTIVE-DATE TO BPD-VALUE-DATE
           WRITE PRENOTE-RECORD
           ADD 1 TO WS-PRENOTE-COUNT
           .

       6500-WRITE-REJECT SECTION.
      *-----------------------------------------------------------------
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-REJECT-LINE
           MOVE PTR-ACTION TO WS-RJ-ACTION
           IF PTR-CUSTOMER-ID NUMERIC
               MOVE PTR-CUSTOMER-ID TO WS-RJ-CUSTOMER-ID
           ELSE
               MOVE ZERO TO WS-RJ-CUSTOMER-ID
           END-IF
           MOVE PTR-WALLET-NO TO WS-RJ-WALLET-NO
           MOVE PTR-ACCOUNT-NO TO WS-RJ-ACCOUNT-NO
           MOVE WS-REJECT-REASON TO WS-RJ-REASON
           MOVE WS-REJECT-LINE TO PAYEE-REJECT-RECORD
           WRITE PAYEE-REJECT-RECORD
           .

       6600-STORE-TRANSACTION SECTION.
      *-----------------------------------------------------------------
      *    THE NEW DETAILS GO ON THE RECORD PENDING A PRE-NOTE.
      *-----------------------------------------------------------------
           MOVE PTR-SORT-CODE TO PYE-SORT-CODE
           MOVE PTR-ACCOUNT-NO TO PYE-ACCOUNT-NO
           MOVE PTR-HOLDER-NAME TO PYE-HOLDER-NAME
           MOVE 'P' TO PYE-STATUS
           MOVE WS-EFFECTIVE-DATE TO PYE-PRENOTE-DATE
           PERFORM 6200-COMPUTE-CLEAR-DATE
           MOVE WS-CLEAR-DATE TO PYE-CLEAR-DATE
           MOVE SPACES TO PYE-RETURN-REASON
           MOVE WS-TODAY-DATE TO PYE-LAST-CHANGE
           MOVE WS-MAINT-USERNO TO PYE-CHANGED-BY
           PERFORM 6300-WRITE-PRENOTE-DETAIL
           .

       6700-WRITE-AUDIT-OLD-EMPTY SECTION.
      *-----------------------------------------------------------------
           MOVE SPACES TO PAU-OLD-SORT-CODE
           MOVE SPACES TO PAU-OLD-ACCOUNT-NO
           MOVE SPACES TO PAU-OLD-HOLDER
           MOVE SPACES TO PAU-OLD-STATUS
           .

       6750-WRITE-AUDIT-OLD SECTION.
      *-----------------------------------------------------------------
           MOVE PYE-SORT-CODE TO PAU-OLD-SORT-CODE
           MOVE PYE-ACCOUNT-NO TO PAU-OLD-ACCOUNT-NO
           MOVE PYE-HOLDER-NAME TO PAU-OLD-HOLDER
           MOVE PYE-STATUS TO PAU-OLD-STATUS
           .

       6800-WRITE-AUDIT-NEW SECTION.
      *-----------------------------------------------------------------
           MOVE PYE-SORT-CODE TO PAU-NEW-SORT-CODE
           MOVE PYE-ACCOUNT-NO TO PAU-NEW-ACCOUNT-NO
           MOVE PYE-HOLDER-NAME TO PAU-NEW-HOLDER
           MOVE PYE-STATUS TO PAU-NEW-STATUS
           MOVE PTR-ACTION TO PAU-ACTION
           MOVE WS-MAINT-USERNO TO PAU-USERNO
           PERFORM 6900-WRITE-AUDIT-RECORD
           .

       6900-WRITE-AUDIT-RECORD SECTION.
      *-----------------------------------------------------------------
      *    THE CALLER HAS SET THE ACTION AND USERNO - A CARD'S OWN
      *    ACTION AND THE MAINTAINING USERNO, OR THE VERIFY RUN'S
      *    STATUS CHANGE UNDER USERNO 000.
      *-----------------------------------------------------------------
           MOVE WS-TODAY-DATE TO PAU-DATE
           MOVE PYE-CUSTOMER-ID TO PAU-CUSTOMER-ID
           MOVE PYE-WALLET-NO TO PAU-WALLET-NO
           WRITE PAYEE-AUDIT-RECORD
           .

       7000-WRITE-PRENOTE-TRAILER SECTION.
      *-----------------------------------------------------------------
           IF WS-PRENOTE-COUNT > ZERO
               MOVE SPACES TO PRENOTE-RECORD
               MOVE 'T' TO BP-RECORD-TYPE
               MOVE WS-PRENOTE-COUNT TO BPT-ENTRY-COUNT
               MOVE ZERO TO BPT-TOTAL-AMOUNT
               WRITE PRENOTE-RECORD
           END-IF
           .

       8000-HOUSEKEEPING SECTION.
      *-----------------------------------------------------------------
           CLOSE PAYEE-MASTER-FILE
           CLOSE PAYEE-TRAN-FILE
           CLOSE CUSTOMER-MIRROR-FILE
           CLOSE PAYEE-REJECT-REPORT
           CLOSE PAYEE-AUDIT-FILE
           CLOSE PRENOTE-FILE

           MOVE WS-APPLIED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "PAYEEMNT: TRANSACTIONS APPLIED: "
               WS-COUNT-FORMATTED
           MOVE WS-REJECT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "PAYEEMNT: TRANSACTIONS REJECTED: "
               WS-COUNT-FORMATTED
           MOVE WS-PRENOTE-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "PAYEEMNT: PRE-NOTES SENT: "
               WS-COUNT-FORMATTED

           IF WS-REJECT-COUNT > ZERO
              AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       9000-VERIFY-PRENOTES SECTION.
      *-----------------------------------------------------------------
      *    RETURNS FIRST, SO A PRE-NOTE THE BANK SENT BACK IS NEVER
      *    PROMOTED ON THE SAME RUN ITS CLEAR DATE IS REACHED.
      *-----------------------------------------------------------------
           OPEN I-O PAYEE-MASTER-FILE
           EVALUATE TRUE
               WHEN MASTER-OK
                   CONTINUE
               WHEN MASTER-NOT-FOUND
                   DISPLAY "PAYEEMNT: NO PAYEEMST FILE - NOTHING "
                       "TO VERIFY"
                   GOBACK
               WHEN OTHER
                   DISPLAY "PAYEEMNT: UNEXPECTED PAYEEMST STATUS "
                       WS-MASTER-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           PERFORM 1600-OPEN-AUDIT-FILE
           MOVE ZERO TO WS-MAINT-USERNO

           PERFORM 9100-APPLY-BANK-RETURNS
           PERFORM 9200-PROMOTE-CLEARED-PAYEES

           CLOSE PAYEE-MASTER-FILE
           CLOSE PAYEE-AUDIT-FILE

           MOVE WS-RETURNED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "PAYEEMNT: PRE-NOTES RETURNED: "
               WS-COUNT-FORMATTED
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "PAYEEMNT: RETURNS NOT MATCHED: "
               WS-COUNT-FORMATTED
           MOVE WS-VERIFIED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "PAYEEMNT: ACCOUNTS VERIFIED: "
               WS-COUNT-FORMATTED

           IF (WS-RETURNED-COUNT > ZERO
               OR WS-UNMATCHED-COUNT > ZERO)
              AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       9100-APPLY-BANK-RETURNS SECTION.
      *-----------------------------------------------------------------
      *    NO RETURN FILE FROM THE BANK MEANS NOTHING CAME BACK.
      *    PAYMENT RETURNS ON THE SAME FILE BELONG TO THE PAYOUT RUN
      *    AND ARE PASSED OVER.
      *-----------------------------------------------------------------
           OPEN INPUT BANK-RETURN-FILE
           EVALUATE TRUE
               WHEN BANKRET-OK
                   READ BANK-RETURN-FILE
                   PERFORM WITH TEST BEFORE UNTIL BANKRET-EOF
                       IF BRT-PRENOTE-RETURN
                           PERFORM 9150-APPLY-ONE-RETURN
                       END-IF
                       READ BANK-RETURN-FILE
                   END-PERFORM
                   CLOSE BANK-RETURN-FILE
               WHEN BANKRET-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PAYEEMNT: UNEXPECTED BANKRET STATUS "
                       WS-BANKRET-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       9150-APPLY-ONE-RETURN SECTION.
      *-----------------------------------------------------------------
      *    THE RETURN MUST LEAD BACK TO A PENDING ACCOUNT WITH THE
      *    SAME BANK DETAILS - A RETURN FOR DETAILS SINCE CHANGED
      *    (AND RE-NOTED) NO LONGER APPLIES.
      *-----------------------------------------------------------------
           MOVE BRT-REFERENCE TO WS-PRENOTE-REFERENCE
           IF WS-PN-PREFIX NOT = 'PN'
              OR WS-PN-CUSTOMER-ID NOT NUMERIC
              OR WS-PN-WALLET-NO NOT NUMERIC
               MOVE '23' TO WS-MASTER-STATUS
           ELSE
               MOVE WS-PN-CUSTOMER-ID TO PYE-CUSTOMER-ID
               MOVE WS-PN-WALLET-NO TO PYE-WALLET-NO
               READ PAYEE-MASTER-FILE
           END-IF

           EVALUATE TRUE
               WHEN MASTER-OK
                   AND PYE-PRENOTE-PENDING
                   AND PYE-SORT-CODE = BRT-SORT-CODE
                   AND PYE-ACCOUNT-NO = BRT-ACCOUNT-NO
                   PERFORM 6750-WRITE-AUDIT-OLD
                   MOVE 'R' TO PYE-STATUS
                   MOVE BRT-RETURN-REASON TO PYE-RETURN-REASON
                   MOVE WS-TODAY-DATE TO PYE-LAST-CHANGE
                   MOVE ZERO TO PYE-CHANGED-BY
                   PERFORM 9300-REWRITE-STATUS-CHANGE
                   ADD 1 TO WS-RETURNED-COUNT
                   DISPLAY "PAYEEMNT: PRE-NOTE RETURNED "
                       BRT-REFERENCE " REASON " BRT-RETURN-REASON
               WHEN MASTER-OK
               WHEN MASTER-KEY-NOT-FOUND
                   ADD 1 TO WS-UNMATCHED-COUNT
                   DISPLAY "PAYEEMNT: PRE-NOTE RETURN NOT MATCHED "
                       BRT-REFERENCE
               WHEN OTHER
                   DISPLAY "PAYEEMNT: UNEXPECTED PAYEEMST STATUS "
                       "ON READ " WS-MASTER-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       9200-PROMOTE-CLEARED-PAYEES SECTION.
      *-----------------------------------------------------------------
      *    BROWSE THE WHOLE FILE IN KEY ORDER.
      *-----------------------------------------------------------------
           MOVE LOW-VALUES TO PYE-KEY
           START PAYEE-MASTER-FILE KEY IS NOT LESS THAN PYE-KEY
           IF MASTER-OK
               READ PAYEE-MASTER-FILE NEXT RECORD
               PERFORM WITH TEST BEFORE UNTIL NOT MASTER-OK
                   IF PYE-PRENOTE-PENDING
                      AND PYE-CLEAR-DATE NOT > WS-EFFECTIVE-DATE
                       PERFORM 9250-PROMOTE-ONE-PAYEE
                   END-IF
                   READ PAYEE-MASTER-FILE NEXT RECORD
               END-PERFORM
           END-IF
           IF NOT MASTER-EOF AND NOT MASTER-KEY-NOT-FOUND
               DISPLAY "PAYEEMNT: UNEXPECTED PAYEEMST STATUS "
                   "ON BROWSE " WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
           END-IF
           .

       9250-PROMOTE-ONE-PAYEE SECTION.
      *-----------------------------------------------------------------
      *    THE CLEAR DATE NOW HOLDS THE DATE THE ACCOUNT WAS
      *    VERIFIED.
      *-----------------------------------------------------------------
           PERFORM 6750-WRITE-AUDIT-OLD
           MOVE 'V' TO PYE-STATUS
           MOVE WS-EFFECTIVE-DATE TO PYE-CLEAR-DATE
           MOVE WS-TODAY-DATE TO PYE-LAST-CHANGE
           MOVE ZERO TO PYE-CHANGED-BY
           PERFORM 9300-REWRITE-STATUS-CHANGE
           ADD 1 TO WS-VERIFIED-COUNT
           .

       9300-REWRITE-STATUS-CHANGE SECTION.
      *-----------------------------------------------------------------
           REWRITE PAYEE-MASTER-RECORD
           IF NOT MASTER-OK
               DISPLAY "PAYEEMNT: UNEXPECTED PAYEEMST STATUS "
                   "ON REWRITE " WS-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PYE-SORT-CODE TO PAU-NEW-SORT-CODE
           MOVE PYE-ACCOUNT-NO TO PAU-NEW-ACCOUNT-NO
           MOVE PYE-HOLDER-NAME TO PAU-NEW-HOLDER
           MOVE PYE-STATUS TO PAU-NEW-STATUS
           MOVE PYE-STATUS TO PAU-ACTION
           MOVE ZERO TO PAU-USERNO
           PERFORM 6900-WRITE-AUDIT-RECORD
           .

       060-LOOKUP-ERROR-CODE SECTION.
      *-----------------------------------------------------------------
      *    LOOK THE CODE UP THROUGH THE SHARED ERRLOOK ROUTINE,
      *    WHICH READS THE LOADABLE ERRCFILE REGISTRY AT RUN TIME
      *    AND FALLS BACK TO THE COMPILED-IN TABLE WHEN THE FILE IS
      *    ABSENT.
      *-----------------------------------------------------------------
           MOVE WS-ERRCODE-LOOKUP-CODE TO WS-EL-CODE
           CALL 'ERRLOOK' USING WS-ERRLOOK-PARM
           MOVE WS-EL-RC TO WS-ERRCODE-LOOKUP-RC
           MOVE WS-EL-TEXT TO WS-ERRCODE-LOOKUP-TEXT
           MOVE WS-EL-FOUND-SW TO WS-ERRCODE-LOOKUP-SW
           IF WS-EL-ACTION NOT = SPACES
               DISPLAY 'OPERATOR ACTION: ' WS-EL-ACTION
           END-IF
           .
