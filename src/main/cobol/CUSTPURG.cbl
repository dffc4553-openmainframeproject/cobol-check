      * HISTARCH's prove-before-commit discipline. The DESTCERT
      * destruction certificate lists exactly which CUSTOMER-IDs
      * were removed and the row counts proved for each.
      *
      * Joint-wallet ownership goes with the customer: every TEXOWN
      * row naming them, as holder or as further owner, is counted,
      * written to the OWNRAUDT ownership audit and deleted inside
      * the same reconciled unit of work. A closed customer who
      * still holds a wallet another live owner shares is retained,
      * not purged, and listed on the certificate as such.
      *
      * Guardian links go too: every TEXGRD row naming the customer,
      * as the minor or as the guardian, is counted and deleted in
      * the same unit of work. Only ended links can remain by then -
      * TEXMMNT will not close a customer who still guards a minor.
      *
      * So does a deceased customer's estate: the TEXEST row, settled
      * when TEXMMNT closed the customer, is counted and deleted in
      * the same unit of work.
      *
      * No purge starts on one person's word. After the retention
      * card SYSIN carries the submitter's USERNO and a dual-control
      * token another APPROVE user raised through AUTHMNT for
      * CUSTPURG, scoped to that retention period; AUTHCHK must
      * accept it before anything is touched.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CERT-STATUS.
           SELECT OWNER-AUDIT-FILE ASSIGN TO "OWNRAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-OWNRAUDT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DESTRUCTION-CERT
           RECORDING MODE F
           DATA RECORD IS DESTRUCTION-CERT-RECORD.
       01  DESTRUCTION-CERT-RECORD PIC X(80).
       FD  OWNER-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 65 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS OWNER-AUDIT-RECORD.
       01  OWNER-AUDIT-RECORD.
           COPY OWNRAUDT.

       WORKING-STORAGE SECTION.

           05  WS-CUTOFF-DATE       PIC X(10).
           05  WS-CUTOFF-TMS        PIC X(26).
           05  WS-PGM-NAME          PIC X(08) VALUE 'CUSTPURG'.
           05  WS-SUBMITTER-USERNO  PIC 9(03) VALUE ZERO.
           05  WS-TOKEN-ID          PIC X(12) VALUE SPACES.
           05  WS-PURGE-CUSTOMER    PIC 9(9).
           05  WS-HIST-BEFORE       PIC S9(9) COMP VALUE ZERO.
           05  WS-WALL-BEFORE       PIC S9(9) COMP VALUE ZERO.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-OWNRAUDT-STATUS   PIC XX.
               88  OWNRAUDT-OK      VALUE '00'.
           05  WS-JOINT-COUNT       PIC S9(9) COMP VALUE ZERO.
           05  WS-OWNR-BEFORE       PIC S9(9) COMP VALUE ZERO.
           05  WS-OWNR-DELETED      PIC S9(9) COMP VALUE ZERO.
           05  WS-RETAINED-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TOTAL-OWNR        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-GRDN-BEFORE       PIC S9(9) COMP VALUE ZERO.
           05  WS-GRDN-DELETED      PIC S9(9) COMP VALUE ZERO.
           05  WS-TOTAL-GRDN        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-EST-BEFORE        PIC S9(9) COMP VALUE ZERO.
           05  WS-EST-DELETED       PIC S9(9) COMP VALUE ZERO.
           05  WS-TOTAL-EST         PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-PO-CUSTOMER-ID    PIC 9(9).
           05  WS-PO-WALLET-NO      PIC 9(2).
           05  WS-PO-CO-OWNER-ID    PIC 9(9).
           05  WS-PO-ROLE           PIC X(01).
           05  WS-PO-SHARE          PIC S9(3)V99 COMP-3.
      * Call parameter block for DATEUTIL, the shared date-arithmetic
      * utility - computes the cutoff date as today minus the
      * retention days, same field layout as DATEUTIL's own linkage
           05  FILLER               PIC X(08) VALUE ' WALLET '.
           05  WS-CD-MAST-COUNT     PIC 9(01).
           05  FILLER               PIC X(07) VALUE ' MASTER'.
           05  FILLER               PIC X(07) VALUE ' OWNER '.
           05  WS-CD-OWNR-COUNT     PIC ZZ9.
           05  FILLER               PIC X(08) VALUE SPACES.
       01  WS-CERT-RETAIN-LINE.
           05  FILLER               PIC X(09) VALUE 'CUSTOMER '.
           05  WS-CR-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(40) VALUE
               ' RETAINED - HOLDS A LIVE JOINT WALLET   '.
           05  FILLER               PIC X(22) VALUE SPACES.
       01  WS-CERT-TOTAL-LINE.
           05  WS-CT-TAG            PIC X(28).
           05  WS-CT-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'CUSTPURG'.

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
       EXEC SQL INCLUDE TEXOWN END-EXEC.

      * A closed customer qualifies when nothing moved on or after
      * the cutoff and the master row itself predates it - so a
              ORDER BY CUSTOMER_ID
           END-EXEC.

      * Every ownership row naming the customer being purged, on
      * either side, read for the audit before the delete.
           EXEC SQL
              DECLARE POWN-CUR CURSOR FOR
              SELECT CUSTOMER_ID, WALLET_NO, CO_OWNER_ID,
                     OWNER_ROLE, SHARE_PCT
              FROM TEXOWN
              WHERE CUSTOMER_ID = :WS-PURGE-CUSTOMER
                 OR CO_OWNER_ID = :WS-PURGE-CUSTOMER
              ORDER BY CUSTOMER_ID, WALLET_NO, CO_OWNER_ID
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0300-ACQUIRE-WALLET-LOCK
           MOVE WS-PGM-NAME TO WS-WL-PROGRAM
           CALL 'WALLOCK' USING WS-WALLOCK-PARM.

      * A second person's say-so, as a token AUTHCHK accepts and
      * spends, before the run may touch anything.
       0400-CHECK-DUAL-CONTROL.
           ACCEPT WS-SUBMITTER-USERNO
           ACCEPT WS-TOKEN-ID
           MOVE SPACES TO WS-AC-SCOPE
           MOVE WS-RETENTION-DAYS TO WS-AC-SCOPE (1:5)
           MOVE 'USE ' TO WS-AC-FUNCTION
           MOVE WS-PGM-NAME TO WS-AC-PROGRAM
           MOVE WS-TOKEN-ID TO WS-AC-TOKEN-ID
           MOVE WS-SUBMITTER-USERNO TO WS-AC-SUBMITTER
           CALL 'AUTHCHK' USING WS-AUTHCHK-PARM
           IF WS-AC-RC NOT = ZERO
              DISPLAY 'CUSTPURG: DUAL-CONTROL TOKEN ' WS-TOKEN-ID
                  ' REFUSED - ' WS-AC-REASON
              MOVE 8 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF
           DISPLAY 'CUSTPURG: RUN BY ' WS-SUBMITTER-USERNO
               ' AUTHORISED BY ' WS-AC-RAISED-BY
               ' UNDER TOKEN ' WS-TOKEN-ID.

       1000-INITIALIZE.
           ACCEPT WS-RETENTION-DAYS

              GOBACK
           END-IF

           PERFORM 0400-CHECK-DUAL-CONTROL

           ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-DATE-RAW(1:4) TO WS-TODAY-DATE(1:4)
           MOVE '-'              TO WS-TODAY-DATE(5:1)
              GOBACK
           END-IF

           OPEN EXTEND OWNER-AUDIT-FILE
           IF NOT OWNRAUDT-OK
              OPEN OUTPUT OWNER-AUDIT-FILE
           END-IF
           IF NOT OWNRAUDT-OK
              DISPLAY 'CUSTPURG: UNEXPECTED OWNRAUDT STATUS ON OPEN '
                  WS-OWNRAUDT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF

           MOVE WS-CUTOFF-DATE TO WS-CH-CUTOFF
           MOVE WS-TODAY-DATE TO WS-CH-RUN-DATE
           MOVE WS-CERT-HEAD-LINE TO DESTRUCTION-CERT-RECORD
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                PERFORM 3050-COUNT-LIVE-CO-OWNERS
                IF WS-JOINT-COUNT > ZERO
                   PERFORM 3600-RETAIN-CUSTOMER
                ELSE
                   PERFORM 3100-REMOVE-CUSTOMER
                END-IF

             WHEN 100
      *         CURSOR EXHAUSTED - NORMAL LOOP-EXIT CONDITION, NOT AN
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * A wallet the closed customer still holds with an owner who
      * is not closed belongs, in part, to someone live - the
      * customer stays until a close or OWNRMNT resolves it.
       3050-COUNT-LIVE-CO-OWNERS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-JOINT-COUNT
              FROM TEXOWN O, TEXEM M
              WHERE O.CUSTOMER_ID = :WS-PURGE-CUSTOMER
                AND M.CUSTOMER_ID = O.CO_OWNER_ID
                AND M.CUST_STATUS <> 'C'
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE.

      * One customer is one unit of work: count what stands, delete
      * from all three tables, prove the deletes account for exactly
      * the counted rows, and only then commit and certify. Any
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-OWNR-BEFORE
              FROM TEXOWN
              WHERE CUSTOMER_ID = :WS-PURGE-CUSTOMER
                 OR CO_OWNER_ID = :WS-PURGE-CUSTOMER
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-GRDN-BEFORE
              FROM TEXGRD
              WHERE CUSTOMER_ID = :WS-PURGE-CUSTOMER
                 OR GUARDIAN_ID = :WS-PURGE-CUSTOMER
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-EST-BEFORE
              FROM TEXEST
              WHERE CUSTOMER_ID = :WS-PURGE-CUSTOMER
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE

           IF WS-OWNR-BEFORE > ZERO
              PERFORM 3200-AUDIT-OWNERSHIP
           END-IF

           EXEC SQL
              DELETE FROM TEXOWN
              WHERE CUSTOMER_ID = :WS-PURGE-CUSTOMER
                 OR CO_OWNER_ID = :WS-PURGE-CUSTOMER
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9800-CHECK-SQLCODE
           END-IF
           MOVE SQLERRD (3) TO WS-OWNR-DELETED

           EXEC SQL
              DELETE FROM TEXGRD
              WHERE CUSTOMER_ID = :WS-PURGE-CUSTOMER
                 OR GUARDIAN_ID = :WS-PURGE-CUSTOMER
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9800-CHECK-SQLCODE
           END-IF
           MOVE SQLERRD (3) TO WS-GRDN-DELETED

           EXEC SQL
              DELETE FROM TEXEST
              WHERE CUSTOMER_ID = :WS-PURGE-CUSTOMER
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9800-CHECK-SQLCODE
           END-IF
           MOVE SQLERRD (3) TO WS-EST-DELETED

           EXEC SQL
              DELETE FROM TEXE2HIST
              WHERE CUSTOMER_ID = :WS-PURGE-CUSTOMER
           IF WS-HIST-DELETED NOT = WS-HIST-BEFORE
              OR WS-WALL-DELETED NOT = WS-WALL-BEFORE
              OR WS-MAST-DELETED NOT = 1
              OR WS-OWNR-DELETED NOT = WS-OWNR-BEFORE
              OR WS-GRDN-DELETED NOT = WS-GRDN-BEFORE
              OR WS-EST-DELETED NOT = WS-EST-BEFORE
              DISPLAY 'CUSTPURG: COUNTS DID NOT RECONCILE FOR '
                  WS-PURGE-CUSTOMER ' - ROLLED BACK'
              MOVE 'CTOT' TO WS-ERRCODE-LOOKUP-CODE
           ADD 1 TO WS-CUSTOMER-COUNT
           ADD WS-HIST-DELETED TO WS-TOTAL-HIST
           ADD WS-WALL-DELETED TO WS-TOTAL-WALL
           ADD WS-OWNR-DELETED TO WS-TOTAL-OWNR
           ADD WS-GRDN-DELETED TO WS-TOTAL-GRDN
           ADD WS-EST-DELETED TO WS-TOTAL-EST
           PERFORM 3500-CERTIFY-CUSTOMER.

       3200-AUDIT-OWNERSHIP.
           EXEC SQL
              OPEN POWN-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE
           PERFORM 3250-AUDIT-ONE-OWNER-ROW
              UNTIL SQLCODE = 100
           EXEC SQL
              CLOSE POWN-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE.

       3250-AUDIT-ONE-OWNER-ROW.
           EXEC SQL
              FETCH POWN-CUR
              INTO :WS-PO-CUSTOMER-ID, :WS-PO-WALLET-NO,
                   :WS-PO-CO-OWNER-ID, :WS-PO-ROLE, :WS-PO-SHARE
           END-EXEC
           EVALUATE SQLCODE
             WHEN ZEROES
                MOVE WS-TODAY-DATE TO OAU-DATE
                MOVE ZERO TO OAU-USERNO
                MOVE 'P' TO OAU-ACTION
                MOVE WS-PO-CUSTOMER-ID TO OAU-CUSTOMER-ID
                MOVE WS-PO-WALLET-NO TO OAU-WALLET-NO
                MOVE WS-PO-CO-OWNER-ID TO OAU-CO-OWNER-ID
                MOVE WS-PO-ROLE TO OAU-OLD-ROLE
                MOVE WS-PO-SHARE TO OAU-OLD-SHARE
                MOVE SPACE TO OAU-NEW-ROLE
                MOVE ZERO TO OAU-NEW-SHARE
                MOVE ZERO TO OAU-NEW-CUSTOMER-ID
                MOVE ZERO TO OAU-NEW-WALLET-NO
                MOVE WS-PGM-NAME TO OAU-PGM-NAME
                WRITE OWNER-AUDIT-RECORD
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       3500-CERTIFY-CUSTOMER.
           MOVE WS-PURGE-CUSTOMER TO WS-CD-CUSTOMER-ID
           MOVE WS-HIST-DELETED TO WS-CD-HIST-COUNT
           MOVE WS-WALL-DELETED TO WS-CD-WALL-COUNT
           MOVE WS-MAST-DELETED TO WS-CD-MAST-COUNT
           MOVE WS-OWNR-DELETED TO WS-CD-OWNR-COUNT
           MOVE WS-CERT-DETAIL-LINE TO DESTRUCTION-CERT-RECORD
           WRITE DESTRUCTION-CERT-RECORD.

       3600-RETAIN-CUSTOMER.
           ADD 1 TO WS-RETAINED-COUNT
           DISPLAY 'CUSTPURG: CUSTOMER ' WS-PURGE-CUSTOMER
               ' RETAINED - HOLDS A LIVE JOINT WALLET'
           MOVE WS-PURGE-CUSTOMER TO WS-CR-CUSTOMER-ID
           MOVE WS-CERT-RETAIN-LINE TO DESTRUCTION-CERT-RECORD
           WRITE DESTRUCTION-CERT-RECORD.

       4000-CLOSE-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4010-TRY-CLOSE
           MOVE WS-CERT-TOTAL-LINE TO DESTRUCTION-CERT-RECORD
           WRITE DESTRUCTION-CERT-RECORD

           MOVE SPACES TO WS-CERT-TOTAL-LINE
           MOVE 'OWNERSHIP ROWS DESTROYED    ' TO WS-CT-TAG
           MOVE WS-TOTAL-OWNR TO WS-CT-COUNT
           MOVE WS-CERT-TOTAL-LINE TO DESTRUCTION-CERT-RECORD
           WRITE DESTRUCTION-CERT-RECORD

           MOVE SPACES TO WS-CERT-TOTAL-LINE
           MOVE 'GUARDIAN LINKS DESTROYED    ' TO WS-CT-TAG
           MOVE WS-TOTAL-GRDN TO WS-CT-COUNT
           MOVE WS-CERT-TOTAL-LINE TO DESTRUCTION-CERT-RECORD
           WRITE DESTRUCTION-CERT-RECORD

           MOVE SPACES TO WS-CERT-TOTAL-LINE
           MOVE 'ESTATE RECORDS DESTROYED    ' TO WS-CT-TAG
           MOVE WS-TOTAL-EST TO WS-CT-COUNT
           MOVE WS-CERT-TOTAL-LINE TO DESTRUCTION-CERT-RECORD
           WRITE DESTRUCTION-CERT-RECORD

           MOVE SPACES TO WS-CERT-TOTAL-LINE
           MOVE 'RETAINED - LIVE JOINT WALLET' TO WS-CT-TAG
           MOVE WS-RETAINED-COUNT TO WS-CT-COUNT
           MOVE WS-CERT-TOTAL-LINE TO DESTRUCTION-CERT-RECORD
           WRITE DESTRUCTION-CERT-RECORD

           CLOSE DESTRUCTION-CERT
           CLOSE OWNER-AUDIT-FILE

           MOVE WS-CUSTOMER-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'CUSTPURG: CUSTOMERS PURGED: ' WS-COUNT-FORMATTED.
