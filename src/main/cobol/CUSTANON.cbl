       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUSTANON.
      *****************************************************************
      * Customer anonymisation on an erasure request. CUSTPURG only
      * removes long-closed customers once the retention period has
      * run, and takes the financial history with them; an erasure
      * request on a recently closed customer has to remove the
      * personal data now while the movement history finance must
      * keep for seven years stays. This program takes one card per
      * erasure request and, for each customer, as its own
      * reconciled, committed unit of work:
      *   - replaces FIRST-NAME and LAST-NAME on the TEXEM master,
      *     every TEXE2 wallet and every TEXE2HIST movement with a
      *     pseudonym - 'ERASED' and 'C' followed by the customer
      *     number, so the rows still read as one customer and no
      *     two anonymised customers look like duplicates, and
      *     blanks the date of birth on the master;
      *   - replaces the ADDRMST mailing address with 'ADDRESS
      *     ERASED', blanking the city and postal code (the region
      *     stays, it names no one);
      * leaving CUSTOMER-ID, wallet numbers, balances, movement
      * amounts, ADJ-REFs and timestamps exactly as they were. The
      * rows are counted before the updates, the updates must
      * account for exactly those counts, and any disagreement
      * rolls the customer back and abends, the CUSTPURG
      * discipline.
      *
      * A customer is refused, and left untouched, when not on
      * TEXEM, not closed, already anonymised, holding a wallet
      * that is not at zero, under an active WALHOLDS hold, or
      * named on a CASEFILE dispute or investigation still open or
      * assigned - each of those still needs the customer's name.
      *
      * The ANONCERT certificate lists, for every customer
      * anonymised, each table and file changed with the number of
      * rows or records changed, and every refusal with its reason.
      * No before-image of the erased data is written anywhere.
      * CUSTMIRR and the extracts built from TEXEM pick the
      * pseudonym up on their next build; the audit trails and the
      * HISTUNLD archive generations keep their own retention.
      *
      * Card: customer number, erasure-request reference, USERNO of
      * the officer handling the request. RC 4 when any card was
      * refused.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One card per erasure request.
           SELECT ANON-CARD-FILE ASSIGN TO "ANONCARD"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CARD-STATUS.
           SELECT ANON-CERT ASSIGN TO "ANONCERT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CERT-STATUS.
      * The customer mailing-address file ADDRMNT maintains - loaded
      * whole and written back, the way ADDRMNT keeps it.
           SELECT ADDRESS-MASTER-FILE ASSIGN TO "ADDRMST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ADDRMST-STATUS.
      * Wallet holds, maintained by HOLDMNT.
           SELECT WALLET-HOLD-FILE ASSIGN TO "WALHOLDS"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY WHD-HOLD-NO
               FILE STATUS WS-WHOLD-STATUS.
      * Disputes and investigations, maintained by CASEMNT.
           SELECT CASE-FILE ASSIGN TO "CASEFILE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CASE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ANON-CARD-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 24 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ANON-CARD-RECORD.
       01  ANON-CARD-RECORD.
           05  ANC-CUSTOMER-ID     PIC 9(9).
           05  ANC-REQUEST-REF     PIC X(12).
           05  ANC-OFFICER         PIC 9(3).
       FD  ANON-CERT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ANON-CERT-RECORD.
       01  ANON-CERT-RECORD        PIC X(80).
       FD  ADDRESS-MASTER-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 72 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ADDRESS-MASTER-RECORD.
       01  ADDRESS-MASTER-RECORD.
           05  ADM-CUSTOMER-ID     PIC 9(09).
           05  ADM-STREET          PIC X(30).
           05  ADM-CITY            PIC X(20).
           05  ADM-POSTAL-CODE     PIC X(10).
           05  ADM-REGION          PIC X(03).
       FD  WALLET-HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WALLET-HOLD-RECORD.
       01  WALLET-HOLD-RECORD.
           COPY WALHOLDS.
       FD  CASE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 180 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS CASE-RECORD.
       01  CASE-RECORD.
           COPY CASEREC.

       WORKING-STORAGE SECTION.

       01  FILLER.
           05  WS-CARD-STATUS       PIC XX.
               88  CARD-OK          VALUE '00'.
               88  CARD-EOF         VALUE '10'.
               88  CARD-NOT-FOUND   VALUE '35'.
           05  WS-CERT-STATUS       PIC XX.
               88  CERT-OK          VALUE '00'.
           05  WS-ADDRMST-STATUS    PIC XX.
               88  ADDRMST-OK       VALUE '00'.
               88  ADDRMST-EOF      VALUE '10'.
               88  ADDRMST-NOT-FOUND VALUE '35'.
           05  WS-WHOLD-STATUS      PIC XX.
               88  WHOLD-OK         VALUE '00'.
               88  WHOLD-EOF        VALUE '10'.
           05  WS-CASE-STATUS       PIC XX.
               88  CASE-OK          VALUE '00'.
               88  CASE-EOF         VALUE '10'.
           05  WS-DATE-RAW          PIC 9(08).
           05  WS-TODAY-DATE        PIC X(10).
           05  WS-PGM-NAME          PIC X(08) VALUE 'CUSTANON'.
           05  WS-ANON-CUSTOMER     PIC 9(9).
           05  WS-ANON-GOOD-SW      PIC X(01).
               88  ANON-GOOD        VALUE 'Y'.
           05  WS-CUST-FOUND-SW     PIC X(01).
               88  CUSTOMER-FOUND   VALUE 'Y'.
           05  WS-NONZERO-COUNT     PIC S9(9) COMP VALUE ZERO.
           05  WS-ACTIVE-HOLDS      PIC S9(5) COMP VALUE ZERO.
           05  WS-OPEN-CASES        PIC S9(5) COMP VALUE ZERO.
           05  WS-HIST-BEFORE       PIC S9(9) COMP VALUE ZERO.
           05  WS-WALL-BEFORE       PIC S9(9) COMP VALUE ZERO.
           05  WS-HIST-UPDATED      PIC S9(9) COMP VALUE ZERO.
           05  WS-WALL-UPDATED      PIC S9(9) COMP VALUE ZERO.
           05  WS-MAST-UPDATED      PIC S9(9) COMP VALUE ZERO.
           05  WS-ADDR-UPDATED      PIC S9(9) COMP VALUE ZERO.
           05  WS-ANON-COUNT        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-REFUSED-COUNT     PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-TOTAL-HIST        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TOTAL-WALL        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TOTAL-ADDR        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZZ,ZZ9.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.
      * The address file is held whole, the way ADDRMNT holds it,
      * and written back at the end of the run - or on an abend,
      * so the customers already committed keep their erasure.
           05  WS-ADDR-MAX          PIC S9(4) COMP VALUE 1000.
           05  WS-ADDR-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-ADDR-IX           PIC S9(4) COMP VALUE ZERO.
           05  WS-ADDR-LOADED-SW    PIC X(01) VALUE 'N'.
               88  ADDR-LOADED      VALUE 'Y'.

      * The pseudonym the names are replaced with.
       01  WS-PSEUDONYM.
           05  WS-PS-FIRST-NAME     PIC X(10) VALUE 'ERASED'.
           05  WS-PS-LAST-NAME.
               10  FILLER           PIC X(01) VALUE 'C'.
               10  WS-PS-CUSTOMER-ID PIC 9(9).

       01  WS-ADDR-TABLE.
           05  WS-ADDR-ENTRY OCCURS 1000 TIMES.
               10  WS-AT-CUSTOMER-ID PIC 9(09).
               10  WS-AT-STREET      PIC X(30).
               10  WS-AT-CITY        PIC X(20).
               10  WS-AT-POSTAL      PIC X(10).
               10  WS-AT-REGION      PIC X(03).

       01  WS-MESSAGE-LINE          PIC X(80).

       01  WS-CERT-HEAD-LINE.
           05  FILLER               PIC X(36) VALUE
               'ANONYMISATION CERTIFICATE - RUN ON '.
           05  WS-CH-RUN-DATE       PIC X(10).
           05  FILLER               PIC X(34) VALUE SPACES.
       01  WS-CERT-CUST-LINE.
           05  FILLER               PIC X(09) VALUE 'CUSTOMER '.
           05  WS-CC-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(05) VALUE ' REF '.
           05  WS-CC-REQUEST-REF    PIC X(12).
           05  FILLER               PIC X(26) VALUE
               ' ANONYMISED FOR OFFICER  '.
           05  WS-CC-OFFICER        PIC 9(3).
           05  FILLER               PIC X(16) VALUE SPACES.
       01  WS-CERT-CHANGE-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-CG-OBJECT         PIC X(10).
           05  WS-CG-KIND           PIC X(06).
           05  FILLER               PIC X(09) VALUE ' CHANGED '.
           05  WS-CG-COUNT          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(44) VALUE SPACES.
       01  WS-CERT-REFUSE-LINE.
           05  FILLER               PIC X(09) VALUE 'CUSTOMER '.
           05  WS-CF-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(05) VALUE ' REF '.
           05  WS-CF-REQUEST-REF    PIC X(12).
           05  FILLER               PIC X(11) VALUE ' REFUSED - '.
           05  WS-CF-REASON         PIC X(34).
       01  WS-CERT-TOTAL-LINE.
           05  WS-CT-TAG            PIC X(28).
           05  WS-CT-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(41) VALUE SPACES.

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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'CUSTANON'.

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

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.
       EXEC SQL INCLUDE TEXE2HIST END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0300-ACQUIRE-WALLET-LOCK
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-ADDRESSES
           PERFORM 2000-READ-CARD
           PERFORM WITH TEST BEFORE UNTIL CARD-EOF
              PERFORM 3000-ANONYMISE-ONE-CUSTOMER
              PERFORM 2000-READ-CARD
           END-PERFORM
           PERFORM 7000-REWRITE-ADDRESSES
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
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-DATE-RAW(1:4) TO WS-TODAY-DATE(1:4)
           MOVE '-'              TO WS-TODAY-DATE(5:1)
           MOVE WS-DATE-RAW(5:2) TO WS-TODAY-DATE(6:2)
           MOVE '-'              TO WS-TODAY-DATE(8:1)
           MOVE WS-DATE-RAW(7:2) TO WS-TODAY-DATE(9:2)

           OPEN INPUT ANON-CARD-FILE
           EVALUATE TRUE
              WHEN CARD-OK
                 CONTINUE
              WHEN CARD-NOT-FOUND
                 MOVE 'IFNF' TO WS-ERRCODE-LOOKUP-CODE
                 PERFORM 9500-LOOKUP-ERROR-CODE
                 DISPLAY WS-ERRCODE-LOOKUP-TEXT ' (ANONCARD)'
                 MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
              WHEN OTHER
                 DISPLAY 'CUSTANON: UNEXPECTED ANONCARD STATUS '
                     WS-CARD-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
           END-EVALUATE

           OPEN OUTPUT ANON-CERT
           IF NOT CERT-OK
              DISPLAY 'CUSTANON: UNEXPECTED ANONCERT STATUS ON OPEN '
                  WS-CERT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF

           MOVE WS-TODAY-DATE TO WS-CH-RUN-DATE
           MOVE WS-CERT-HEAD-LINE TO ANON-CERT-RECORD
           WRITE ANON-CERT-RECORD.

      * No file yet means no customer has an address to erase. A
      * file larger than the table is refused outright - writing
      * back a truncated table would lose every address past it.
       1100-LOAD-ADDRESSES.
           OPEN INPUT ADDRESS-MASTER-FILE
           EVALUATE TRUE
              WHEN ADDRMST-OK
                 READ ADDRESS-MASTER-FILE
                 PERFORM WITH TEST BEFORE
                         UNTIL ADDRMST-EOF
                            OR WS-ADDR-COUNT NOT LESS THAN WS-ADDR-MAX
                    ADD 1 TO WS-ADDR-COUNT
                    MOVE ADM-CUSTOMER-ID
                      TO WS-AT-CUSTOMER-ID (WS-ADDR-COUNT)
                    MOVE ADM-STREET TO WS-AT-STREET (WS-ADDR-COUNT)
                    MOVE ADM-CITY TO WS-AT-CITY (WS-ADDR-COUNT)
                    MOVE ADM-POSTAL-CODE
                      TO WS-AT-POSTAL (WS-ADDR-COUNT)
                    MOVE ADM-REGION TO WS-AT-REGION (WS-ADDR-COUNT)
                    READ ADDRESS-MASTER-FILE
                 END-PERFORM
                 IF NOT ADDRMST-EOF
                    DISPLAY 'CUSTANON: ADDRMST HOLDS MORE THAN '
                        WS-ADDR-MAX ' ADDRESSES - RUN REFUSED'
                    CLOSE ADDRESS-MASTER-FILE
                    MOVE 16 TO RETURN-CODE
                    PERFORM 0350-RELEASE-WALLET-LOCK
                    GOBACK
                 END-IF
                 CLOSE ADDRESS-MASTER-FILE
                 SET ADDR-LOADED TO TRUE
              WHEN ADDRMST-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'CUSTANON: UNEXPECTED ADDRMST STATUS '
                     WS-ADDRMST-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
           END-EVALUATE.

       2000-READ-CARD.
           READ ANON-CARD-FILE
           IF NOT CARD-OK AND NOT CARD-EOF
              DISPLAY 'CUSTANON: UNEXPECTED ANONCARD STATUS ON READ '
                  WS-CARD-STATUS
              PERFORM 9999-ABORT
           END-IF.

       3000-ANONYMISE-ONE-CUSTOMER.
           MOVE 'Y' TO WS-ANON-GOOD-SW
           MOVE ANC-CUSTOMER-ID TO WS-ANON-CUSTOMER
           PERFORM 3100-EDIT-ANON-CARD
           IF ANON-GOOD
              PERFORM 4000-ANONYMISE-CUSTOMER
           END-IF.

       3100-EDIT-ANON-CARD.
           IF ANC-CUSTOMER-ID NOT NUMERIC
              OR ANC-CUSTOMER-ID = ZERO
              OR ANC-OFFICER NOT NUMERIC
              OR ANC-REQUEST-REF = SPACES
              MOVE 'CARD INCOMPLETE' TO WS-MESSAGE-LINE
              PERFORM 6000-REFUSE-CUSTOMER
           END-IF

           IF ANON-GOOD
              PERFORM 3200-FETCH-CUSTOMER
              EVALUATE TRUE
                 WHEN NOT CUSTOMER-FOUND
                    MOVE 'NOT ON TEXEM' TO WS-MESSAGE-LINE
                    PERFORM 6000-REFUSE-CUSTOMER
                 WHEN CUST-STATUS OF TEXEM NOT = 'C'
                    MOVE 'CUSTOMER NOT CLOSED' TO WS-MESSAGE-LINE
                    PERFORM 6000-REFUSE-CUSTOMER
                 WHEN FIRST-NAME OF TEXEM = WS-PS-FIRST-NAME
                    MOVE 'ALREADY ANONYMISED' TO WS-MESSAGE-LINE
                    PERFORM 6000-REFUSE-CUSTOMER
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           IF ANON-GOOD
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-NONZERO-COUNT
                 FROM TEXE2
                 WHERE CUSTOMER_ID = :WS-ANON-CUSTOMER
                   AND WALLET <> 0
              END-EXEC
              PERFORM 9800-CHECK-SQLCODE
              IF WS-NONZERO-COUNT > ZERO
                 MOVE 'WALLET BALANCE NOT ZERO' TO WS-MESSAGE-LINE
                 PERFORM 6000-REFUSE-CUSTOMER
              END-IF
           END-IF

           IF ANON-GOOD
              PERFORM 3300-COUNT-ACTIVE-HOLDS
           END-IF

           IF ANON-GOOD
              PERFORM 3400-COUNT-OPEN-CASES
           END-IF.

       3200-FETCH-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SW
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3210-TRY-FETCH-CUSTOMER
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                SET CUSTOMER-FOUND TO TRUE
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       3210-TRY-FETCH-CUSTOMER.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              SELECT FIRST_NAME, LAST_NAME, CUST_STATUS
              INTO :FIRST-NAME OF TEXEM, :LAST-NAME OF TEXEM,
                   :CUST-STATUS OF TEXEM
              FROM TEXEM
              WHERE CUSTOMER_ID = :WS-ANON-CUSTOMER
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * An active hold is money still earmarked against something
      * being worked - the customer cannot lose their name while it
      * stands. A hold file that cannot be read proves nothing, so
      * the customer is refused rather than assumed clear.
       3300-COUNT-ACTIVE-HOLDS.
           MOVE ZERO TO WS-ACTIVE-HOLDS
           OPEN INPUT WALLET-HOLD-FILE
           IF NOT WHOLD-OK
              MOVE 'WALHOLDS NOT AVAILABLE' TO WS-MESSAGE-LINE
              PERFORM 6000-REFUSE-CUSTOMER
           ELSE
              READ WALLET-HOLD-FILE
              PERFORM WITH TEST BEFORE UNTIL NOT WHOLD-OK
                 IF WHD-CUSTOMER-ID = WS-ANON-CUSTOMER
                    AND WHD-ACTIVE
                    ADD 1 TO WS-ACTIVE-HOLDS
                 END-IF
                 READ WALLET-HOLD-FILE
              END-PERFORM
              IF NOT WHOLD-EOF
                 MOVE 'WALHOLDS NOT READABLE' TO WS-MESSAGE-LINE
                 PERFORM 6000-REFUSE-CUSTOMER
              END-IF
              CLOSE WALLET-HOLD-FILE
              IF ANON-GOOD AND WS-ACTIVE-HOLDS > ZERO
                 MOVE 'ACTIVE WALLET HOLD' TO WS-MESSAGE-LINE
                 PERFORM 6000-REFUSE-CUSTOMER
              END-IF
           END-IF.

      * A dispute or investigation still open or assigned may yet
      * need the customer contacted or a movement reversed in their
      * name.
       3400-COUNT-OPEN-CASES.
           MOVE ZERO TO WS-OPEN-CASES
           OPEN INPUT CASE-FILE
           IF NOT CASE-OK
              MOVE 'CASEFILE NOT AVAILABLE' TO WS-MESSAGE-LINE
              PERFORM 6000-REFUSE-CUSTOMER
           ELSE
              READ CASE-FILE
              PERFORM WITH TEST BEFORE UNTIL NOT CASE-OK
                 IF CSE-CUSTOMER-ID = WS-ANON-CUSTOMER
                    AND CSE-OUTSTANDING
                    ADD 1 TO WS-OPEN-CASES
                 END-IF
                 READ CASE-FILE
              END-PERFORM
              IF NOT CASE-EOF
                 MOVE 'CASEFILE NOT READABLE' TO WS-MESSAGE-LINE
                 PERFORM 6000-REFUSE-CUSTOMER
              END-IF
              CLOSE CASE-FILE
              IF ANON-GOOD AND WS-OPEN-CASES > ZERO
                 MOVE 'OPEN DISPUTE OR INVESTIGATION'
                   TO WS-MESSAGE-LINE
                 PERFORM 6000-REFUSE-CUSTOMER
              END-IF
           END-IF.

      * One customer is one unit of work: count what stands, replace
      * the names on all three tables, prove the updates account for
      * exactly the counted rows, and only then commit. The address
      * is erased in the held table after the commit, so a customer
      * rolled back keeps their address as well as their names.
       4000-ANONYMISE-CUSTOMER.
           MOVE WS-ANON-CUSTOMER TO WS-PS-CUSTOMER-ID

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-HIST-BEFORE
              FROM TEXE2HIST
              WHERE CUSTOMER_ID = :WS-ANON-CUSTOMER
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE

           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-WALL-BEFORE
              FROM TEXE2
              WHERE CUSTOMER_ID = :WS-ANON-CUSTOMER
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE

           EXEC SQL
              UPDATE TEXE2HIST
              SET FIRST_NAME = :WS-PS-FIRST-NAME,
                  LAST_NAME  = :WS-PS-LAST-NAME
              WHERE CUSTOMER_ID = :WS-ANON-CUSTOMER
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9800-CHECK-SQLCODE
           END-IF
           MOVE SQLERRD (3) TO WS-HIST-UPDATED

           EXEC SQL
              UPDATE TEXE2
              SET FIRST_NAME = :WS-PS-FIRST-NAME,
                  LAST_NAME  = :WS-PS-LAST-NAME
              WHERE CUSTOMER_ID = :WS-ANON-CUSTOMER
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              PERFORM 9800-CHECK-SQLCODE
           END-IF
           MOVE SQLERRD (3) TO WS-WALL-UPDATED

           EXEC SQL
              UPDATE TEXEM
              SET FIRST_NAME = :WS-PS-FIRST-NAME,
                  LAST_NAME  = :WS-PS-LAST-NAME,
                  BIRTH_DATE = ' '
              WHERE CUSTOMER_ID = :WS-ANON-CUSTOMER
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE
           MOVE SQLERRD (3) TO WS-MAST-UPDATED

           IF WS-HIST-UPDATED NOT = WS-HIST-BEFORE
              OR WS-WALL-UPDATED NOT = WS-WALL-BEFORE
              OR WS-MAST-UPDATED NOT = 1
              DISPLAY 'CUSTANON: COUNTS DID NOT RECONCILE FOR '
                  WS-ANON-CUSTOMER ' - ROLLED BACK'
              MOVE 'CTOT' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              PERFORM 9999-ABORT
           END-IF

           EXEC SQL
              COMMIT
           END-EXEC

           PERFORM 4100-ERASE-ADDRESS

           ADD 1 TO WS-ANON-COUNT
           ADD WS-HIST-UPDATED TO WS-TOTAL-HIST
           ADD WS-WALL-UPDATED TO WS-TOTAL-WALL
           ADD WS-ADDR-UPDATED TO WS-TOTAL-ADDR
           PERFORM 5000-CERTIFY-CUSTOMER.

       4100-ERASE-ADDRESS.
           MOVE ZERO TO WS-ADDR-UPDATED
           PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
               UNTIL WS-ADDR-IX > WS-ADDR-COUNT
              IF WS-AT-CUSTOMER-ID (WS-ADDR-IX) = WS-ANON-CUSTOMER
                 MOVE 'ADDRESS ERASED' TO WS-AT-STREET (WS-ADDR-IX)
                 MOVE SPACES TO WS-AT-CITY (WS-ADDR-IX)
                 MOVE SPACES TO WS-AT-POSTAL (WS-ADDR-IX)
                 ADD 1 TO WS-ADDR-UPDATED
              END-IF
           END-PERFORM.

       5000-CERTIFY-CUSTOMER.
           MOVE WS-ANON-CUSTOMER TO WS-CC-CUSTOMER-ID
           MOVE ANC-REQUEST-REF TO WS-CC-REQUEST-REF
           MOVE ANC-OFFICER TO WS-CC-OFFICER
           MOVE WS-CERT-CUST-LINE TO ANON-CERT-RECORD
           WRITE ANON-CERT-RECORD

           MOVE 'TEXEM     ' TO WS-CG-OBJECT
           MOVE 'ROWS  ' TO WS-CG-KIND
           MOVE WS-MAST-UPDATED TO WS-CG-COUNT
           MOVE WS-CERT-CHANGE-LINE TO ANON-CERT-RECORD
           WRITE ANON-CERT-RECORD

           MOVE 'TEXE2     ' TO WS-CG-OBJECT
           MOVE WS-WALL-UPDATED TO WS-CG-COUNT
           MOVE WS-CERT-CHANGE-LINE TO ANON-CERT-RECORD
           WRITE ANON-CERT-RECORD

           MOVE 'TEXE2HIST ' TO WS-CG-OBJECT
           MOVE WS-HIST-UPDATED TO WS-CG-COUNT
           MOVE WS-CERT-CHANGE-LINE TO ANON-CERT-RECORD
           WRITE ANON-CERT-RECORD

           MOVE 'ADDRMST   ' TO WS-CG-OBJECT
           MOVE 'RECS  ' TO WS-CG-KIND
           MOVE WS-ADDR-UPDATED TO WS-CG-COUNT
           MOVE WS-CERT-CHANGE-LINE TO ANON-CERT-RECORD
           WRITE ANON-CERT-RECORD.

       6000-REFUSE-CUSTOMER.
           MOVE 'N' TO WS-ANON-GOOD-SW
           ADD 1 TO WS-REFUSED-COUNT
           MOVE ANC-CUSTOMER-ID TO WS-CF-CUSTOMER-ID
           MOVE ANC-REQUEST-REF TO WS-CF-REQUEST-REF
           MOVE WS-MESSAGE-LINE TO WS-CF-REASON
           MOVE WS-CERT-REFUSE-LINE TO ANON-CERT-RECORD
           WRITE ANON-CERT-RECORD
           DISPLAY 'CUSTANON: CUSTOMER ' ANC-CUSTOMER-ID
               ' REFUSED - ' WS-MESSAGE-LINE (1:30).

      * Erased entries go back out in place, every other address
      * exactly as it was read.
       7000-REWRITE-ADDRESSES.
           IF ADDR-LOADED AND WS-TOTAL-ADDR > ZERO
              OPEN OUTPUT ADDRESS-MASTER-FILE
              IF NOT ADDRMST-OK
                 DISPLAY 'CUSTANON: UNEXPECTED ADDRMST STATUS ON '
                     'REWRITE ' WS-ADDRMST-STATUS
                 MOVE 16 TO RETURN-CODE
              ELSE
                 PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
                     UNTIL WS-ADDR-IX > WS-ADDR-COUNT
                    MOVE WS-AT-CUSTOMER-ID (WS-ADDR-IX)
                      TO ADM-CUSTOMER-ID
                    MOVE WS-AT-STREET (WS-ADDR-IX) TO ADM-STREET
                    MOVE WS-AT-CITY (WS-ADDR-IX) TO ADM-CITY
                    MOVE WS-AT-POSTAL (WS-ADDR-IX) TO ADM-POSTAL-CODE
                    MOVE WS-AT-REGION (WS-ADDR-IX) TO ADM-REGION
                    WRITE ADDRESS-MASTER-RECORD
                 END-PERFORM
                 CLOSE ADDRESS-MASTER-FILE
              END-IF
              MOVE 'N' TO WS-ADDR-LOADED-SW
           END-IF.

       8000-HOUSEKEEPING.
           MOVE SPACES TO WS-CERT-TOTAL-LINE
           MOVE 'CUSTOMERS ANONYMISED        ' TO WS-CT-TAG
           MOVE WS-ANON-COUNT TO WS-CT-COUNT
           MOVE WS-CERT-TOTAL-LINE TO ANON-CERT-RECORD
           WRITE ANON-CERT-RECORD

           MOVE SPACES TO WS-CERT-TOTAL-LINE
           MOVE 'TEXE2 ROWS CHANGED          ' TO WS-CT-TAG
           MOVE WS-TOTAL-WALL TO WS-CT-COUNT
           MOVE WS-CERT-TOTAL-LINE TO ANON-CERT-RECORD
           WRITE ANON-CERT-RECORD

           MOVE SPACES TO WS-CERT-TOTAL-LINE
           MOVE 'TEXE2HIST ROWS CHANGED      ' TO WS-CT-TAG
           MOVE WS-TOTAL-HIST TO WS-CT-COUNT
           MOVE WS-CERT-TOTAL-LINE TO ANON-CERT-RECORD
           WRITE ANON-CERT-RECORD

           MOVE SPACES TO WS-CERT-TOTAL-LINE
           MOVE 'ADDRMST RECORDS CHANGED     ' TO WS-CT-TAG
           MOVE WS-TOTAL-ADDR TO WS-CT-COUNT
           MOVE WS-CERT-TOTAL-LINE TO ANON-CERT-RECORD
           WRITE ANON-CERT-RECORD

           MOVE SPACES TO WS-CERT-TOTAL-LINE
           MOVE 'CARDS REFUSED               ' TO WS-CT-TAG
           MOVE WS-REFUSED-COUNT TO WS-CT-COUNT
           MOVE WS-CERT-TOTAL-LINE TO ANON-CERT-RECORD
           WRITE ANON-CERT-RECORD

           CLOSE ANON-CARD-FILE
           CLOSE ANON-CERT

           MOVE WS-ANON-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'CUSTANON: CUSTOMERS ANONYMISED: '
               WS-COUNT-FORMATTED
           MOVE WS-REFUSED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'CUSTANON: CARDS REFUSED: ' WS-COUNT-FORMATTED

           IF WS-REFUSED-COUNT > ZERO AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'CUSTANON: SQLCODE ' SQLCODE
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
      * absent. Adding a code or rewording a message is a data
      * change now, not a nine-program recompile.
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
      * clean completion or end of cursor abandons the run with the
      * in-flight customer rolled back.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              PERFORM 9999-ABORT
           END-IF.

      * The customers already committed keep their erasure: their
      * addresses are written back before the run ends, so ADDRMST
      * never disagrees with the tables.
       9999-ABORT.
           EXEC SQL
              ROLLBACK
           END-EXEC.
           PERFORM 7000-REWRITE-ADDRESSES
           DISPLAY 'CUSTANON: RUN ABORTED - IN-FLIGHT CUSTOMER '
               'UNCHANGED'
           MOVE 16 TO RETURN-CODE
           GOBACK.
