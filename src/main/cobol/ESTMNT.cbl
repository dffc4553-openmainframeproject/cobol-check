       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ESTMNT.
      *****************************************************************
      * Bereavement and estate maintenance. When the bank is told a
      * customer has died, the branch used to suspend them through
      * TEXMMNT and write to the family by hand - a suspension still
      * let standing orders run, still sent campaign letters and
      * alerts to the dead customer's address, and left the balance
      * at the date of death to be worked out from the movement
      * history by whoever answered the executor's letter. This
      * program takes one card per bereavement or estate change:
      *
      *   'N' - death notified. The customer goes to status 'D'
      *         deceased with the date of death on TEXEM, and a
      *         TEXEST estate row records the executor's name and
      *         address, which from now on receives every statement
      *         and letter in the customer's place. Every wallet the
      *         customer owns alone takes a WALHOLDS hold for its
      *         balance, reason 'DECEASED - ESTATE', pending the
      *         grant of probate; a joint wallet with a surviving
      *         active co-owner is not held - it passes to the
      *         survivor when the customer is closed. Every STORDFIL
      *         standing order of the customer is ended at the date
      *         of death. A date-of-death balance certificate is
      *         written for the executor.
      *   'E' - executor changed. The name and address on the open
      *         estate row are replaced.
      *   'R' - certificate reprinted for a deceased customer.
      *
      * The status change and the estate row are one unit of work,
      * committed before the holds are placed; the wallets are read
      * first, so nothing after the commit can need a rollback. The
      * apply, the payout run and the transfer run refuse debits on
      * a deceased customer's wallets whatever their holds, and the
      * name extract and the alert run pass them by. The estate is
      * settled by closing the customer on TEXMMNT with disposition
      * 'E', which pays the balance to the estate, releases the
      * estate holds and marks the TEXEST row settled.
      *
      * The certificate gives each wallet's balance at the close of
      * the day of death - the balance now less every TEXE2HIST
      * movement stamped after that day, the AUDCONF working - in
      * the wallet's own currency. The estate total is printed only
      * where every wallet the estate owns is in one currency.
      *
      * A card is refused, and nothing changed, when incomplete, the
      * customer is not on TEXEM, is closed, or (on 'N') is already
      * deceased or the date of death is invalid, in the future or
      * before the date of birth; 'E' and 'R' need a deceased
      * customer with an estate row. Every change writes an ESTAUDT
      * record and every hold a HOLDAUDT record.
      *
      * Every certificate printed, on 'N' or 'R', is handed to
      * CORRLOG for the customer's correspondence history (CORRHIST)
      * as a 'C' item, code DTHC.
      *
      * Card: action, customer number, date of death (YYYY-MM-DD,
      * 'N' only), executor name, street, city, postal code and
      * region ('N' and 'E'), USERNO of the officer. RC 4 when any
      * card was refused; RC 8 when a hold could not be placed or
      * the standing orders could not be ended.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One card per bereavement notification or estate change.
           SELECT EST-CARD-FILE ASSIGN TO "ESTTRAN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CARD-STATUS.
      * The date-of-death balance certificates and the refusals.
           SELECT EST-CERT ASSIGN TO "ESTCERT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CERT-STATUS.
           SELECT EST-AUDIT-FILE ASSIGN TO "ESTAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-EAUD-STATUS.
      * Wallet holds, maintained by HOLDMNT and the HOLDONLC online
      * transaction - the estate holds are placed record by record
      * under the next free hold number, the HOLDMNT way.
           SELECT WALLET-HOLD-FILE ASSIGN TO "WALHOLDS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY WHD-HOLD-NO
               FILE STATUS WS-WHOLD-STATUS.
           SELECT HOLD-AUDIT-FILE ASSIGN TO "HOLDAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-HAUD-STATUS.
      * The standing orders STORDGEN generates from, maintained by
      * finance - a deceased customer's orders are end-dated here.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STORDFIL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ORDER-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EST-CARD-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 116 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS EST-CARD-RECORD.
       01  EST-CARD-RECORD.
           05  ETR-ACTION          PIC X(01).
               88  ETR-NOTIFY      VALUE 'N'.
               88  ETR-EXECUTOR    VALUE 'E'.
               88  ETR-REPRINT     VALUE 'R'.
           05  ETR-CUSTOMER-ID     PIC 9(9).
           05  ETR-DEATH-DATE      PIC X(10).
           05  ETR-EXEC-NAME       PIC X(30).
           05  ETR-EXEC-STREET     PIC X(30).
           05  ETR-EXEC-CITY       PIC X(20).
           05  ETR-EXEC-POSTAL     PIC X(10).
           05  ETR-EXEC-REGION     PIC X(03).
           05  ETR-OFFICER         PIC 9(3).
       FD  EST-CERT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS EST-CERT-RECORD.
       01  EST-CERT-RECORD         PIC X(80).
       FD  EST-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 73 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS EST-AUDIT-RECORD.
       01  EST-AUDIT-RECORD.
           COPY ESTAUDT.
       FD  WALLET-HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WALLET-HOLD-RECORD.
       01  WALLET-HOLD-RECORD.
           COPY WALHOLDS.
       FD  HOLD-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 63 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS HOLD-AUDIT-RECORD.
       01  HOLD-AUDIT-RECORD.
           COPY HOLDAUDT.
       FD  STANDING-ORDER-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 63 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS STANDING-ORDER-RECORD.
       01  STANDING-ORDER-RECORD.
           05  SO-CUSTOMER-ID      PIC 9(9).
           05  SO-WALLET-NO        PIC 9(2).
           05  SO-FIRST-NAME       PIC X(10).
           05  SO-LAST-NAME        PIC X(10).
           05  SO-AMOUNT           PIC 9(8)V99.
           05  SO-ADJ-TYPE         PIC X(01).
           05  SO-FREQUENCY        PIC X(01).
           05  SO-START-DATE       PIC X(10).
      * Blank end date means the order runs until it is removed.
           05  SO-END-DATE         PIC X(10).

       WORKING-STORAGE SECTION.

       01  FILLER.
           05  WS-CARD-STATUS       PIC XX.
               88  CARD-OK          VALUE '00'.
               88  CARD-EOF         VALUE '10'.
               88  CARD-NOT-FOUND   VALUE '35'.
           05  WS-CERT-STATUS       PIC XX.
               88  CERT-OK          VALUE '00'.
           05  WS-EAUD-STATUS       PIC XX.
               88  EAUD-OK          VALUE '00'.
           05  WS-WHOLD-STATUS      PIC XX.
               88  WHOLD-OK         VALUE '00'.
               88  WHOLD-DUPLICATE  VALUE '22'.
               88  WHOLD-NOT-FOUND  VALUE '35'.
           05  WS-HAUD-STATUS       PIC XX.
               88  HAUD-OK          VALUE '00'.
           05  WS-ORDER-STATUS      PIC XX.
               88  ORDER-OK         VALUE '00'.
               88  ORDER-EOF        VALUE '10'.
               88  ORDER-NOT-FOUND  VALUE '35'.
           05  WS-DATE-RAW          PIC 9(08).
           05  WS-TODAY-DATE        PIC X(10).
           05  WS-PGM-NAME          PIC X(08) VALUE 'ESTMNT'.
           05  WS-EST-CUSTOMER      PIC 9(9).
           05  WS-DEATH-DATE        PIC X(10).
           05  WS-DEATH-END-TMS     PIC X(26).
           05  WS-OLD-STATUS        PIC X(01).
           05  WS-CARD-GOOD-SW      PIC X(01).
               88  CARD-GOOD        VALUE 'Y'.
           05  WS-CUST-FOUND-SW     PIC X(01).
               88  CUSTOMER-FOUND   VALUE 'Y'.
           05  WS-EST-FOUND-SW      PIC X(01).
               88  ESTATE-FOUND     VALUE 'Y'.
      * The hold reason TEXMMNT looks for when it settles the estate
      * and releases the holds this program placed.
           05  WS-ESTATE-HOLD-REASON PIC X(20)
                                    VALUE 'DECEASED - ESTATE'.
           05  WS-HIGH-HOLD-NO      PIC 9(05) VALUE ZERO.
           05  WS-MINOR-COUNT       PIC S9(9) COMP VALUE ZERO.
           05  WS-MAST-UPDATED      PIC S9(9) COMP VALUE ZERO.
           05  WS-NOTIFIED-COUNT    PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-EXECUTOR-COUNT    PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-REPRINT-COUNT     PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-REFUSED-COUNT     PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-HOLDS-PLACED      PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-HOLDS-FAILED      PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-ORDERS-ENDED      PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZZ,ZZ9.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.
      * The customer's wallets, read before anything is changed.
      * ACTIVE-OWNERS counts the further owners still active - a
      * wallet with one passes to them and takes no estate hold.
           05  WS-WALL-MAX          PIC S9(4) COMP VALUE 99.
           05  WS-WALL-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-WALL-IX           PIC S9(4) COMP VALUE ZERO.
           05  WS-FT-WALLET-NO      PIC 9(2).
           05  WS-FT-BALANCE        PIC S9(8)V99 COMP-3.
           05  WS-FT-CURRENCY       PIC X(03).
           05  WS-FT-DEATH-BAL      PIC S9(8)V99 COMP-3.
           05  WS-FT-ACTIVE-OWNERS  PIC S9(9) COMP.
      * The estate total - only meaningful in a single currency.
           05  WS-EST-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-EST-CURRENCY      PIC X(03).
           05  WS-EST-WALLETS       PIC S9(4) COMP VALUE ZERO.
           05  WS-MIXED-CCY-SW      PIC X(01).
               88  MIXED-CURRENCY   VALUE 'Y'.
      * The customers notified this run, with their date of death,
      * for the standing-order pass at the end.
           05  WS-DEAD-MAX          PIC S9(4) COMP VALUE 500.
           05  WS-DEAD-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-DEAD-IX           PIC S9(4) COMP VALUE ZERO.

       01  WS-WALL-TABLE.
           05  WS-WALL-ENTRY OCCURS 99 TIMES.
               10  WS-WT-WALLET-NO   PIC 9(2).
               10  WS-WT-BALANCE     PIC S9(8)V99 COMP-3.
               10  WS-WT-CURRENCY    PIC X(03).
               10  WS-WT-DEATH-BAL   PIC S9(8)V99 COMP-3.
               10  WS-WT-OWNERS      PIC S9(9) COMP.
               10  WS-WT-HOLD-NO     PIC 9(05).

       01  WS-DEAD-TABLE.
           05  WS-DEAD-ENTRY OCCURS 500 TIMES.
               10  WS-DT-CUSTOMER-ID PIC 9(09).
               10  WS-DT-DEATH-DATE  PIC X(10).

       01  WS-MESSAGE-LINE          PIC X(80).

       01  WS-CERT-HEAD-LINE.
           05  FILLER               PIC X(35) VALUE
               'ESTATE MAINTENANCE - RUN ON       '.
           05  WS-CH-RUN-DATE       PIC X(10).
           05  FILLER               PIC X(35) VALUE SPACES.
       01  WS-CERT-TITLE-LINE.
           05  FILLER               PIC X(40) VALUE
               'DATE-OF-DEATH BALANCE CERTIFICATE       '.
           05  FILLER               PIC X(40) VALUE SPACES.
       01  WS-CERT-CUST-LINE.
           05  FILLER               PIC X(09) VALUE 'CUSTOMER '.
           05  WS-CC-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CC-FIRST-NAME     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CC-LAST-NAME      PIC X(10).
           05  FILLER               PIC X(39) VALUE SPACES.
       01  WS-CERT-DATE-LINE.
           05  FILLER               PIC X(14) VALUE 'DATE OF DEATH '.
           05  WS-CD-DEATH-DATE     PIC X(10).
           05  FILLER               PIC X(12) VALUE '  NOTIFIED  '.
           05  WS-CD-NOTIFIED-DATE  PIC X(10).
           05  FILLER               PIC X(14) VALUE '  FOR OFFICER '.
           05  WS-CD-OFFICER        PIC 9(3).
           05  FILLER               PIC X(17) VALUE SPACES.
       01  WS-CERT-EXEC-LINE.
           05  FILLER               PIC X(10) VALUE 'EXECUTOR  '.
           05  WS-CE-TEXT           PIC X(70).
       01  WS-CERT-WALLET-LINE.
           05  FILLER               PIC X(09) VALUE '  WALLET '.
           05  WS-CW-WALLET-NO      PIC 9(2).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CW-CURRENCY       PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CW-DEATH-BAL      PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CW-NOTE           PIC X(36).
       01  WS-CERT-HOLD-NOTE.
           05  FILLER               PIC X(05) VALUE 'HELD '.
           05  WS-CN-HOLD-NO        PIC 9(05).
           05  FILLER               PIC X(26) VALUE SPACES.
       01  WS-CERT-TOTAL-LINE.
           05  FILLER               PIC X(09) VALUE '  ESTATE '.
           05  WS-CT-CURRENCY       PIC X(03).
           05  FILLER               PIC X(06) VALUE SPACES.
           05  WS-CT-TOTAL          PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(48) VALUE SPACES.
       01  WS-CERT-REFUSE-LINE.
           05  FILLER               PIC X(09) VALUE 'CUSTOMER '.
           05  WS-CF-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(08) VALUE ' ACTION '.
           05  WS-CF-ACTION         PIC X(01).
           05  FILLER               PIC X(11) VALUE ' REFUSED - '.
           05  WS-CF-REASON         PIC X(42).
       01  WS-CERT-COUNT-LINE.
           05  WS-CK-TAG            PIC X(28).
           05  WS-CK-COUNT          PIC ZZZ,ZZZ,ZZ9.
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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'ESTMNT'.

      * Call parameter block for CORRLOG, the shared correspondence-
      * history routine - same field layout as CORRLOG's own linkage.
       01  WS-CORRLOG-PARM.
           05  WS-CL-FUNCTION      PIC X(04).
           05  WS-CL-CUSTOMER-ID   PIC 9(9).
           05  WS-CL-ITEM-DATE     PIC X(10).
           05  WS-CL-ITEM-TYPE     PIC X(01).
           05  WS-CL-MESSAGE-CODE  PIC X(04).
           05  WS-CL-CHANNEL       PIC X(01).
           05  WS-CL-DISPOSITION   PIC X(01).
           05  WS-CL-PGM-NAME      PIC X(08) VALUE 'ESTMNT'.
           05  WS-CL-REFERENCE     PIC X(20).
           05  WS-CL-RC            PIC 9(02).
           05  WS-CL-COUNT         PIC 9(07).

      * Call parameter block for WALLOCK, the shared run interlock -
      * same field layout as WALLOCK's own linkage section. Acquired
      * before the first change, released at clean end of run; an
      * abend leaves it held for LOCKMNT to clear or the restart
      * advisor to report.
       01  WS-WALLOCK-PARM.
           05  WS-WL-FUNCTION      PIC X(04).
           05  WS-WL-PROGRAM       PIC X(08).
           05  WS-WL-RC            PIC 9(02).
           05  WS-WL-HOLDER        PIC X(08).
           05  WS-WL-SINCE         PIC X(26).

      * Call parameter block for DATEUTIL, the shared date utility -
      * the date of death goes through its validation.
       01  WS-DATEUTIL-PARM.
           05  WS-DU-FUNCTION         PIC X(04).
           05  WS-DU-INPUT-DATE       PIC X(10).
           05  WS-DU-DAYS-TO-ADD      PIC S9(05).
           05  WS-DU-OUTPUT-DATE      PIC X(10).
           05  WS-DU-RETURN-CODE      PIC 9(02).
               88  WS-DU-OK              VALUE 00.
           05  WS-DU-INPUT-DATE-2     PIC X(10).
           05  WS-DU-DAYS-DIFFERENCE  PIC S9(07).
           05  WS-DU-REGION           PIC X(03).

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.
       EXEC SQL INCLUDE TEXE2HIST END-EXEC.
       EXEC SQL INCLUDE TEXOWN END-EXEC.
       EXEC SQL INCLUDE TEXGRD END-EXEC.
       EXEC SQL INCLUDE TEXEST END-EXEC.

      * Every wallet the customer holds, with its balance now, its
      * balance at the close of the day of death and the number of
      * further owners still active on it.
           EXEC SQL
              DECLARE WALL-CUR CURSOR FOR
              SELECT W.WALLET_NO, W.WALLET, W.CURRENCY_CODE,
                     W.WALLET -
                     COALESCE((SELECT SUM(H.NEW_WALLET - H.OLD_WALLET)
                               FROM TEXE2HIST H
                               WHERE H.CUSTOMER_ID = W.CUSTOMER_ID
                                 AND H.WALLET_NO = W.WALLET_NO
                                 AND H.TMS_CREA > :WS-DEATH-END-TMS),
                              0),
                     (SELECT COUNT(*)
                      FROM TEXOWN O, TEXEM M
                      WHERE O.CUSTOMER_ID = W.CUSTOMER_ID
                        AND O.WALLET_NO = W.WALLET_NO
                        AND M.CUSTOMER_ID = O.CO_OWNER_ID
                        AND M.CUST_STATUS = 'A')
              FROM TEXE2 W
              WHERE W.CUSTOMER_ID = :WS-EST-CUSTOMER
              ORDER BY W.WALLET_NO
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0300-ACQUIRE-WALLET-LOCK
           PERFORM 1000-INITIALIZE
           PERFORM 1100-OPEN-HOLD-FILES
           PERFORM 2000-READ-CARD
           PERFORM WITH TEST BEFORE UNTIL CARD-EOF
              PERFORM 3000-PROCESS-ONE-CARD
              PERFORM 2000-READ-CARD
           END-PERFORM
           PERFORM 7000-END-STANDING-ORDERS
           PERFORM 8000-HOUSEKEEPING
           PERFORM 0350-RELEASE-WALLET-LOCK
           GOBACK.
      * Register this run as THE wallet updater - the WALLOCK
      * interlock lets one TEXE2-updating program run at a time, so
      * a customer cannot go deceased under an apply mid-flight.
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

           OPEN INPUT EST-CARD-FILE
           EVALUATE TRUE
              WHEN CARD-OK
                 CONTINUE
              WHEN CARD-NOT-FOUND
                 MOVE 'IFNF' TO WS-ERRCODE-LOOKUP-CODE
                 PERFORM 9500-LOOKUP-ERROR-CODE
                 DISPLAY WS-ERRCODE-LOOKUP-TEXT ' (ESTTRAN)'
                 MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
              WHEN OTHER
                 DISPLAY 'ESTMNT: UNEXPECTED ESTTRAN STATUS '
                     WS-CARD-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
           END-EVALUATE

           OPEN OUTPUT EST-CERT
           IF NOT CERT-OK
              DISPLAY 'ESTMNT: UNEXPECTED ESTCERT STATUS ON OPEN '
                  WS-CERT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF

           OPEN EXTEND EST-AUDIT-FILE
           IF NOT EAUD-OK
              OPEN OUTPUT EST-AUDIT-FILE
           END-IF
           IF NOT EAUD-OK
              DISPLAY 'ESTMNT: UNEXPECTED ESTAUDT STATUS ON OPEN '
                  WS-EAUD-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF

           MOVE WS-TODAY-DATE TO WS-CH-RUN-DATE
           MOVE WS-CERT-HEAD-LINE TO EST-CERT-RECORD
           WRITE EST-CERT-RECORD.

      * A notification without its holds would leave the estate's
      * money spendable by anyone holding the card, so a hold file
      * that cannot be opened refuses the run. No file yet is a
      * first-time load, created empty as HOLDMNT creates it. The
      * same pass finds the highest hold number on file.
       1100-OPEN-HOLD-FILES.
           OPEN I-O WALLET-HOLD-FILE
           IF WHOLD-NOT-FOUND
              OPEN OUTPUT WALLET-HOLD-FILE
              IF WHOLD-OK
                 CLOSE WALLET-HOLD-FILE
                 OPEN I-O WALLET-HOLD-FILE
              END-IF
           END-IF
           IF NOT WHOLD-OK
              DISPLAY 'ESTMNT: UNEXPECTED WALHOLDS STATUS ON OPEN '
                  WS-WHOLD-STATUS ' - RUN REFUSED'
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF

           OPEN EXTEND HOLD-AUDIT-FILE
           IF NOT HAUD-OK
              OPEN OUTPUT HOLD-AUDIT-FILE
           END-IF
           IF NOT HAUD-OK
              DISPLAY 'ESTMNT: UNEXPECTED HOLDAUDT STATUS ON OPEN '
                  WS-HAUD-STATUS ' - RUN REFUSED'
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF

           MOVE ZERO TO WHD-HOLD-NO
           START WALLET-HOLD-FILE KEY NOT LESS THAN WHD-HOLD-NO
           IF WHOLD-OK
              READ WALLET-HOLD-FILE NEXT RECORD
              PERFORM WITH TEST BEFORE UNTIL NOT WHOLD-OK
                 IF WHD-HOLD-NO > WS-HIGH-HOLD-NO
                    MOVE WHD-HOLD-NO TO WS-HIGH-HOLD-NO
                 END-IF
                 READ WALLET-HOLD-FILE NEXT RECORD
              END-PERFORM
           END-IF.

       2000-READ-CARD.
           READ EST-CARD-FILE
           IF NOT CARD-OK AND NOT CARD-EOF
              DISPLAY 'ESTMNT: UNEXPECTED ESTTRAN STATUS ON READ '
                  WS-CARD-STATUS
              PERFORM 9999-ABORT
           END-IF.

       3000-PROCESS-ONE-CARD.
           MOVE 'Y' TO WS-CARD-GOOD-SW
           MOVE ETR-CUSTOMER-ID TO WS-EST-CUSTOMER
           PERFORM 3100-EDIT-CARD
           IF CARD-GOOD
              EVALUATE TRUE
                 WHEN ETR-NOTIFY
                    PERFORM 4000-NOTIFY-DEATH
                 WHEN ETR-EXECUTOR
                    PERFORM 5000-CHANGE-EXECUTOR
                 WHEN ETR-REPRINT
                    PERFORM 5500-REPRINT-CERTIFICATE
              END-EVALUATE
           END-IF.

       3100-EDIT-CARD.
           IF ETR-CUSTOMER-ID NOT NUMERIC
              OR ETR-CUSTOMER-ID = ZERO
              OR ETR-OFFICER NOT NUMERIC
              OR ETR-OFFICER = ZERO
              MOVE 'CARD INCOMPLETE' TO WS-MESSAGE-LINE
              PERFORM 6500-REFUSE-CARD
           END-IF

           IF CARD-GOOD
              AND NOT ETR-NOTIFY AND NOT ETR-EXECUTOR
              AND NOT ETR-REPRINT
              MOVE 'ACTION MUST BE N, E OR R' TO WS-MESSAGE-LINE
              PERFORM 6500-REFUSE-CARD
           END-IF

           IF CARD-GOOD
              AND (ETR-NOTIFY OR ETR-EXECUTOR)
              AND (ETR-EXEC-NAME = SPACES
                   OR ETR-EXEC-STREET = SPACES)
              MOVE 'EXECUTOR NAME AND STREET NEEDED'
                TO WS-MESSAGE-LINE
              PERFORM 6500-REFUSE-CARD
           END-IF

           IF CARD-GOOD AND ETR-NOTIFY
              MOVE 'VAL ' TO WS-DU-FUNCTION
              MOVE ETR-DEATH-DATE TO WS-DU-INPUT-DATE
              CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
              IF NOT WS-DU-OK
                 MOVE 'DATE OF DEATH NOT VALID' TO WS-MESSAGE-LINE
                 PERFORM 6500-REFUSE-CARD
              ELSE
                 IF ETR-DEATH-DATE > WS-TODAY-DATE
                    MOVE 'DATE OF DEATH IN THE FUTURE'
                      TO WS-MESSAGE-LINE
                    PERFORM 6500-REFUSE-CARD
                 END-IF
              END-IF
           END-IF

           IF CARD-GOOD
              PERFORM 3200-FETCH-CUSTOMER
              EVALUATE TRUE
                 WHEN NOT CUSTOMER-FOUND
                    MOVE 'NOT ON TEXEM' TO WS-MESSAGE-LINE
                    PERFORM 6500-REFUSE-CARD
                 WHEN CUST-STATUS OF TEXEM = 'C'
                    MOVE 'CUSTOMER CLOSED' TO WS-MESSAGE-LINE
                    PERFORM 6500-REFUSE-CARD
                 WHEN ETR-NOTIFY
                      AND CUST-STATUS OF TEXEM = 'D'
                    MOVE 'ALREADY NOTIFIED DECEASED'
                      TO WS-MESSAGE-LINE
                    PERFORM 6500-REFUSE-CARD
                 WHEN ETR-NOTIFY
                      AND BIRTH-DATE OF TEXEM NOT = SPACES
                      AND ETR-DEATH-DATE < BIRTH-DATE OF TEXEM
                    MOVE 'DATE OF DEATH BEFORE DATE OF BIRTH'
                      TO WS-MESSAGE-LINE
                    PERFORM 6500-REFUSE-CARD
                 WHEN ETR-NOTIFY
                      AND WS-DEAD-COUNT NOT LESS THAN WS-DEAD-MAX
                    MOVE 'RUN FULL - RESUBMIT IN NEXT RUN'
                      TO WS-MESSAGE-LINE
                    PERFORM 6500-REFUSE-CARD
                 WHEN NOT ETR-NOTIFY
                      AND CUST-STATUS OF TEXEM NOT = 'D'
                    MOVE 'CUSTOMER NOT DECEASED' TO WS-MESSAGE-LINE
                    PERFORM 6500-REFUSE-CARD
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           IF CARD-GOOD AND NOT ETR-NOTIFY
              PERFORM 3300-FETCH-ESTATE
              EVALUATE TRUE
                 WHEN NOT ESTATE-FOUND
                    MOVE 'NO ESTATE ON TEXEST' TO WS-MESSAGE-LINE
                    PERFORM 6500-REFUSE-CARD
                 WHEN ETR-EXECUTOR
                      AND NOT ESTATE-OPEN
                    MOVE 'ESTATE ALREADY SETTLED' TO WS-MESSAGE-LINE
                    PERFORM 6500-REFUSE-CARD
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
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
              SELECT FIRST_NAME, LAST_NAME, CUST_STATUS,
                     BIRTH_DATE, DEATH_DATE
              INTO :FIRST-NAME OF TEXEM, :LAST-NAME OF TEXEM,
                   :CUST-STATUS OF TEXEM, :BIRTH-DATE OF TEXEM,
                   :DEATH-DATE OF TEXEM
              FROM TEXEM
              WHERE CUSTOMER_ID = :WS-EST-CUSTOMER
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       3300-FETCH-ESTATE.
           MOVE 'N' TO WS-EST-FOUND-SW
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3310-TRY-FETCH-ESTATE
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                SET ESTATE-FOUND TO TRUE
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       3310-TRY-FETCH-ESTATE.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              SELECT EXEC_NAME, EXEC_STREET, EXEC_CITY,
                     EXEC_POSTAL, EXEC_REGION, NOTIFIED_DATE,
                     EST_STATUS, SETTLED_DATE
              INTO :EXEC-NAME, :EXEC-STREET, :EXEC-CITY,
                   :EXEC-POSTAL, :EXEC-REGION, :NOTIFIED-DATE,
                   :EST-STATUS, :SETTLED-DATE
              FROM TEXEST
              WHERE CUSTOMER_ID = :WS-EST-CUSTOMER
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * One notification is one unit of work: the wallets are read,
      * the customer goes deceased and the estate row is written,
      * and only then is it committed. The customer must still be
      * at the status just read - one changed under this run is
      * rolled back. The holds, the audit and the certificate come
      * after the commit and need nothing more from DB2.
       4000-NOTIFY-DEATH.
           MOVE ETR-DEATH-DATE TO WS-DEATH-DATE
           MOVE CUST-STATUS OF TEXEM TO WS-OLD-STATUS
           PERFORM 4100-LOAD-WALLETS

           EXEC SQL
              UPDATE TEXEM
              SET CUST_STATUS = 'D',
                  DEATH_DATE  = :WS-DEATH-DATE
              WHERE CUSTOMER_ID = :WS-EST-CUSTOMER
                AND CUST_STATUS = :WS-OLD-STATUS
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE
           MOVE SQLERRD (3) TO WS-MAST-UPDATED
           IF WS-MAST-UPDATED NOT = 1
              DISPLAY 'ESTMNT: TEXEM CHANGED UNDER THE RUN FOR '
                  WS-EST-CUSTOMER ' - ROLLED BACK'
              MOVE 'CTOT' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              PERFORM 9999-ABORT
           END-IF

           MOVE WS-EST-CUSTOMER TO CUSTOMER-ID OF TEXEST
           MOVE ETR-EXEC-NAME TO EXEC-NAME
           MOVE ETR-EXEC-STREET TO EXEC-STREET
           MOVE ETR-EXEC-CITY TO EXEC-CITY
           MOVE ETR-EXEC-POSTAL TO EXEC-POSTAL
           MOVE ETR-EXEC-REGION TO EXEC-REGION
           MOVE WS-TODAY-DATE TO NOTIFIED-DATE
           SET ESTATE-OPEN TO TRUE
           MOVE SPACES TO SETTLED-DATE
           EXEC SQL
              INSERT INTO TEXEST
                 (CUSTOMER_ID, EXEC_NAME, EXEC_STREET, EXEC_CITY,
                  EXEC_POSTAL, EXEC_REGION, NOTIFIED_DATE,
                  EST_STATUS, SETTLED_DATE, TMS_CREA)
              VALUES
                 (:WS-EST-CUSTOMER, :EXEC-NAME, :EXEC-STREET,
                  :EXEC-CITY, :EXEC-POSTAL, :EXEC-REGION,
                  :NOTIFIED-DATE, :EST-STATUS, :SETTLED-DATE,
                  CURRENT TIMESTAMP)
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE

           EXEC SQL
              COMMIT
           END-EXEC

           PERFORM 4200-PLACE-ESTATE-HOLDS

           MOVE 'N' TO EAU-ACTION
           MOVE 'D' TO EAU-NEW-STATUS
           PERFORM 6800-WRITE-ESTATE-AUDIT

           ADD 1 TO WS-DEAD-COUNT
           MOVE WS-EST-CUSTOMER TO WS-DT-CUSTOMER-ID (WS-DEAD-COUNT)
           MOVE WS-DEATH-DATE TO WS-DT-DEATH-DATE (WS-DEAD-COUNT)
           ADD 1 TO WS-NOTIFIED-COUNT

           PERFORM 6000-PRINT-CERTIFICATE
           PERFORM 4300-CHECK-MINORS.

      * The close of the day of death as a TEXE2HIST timestamp - a
      * movement stamped after it is not in the balance at death.
       4100-LOAD-WALLETS.
           MOVE SPACES TO WS-DEATH-END-TMS
           STRING WS-DEATH-DATE '-23.59.59.999999'
              DELIMITED BY SIZE INTO WS-DEATH-END-TMS
           MOVE ZERO TO WS-WALL-COUNT
           EXEC SQL
              OPEN WALL-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE
           PERFORM 4150-FETCH-WALLET
           PERFORM WITH TEST BEFORE UNTIL SQLCODE = 100
              IF WS-WALL-COUNT NOT LESS THAN WS-WALL-MAX
                 DISPLAY 'ESTMNT: MORE THAN ' WS-WALL-MAX
                     ' WALLETS FOR ' WS-EST-CUSTOMER
                 PERFORM 9999-ABORT
              END-IF
              ADD 1 TO WS-WALL-COUNT
              MOVE WS-FT-WALLET-NO
                TO WS-WT-WALLET-NO (WS-WALL-COUNT)
              MOVE WS-FT-BALANCE TO WS-WT-BALANCE (WS-WALL-COUNT)
              MOVE WS-FT-CURRENCY TO WS-WT-CURRENCY (WS-WALL-COUNT)
              MOVE WS-FT-DEATH-BAL
                TO WS-WT-DEATH-BAL (WS-WALL-COUNT)
              MOVE WS-FT-ACTIVE-OWNERS
                TO WS-WT-OWNERS (WS-WALL-COUNT)
              MOVE ZERO TO WS-WT-HOLD-NO (WS-WALL-COUNT)
              PERFORM 4150-FETCH-WALLET
           END-PERFORM
           EXEC SQL
              CLOSE WALL-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE.

       4150-FETCH-WALLET.
           EXEC SQL
              FETCH WALL-CUR
              INTO :WS-FT-WALLET-NO, :WS-FT-BALANCE,
                   :WS-FT-CURRENCY, :WS-FT-DEATH-BAL,
                   :WS-FT-ACTIVE-OWNERS
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE.

      * One hold per wallet the estate owns, for the balance it
      * holds now - a wallet at or below zero is still held, for
      * nothing, so the hold list shows every wallet of the estate.
       4200-PLACE-ESTATE-HOLDS.
           PERFORM VARYING WS-WALL-IX FROM 1 BY 1
               UNTIL WS-WALL-IX > WS-WALL-COUNT
              IF WS-WT-OWNERS (WS-WALL-IX) = ZERO
                 PERFORM 4250-PLACE-ONE-HOLD
              END-IF
           END-PERFORM.

      * A number the online transaction took since the pass in
      * 1100 comes back as a duplicate key - step past it.
       4250-PLACE-ONE-HOLD.
           MOVE SPACES TO WALLET-HOLD-RECORD
           MOVE WS-EST-CUSTOMER TO WHD-CUSTOMER-ID
           MOVE WS-WT-WALLET-NO (WS-WALL-IX) TO WHD-WALLET-NO
           IF WS-WT-BALANCE (WS-WALL-IX) > ZERO
              MOVE WS-WT-BALANCE (WS-WALL-IX) TO WHD-AMOUNT
           ELSE
              MOVE ZERO TO WHD-AMOUNT
           END-IF
           MOVE WS-ESTATE-HOLD-REASON TO WHD-REASON
           MOVE ETR-OFFICER TO WHD-PLACED-BY
           MOVE WS-TODAY-DATE TO WHD-PLACED-DATE
           MOVE SPACES TO WHD-RELEASE-DATE
           MOVE 'A' TO WHD-STATUS
           MOVE SPACES TO WHD-RELEASED-DATE
           PERFORM WITH TEST AFTER UNTIL NOT WHOLD-DUPLICATE
              ADD 1 TO WS-HIGH-HOLD-NO
              MOVE WS-HIGH-HOLD-NO TO WHD-HOLD-NO
              WRITE WALLET-HOLD-RECORD
           END-PERFORM
           IF WHOLD-OK
              MOVE WHD-HOLD-NO TO WS-WT-HOLD-NO (WS-WALL-IX)
              MOVE WS-TODAY-DATE TO HAU-DATE
              MOVE 'P' TO HAU-ACTION
              MOVE WHD-HOLD-NO TO HAU-HOLD-NO
              MOVE WHD-CUSTOMER-ID TO HAU-CUSTOMER-ID
              MOVE WHD-WALLET-NO TO HAU-WALLET-NO
              MOVE WHD-AMOUNT TO HAU-AMOUNT
              MOVE WHD-PLACED-BY TO HAU-PLACED-BY
              MOVE WHD-REASON TO HAU-REASON
              MOVE ZERO TO HAU-RELEASED-BY
              WRITE HOLD-AUDIT-RECORD
              ADD 1 TO WS-HOLDS-PLACED
           ELSE
              DISPLAY 'ESTMNT: UNEXPECTED WALHOLDS STATUS '
                  WS-WHOLD-STATUS ' - ' WS-EST-CUSTOMER '/'
                  WS-WT-WALLET-NO (WS-WALL-IX) ' NOT HELD'
              ADD 1 TO WS-HOLDS-FAILED
           END-IF.

      * A deceased guardian can no longer consent for a minor - the
      * officer is told on the certificate listing so a new guardian
      * is linked through TEXMMNT.
       4300-CHECK-MINORS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-MINOR-COUNT
              FROM TEXGRD
              WHERE GUARDIAN_ID = :WS-EST-CUSTOMER
                AND GRD_STATUS = 'A'
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE
           IF WS-MINOR-COUNT > ZERO
              MOVE '  *** GUARDIAN OF AN ACTIVE MINOR - LINK A NEW ONE'
                TO EST-CERT-RECORD
              WRITE EST-CERT-RECORD
              DISPLAY 'ESTMNT: CUSTOMER ' WS-EST-CUSTOMER
                  ' IS GUARDIAN OF AN ACTIVE MINOR'
           END-IF.

       5000-CHANGE-EXECUTOR.
           MOVE ETR-EXEC-NAME TO EXEC-NAME
           MOVE ETR-EXEC-STREET TO EXEC-STREET
           MOVE ETR-EXEC-CITY TO EXEC-CITY
           MOVE ETR-EXEC-POSTAL TO EXEC-POSTAL
           MOVE ETR-EXEC-REGION TO EXEC-REGION
           EXEC SQL
              UPDATE TEXEST
              SET EXEC_NAME   = :EXEC-NAME,
                  EXEC_STREET = :EXEC-STREET,
                  EXEC_CITY   = :EXEC-CITY,
                  EXEC_POSTAL = :EXEC-POSTAL,
                  EXEC_REGION = :EXEC-REGION
              WHERE CUSTOMER_ID = :WS-EST-CUSTOMER
                AND EST_STATUS = 'O'
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE
           IF SQLERRD (3) NOT = 1
              DISPLAY 'ESTMNT: TEXEST CHANGED UNDER THE RUN FOR '
                  WS-EST-CUSTOMER ' - ROLLED BACK'
              MOVE 'CTOT' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              PERFORM 9999-ABORT
           END-IF
           EXEC SQL
              COMMIT
           END-EXEC

           MOVE 'D' TO WS-OLD-STATUS
           MOVE DEATH-DATE OF TEXEM TO WS-DEATH-DATE
           MOVE 'E' TO EAU-ACTION
           MOVE 'D' TO EAU-NEW-STATUS
           PERFORM 6800-WRITE-ESTATE-AUDIT
           ADD 1 TO WS-EXECUTOR-COUNT

           MOVE SPACES TO WS-MESSAGE-LINE
           STRING 'CUSTOMER ' WS-EST-CUSTOMER
                  ' EXECUTOR NOW ' EXEC-NAME
              DELIMITED BY SIZE INTO WS-MESSAGE-LINE
           MOVE WS-MESSAGE-LINE TO EST-CERT-RECORD
           WRITE EST-CERT-RECORD.

      * The certificate as it stands now - the balances at death do
      * not move, but the holds are not repeated.
       5500-REPRINT-CERTIFICATE.
           MOVE DEATH-DATE OF TEXEM TO WS-DEATH-DATE
           PERFORM 4100-LOAD-WALLETS
           ADD 1 TO WS-REPRINT-COUNT
           PERFORM 6000-PRINT-CERTIFICATE.

      * TEXEST holds the executor as written on 'N' or read on 'R'.
       6000-PRINT-CERTIFICATE.
           MOVE SPACES TO EST-CERT-RECORD
           WRITE EST-CERT-RECORD
           MOVE WS-CERT-TITLE-LINE TO EST-CERT-RECORD
           WRITE EST-CERT-RECORD

           MOVE WS-EST-CUSTOMER TO WS-CC-CUSTOMER-ID
           MOVE FIRST-NAME OF TEXEM TO WS-CC-FIRST-NAME
           MOVE LAST-NAME OF TEXEM TO WS-CC-LAST-NAME
           MOVE WS-CERT-CUST-LINE TO EST-CERT-RECORD
           WRITE EST-CERT-RECORD

           MOVE WS-DEATH-DATE TO WS-CD-DEATH-DATE
           MOVE NOTIFIED-DATE TO WS-CD-NOTIFIED-DATE
           MOVE ETR-OFFICER TO WS-CD-OFFICER
           MOVE WS-CERT-DATE-LINE TO EST-CERT-RECORD
           WRITE EST-CERT-RECORD

           MOVE EXEC-NAME TO WS-CE-TEXT
           MOVE WS-CERT-EXEC-LINE TO EST-CERT-RECORD
           WRITE EST-CERT-RECORD
           MOVE SPACES TO WS-CERT-EXEC-LINE
           MOVE EXEC-STREET TO WS-CE-TEXT
           MOVE WS-CERT-EXEC-LINE TO EST-CERT-RECORD
           WRITE EST-CERT-RECORD
           MOVE SPACES TO WS-CE-TEXT
           STRING EXEC-CITY ' ' EXEC-POSTAL ' ' EXEC-REGION
              DELIMITED BY SIZE INTO WS-CE-TEXT
           MOVE WS-CERT-EXEC-LINE TO EST-CERT-RECORD
           WRITE EST-CERT-RECORD
           MOVE 'EXECUTOR  ' TO WS-CERT-EXEC-LINE (1:10)

           MOVE ZERO TO WS-EST-TOTAL
           MOVE ZERO TO WS-EST-WALLETS
           MOVE SPACES TO WS-EST-CURRENCY
           MOVE 'N' TO WS-MIXED-CCY-SW
           PERFORM VARYING WS-WALL-IX FROM 1 BY 1
               UNTIL WS-WALL-IX > WS-WALL-COUNT
              PERFORM 6100-PRINT-WALLET-LINE
           END-PERFORM

           EVALUATE TRUE
              WHEN WS-EST-WALLETS = ZERO
                 MOVE '  NO WALLET OWNED BY THE ESTATE'
                   TO EST-CERT-RECORD
              WHEN MIXED-CURRENCY
                 MOVE
                   '  ESTATE WALLETS IN SEVERAL CURRENCIES - NO TOTAL'
                   TO EST-CERT-RECORD
              WHEN OTHER
                 MOVE WS-EST-CURRENCY TO WS-CT-CURRENCY
                 MOVE WS-EST-TOTAL TO WS-CT-TOTAL
                 MOVE WS-CERT-TOTAL-LINE TO EST-CERT-RECORD
           END-EVALUATE
           WRITE EST-CERT-RECORD
           PERFORM 6050-LOG-CORRESPONDENCE.

      * The certificate goes on the deceased customer's correspondence
      * history, though it is the executor it is sent to.
       6050-LOG-CORRESPONDENCE.
           MOVE 'LOG ' TO WS-CL-FUNCTION
           MOVE WS-EST-CUSTOMER TO WS-CL-CUSTOMER-ID
           MOVE WS-TODAY-DATE TO WS-CL-ITEM-DATE
           MOVE 'C' TO WS-CL-ITEM-TYPE
           MOVE 'DTHC' TO WS-CL-MESSAGE-CODE
           MOVE 'P' TO WS-CL-CHANNEL
           MOVE 'S' TO WS-CL-DISPOSITION
           MOVE SPACES TO WS-CL-REFERENCE
           STRING 'EXECUTOR ' EXEC-NAME
              DELIMITED BY SIZE INTO WS-CL-REFERENCE
           CALL 'CORRLOG' USING WS-CORRLOG-PARM.

      * A joint wallet with a surviving owner is shown but is not
      * the estate's - it passes to the survivor on closure.
       6100-PRINT-WALLET-LINE.
           MOVE WS-WT-WALLET-NO (WS-WALL-IX) TO WS-CW-WALLET-NO
           MOVE WS-WT-CURRENCY (WS-WALL-IX) TO WS-CW-CURRENCY
           MOVE WS-WT-DEATH-BAL (WS-WALL-IX) TO WS-CW-DEATH-BAL
           EVALUATE TRUE
              WHEN WS-WT-OWNERS (WS-WALL-IX) > ZERO
                 MOVE 'JOINT - PASSES TO SURVIVING OWNER'
                   TO WS-CW-NOTE
              WHEN WS-WT-HOLD-NO (WS-WALL-IX) > ZERO
                 MOVE WS-WT-HOLD-NO (WS-WALL-IX) TO WS-CN-HOLD-NO
                 MOVE WS-CERT-HOLD-NOTE TO WS-CW-NOTE
              WHEN OTHER
                 MOVE SPACES TO WS-CW-NOTE
           END-EVALUATE
           MOVE WS-CERT-WALLET-LINE TO EST-CERT-RECORD
           WRITE EST-CERT-RECORD

           IF WS-WT-OWNERS (WS-WALL-IX) = ZERO
              ADD 1 TO WS-EST-WALLETS
              ADD WS-WT-DEATH-BAL (WS-WALL-IX) TO WS-EST-TOTAL
              IF WS-EST-WALLETS = 1
                 MOVE WS-WT-CURRENCY (WS-WALL-IX) TO WS-EST-CURRENCY
              ELSE
                 IF WS-WT-CURRENCY (WS-WALL-IX) NOT = WS-EST-CURRENCY
                    MOVE 'Y' TO WS-MIXED-CCY-SW
                 END-IF
              END-IF
           END-IF.

       6500-REFUSE-CARD.
           MOVE 'N' TO WS-CARD-GOOD-SW
           ADD 1 TO WS-REFUSED-COUNT
           MOVE ETR-CUSTOMER-ID TO WS-CF-CUSTOMER-ID
           MOVE ETR-ACTION TO WS-CF-ACTION
           MOVE WS-MESSAGE-LINE TO WS-CF-REASON
           MOVE WS-CERT-REFUSE-LINE TO EST-CERT-RECORD
           WRITE EST-CERT-RECORD
           DISPLAY 'ESTMNT: CUSTOMER ' ETR-CUSTOMER-ID
               ' REFUSED - ' WS-MESSAGE-LINE (1:34).

      * EAU-ACTION and EAU-NEW-STATUS are set by the caller.
       6800-WRITE-ESTATE-AUDIT.
           MOVE WS-TODAY-DATE TO EAU-DATE
           MOVE ETR-OFFICER TO EAU-USERNO
           MOVE WS-EST-CUSTOMER TO EAU-CUSTOMER-ID
           MOVE WS-OLD-STATUS TO EAU-OLD-STATUS
           MOVE WS-DEATH-DATE TO EAU-DEATH-DATE
           MOVE EXEC-NAME TO EAU-EXEC-NAME
           MOVE WS-PGM-NAME TO EAU-PGM-NAME
           WRITE EST-AUDIT-RECORD.

      * Every standing order of a customer notified this run is
      * ended at the date of death - an order ending later, or not
      * at all, is cut back; one already ended earlier is left. No
      * STORDFIL means finance keeps no orders; one that cannot be
      * rewritten leaves the orders running, and the officer must
      * end them by hand.
       7000-END-STANDING-ORDERS.
           IF WS-DEAD-COUNT > ZERO
              OPEN I-O STANDING-ORDER-FILE
              EVALUATE TRUE
                 WHEN ORDER-OK
                    READ STANDING-ORDER-FILE
                    PERFORM WITH TEST BEFORE UNTIL NOT ORDER-OK
                       PERFORM 7100-END-ONE-ORDER
                       READ STANDING-ORDER-FILE
                    END-PERFORM
                    IF NOT ORDER-EOF
                       DISPLAY 'ESTMNT: UNEXPECTED STORDFIL STATUS '
                           WS-ORDER-STATUS ' - STANDING ORDERS OF '
                           'THE DECEASED MAY STILL RUN'
                       MOVE 8 TO RETURN-CODE
                    END-IF
                    CLOSE STANDING-ORDER-FILE
                 WHEN ORDER-NOT-FOUND
                    CONTINUE
                 WHEN OTHER
                    DISPLAY 'ESTMNT: UNEXPECTED STORDFIL STATUS '
                        WS-ORDER-STATUS ' ON OPEN - STANDING '
                        'ORDERS OF THE DECEASED NOT ENDED'
                    MOVE 8 TO RETURN-CODE
              END-EVALUATE
           END-IF.

       7100-END-ONE-ORDER.
           PERFORM VARYING WS-DEAD-IX FROM 1 BY 1
               UNTIL WS-DEAD-IX > WS-DEAD-COUNT
              IF SO-CUSTOMER-ID = WS-DT-CUSTOMER-ID (WS-DEAD-IX)
                 AND (SO-END-DATE = SPACES
                      OR SO-END-DATE > WS-DT-DEATH-DATE (WS-DEAD-IX))
                 MOVE WS-DT-DEATH-DATE (WS-DEAD-IX) TO SO-END-DATE
                 REWRITE STANDING-ORDER-RECORD
                 ADD 1 TO WS-ORDERS-ENDED
                 DISPLAY 'ESTMNT: STANDING ORDER OF '
                     SO-CUSTOMER-ID '/' SO-WALLET-NO
                     ' ENDED AT ' SO-END-DATE
              END-IF
           END-PERFORM.

       8000-HOUSEKEEPING.
           MOVE SPACES TO EST-CERT-RECORD
           WRITE EST-CERT-RECORD

           MOVE SPACES TO WS-CERT-COUNT-LINE
           MOVE 'DEATHS NOTIFIED             ' TO WS-CK-TAG
           MOVE WS-NOTIFIED-COUNT TO WS-CK-COUNT
           MOVE WS-CERT-COUNT-LINE TO EST-CERT-RECORD
           WRITE EST-CERT-RECORD

           MOVE 'EXECUTORS CHANGED           ' TO WS-CK-TAG
           MOVE WS-EXECUTOR-COUNT TO WS-CK-COUNT
           MOVE WS-CERT-COUNT-LINE TO EST-CERT-RECORD
           WRITE EST-CERT-RECORD

           MOVE 'CERTIFICATES REPRINTED      ' TO WS-CK-TAG
           MOVE WS-REPRINT-COUNT TO WS-CK-COUNT
           MOVE WS-CERT-COUNT-LINE TO EST-CERT-RECORD
           WRITE EST-CERT-RECORD

           MOVE 'ESTATE HOLDS PLACED         ' TO WS-CK-TAG
           MOVE WS-HOLDS-PLACED TO WS-CK-COUNT
           MOVE WS-CERT-COUNT-LINE TO EST-CERT-RECORD
           WRITE EST-CERT-RECORD

           MOVE 'ESTATE HOLDS NOT PLACED     ' TO WS-CK-TAG
           MOVE WS-HOLDS-FAILED TO WS-CK-COUNT
           MOVE WS-CERT-COUNT-LINE TO EST-CERT-RECORD
           WRITE EST-CERT-RECORD

           MOVE 'STANDING ORDERS ENDED       ' TO WS-CK-TAG
           MOVE WS-ORDERS-ENDED TO WS-CK-COUNT
           MOVE WS-CERT-COUNT-LINE TO EST-CERT-RECORD
           WRITE EST-CERT-RECORD

           MOVE 'CARDS REFUSED               ' TO WS-CK-TAG
           MOVE WS-REFUSED-COUNT TO WS-CK-COUNT
           MOVE WS-CERT-COUNT-LINE TO EST-CERT-RECORD
           WRITE EST-CERT-RECORD

           CLOSE EST-CARD-FILE
           CLOSE EST-CERT
           CLOSE EST-AUDIT-FILE
           CLOSE WALLET-HOLD-FILE
           CLOSE HOLD-AUDIT-FILE
           MOVE 'CLOS' TO WS-CL-FUNCTION
           CALL 'CORRLOG' USING WS-CORRLOG-PARM

           MOVE WS-NOTIFIED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'ESTMNT: DEATHS NOTIFIED: ' WS-COUNT-FORMATTED
           MOVE WS-HOLDS-PLACED TO WS-COUNT-FORMATTED
           DISPLAY 'ESTMNT: ESTATE HOLDS PLACED: ' WS-COUNT-FORMATTED
           MOVE WS-ORDERS-ENDED TO WS-COUNT-FORMATTED
           DISPLAY 'ESTMNT: STANDING ORDERS ENDED: '
               WS-COUNT-FORMATTED
           MOVE WS-REFUSED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'ESTMNT: CARDS REFUSED: ' WS-COUNT-FORMATTED

           IF WS-HOLDS-FAILED > ZERO AND RETURN-CODE < 8
              DISPLAY 'ESTMNT: ESTATE HOLDS NOT PLACED - PLACE THEM '
                  'THROUGH HOLDMNT'
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-REFUSED-COUNT > ZERO AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'ESTMNT: SQLCODE ' SQLCODE
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
      * clean completion or end of cursor abandons the run with the
      * in-flight card rolled back.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              PERFORM 9999-ABORT
           END-IF.

      * The customers already committed keep their notification and
      * their holds; their standing orders are still ended, so a
      * rerun of the remaining cards finds them refused as already
      * deceased with nothing left undone.
       9999-ABORT.
           EXEC SQL
              ROLLBACK
           END-EXEC.
           PERFORM 7000-END-STANDING-ORDERS
           DISPLAY 'ESTMNT: RUN ABORTED - IN-FLIGHT CARD UNCHANGED'
           MOVE 16 TO RETURN-CODE
           GOBACK.
