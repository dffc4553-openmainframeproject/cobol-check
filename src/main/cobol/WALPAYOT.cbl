       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WALPAYOT.
      *****************************************************************
      * Withdrawal payout run. A customer's request to withdraw
      * wallet money to their own bank account used to be a
      * hand-keyed WALADJ subtract followed by a manual entry on the
      * bank portal. This program takes the day's withdrawal
      * requests - request id, customer and wallet, amount - and for
      * each one debits the wallet through the normal TEXE2 update
      * plus TEXE2HIST row, under its own PGM_NAME and the
      * deterministic reference 'WD' + request id, then writes the
      * credit to the customer's verified payout account (PAYEEMST,
      * maintained by PAYEEMNT) on the BANKPAY payment file: one
      * batch, header and trailer, the trailer carrying the entry
      * count and total the bank proves the batch against.
      *
      * A request is refused to the PAYEXCP exceptions report - not
      * debited, not paid - when the account is missing or not yet
      * verified, the customer is closed or past a KYC review, the
      * reference is already on the history, or the wallet cannot
      * cover it. The funds test is WALADJPG's: the authorized
      * overdraft line on OVDRLIM sets the floor, and money under an
      * active WALHOLDS hold is not available.
      *
      * Before the new requests are paid, the bank's BANKRET return
      * file from the previous batch is worked: every returned
      * payment re-credits the wallet with a reversal movement,
      * reference 'WR' + request id, carrying the original 'WD'
      * reference in REV-ADJ-REF so the payout and its backout are
      * visibly paired on the history, and is listed on the
      * exceptions report with the bank's return reason. A return
      * file loaded twice re-credits nothing twice.
      *
      * Every TEXE2HIST row posted here is also handed to MOVEVENT as
      * a movement event, released to the shared MOVEVENT file after
      * each commit, for MOVEPUB's feed to the CRM and fraud
      * platforms.
      *
      * A wallet whose product (PRODMAST, resolved through PRODLOOK)
      * allows no overdraft is floored at zero whatever OVDRLIM holds
      * for it.
      *
      * A wallet locked in a fixed term (TEXTERM, opened by TERMMNT)
      * pays nothing out until WALMATUR matures the term - refused
      * as FIXED TERM NOT MATURED. A return still re-credits it.
      *
      * A deceased customer (status 'D', set by ESTMNT) is paid
      * nothing - refused as CUSTOMER DECEASED; the estate is paid
      * out only when TEXMMNT closes the customer.
      *
      * A withdrawal that would take the customer's debits for the
      * business date past the daily outflow limit (OUTFLIM,
      * resolved through OUTFLOOK) is refused as DAILY OUTFLOW
      * LIMIT. A minor (an active guardian row on TEXGRD) is refused
      * as NO GUARDIAN CONSENT - the request carries no consent.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One record per withdrawal request. The request id is ten
      * characters and unique per request; the payout posts as
      * 'WD' + request id, so a request file loaded twice pays
      * nothing twice.
           SELECT WITHDRAWAL-REQUEST-FILE ASSIGN TO "WDRWREQ"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REQUEST-STATUS.
      * Verified payout bank accounts, maintained by PAYEEMNT -
      * keyed by customer and wallet.
           SELECT PAYEE-MASTER-FILE ASSIGN TO "PAYEEMST"
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IS PYE-KEY
               FILE STATUS WS-PAYEE-STATUS.
      * The outbound credit batch for the bank.
           SELECT BANK-PAYMENT-FILE ASSIGN TO "BANKPAY"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BANKPAY-STATUS.
      * The bank's returns from the previous batch - only the 'P'
      * payment returns are ours; PAYEEMNT works the pre-notes.
           SELECT BANK-RETURN-FILE ASSIGN TO "BANKRET"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BANKRET-STATUS.
      * Refused requests and returned payments, for payments
      * operations to follow up.
           SELECT PAYOUT-EXCP-FILE ASSIGN TO "PAYEXCP"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-EXCP-STATUS.
      * Per-customer authorized overdraft lines, maintained by
      * OVDRMNT - a withdrawal may carry its wallet below zero, but
      * only down to the line on this file.
           SELECT OVERDRAFT-LIMIT-FILE ASSIGN TO "OVDRLIM"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ODLIM-STATUS.
      * Wallet holds, maintained by HOLDMNT - held money stays on
      * the balance but cannot be withdrawn.
           SELECT WALLET-HOLD-FILE ASSIGN TO "WALHOLDS"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY WHD-HOLD-NO
               FILE STATUS WS-WHOLD-STATUS.
      * KYC periodic reviews, maintained by KYCMNT - a customer whose
      * next review is past due cannot withdraw until the review is
      * recorded.
           SELECT KYC-REVIEW-FILE ASSIGN TO "KYCREV"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-KYC-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the payment value date and the date a KYC review
      * counts as past due against.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WITHDRAWAL-REQUEST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 41 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WITHDRAWAL-REQUEST-RECORD.
       01  WITHDRAWAL-REQUEST-RECORD.
           05  WDR-REQUEST-ID      PIC X(10).
           05  WDR-CUSTOMER-ID     PIC 9(9).
           05  WDR-WALLET-NO       PIC 9(2).
           05  WDR-AMOUNT          PIC 9(8)V99.
           05  WDR-REQUEST-DATE    PIC X(10).
       FD  PAYEE-MASTER-FILE
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PAYEE-MASTER-RECORD.
       01  PAYEE-MASTER-RECORD.
           COPY PAYEEREC.
       FD  BANK-PAYMENT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS BANK-PAYMENT-RECORD.
       01  BANK-PAYMENT-RECORD.
           COPY BANKPAY.
       FD  BANK-RETURN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS BANK-RETURN-RECORD.
       01  BANK-RETURN-RECORD.
           COPY BANKRET.
       FD  PAYOUT-EXCP-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PAYOUT-EXCP-RECORD.
       01  PAYOUT-EXCP-RECORD      PIC X(80).
       FD  OVERDRAFT-LIMIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 21 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS OVERDRAFT-LIMIT-RECORD.
       01  OVERDRAFT-LIMIT-RECORD.
           05  OVD-CUSTOMER-ID     PIC 9(9).
           05  OVD-WALLET-NO       PIC 9(2).
           05  OVD-LIMIT           PIC 9(8)V99.
       FD  WALLET-HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WALLET-HOLD-RECORD.
       01  WALLET-HOLD-RECORD.
           COPY WALHOLDS.
       FD  KYC-REVIEW-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS KYC-REVIEW-RECORD.
       01  KYC-REVIEW-RECORD.
           COPY KYCREV.
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

       01  WS-EXCEPTION-LINE.
           05  WS-EX-REASON         PIC X(26).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-EX-REF            PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-EX-CUSTOMER       PIC 9(9).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-EX-WALLET         PIC 9(2).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-EX-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
      * The bank's return reason - blank on a refused request.
           05  WS-EX-BANK-REASON    PIC X(03).
           05  FILLER               PIC X(10) VALUE SPACES.
       01  FILLER.
           05  WS-REQUEST-STATUS    PIC XX.
               88  REQUEST-OK          VALUE '00'.
               88  REQUEST-EOF         VALUE '10'.
               88  REQUEST-NOT-FOUND   VALUE '35'.
           05  WS-PAYEE-STATUS      PIC XX.
               88  PAYEE-OK            VALUE '00'.
               88  PAYEE-KEY-NOT-FOUND VALUE '23'.
               88  PAYEE-NOT-FOUND     VALUE '35'.
           05  WS-BANKPAY-STATUS    PIC XX.
               88  BANKPAY-OK          VALUE '00'.
           05  WS-BANKRET-STATUS    PIC XX.
               88  BANKRET-OK          VALUE '00'.
               88  BANKRET-EOF         VALUE '10'.
               88  BANKRET-NOT-FOUND   VALUE '35'.
           05  WS-EXCP-STATUS       PIC XX.
               88  EXCP-OK             VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'WALPAYOT'.
      * Originator id the bank knows this wallet operation by - the
      * same one PAYEEMNT puts on its pre-note batches.
           05  WS-ORIGINATOR-ID     PIC X(10) VALUE 'TNPWALLET'.
           05  WS-REQUEST-GOOD-SW   PIC X(01).
               88  REQUEST-GOOD        VALUE 'Y'.
           05  WS-RETURN-GOOD-SW    PIC X(01).
               88  RETURN-GOOD         VALUE 'Y'.
      * The payout posts as 'WD' + request id, its re-credit on a
      * bank return as 'WR' + request id.
           05  WS-PAY-REF.
               10  WS-PAY-REF-PREFIX   PIC X(02) VALUE 'WD'.
               10  WS-PAY-REF-REQUEST  PIC X(10).
           05  WS-RECREDIT-REF.
               10  WS-RCR-REF-PREFIX   PIC X(02) VALUE 'WR'.
               10  WS-RCR-REF-REQUEST  PIC X(10).
           05  WS-CHECK-REF         PIC X(12).
           05  WS-REF-COUNT         PIC S9(9) COMP VALUE ZERO.
           05  WS-LOOK-CUSTOMER     PIC 9(9).
           05  WS-LOOK-WALLET-NO    PIC 9(2).
           05  WS-WALLET-OLD        PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-WALLET-NEW        PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-RETURN-AMOUNT     PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-ODLIM-STATUS      PIC XX.
               88  ODLIM-OK            VALUE '00'.
               88  ODLIM-EOF           VALUE '10'.
               88  ODLIM-NOT-FOUND     VALUE '35'.
           05  WS-ODLIM-COUNT       PIC S9(4) COMP VALUE ZERO.
           05  WS-ODLIM-MAX         PIC S9(4) COMP VALUE 500.
           05  WS-ODLIM-IX          PIC S9(4) COMP.
           05  WS-OD-LINE           PIC 9(8)V99 VALUE ZERO.
           05  WS-OD-FLOOR          PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-WHOLD-STATUS      PIC XX.
               88  WHOLD-OK            VALUE '00'.
               88  WHOLD-EOF           VALUE '10'.
               88  WHOLD-NOT-FOUND     VALUE '35'.
           05  WS-WHOLD-COUNT       PIC S9(4) COMP VALUE ZERO.
           05  WS-WHOLD-MAX         PIC S9(4) COMP VALUE 500.
           05  WS-WHOLD-IX          PIC S9(4) COMP.
           05  WS-HOLD-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-HOLD-FLOOR        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-KYC-STATUS        PIC XX.
               88  KYC-OK              VALUE '00'.
               88  KYC-EOF             VALUE '10'.
               88  KYC-NOT-FOUND       VALUE '35'.
           05  WS-KYC-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  WS-KYC-MAX           PIC S9(4) COMP VALUE 2000.
           05  WS-KYC-IX            PIC S9(4) COMP.
           05  WS-KYC-DROPPED       PIC S9(9) COMP-3 VALUE ZERO.
      * The daily outflow check - the business date as a timestamp
      * window on TEXE2HIST (the GLEXTR convention) and the
      * customer's debits inside it.
           05  WS-SEL-TMS-LOW       PIC X(26).
           05  WS-SEL-TMS-HIGH      PIC X(26).
           05  WS-OUTFLOW-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK          VALUE '00'.
               88  BUSDATE-NOT-FOUND   VALUE '35'.
           05  WS-WALLET-FOUND-SW   PIC X(01).
               88  WALLET-ROW-FOUND VALUE 'Y'.
           05  WS-ORIGINAL-FOUND-SW PIC X(01).
               88  ORIGINAL-FOUND   VALUE 'Y'.
           05  WS-CUST-STATUS-SW    PIC X(01).
               88  CUSTOMER-IS-CLOSED  VALUE 'C'.
               88  CUSTOMER-IS-DECEASED VALUE 'D'.
               88  CUSTOMER-MISSING    VALUE '?'.
           05  WS-PAID-COUNT        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-REFUSED-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TERM-ROWS         PIC S9(9) COMP VALUE ZERO.
           05  WS-GRDN-ROWS         PIC S9(9) COMP VALUE ZERO.
           05  WS-RECREDIT-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-RETURN-EXCP-COUNT PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-BATCH-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-BATCH-TOTAL       PIC 9(10)V99 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZ9.
           05  WS-TOTAL-FORMATTED   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.

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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WALPAYOT'.

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

      * Call parameter block for OUTFLOOK, the shared daily outflow
      * limit lookup - same field layout as OUTFLOOK's own linkage
      * section.
       01  WS-OUTFLOOK-PARM.
           05  WS-OL-FUNCTION      PIC X(04).
           05  WS-OL-CUSTOMER-ID   PIC 9(09).
           05  WS-OL-DAILY-LIMIT   PIC 9(8)V99.
           05  WS-OL-SOURCE        PIC X(01).
           05  WS-OL-FOUND-SW      PIC X(01).
               88  WS-OL-FOUND        VALUE 'Y'.
           05  WS-OL-RETURN-CODE   PIC 9(02).

      * The overdraft lines as loaded from OVDRLIM at initialization
      * - a missing or empty file leaves the table empty, and every
      * withdrawal then floors at zero.
       01  WS-ODLIM-TABLE.
           05  WS-OD-ENTRY OCCURS 500 TIMES.
               10  WS-OD-CUSTOMER     PIC 9(09).
               10  WS-OD-WALLET-NO    PIC 9(02).
               10  WS-OD-LIMIT        PIC 9(8)V99.

      * The ACTIVE holds as loaded from WALHOLDS at initialization -
      * released records are skipped on the way in.
       01  WS-WHOLD-TABLE.
           05  WS-WH-ENTRY OCCURS 500 TIMES.
               10  WS-WH-CUSTOMER     PIC 9(09).
               10  WS-WH-WALLET-NO    PIC 9(02).
               10  WS-WH-AMOUNT       PIC 9(8)V99.

      * The customers whose KYC review was past due on the business
      * date, as loaded from KYCREV at initialization - reviews
      * still in date are skipped on the way in.
       01  WS-KYC-OVERDUE-TABLE.
           05  WS-KO-ENTRY OCCURS 2000 TIMES.
               10  WS-KO-CUSTOMER     PIC 9(09).

      * Call parameter block for MOVEVENT, the shared movement-event
      * routine - same field layout as MOVEVENT's own linkage
      * section. Each history row's event is held there until the
      * unit of work commits. The row's timestamp is read into
      * WS-ME-TMS-CREA before the insert, so the event and the row
      * carry the same one.
       01  WS-MOVEVENT-PARM.
           05  WS-ME-FUNCTION      PIC X(04).
           05  WS-ME-CUSTOMER-ID   PIC 9(09).
           05  WS-ME-WALLET-NO     PIC 9(02).
           05  WS-ME-OLD-WALLET    PIC S9(8)V99 COMP-3.
           05  WS-ME-NEW-WALLET    PIC S9(8)V99 COMP-3.
           05  WS-ME-ADJ-REF       PIC X(12).
           05  WS-ME-REV-ADJ-REF   PIC X(12).
           05  WS-ME-PGM-NAME      PIC X(08).
           05  WS-ME-TMS-CREA      PIC X(26).
           05  WS-ME-RC            PIC 9(02).
           05  WS-ME-COUNT         PIC 9(05).

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
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.
       EXEC SQL INCLUDE TEXE2HIST END-EXEC.
       EXEC SQL INCLUDE TEXTERM END-EXEC.
       EXEC SQL INCLUDE TEXGRD  END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0300-ACQUIRE-WALLET-LOCK
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-BANK-RETURNS
           PERFORM 3000-READ-REQUEST
           PERFORM WITH TEST BEFORE UNTIL REQUEST-EOF
              PERFORM 4000-PAY-ONE-REQUEST
              PERFORM 3000-READ-REQUEST
           END-PERFORM
           PERFORM 6000-WRITE-BATCH-TRAILER
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

           OPEN INPUT WITHDRAWAL-REQUEST-FILE
           EVALUATE TRUE
              WHEN REQUEST-OK
                 CONTINUE
              WHEN REQUEST-NOT-FOUND
                 MOVE 'IFNF' TO WS-ERRCODE-LOOKUP-CODE
                 PERFORM 9500-LOOKUP-ERROR-CODE
                 DISPLAY WS-ERRCODE-LOOKUP-TEXT ' (WDRWREQ)'
                 MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
              WHEN OTHER
                 DISPLAY 'WALPAYOT: UNEXPECTED WDRWREQ STATUS '
                     WS-REQUEST-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
           END-EVALUATE

      * No payout account file means no account has ever been
      * verified - stop rather than refuse every request one by one.
           OPEN INPUT PAYEE-MASTER-FILE
           EVALUATE TRUE
              WHEN PAYEE-OK
                 CONTINUE
              WHEN PAYEE-NOT-FOUND
                 DISPLAY 'WALPAYOT: PAYEEMST PAYOUT ACCOUNT FILE NOT '
                     'FOUND - NO ACCOUNT IS VERIFIED FOR PAYMENT'
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
              WHEN OTHER
                 DISPLAY 'WALPAYOT: UNEXPECTED PAYEEMST STATUS '
                     WS-PAYEE-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
           END-EVALUATE

           OPEN OUTPUT PAYOUT-EXCP-FILE
           IF NOT EXCP-OK
              DISPLAY 'WALPAYOT: UNEXPECTED PAYEXCP STATUS '
                  WS-EXCP-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF

           OPEN OUTPUT BANK-PAYMENT-FILE
           IF NOT BANKPAY-OK
              DISPLAY 'WALPAYOT: UNEXPECTED BANKPAY STATUS '
                  WS-BANKPAY-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF

           PERFORM 1500-LOAD-OVERDRAFT-LINES
           PERFORM 1600-LOAD-ACTIVE-HOLDS
           PERFORM 1700-RESOLVE-BUSINESS-DATE
           PERFORM 1800-LOAD-OVERDUE-REVIEWS
           PERFORM 1900-WRITE-BATCH-HEADER.

      * Pull the OVDRMNT-maintained overdraft lines into storage for
      * the withdrawal floor check. No file simply means no customer
      * has a line.
       1500-LOAD-OVERDRAFT-LINES.
           OPEN INPUT OVERDRAFT-LIMIT-FILE
           EVALUATE TRUE
              WHEN ODLIM-OK
                 READ OVERDRAFT-LIMIT-FILE
                 PERFORM WITH TEST BEFORE
                         UNTIL ODLIM-EOF
                            OR WS-ODLIM-COUNT
                               NOT LESS THAN WS-ODLIM-MAX
                    ADD 1 TO WS-ODLIM-COUNT
                    MOVE OVD-CUSTOMER-ID
                      TO WS-OD-CUSTOMER (WS-ODLIM-COUNT)
                    MOVE OVD-WALLET-NO
                      TO WS-OD-WALLET-NO (WS-ODLIM-COUNT)
                    MOVE OVD-LIMIT TO WS-OD-LIMIT (WS-ODLIM-COUNT)
                    READ OVERDRAFT-LIMIT-FILE
                 END-PERFORM
                 CLOSE OVERDRAFT-LIMIT-FILE
              WHEN ODLIM-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'WALPAYOT: UNEXPECTED OVDRLIM STATUS '
                     WS-ODLIM-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
           END-EVALUATE.

      * Pull the HOLDMNT-maintained wallet holds into storage for
      * the available-balance check - active records only.
       1600-LOAD-ACTIVE-HOLDS.
           OPEN INPUT WALLET-HOLD-FILE
           EVALUATE TRUE
              WHEN WHOLD-OK
                 READ WALLET-HOLD-FILE
                 PERFORM WITH TEST BEFORE
                         UNTIL WHOLD-EOF
                            OR WS-WHOLD-COUNT
                               NOT LESS THAN WS-WHOLD-MAX
                    IF WHD-ACTIVE
                       ADD 1 TO WS-WHOLD-COUNT
                       MOVE WHD-CUSTOMER-ID
                         TO WS-WH-CUSTOMER (WS-WHOLD-COUNT)
                       MOVE WHD-WALLET-NO
                         TO WS-WH-WALLET-NO (WS-WHOLD-COUNT)
                       MOVE WHD-AMOUNT
                         TO WS-WH-AMOUNT (WS-WHOLD-COUNT)
                    END-IF
                    READ WALLET-HOLD-FILE
                 END-PERFORM
                 CLOSE WALLET-HOLD-FILE
              WHEN WHOLD-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'WALPAYOT: UNEXPECTED WALHOLDS STATUS '
                     WS-WHOLD-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
           END-EVALUATE.

      * The processing date comes from the window's control record;
      * a run with no control file falls back on the system date.
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
                 DISPLAY 'WALPAYOT: NO BUSDATE CONTROL FILE - '
                     'USING THE SYSTEM DATE'
                 ACCEPT WS-RUN-DATE-RAW8 FROM DATE YYYYMMDD
                 MOVE WS-RUN-DATE-RAW8 (1:4) TO WS-RUN-BUS-DATE (1:4)
                 MOVE '-' TO WS-RUN-BUS-DATE (5:1)
                 MOVE WS-RUN-DATE-RAW8 (5:2) TO WS-RUN-BUS-DATE (6:2)
                 MOVE '-' TO WS-RUN-BUS-DATE (8:1)
                 MOVE WS-RUN-DATE-RAW8 (7:2) TO WS-RUN-BUS-DATE (9:2)
              WHEN OTHER
                 DISPLAY 'WALPAYOT: UNEXPECTED BUSDATE STATUS '
                     WS-BUSDATE-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
           END-EVALUATE
           MOVE SPACES TO WS-SEL-TMS-LOW WS-SEL-TMS-HIGH
           STRING WS-RUN-BUS-DATE '-00.00.00.000000'
              DELIMITED BY SIZE INTO WS-SEL-TMS-LOW
           STRING WS-RUN-BUS-DATE '-24.00.00.000000'
              DELIMITED BY SIZE INTO WS-SEL-TMS-HIGH.

      * Pull the KYCMNT-maintained review dates into storage for
      * the withdrawal check - only customers whose next review fell
      * due before the business date. A table too small for them
      * all reads on to the end and counts the ones it could not
      * hold, so the run ends RC 4 rather than quietly paying those
      * customers out.
       1800-LOAD-OVERDUE-REVIEWS.
           OPEN INPUT KYC-REVIEW-FILE
           EVALUATE TRUE
              WHEN KYC-OK
                 READ KYC-REVIEW-FILE
                 PERFORM WITH TEST BEFORE UNTIL KYC-EOF
                    IF KYC-NEXT-DUE < WS-RUN-BUS-DATE
                       IF WS-KYC-COUNT < WS-KYC-MAX
                          ADD 1 TO WS-KYC-COUNT
                          MOVE KYC-CUSTOMER-ID
                            TO WS-KO-CUSTOMER (WS-KYC-COUNT)
                       ELSE
                          ADD 1 TO WS-KYC-DROPPED
                       END-IF
                    END-IF
                    READ KYC-REVIEW-FILE
                 END-PERFORM
                 CLOSE KYC-REVIEW-FILE
                 IF WS-KYC-DROPPED > ZERO
                    DISPLAY 'WALPAYOT: OVERDUE REVIEW TABLE FULL AT '
                        WS-KYC-MAX ' - ' WS-KYC-DROPPED
                        ' OVERDUE CUSTOMERS NOT RESTRICTED'
                 END-IF
              WHEN KYC-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'WALPAYOT: UNEXPECTED KYCREV STATUS '
                     WS-KYC-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
           END-EVALUATE.

      * One batch per run, identified to the bank by the business
      * date - the header goes out even on a day with nothing to
      * pay, so the bank always gets the day's file.
       1900-WRITE-BATCH-HEADER.
           MOVE SPACES TO BANK-PAYMENT-RECORD
           SET BP-HEADER TO TRUE
           MOVE WS-ORIGINATOR-ID TO BPH-ORIGINATOR-ID
           MOVE WS-RUN-BUS-DATE TO BPH-FILE-DATE
           STRING WS-RUN-BUS-DATE (1:4) WS-RUN-BUS-DATE (6:2)
                  WS-RUN-BUS-DATE (9:2)
              DELIMITED BY SIZE INTO BPH-BATCH-ID
           MOVE 'PAY' TO BPH-BATCH-TYPE
           WRITE BANK-PAYMENT-RECORD.

      * Returns first: a payment the bank could not apply is money
      * back in the customer's wallet before today's requests are
      * tested against it. No return file means nothing came back.
       2000-PROCESS-BANK-RETURNS.
           OPEN INPUT BANK-RETURN-FILE
           EVALUATE TRUE
              WHEN BANKRET-OK
                 PERFORM 2100-READ-RETURN
                 PERFORM WITH TEST BEFORE UNTIL BANKRET-EOF
                    IF BRT-PAYMENT-RETURN
                       PERFORM 2200-RECREDIT-ONE-RETURN
                    END-IF
                    PERFORM 2100-READ-RETURN
                 END-PERFORM
                 CLOSE BANK-RETURN-FILE
              WHEN BANKRET-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'WALPAYOT: UNEXPECTED BANKRET STATUS '
                     WS-BANKRET-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
           END-EVALUATE.

       2100-READ-RETURN.
           READ BANK-RETURN-FILE
           IF NOT BANKRET-OK AND NOT BANKRET-EOF
              DISPLAY 'WALPAYOT: UNEXPECTED BANKRET STATUS ON READ '
                  WS-BANKRET-STATUS
              PERFORM 9999-ROLLBACK-AND-ABEND
           END-IF.

      * The return must lead back to one of this program's payouts,
      * for the amount paid, not already re-credited. The re-credit
      * and its history row commit together as one unit of work.
       2200-RECREDIT-ONE-RETURN.
           MOVE 'Y' TO WS-RETURN-GOOD-SW
           MOVE BRT-REFERENCE (3:10) TO WS-PAY-REF-REQUEST
           MOVE BRT-REFERENCE (3:10) TO WS-RCR-REF-REQUEST
           MOVE ZERO TO WS-LOOK-CUSTOMER WS-LOOK-WALLET-NO
           MOVE ZERO TO WS-RETURN-AMOUNT

           IF BRT-REFERENCE (1:2) NOT = 'WD'
              MOVE 'RETURN NOT MATCHED' TO WS-EX-REASON
              PERFORM 7150-REFUSE-RETURN
           END-IF

           IF RETURN-GOOD
              PERFORM 2250-FIND-ORIGINAL-PAYOUT
              IF NOT ORIGINAL-FOUND
                 MOVE 'RETURN NOT MATCHED' TO WS-EX-REASON
                 PERFORM 7150-REFUSE-RETURN
              END-IF
           END-IF

           IF RETURN-GOOD
              IF BRT-AMOUNT NOT NUMERIC
                 OR BRT-AMOUNT NOT = WS-RETURN-AMOUNT
                 MOVE 'RETURN AMOUNT MISMATCH' TO WS-EX-REASON
                 PERFORM 7150-REFUSE-RETURN
              END-IF
           END-IF

           IF RETURN-GOOD
              MOVE WS-RECREDIT-REF TO WS-CHECK-REF
              PERFORM 4150-CHECK-DUPLICATE-REF
              IF WS-REF-COUNT > ZERO
                 MOVE 'RETURN ALREADY RECREDITED' TO WS-EX-REASON
                 PERFORM 7150-REFUSE-RETURN
              END-IF
           END-IF

           IF RETURN-GOOD
              PERFORM 4350-FETCH-WALLET
              IF NOT WALLET-ROW-FOUND
                 MOVE 'RETURN WALLET NOT ON TEXE2' TO WS-EX-REASON
                 PERFORM 7150-REFUSE-RETURN
              END-IF
           END-IF

           IF RETURN-GOOD
              MOVE WALLET OF TEXE2 TO WS-WALLET-OLD
              COMPUTE WS-WALLET-NEW = WS-WALLET-OLD + WS-RETURN-AMOUNT
              MOVE WS-WALLET-NEW TO WALLET OF TEXE2
              PERFORM 5100-UPDATE-WALLET
              MOVE WS-WALLET-OLD TO OLD-WALLET OF TEXE2HIST
              MOVE WS-WALLET-NEW TO NEW-WALLET OF TEXE2HIST
              MOVE WS-RECREDIT-REF TO ADJ-REF OF TEXE2HIST
              MOVE WS-PAY-REF TO REV-ADJ-REF OF TEXE2HIST
              PERFORM 5200-INSERT-HIST-ROW
              EXEC SQL
                 COMMIT
              END-EXEC
              PERFORM 5230-RELEASE-MOVEMENT-EVENTS
              ADD 1 TO WS-RECREDIT-COUNT
              MOVE 'PAYMENT RETURNED-RECREDIT' TO WS-EX-REASON
              PERFORM 7100-WRITE-RETURN-EXCEPTION
           END-IF.

       2250-FIND-ORIGINAL-PAYOUT.
           MOVE 'N' TO WS-ORIGINAL-FOUND-SW
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2260-TRY-SELECT-ORIGINAL
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                SET ORIGINAL-FOUND TO TRUE
                MOVE CUSTOMER-ID OF TEXE2HIST TO WS-LOOK-CUSTOMER
                MOVE WALLET-NO OF TEXE2HIST TO WS-LOOK-WALLET-NO
                COMPUTE WS-RETURN-AMOUNT =
                    OLD-WALLET OF TEXE2HIST - NEW-WALLET OF TEXE2HIST
             WHEN 100
                CONTINUE
             WHEN OTHER
                MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
                PERFORM 9500-LOOKUP-ERROR-CODE
                DISPLAY WS-ERRCODE-LOOKUP-TEXT
                PERFORM 9999-ROLLBACK-AND-ABEND
           END-EVALUATE.

       2260-TRY-SELECT-ORIGINAL.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT CUSTOMER_ID, WALLET_NO, OLD_WALLET, NEW_WALLET
                INTO :CUSTOMER-ID OF TEXE2HIST,
                     :WALLET-NO OF TEXE2HIST,
                     :OLD-WALLET OF TEXE2HIST,
                     :NEW-WALLET OF TEXE2HIST
                FROM TEXE2HIST
                WHERE ADJ_REF = :WS-PAY-REF
                  AND PGM_NAME = :WS-PGM-NAME
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       3000-READ-REQUEST.
           READ WITHDRAWAL-REQUEST-FILE
           IF NOT REQUEST-OK AND NOT REQUEST-EOF
              DISPLAY 'WALPAYOT: UNEXPECTED WDRWREQ STATUS ON READ '
                  WS-REQUEST-STATUS
              PERFORM 9999-ROLLBACK-AND-ABEND
           END-IF.

      * Every edit runs first, then the debit and its history row,
      * then the commit - and only a committed debit goes on the
      * payment file, so the bank is never sent money the wallet
      * did not give up.
       4000-PAY-ONE-REQUEST.
           MOVE 'Y' TO WS-REQUEST-GOOD-SW
           PERFORM 4100-EDIT-REQUEST
           IF REQUEST-GOOD
              PERFORM 4300-CHECK-AVAILABLE-FUNDS
           END-IF
           IF REQUEST-GOOD
              PERFORM 5000-POST-PAYOUT
              EXEC SQL
                 COMMIT
              END-EXEC
              PERFORM 5230-RELEASE-MOVEMENT-EVENTS
              PERFORM 5300-WRITE-PAYMENT-DETAIL
              ADD 1 TO WS-PAID-COUNT
           END-IF.

       4100-EDIT-REQUEST.
      * Wallet numbers default to 01 the same way WALADJPG's apply
      * defaults them.
           IF WDR-WALLET-NO NOT NUMERIC
              OR WDR-WALLET-NO = ZERO
              MOVE 01 TO WDR-WALLET-NO
           END-IF
           MOVE WDR-CUSTOMER-ID TO WS-LOOK-CUSTOMER
           MOVE WDR-WALLET-NO TO WS-LOOK-WALLET-NO

           IF WDR-REQUEST-ID = SPACES
              MOVE 'REQUEST ID REQUIRED' TO WS-EX-REASON
              PERFORM 7000-WRITE-REQUEST-EXCEPTION
           END-IF

           IF REQUEST-GOOD
              AND (WDR-AMOUNT NOT NUMERIC OR WDR-AMOUNT = ZERO)
              MOVE 'AMOUNT NOT NUMERIC/ZERO' TO WS-EX-REASON
              PERFORM 7000-WRITE-REQUEST-EXCEPTION
           END-IF

           IF REQUEST-GOOD
              AND WDR-CUSTOMER-ID NOT NUMERIC
              MOVE 'CUSTOMER NOT NUMERIC' TO WS-EX-REASON
              PERFORM 7000-WRITE-REQUEST-EXCEPTION
           END-IF

           IF REQUEST-GOOD
              MOVE WDR-REQUEST-ID TO WS-PAY-REF-REQUEST
              MOVE WS-PAY-REF TO WS-CHECK-REF
              PERFORM 4150-CHECK-DUPLICATE-REF
              IF WS-REF-COUNT > ZERO
                 MOVE 'REFERENCE ALREADY POSTED' TO WS-EX-REASON
                 PERFORM 7000-WRITE-REQUEST-EXCEPTION
              END-IF
           END-IF

           IF REQUEST-GOOD
              PERFORM 4170-CHECK-CUSTOMER-STATUS
              IF CUSTOMER-MISSING
                 MOVE 'CUSTOMER NOT ON TEXEM' TO WS-EX-REASON
                 PERFORM 7000-WRITE-REQUEST-EXCEPTION
              ELSE
                 IF CUSTOMER-IS-CLOSED
                    MOVE 'CUSTOMER CLOSED' TO WS-EX-REASON
                    PERFORM 7000-WRITE-REQUEST-EXCEPTION
                 END-IF
                 IF CUSTOMER-IS-DECEASED
                    MOVE 'CUSTOMER DECEASED' TO WS-EX-REASON
                    PERFORM 7000-WRITE-REQUEST-EXCEPTION
                 END-IF
              END-IF
           END-IF

           IF REQUEST-GOOD
              PERFORM VARYING WS-KYC-IX FROM 1 BY 1
                      UNTIL WS-KYC-IX > WS-KYC-COUNT
                 IF WS-KO-CUSTOMER (WS-KYC-IX) = WDR-CUSTOMER-ID
                    AND REQUEST-GOOD
                    MOVE 'KYC REVIEW OVERDUE' TO WS-EX-REASON
                    PERFORM 7000-WRITE-REQUEST-EXCEPTION
                 END-IF
              END-PERFORM
           END-IF

           IF REQUEST-GOOD
              PERFORM 4190-CHECK-GUARDIAN
           END-IF

           IF REQUEST-GOOD
              PERFORM 4200-CHECK-PAYOUT-ACCOUNT
           END-IF.

      * The reference in WS-CHECK-REF already on the history table
      * means an earlier run posted it.
       4150-CHECK-DUPLICATE-REF.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4160-TRY-COUNT-REF
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       4160-TRY-COUNT-REF.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT COUNT(*)
                INTO :WS-REF-COUNT
                FROM TEXE2HIST
                WHERE ADJ_REF = :WS-CHECK-REF
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       4170-CHECK-CUSTOMER-STATUS.
           MOVE SPACE TO WS-CUST-STATUS-SW
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4180-TRY-SELECT-STATUS
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                MOVE CUST-STATUS OF TEXEM TO WS-CUST-STATUS-SW
             WHEN 100
                SET CUSTOMER-MISSING TO TRUE
             WHEN OTHER
                MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
                PERFORM 9500-LOOKUP-ERROR-CODE
                DISPLAY WS-ERRCODE-LOOKUP-TEXT
                PERFORM 9999-ROLLBACK-AND-ABEND
           END-EVALUATE.

       4180-TRY-SELECT-STATUS.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT CUST_STATUS
                INTO :CUST-STATUS OF TEXEM
                FROM TEXEM
                WHERE CUSTOMER_ID = :WS-LOOK-CUSTOMER
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * An active TEXGRD row makes the customer a minor, and a
      * minor's debit needs the guardian's consent. A withdrawal
      * request has no consent field, so a minor's withdrawal is
      * refused - it goes as a WALADJ adjustment carrying the
      * consent.
       4190-CHECK-GUARDIAN.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4195-TRY-COUNT-GUARDIAN
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           IF WS-GRDN-ROWS > ZERO
              MOVE 'NO GUARDIAN CONSENT' TO WS-EX-REASON
              PERFORM 7000-WRITE-REQUEST-EXCEPTION
           END-IF.

       4195-TRY-COUNT-GUARDIAN.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT COUNT(*)
                INTO :WS-GRDN-ROWS
                FROM TEXGRD
                WHERE CUSTOMER_ID = :WS-LOOK-CUSTOMER
                  AND GRD_STATUS = 'A'
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * Money goes only to an account whose pre-note has cleared -
      * pending and returned accounts are refused.
       4200-CHECK-PAYOUT-ACCOUNT.
           MOVE WDR-CUSTOMER-ID TO PYE-CUSTOMER-ID
           MOVE WDR-WALLET-NO TO PYE-WALLET-NO
           READ PAYEE-MASTER-FILE
           EVALUATE TRUE
              WHEN PAYEE-OK
                 IF NOT PYE-VERIFIED
                    MOVE 'PAYOUT ACCOUNT NOT VERIFIED'
                      TO WS-EX-REASON
                    PERFORM 7000-WRITE-REQUEST-EXCEPTION
                 END-IF
              WHEN PAYEE-KEY-NOT-FOUND
                 MOVE 'NO PAYOUT ACCOUNT ON FILE' TO WS-EX-REASON
                 PERFORM 7000-WRITE-REQUEST-EXCEPTION
              WHEN OTHER
                 DISPLAY 'WALPAYOT: UNEXPECTED PAYEEMST STATUS '
                     'ON READ ' WS-PAYEE-STATUS
                 PERFORM 9999-ROLLBACK-AND-ABEND
           END-EVALUATE.

      * The wallet must cover the withdrawal, counting any
      * authorized overdraft line and leaving any actively held
      * money untouched - the same two floors WALADJPG applies to a
      * subtract, and the same no-overdraft product rule.
       4300-CHECK-AVAILABLE-FUNDS.
           PERFORM 4350-FETCH-WALLET
           IF NOT WALLET-ROW-FOUND
              MOVE 'WALLET NOT ON TEXE2' TO WS-EX-REASON
              PERFORM 7000-WRITE-REQUEST-EXCEPTION
           ELSE
              MOVE WALLET OF TEXE2 TO WS-WALLET-OLD
              PERFORM 4370-CHECK-FIXED-TERM
           END-IF

           IF REQUEST-GOOD
              MOVE ZERO TO WS-OD-LINE
              PERFORM VARYING WS-ODLIM-IX FROM 1 BY 1
                      UNTIL WS-ODLIM-IX > WS-ODLIM-COUNT
                 IF WS-OD-CUSTOMER (WS-ODLIM-IX) = WDR-CUSTOMER-ID
                    AND WS-OD-WALLET-NO (WS-ODLIM-IX)
                       = WDR-WALLET-NO
                    MOVE WS-OD-LIMIT (WS-ODLIM-IX) TO WS-OD-LINE
                 END-IF
              END-PERFORM
              IF PRODUCT-CODE OF TEXE2 NOT = SPACES
                 MOVE 'PROD' TO WS-PL-FUNCTION
                 MOVE PRODUCT-CODE OF TEXE2 TO WS-PL-PRODUCT-CODE
                 CALL 'PRODLOOK' USING WS-PRODLOOK-PARM
                 IF WS-PL-FOUND
                    AND NOT WS-PL-OVERDRAFT-ALLOWED
                    MOVE ZERO TO WS-OD-LINE
                 END-IF
              END-IF
              COMPUTE WS-OD-FLOOR = ZERO - WS-OD-LINE
              MOVE ZERO TO WS-HOLD-TOTAL
              PERFORM VARYING WS-WHOLD-IX FROM 1 BY 1
                      UNTIL WS-WHOLD-IX > WS-WHOLD-COUNT
                 IF WS-WH-CUSTOMER (WS-WHOLD-IX) = WDR-CUSTOMER-ID
                    AND WS-WH-WALLET-NO (WS-WHOLD-IX)
                       = WDR-WALLET-NO
                    ADD WS-WH-AMOUNT (WS-WHOLD-IX)
                       TO WS-HOLD-TOTAL
                 END-IF
              END-PERFORM
              COMPUTE WS-HOLD-FLOOR = WS-HOLD-TOTAL + WS-OD-FLOOR
              EVALUATE TRUE
                 WHEN WS-WALLET-OLD - WDR-AMOUNT < WS-OD-FLOOR
                    MOVE 'INSUFFICIENT FUNDS' TO WS-EX-REASON
                    PERFORM 7000-WRITE-REQUEST-EXCEPTION
                 WHEN WS-WALLET-OLD - WDR-AMOUNT < WS-HOLD-FLOOR
                    MOVE 'BLOCKED BY ACTIVE HOLD' TO WS-EX-REASON
                    PERFORM 7000-WRITE-REQUEST-EXCEPTION
                 WHEN OTHER
                    COMPUTE WS-WALLET-NEW = WS-WALLET-OLD - WDR-AMOUNT
              END-EVALUATE
           END-IF

           IF REQUEST-GOOD
              PERFORM 4390-CHECK-DAILY-OUTFLOW
           END-IF.

       4350-FETCH-WALLET.
           MOVE 'N' TO WS-WALLET-FOUND-SW
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4360-TRY-SELECT-WALLET
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                SET WALLET-ROW-FOUND TO TRUE
             WHEN 100
                CONTINUE
             WHEN OTHER
                MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
                PERFORM 9500-LOOKUP-ERROR-CODE
                DISPLAY WS-ERRCODE-LOOKUP-TEXT
                PERFORM 9999-ROLLBACK-AND-ABEND
           END-EVALUATE.

       4360-TRY-SELECT-WALLET.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT WALLET, PRODUCT_CODE
                INTO :WALLET OF TEXE2, :PRODUCT-CODE OF TEXE2
                FROM TEXE2
                WHERE CUSTOMER_ID = :WS-LOOK-CUSTOMER
                  AND WALLET_NO = :WS-LOOK-WALLET-NO
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * A fixed term still running on the wallet locks it until
      * WALMATUR matures the term.
       4370-CHECK-FIXED-TERM.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4380-TRY-COUNT-TERM
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                IF WS-TERM-ROWS > ZERO
                   MOVE 'FIXED TERM NOT MATURED' TO WS-EX-REASON
                   PERFORM 7000-WRITE-REQUEST-EXCEPTION
                END-IF
             WHEN OTHER
                MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
                PERFORM 9500-LOOKUP-ERROR-CODE
                DISPLAY WS-ERRCODE-LOOKUP-TEXT
                PERFORM 9999-ROLLBACK-AND-ABEND
           END-EVALUATE.

       4380-TRY-COUNT-TERM.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT COUNT(*)
                INTO :WS-TERM-ROWS
                FROM TEXTERM
                WHERE CUSTOMER_ID = :WS-LOOK-CUSTOMER
                  AND WALLET_NO = :WS-LOOK-WALLET-NO
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * The customer's debits for the business date - every
      * channel's, this run's committed payouts among them - plus
      * this withdrawal may not pass the daily outflow limit
      * OUTFLOOK resolves. A customer with no limit is not checked.
       4390-CHECK-DAILY-OUTFLOW.
           MOVE 'DLIM' TO WS-OL-FUNCTION
           MOVE WDR-CUSTOMER-ID TO WS-OL-CUSTOMER-ID
           CALL 'OUTFLOOK' USING WS-OUTFLOOK-PARM
           IF WS-OL-FOUND
              MOVE ZERO TO WS-RETRY-COUNT
              PERFORM 4395-TRY-SUM-OUTFLOW
                 WITH TEST AFTER
                 UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
                 OR WS-RETRY-COUNT > WS-MAX-RETRIES
              PERFORM 9800-CHECK-SQLCODE
              IF WS-OUTFLOW-TOTAL + WDR-AMOUNT > WS-OL-DAILY-LIMIT
                 MOVE 'DAILY OUTFLOW LIMIT' TO WS-EX-REASON
                 PERFORM 7000-WRITE-REQUEST-EXCEPTION
              END-IF
           END-IF.

       4395-TRY-SUM-OUTFLOW.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT COALESCE(SUM(OLD_WALLET - NEW_WALLET), 0)
                INTO :WS-OUTFLOW-TOTAL
                FROM TEXE2HIST
                WHERE CUSTOMER_ID = :WS-LOOK-CUSTOMER
                  AND NEW_WALLET < OLD_WALLET
                  AND TMS_CREA BETWEEN :WS-SEL-TMS-LOW
                                   AND :WS-SEL-TMS-HIGH
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       5000-POST-PAYOUT.
           MOVE WS-WALLET-NEW TO WALLET OF TEXE2
           PERFORM 5100-UPDATE-WALLET
           MOVE WS-WALLET-OLD TO OLD-WALLET OF TEXE2HIST
           MOVE WS-WALLET-NEW TO NEW-WALLET OF TEXE2HIST
           MOVE WS-PAY-REF TO ADJ-REF OF TEXE2HIST
           MOVE SPACES TO REV-ADJ-REF OF TEXE2HIST
           PERFORM 5200-INSERT-HIST-ROW.

       5100-UPDATE-WALLET.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 5110-TRY-UPDATE-WALLET
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       5110-TRY-UPDATE-WALLET.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                UPDATE TEXE2
                   SET WALLET = :WALLET OF TEXE2
                 WHERE CUSTOMER_ID = :WS-LOOK-CUSTOMER
                   AND WALLET_NO = :WS-LOOK-WALLET-NO
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       5200-INSERT-HIST-ROW.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 5210-TRY-INSERT-HIST
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           MOVE WS-LOOK-CUSTOMER TO WS-ME-CUSTOMER-ID
           MOVE WS-LOOK-WALLET-NO TO WS-ME-WALLET-NO
           MOVE OLD-WALLET OF TEXE2HIST TO WS-ME-OLD-WALLET
           MOVE NEW-WALLET OF TEXE2HIST TO WS-ME-NEW-WALLET
           MOVE ADJ-REF OF TEXE2HIST TO WS-ME-ADJ-REF
           MOVE REV-ADJ-REF OF TEXE2HIST TO WS-ME-REV-ADJ-REF
           PERFORM 5220-HOLD-MOVEMENT-EVENT.

       5210-TRY-INSERT-HIST.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              SELECT CURRENT TIMESTAMP
              INTO :WS-ME-TMS-CREA
              FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE = ZERO
              EXEC SQL
                   INSERT INTO TEXE2HIST
                       (CUSTOMER_ID, WALLET_NO, FIRST_NAME, LAST_NAME,
                        OLD_WALLET, NEW_WALLET, ADJ_REF, REV_ADJ_REF,
                        TMS_CREA, PGM_NAME)
                   SELECT CUSTOMER_ID, :WS-LOOK-WALLET-NO,
                          FIRST_NAME, LAST_NAME,
                          :OLD-WALLET OF TEXE2HIST,
                          :NEW-WALLET OF TEXE2HIST,
                          :ADJ-REF OF TEXE2HIST,
                          :REV-ADJ-REF OF TEXE2HIST,
                          :WS-ME-TMS-CREA, :WS-PGM-NAME
                   FROM TEXEM
                   WHERE CUSTOMER_ID = :WS-LOOK-CUSTOMER
              END-EXEC
           END-IF
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       5220-HOLD-MOVEMENT-EVENT.
      * The row just inserted, as its event - WS-ME- fields filled by
      * the caller, timestamp included.
           MOVE 'HOLD' TO WS-ME-FUNCTION
           MOVE WS-PGM-NAME TO WS-ME-PGM-NAME
           CALL 'MOVEVENT' USING WS-MOVEVENT-PARM.

      * Called straight after each COMMIT - the unit's events go to
      * the MOVEVENT file. One that cannot be written is not lost:
      * MOVEPUB publishes any history row it finds without an event.
       5230-RELEASE-MOVEMENT-EVENTS.
           MOVE 'CMIT' TO WS-ME-FUNCTION
           CALL 'MOVEVENT' USING WS-MOVEVENT-PARM
           IF WS-ME-RC NOT = ZERO
              DISPLAY 'WALPAYOT: MOVEMENT EVENTS NOT ALL WRITTEN - RC '
                  WS-ME-RC ' - MOVEPUB WILL RECOVER THEM'
           END-IF.

      * The payout reference goes to the bank as the entry
      * reference, so a return quotes it straight back.
       5300-WRITE-PAYMENT-DETAIL.
           MOVE SPACES TO BANK-PAYMENT-RECORD
           SET BP-DETAIL TO TRUE
           SET BPD-CREDIT TO TRUE
           MOVE PYE-SORT-CODE TO BPD-SORT-CODE
           MOVE PYE-ACCOUNT-NO TO BPD-ACCOUNT-NO
           MOVE PYE-HOLDER-NAME TO BPD-HOLDER-NAME
           MOVE WDR-AMOUNT TO BPD-AMOUNT
           MOVE WS-PAY-REF TO BPD-REFERENCE
           MOVE WS-RUN-BUS-DATE TO BPD-VALUE-DATE
           WRITE BANK-PAYMENT-RECORD
           ADD 1 TO WS-BATCH-COUNT
           ADD WDR-AMOUNT TO WS-BATCH-TOTAL.

       6000-WRITE-BATCH-TRAILER.
           MOVE SPACES TO BANK-PAYMENT-RECORD
           SET BP-TRAILER TO TRUE
           MOVE WS-BATCH-COUNT TO BPT-ENTRY-COUNT
           MOVE WS-BATCH-TOTAL TO BPT-TOTAL-AMOUNT
           WRITE BANK-PAYMENT-RECORD.

       7000-WRITE-REQUEST-EXCEPTION.
           MOVE 'N' TO WS-REQUEST-GOOD-SW
           ADD 1 TO WS-REFUSED-COUNT
           MOVE SPACES TO WS-EX-REF
           STRING 'WD' WDR-REQUEST-ID DELIMITED BY SIZE
              INTO WS-EX-REF
           IF WDR-CUSTOMER-ID NUMERIC
              MOVE WDR-CUSTOMER-ID TO WS-EX-CUSTOMER
           ELSE
              MOVE ZERO TO WS-EX-CUSTOMER
           END-IF
           MOVE WDR-WALLET-NO TO WS-EX-WALLET
           IF WDR-AMOUNT NUMERIC
              MOVE WDR-AMOUNT TO WS-EX-AMOUNT
           ELSE
              MOVE ZERO TO WS-EX-AMOUNT
           END-IF
           MOVE SPACES TO WS-EX-BANK-REASON
           MOVE WS-EXCEPTION-LINE TO PAYOUT-EXCP-RECORD
           WRITE PAYOUT-EXCP-RECORD
           DISPLAY 'WALPAYOT: REQUEST ' WDR-REQUEST-ID ' - '
               WS-EX-REASON ' - REFUSED'.

      * Every return is listed - the re-credited ones as well as
      * those left for payments operations to work by hand.
       7100-WRITE-RETURN-EXCEPTION.
           MOVE BRT-REFERENCE (1:12) TO WS-EX-REF
           MOVE WS-LOOK-CUSTOMER TO WS-EX-CUSTOMER
           MOVE WS-LOOK-WALLET-NO TO WS-EX-WALLET
           IF BRT-AMOUNT NUMERIC
              MOVE BRT-AMOUNT TO WS-EX-AMOUNT
           ELSE
              MOVE ZERO TO WS-EX-AMOUNT
           END-IF
           MOVE BRT-RETURN-REASON TO WS-EX-BANK-REASON
           MOVE WS-EXCEPTION-LINE TO PAYOUT-EXCP-RECORD
           WRITE PAYOUT-EXCP-RECORD
           DISPLAY 'WALPAYOT: BANK RETURN ' BRT-REFERENCE ' - '
               WS-EX-REASON.

      * A return that cannot be matched, or has been re-credited
      * already, is left for payments operations to work by hand.
       7150-REFUSE-RETURN.
           MOVE 'N' TO WS-RETURN-GOOD-SW
           ADD 1 TO WS-RETURN-EXCP-COUNT
           PERFORM 7100-WRITE-RETURN-EXCEPTION.

       8000-HOUSEKEEPING.
           CLOSE WITHDRAWAL-REQUEST-FILE
           CLOSE PAYEE-MASTER-FILE
           CLOSE BANK-PAYMENT-FILE
           CLOSE PAYOUT-EXCP-FILE

           MOVE WS-RECREDIT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALPAYOT: RETURNS RE-CREDITED: '
               WS-COUNT-FORMATTED
           MOVE WS-RETURN-EXCP-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALPAYOT: RETURNS NOT RE-CREDITED: '
               WS-COUNT-FORMATTED
           MOVE WS-PAID-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALPAYOT: WITHDRAWALS PAID: ' WS-COUNT-FORMATTED
           MOVE WS-REFUSED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALPAYOT: WITHDRAWALS REFUSED: '
               WS-COUNT-FORMATTED
           MOVE WS-BATCH-TOTAL TO WS-TOTAL-FORMATTED
           DISPLAY 'WALPAYOT: PAYMENT BATCH TOTAL: '
               WS-TOTAL-FORMATTED

           IF WS-KYC-DROPPED > ZERO
              DISPLAY 'WALPAYOT: ' WS-KYC-DROPPED
                  ' OVERDUE KYC REVIEWS WERE NOT LOADED - RAISE THE '
                  'TABLE SIZE'
           END-IF

           IF WS-REFUSED-COUNT > ZERO
              OR WS-RECREDIT-COUNT > ZERO
              OR WS-RETURN-EXCP-COUNT > ZERO
              OR WS-KYC-DROPPED > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'WALPAYOT: SQLCODE ' SQLCODE
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
      * absent.
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
      * Common guard after every SQL operation inside a payout or a
      * re-credit - anything other than clean completion rolls the
      * in-flight unit of work back, so a wallet is never debited
      * without its history row or the other way round.
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
           DISPLAY 'WALPAYOT: UNEXPECTED SQLCODE ' SQLCODE
               ' - UNIT OF WORK ROLLED BACK'
           MOVE 16 TO RETURN-CODE
           GOBACK.
