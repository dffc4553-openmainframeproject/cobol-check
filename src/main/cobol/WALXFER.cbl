      * never land one-legged. The two history rows carry each
      * other's ADJ-REF in REV-ADJ-REF, the same way a reversal is
      * paired with its original, so the legs are visibly one event.
      * A debit customer whose KYC periodic review (KYCREV) fell due
      * before the business date is refused as KYC REVIEW OVERDUE.
      * A debit leg that would take the debit customer's total debits
      * for the business date past the daily outflow limit (OUTFLIM,
      * resolved through OUTFLOOK) is refused as DAILY OUTFLOW LIMIT.
      * The card carries no supervisor, so there is no override here
      * - a transfer the business wants through regardless goes as a
      * supervised WALADJ adjustment pair.
      *
      * Every TEXE2HIST row posted here is also handed to MOVEVENT as
      * a movement event, released to the shared MOVEVENT file after
      * each commit, for MOVEPUB's feed to the CRM and fraud
      * platforms.
      *
      * A debit wallet whose product (PRODMAST, resolved through
      * PRODLOOK) allows no overdraft is floored at zero whatever
      * OVDRLIM holds for it.
      *
      * A debit wallet locked in a fixed term (TEXTERM, opened by
      * TERMMNT) is refused as FIXED TERM NOT MATURED until WALMATUR
      * matures the term; a fixed-term wallet may still be credited.
      *
      * A deceased customer (status 'D', set by ESTMNT) sends no
      * transfer - refused as FROM CUSTOMER DECEASED. A transfer to
      * a deceased customer still posts into the estate.
      *
      * A minor (an active guardian row on TEXGRD) sends no
      * transfer - the card carries no guardian consent, so it is
      * refused as NO GUARDIAN CONSENT. A transfer to a minor posts.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Wallet holds, maintained by HOLDMNT - held money stays on
      * the balance but is not available to the debit leg.
           SELECT WALLET-HOLD-FILE ASSIGN TO "WALHOLDS"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY WHD-HOLD-NO
               FILE STATUS WS-WHOLD-STATUS.
      * KYC periodic reviews, maintained by KYCMNT - a customer whose
      * next review is past due cannot be the debit side of a
      * transfer until the review is recorded. Receiving one is
      * still allowed.
           SELECT KYC-REVIEW-FILE ASSIGN TO "KYCREV"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-KYC-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the date a KYC review counts as past due against.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFER-CARD-FILE
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

           05  WS-LOOK-CUSTOMER     PIC 9(9).
           05  WS-LOOK-WALLET-NO    PIC 9(2).
           05  WS-FROM-OLD          PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-FROM-PRODUCT      PIC X(04) VALUE SPACES.
           05  WS-FROM-NEW          PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-TO-OLD            PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-TO-NEW            PIC S9(8)V99 COMP-3 VALUE ZERO.
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
           05  WS-KYC-REFUSED-COUNT PIC S9(9) COMP-3 VALUE ZERO.
      * The daily outflow check - the business date as a timestamp
      * window on TEXE2HIST (the GLEXTR convention) and the debit
      * customer's debits inside it.
           05  WS-SEL-TMS-LOW       PIC X(26).
           05  WS-SEL-TMS-HIGH      PIC X(26).
           05  WS-OUTFLOW-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-LIMIT-REFUSED-COUNT PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TERM-REFUSED-COUNT PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TERM-ROWS         PIC S9(9) COMP VALUE ZERO.
           05  WS-GRDN-ROWS         PIC S9(9) COMP VALUE ZERO.
           05  WS-GRDN-REFUSED-COUNT PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK          VALUE '00'.
               88  BUSDATE-NOT-FOUND   VALUE '35'.
           05  WS-WALLET-FOUND-SW   PIC X(01).
               88  WALLET-ROW-FOUND VALUE 'Y'.
           05  WS-CUST-STATUS-SW    PIC X(01).
               88  CUSTOMER-IS-CLOSED  VALUE 'C'.
               88  CUSTOMER-IS-DECEASED VALUE 'D'.
               88  CUSTOMER-MISSING    VALUE '?'.
           05  WS-APPLIED-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-REFUSED-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WALXFER'.

      * Call parameter block for WALLOCK, the shared run interlock -
      * same field layout as WALLOCK's own linkage section. Acquired
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
      * debit leg then floors at zero exactly as before the
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
           END-IF

           PERFORM 1500-LOAD-OVERDRAFT-LINES
           PERFORM 1600-LOAD-ACTIVE-HOLDS
           PERFORM 1700-RESOLVE-BUSINESS-DATE
           PERFORM 1800-LOAD-OVERDUE-REVIEWS.

      * Pull the OVDRMNT-maintained overdraft lines into storage for
      * the debit-leg floor check. No file simply means no customer
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
                 DISPLAY 'WALXFER: NO BUSDATE CONTROL FILE - '
                     'USING THE SYSTEM DATE'
                 ACCEPT WS-RUN-DATE-RAW8 FROM DATE YYYYMMDD
                 MOVE WS-RUN-DATE-RAW8 (1:4) TO WS-RUN-BUS-DATE (1:4)
                 MOVE '-' TO WS-RUN-BUS-DATE (5:1)
                 MOVE WS-RUN-DATE-RAW8 (5:2) TO WS-RUN-BUS-DATE (6:2)
                 MOVE '-' TO WS-RUN-BUS-DATE (8:1)
                 MOVE WS-RUN-DATE-RAW8 (7:2) TO WS-RUN-BUS-DATE (9:2)
              WHEN OTHER
                 DISPLAY 'WALXFER: UNEXPECTED BUSDATE STATUS '
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
      * the debit-leg check - only customers whose next review fell
      * due before the business date. A table too small for them
      * all reads on to the end and counts the ones it could not
      * hold, so the run ends RC 4 rather than quietly letting those
      * customers' debit legs through.
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
                    DISPLAY 'WALXFER: OVERDUE REVIEW TABLE FULL AT '
                        WS-KYC-MAX ' - ' WS-KYC-DROPPED
                        ' OVERDUE CUSTOMERS NOT RESTRICTED'
                 END-IF
              WHEN KYC-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'WALXFER: UNEXPECTED KYCREV STATUS '
                     WS-KYC-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
           END-EVALUATE.

       2000-READ-CARD.
           READ TRANSFER-CARD-FILE
           IF NOT CARD-OK AND NOT CARD-EOF
              EXEC SQL
                 COMMIT
              END-EXEC
              PERFORM 4230-RELEASE-MOVEMENT-EVENTS
              ADD 1 TO WS-APPLIED-COUNT
           END-IF.

                    MOVE 'FROM CUSTOMER CLOSED' TO WS-EX-REASON
                    PERFORM 7000-WRITE-EXCEPTION
                 END-IF
                 IF CUSTOMER-IS-DECEASED
                    MOVE 'FROM CUSTOMER DECEASED' TO WS-EX-REASON
                    PERFORM 7000-WRITE-EXCEPTION
                 END-IF
              END-IF
           END-IF

      * The debit leg is refused outright for a customer past a KYC
      * review; the credit leg's customer is not checked, so money
      * can still arrive.
           IF TRANSFER-GOOD
              PERFORM VARYING WS-KYC-IX FROM 1 BY 1
                      UNTIL WS-KYC-IX > WS-KYC-COUNT
                 IF WS-KO-CUSTOMER (WS-KYC-IX) = XFR-FROM-CUSTOMER
                    AND TRANSFER-GOOD
                    ADD 1 TO WS-KYC-REFUSED-COUNT
                    MOVE 'KYC REVIEW OVERDUE' TO WS-EX-REASON
                    PERFORM 7000-WRITE-EXCEPTION
                 END-IF
              END-PERFORM
           END-IF

           IF TRANSFER-GOOD
              PERFORM 3190-CHECK-GUARDIAN
           END-IF

           IF TRANSFER-GOOD
              MOVE XFR-TO-CUSTOMER TO WS-LOOK-CUSTOMER
              PERFORM 3170-CHECK-CUSTOMER-STATUS
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * An active TEXGRD row makes the debit customer a minor, and a
      * minor's debit needs the guardian's consent. The card has no
      * consent field, so a transfer out of a minor's wallet is
      * refused - it goes as a WALADJ adjustment carrying the
      * consent. Money can still be transferred to a minor.
       3190-CHECK-GUARDIAN.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3195-TRY-COUNT-GUARDIAN
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           IF WS-GRDN-ROWS > ZERO
              ADD 1 TO WS-GRDN-REFUSED-COUNT
              MOVE 'NO GUARDIAN CONSENT' TO WS-EX-REASON
              PERFORM 7000-WRITE-EXCEPTION
           END-IF.

       3195-TRY-COUNT-GUARDIAN.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT COUNT(*)
                INTO :WS-GRDN-ROWS
                FROM TEXGRD
                WHERE CUSTOMER_ID = :XFR-FROM-CUSTOMER
                  AND GRD_STATUS = 'A'
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       3200-FETCH-BOTH-WALLETS.
           MOVE XFR-FROM-CUSTOMER TO WS-LOOK-CUSTOMER
           MOVE XFR-FROM-WALLET-NO TO WS-LOOK-WALLET-NO
              PERFORM 7000-WRITE-EXCEPTION
           ELSE
              MOVE WALLET OF TEXE2 TO WS-FROM-OLD
              MOVE PRODUCT-CODE OF TEXE2 TO WS-FROM-PRODUCT
              PERFORM 3270-CHECK-FIXED-TERM
           END-IF

           IF TRANSFER-GOOD
      * authorized overdraft line and leaving any actively held
      * money untouched - a result past either floor refuses the
      * whole transfer rather than post one leg and not the other.
      * A debit wallet whose product allows no overdraft has no
      * line, whatever OVDRLIM holds for it.
           IF TRANSFER-GOOD
              MOVE ZERO TO WS-OD-LINE
              PERFORM VARYING WS-ODLIM-IX FROM 1 BY 1
                    MOVE WS-OD-LIMIT (WS-ODLIM-IX) TO WS-OD-LINE
                 END-IF
              END-PERFORM
              IF WS-FROM-PRODUCT NOT = SPACES
                 MOVE 'PROD' TO WS-PL-FUNCTION
                 MOVE WS-FROM-PRODUCT TO WS-PL-PRODUCT-CODE
                 CALL 'PRODLOOK' USING WS-PRODLOOK-PARM
                 IF WS-PL-FOUND
                    AND NOT WS-PL-OVERDRAFT-ALLOWED
                    MOVE ZERO TO WS-OD-LINE
                 END-IF
              END-IF
              COMPUTE WS-OD-FLOOR = ZERO - WS-OD-LINE
              MOVE ZERO TO WS-HOLD-TOTAL
              PERFORM VARYING WS-WHOLD-IX FROM 1 BY 1
                    COMPUTE WS-FROM-NEW = WS-FROM-OLD - XFR-AMOUNT
                    COMPUTE WS-TO-NEW = WS-TO-OLD + XFR-AMOUNT
              END-EVALUATE
           END-IF

           IF TRANSFER-GOOD
              PERFORM 3300-CHECK-DAILY-OUTFLOW
           END-IF.

       3250-FETCH-ONE-WALLET.
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT WALLET, PRODUCT_CODE
                INTO :WALLET OF TEXE2, :PRODUCT-CODE OF TEXE2
                FROM TEXE2
                WHERE CUSTOMER_ID = :WS-LOOK-CUSTOMER
                  AND WALLET_NO = :WS-LOOK-WALLET-NO
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * A fixed term still running on the debit wallet locks it
      * until WALMATUR matures the term.
       3270-CHECK-FIXED-TERM.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3280-TRY-COUNT-TERM
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           IF WS-TERM-ROWS > ZERO
              ADD 1 TO WS-TERM-REFUSED-COUNT
              MOVE 'FIXED TERM NOT MATURED' TO WS-EX-REASON
              PERFORM 7000-WRITE-EXCEPTION
           END-IF.

       3280-TRY-COUNT-TERM.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT COUNT(*)
                INTO :WS-TERM-ROWS
                FROM TEXTERM
                WHERE CUSTOMER_ID = :XFR-FROM-CUSTOMER
                  AND WALLET_NO = :XFR-FROM-WALLET-NO
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * The debit customer's debits for the business date - every
      * channel's, this run's committed transfers among them - plus
      * this transfer may not pass the daily outflow limit OUTFLOOK
      * resolves. A customer with no limit is not checked.
       3300-CHECK-DAILY-OUTFLOW.
           MOVE 'DLIM' TO WS-OL-FUNCTION
           MOVE XFR-FROM-CUSTOMER TO WS-OL-CUSTOMER-ID
           CALL 'OUTFLOOK' USING WS-OUTFLOOK-PARM
           IF WS-OL-FOUND
              MOVE ZERO TO WS-RETRY-COUNT
              PERFORM 3310-TRY-SUM-OUTFLOW
                 WITH TEST AFTER
                 UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
                 OR WS-RETRY-COUNT > WS-MAX-RETRIES
              PERFORM 9800-CHECK-SQLCODE
              IF WS-OUTFLOW-TOTAL + XFR-AMOUNT > WS-OL-DAILY-LIMIT
                 ADD 1 TO WS-LIMIT-REFUSED-COUNT
                 MOVE 'DAILY OUTFLOW LIMIT' TO WS-EX-REASON
                 PERFORM 7000-WRITE-EXCEPTION
              END-IF
           END-IF.

       3310-TRY-SUM-OUTFLOW.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT COALESCE(SUM(OLD_WALLET - NEW_WALLET), 0)
                INTO :WS-OUTFLOW-TOTAL
                FROM TEXE2HIST
                WHERE CUSTOMER_ID = :XFR-FROM-CUSTOMER
                  AND NEW_WALLET < OLD_WALLET
                  AND TMS_CREA BETWEEN :WS-SEL-TMS-LOW
                                   AND :WS-SEL-TMS-HIGH
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       4000-POST-BOTH-LEGS.
           MOVE XFR-FROM-CUSTOMER TO WS-LOOK-CUSTOMER
           MOVE XFR-FROM-WALLET-NO TO WS-LOOK-WALLET-NO
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
           PERFORM 4220-HOLD-MOVEMENT-EVENT.

       4210-TRY-INSERT-HIST.
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

       4220-HOLD-MOVEMENT-EVENT.
      * The row just inserted, as its event - WS-ME- fields filled by
      * the caller, timestamp included.
           MOVE 'HOLD' TO WS-ME-FUNCTION
           MOVE WS-PGM-NAME TO WS-ME-PGM-NAME
           CALL 'MOVEVENT' USING WS-MOVEVENT-PARM.

      * Called straight after each COMMIT - the unit's events go to
      * the MOVEVENT file. One that cannot be written is not lost:
      * MOVEPUB publishes any history row it finds without an event.
       4230-RELEASE-MOVEMENT-EVENTS.
           MOVE 'CMIT' TO WS-ME-FUNCTION
           CALL 'MOVEVENT' USING WS-MOVEVENT-PARM
           IF WS-ME-RC NOT = ZERO
              DISPLAY 'WALXFER: MOVEMENT EVENTS NOT ALL WRITTEN - RC '
                  WS-ME-RC ' - MOVEPUB WILL RECOVER THEM'
           END-IF.

       7000-WRITE-EXCEPTION.
           MOVE 'N' TO WS-XFER-GOOD-SW
           ADD 1 TO WS-REFUSED-COUNT
           DISPLAY 'WALXFER: TRANSFERS APPLIED: ' WS-COUNT-FORMATTED
           MOVE WS-REFUSED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALXFER: TRANSFERS REFUSED: ' WS-COUNT-FORMATTED
           IF WS-KYC-REFUSED-COUNT > ZERO
              MOVE WS-KYC-REFUSED-COUNT TO WS-COUNT-FORMATTED
              DISPLAY 'WALXFER: OF WHICH KYC REVIEW OVERDUE: '
                  WS-COUNT-FORMATTED
           END-IF
           IF WS-LIMIT-REFUSED-COUNT > ZERO
              MOVE WS-LIMIT-REFUSED-COUNT TO WS-COUNT-FORMATTED
              DISPLAY 'WALXFER: OF WHICH DAILY OUTFLOW LIMIT: '
                  WS-COUNT-FORMATTED
           END-IF
           IF WS-TERM-REFUSED-COUNT > ZERO
              MOVE WS-TERM-REFUSED-COUNT TO WS-COUNT-FORMATTED
              DISPLAY 'WALXFER: OF WHICH FIXED TERM NOT MATURED: '
                  WS-COUNT-FORMATTED
           END-IF
           IF WS-GRDN-REFUSED-COUNT > ZERO
              MOVE WS-GRDN-REFUSED-COUNT TO WS-COUNT-FORMATTED
              DISPLAY 'WALXFER: OF WHICH NO GUARDIAN CONSENT: '
                  WS-COUNT-FORMATTED
           END-IF
           IF WS-KYC-DROPPED > ZERO
              DISPLAY 'WALXFER: ' WS-KYC-DROPPED
                  ' OVERDUE KYC REVIEWS WERE NOT LOADED - RAISE THE '
                  'TABLE SIZE'
              MOVE 4 TO RETURN-CODE
           END-IF

           IF WS-REFUSED-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
