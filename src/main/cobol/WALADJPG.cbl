      * updates, no history rows, no checkpoint, no control totals
      * - and the would-be register goes to TRIALRPT, so an
      * unusually large file is proven on paper before it posts.
      *
      * A customer whose KYC periodic review (KYCREV, maintained by
      * KYCMNT) fell due before the business date has every debit
      * refused to the exception report as KYC REVIEW OVERDUE until
      * the review is recorded; credits still post.
      *
      * A debit that would take the customer's total debits for the
      * business date - everything already on TEXE2HIST from every
      * channel, plus this run's own postings - past the customer's
      * daily outflow limit (OUTFLIM, resolved through OUTFLOOK) is
      * refused as DAILY OUTFLOW LIMIT, unless the record carries an
      * authorised supervisor USERNO, which overrides the limit for
      * that one item.
      *
      * Every TEXE2HIST row posted here is also handed to MOVEVENT as
      * a movement event, released to the shared MOVEVENT file after
      * each commit, for MOVEPUB's feed to the CRM and fraud
      * platforms.
      *
      * A wallet whose product (PRODMAST, resolved through PRODLOOK)
      * allows no overdraft is floored at zero whatever OVDRLIM holds
      * for it; a wallet on no product keeps its OVDRLIM line.
      *
      * A wallet locked in a fixed term (TEXTERM, opened by TERMMNT)
      * takes no debit until WALMATUR matures the term - refused as
      * FIXED TERM NOT MATURED; credits still post.
      *
      * An adjustment may carry a value date - the day the movement
      * should have taken effect. It must be a real date (DATEUTIL)
      * no later than the business date, or the adjustment is
      * refused as INVALID VALUE DATE or VALUE DATE IN FUTURE. One
      * that posts with an earlier value date is appended to
      * VALDADJ, for INTCORR to correct the interest it missed.
      *
      * A minor - a customer with an active guardian row on TEXGRD -
      * takes a debit only with that guardian's consent: the
      * guardian's customer number in WADJ-GRDN-CONSENT. Any other
      * debit is refused as NO GUARDIAN CONSENT; credits still post.
      *
      * A deceased customer (status 'D', set by ESTMNT) takes no
      * debit at all while the estate is administered - refused as
      * CUSTOMER DECEASED ahead of every other reason; credits, a
      * pension or refund arriving after the death, still post.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ODLIM-STATUS.
      * Wallet holds, maintained by HOLDMNT and the HOLDONLC online
      * transaction - money under an active hold stays on the balance
      * but is not available, so a debit is checked against WALLET
      * minus the active holds. Read through the customer/wallet
      * alternate index at the moment of each debit, so a hold
      * placed online while this run is going is still honoured.
           SELECT WALLET-HOLD-FILE ASSIGN TO "WALHOLDS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY WHD-HOLD-NO
               ALTERNATE RECORD KEY WHD-WALLET-KEY WITH DUPLICATES
               FILE STATUS WS-WHOLD-STATUS.
      * KYC periodic reviews, maintained by KYCMNT - a customer whose
      * next review is past due takes no debits until the review is
      * recorded. Credits still post.
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
      * Machine-readable control totals for the proof sheet - the
      * count of adjustments applied and the net balance movement
      * they produced, written once the final commit has taken.
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TRIAL-STATUS.
      * Back-valued adjustments as they post - appended, so a restart
      * keeps what the broken run wrote; INTCORR empties the file
      * once it has corrected the interest they missed.
           SELECT VALUE-DATED-FILE ASSIGN TO "VALDADJ"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-VALDADJ-STATUS.
      * Work file for the customer/wallet sort the ordered pass
      * rides on.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
      * movements can be reconciled after the fact.
       FD  WALLET-ADJ-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WALLET-ADJ-RECORD.
       01  WALLET-ADJ-RECORD.
       01  SORT-ADJ-RECORD.
           05  SRT-CUSTOMER-ID     PIC 9(9).
           05  SRT-WALLET-NO       PIC 9(2).
           05  SRT-REST            PIC X(77).
       FD  WALADJ-EXCEPTION-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
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
       FD  APPLY-TOTALS-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 23 CHARACTERS
           05  WAT-APPLIED-COUNT   PIC 9(9).
           05  WAT-NET-AMOUNT      PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
       FD  VALUE-DATED-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS VALUE-DATED-RECORD.
       01  VALUE-DATED-RECORD.
           COPY VALDADJ.
       FD  TRIAL-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           05  WS-ADJ-CLOSED-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-CUST-STATUS-SW    PIC X(01).
               88  CUSTOMER-IS-CLOSED  VALUE 'C'.
               88  CUSTOMER-IS-DECEASED VALUE 'D'.
           05  WS-ADJ-DUP-SW        PIC X(01).
               88  ADJ-REF-DUPLICATE   VALUE 'Y'.
           05  WS-ADJ-CHKPT-STATUS  PIC XX.
               88  TOTALS-OK        VALUE '00'.
           05  WS-TRIAL-STATUS      PIC XX.
               88  TRIAL-FILE-OK    VALUE '00'.
           05  WS-VALDADJ-STATUS    PIC XX.
               88  VALDADJ-OK       VALUE '00'.
           05  WS-VALUE-DATE-SW     PIC X(01).
               88  VALUE-DATE-GOOD     VALUE 'Y'.
           05  WS-ADJ-VALDT-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-BACK-VALUED-COUNT PIC S9(9) COMP-3 VALUE ZERO.
      * 'T' runs the whole apply against current balances without
      * committing anything - no table updates, no history rows, no
      * checkpoint, no WADJTOTL - and writes the would-be register
           05  WS-GRP-CUSTOMER      PIC 9(9) VALUE ZERO.
           05  WS-GRP-WALLET-NO     PIC 9(2) VALUE ZERO.
           05  WS-GRP-BALANCE       PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-GRP-PRODUCT       PIC X(04) VALUE SPACES.
           05  WS-GROUP-OPEN-SW     PIC X(01) VALUE 'N'.
               88  GROUP-OPEN          VALUE 'Y'.
           05  WS-GROUP-DIRTY-SW    PIC X(01) VALUE 'N'.
           05  WS-OD-LINE           PIC 9(8)V99 VALUE ZERO.
           05  WS-OD-FLOOR          PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-OD-REFUSED-SW     PIC X(01).
               88  DEBIT-REFUSED       VALUE 'Y' 'H' 'K' 'L' 'T'
                                             'G' 'D'.
               88  OVERDRAFT-REFUSED   VALUE 'Y'.
               88  HOLD-REFUSED        VALUE 'H'.
               88  KYC-REFUSED         VALUE 'K'.
               88  OUTFLOW-REFUSED     VALUE 'L'.
               88  TERM-REFUSED        VALUE 'T'.
               88  GUARDIAN-REFUSED    VALUE 'G'.
               88  DECEASED-REFUSED    VALUE 'D'.
           05  WS-ADJ-OD-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ADJ-KYC-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-KYC-STATUS        PIC XX.
               88  KYC-OK              VALUE '00'.
               88  KYC-EOF             VALUE '10'.
               88  KYC-NOT-FOUND       VALUE '35'.
           05  WS-KYC-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  WS-KYC-MAX           PIC S9(4) COMP VALUE 2000.
           05  WS-KYC-DROPPED       PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-KYC-IX            PIC S9(4) COMP.
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK          VALUE '00'.
               88  BUSDATE-NOT-FOUND   VALUE '35'.
      * '02' is a good read with more holds on the same wallet
      * still to come through the alternate index.
           05  WS-WHOLD-STATUS      PIC XX.
               88  WHOLD-OK            VALUE '00' '02'.
               88  WHOLD-EOF           VALUE '10'.
               88  WHOLD-NOT-FOUND     VALUE '35'.
           05  WS-WHOLD-OPEN-SW     PIC X VALUE 'N'.
               88  WHOLD-FILE-OPEN     VALUE 'Y'.
           05  WS-HOLD-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-HOLD-FLOOR        PIC S9(9)V99 COMP-3 VALUE ZERO.
      * The daily outflow check - the business date as a timestamp
      * window on TEXE2HIST (the GLEXTR convention), the customer's
      * debits inside it, and the debit being tested. A trial run
      * posts no history rows, so it tallies its own would-be
      * debits for the customer in hand (the file is in customer
      * order, so one customer at a time is enough).
           05  WS-SEL-TMS-LOW       PIC X(26).
           05  WS-SEL-TMS-HIGH      PIC X(26).
           05  WS-OUTFLOW-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-OUTFLOW-DEBIT     PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-OUTFLOW-OVRD-SW   PIC X(01) VALUE 'N'.
               88  OUTFLOW-OVERRIDDEN  VALUE 'Y'.
           05  WS-TRIAL-OUTFLOW-CUST PIC 9(9) VALUE ZERO.
           05  WS-TRIAL-OUTFLOW     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-ADJ-OUTFLOW-COUNT PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ADJ-TERM-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TERM-ROWS         PIC S9(9) COMP VALUE ZERO.
           05  WS-ADJ-GRDN-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ADJ-DECD-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-GRDN-CONSENT      PIC 9(9) VALUE ZERO.
           05  WS-ADJ-OVRD-COUNT    PIC S9(9) COMP-3 VALUE ZERO.

      * Standard return-code/message-text registry shared with
      * FILECOPY, DB2PROG and BIPM012, so operations sees one
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WALADJPG'.

      * Call parameter block for WALLOCK, the shared run interlock -
      * same field layout as WALLOCK's own linkage section. Acquired
           05  WS-WL-HOLDER        PIC X(08).
           05  WS-WL-SINCE         PIC X(26).

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

      * The user master as loaded from USERMST at initialization - a
      * missing or empty file leaves the table empty, and every
      * over-threshold adjustment then fails to the exception report
               10  WS-OD-WALLET-NO    PIC 9(02).
               10  WS-OD-LIMIT        PIC 9(8)V99.

      * The customers whose KYC review was past due on the business
      * date, as loaded from KYCREV at initialization - reviews
      * still in date are skipped on the way in. A missing or empty
      * file means nobody is restricted.
       01  WS-KYC-OVERDUE-TABLE.
           05  WS-KO-ENTRY OCCURS 2000 TIMES.
               10  WS-KO-CUSTOMER     PIC 9(09).

      * Call parameter block for DATEUTIL, the shared date routine -
      * same field layout as DATEUTIL's own linkage section. 'VAL '
      * proves an adjustment's value date is a real date.
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
           PERFORM 0500-LOAD-USER-MASTER
           PERFORM 0600-LOAD-OVERDRAFT-LINES
           PERFORM 0700-OPEN-HOLD-FILE
           PERFORM 0750-RESOLVE-BUSINESS-DATE
           PERFORM 0800-LOAD-OVERDUE-REVIEWS

           OPEN OUTPUT WALADJ-EXCEPTION-FILE
           IF NOT ADJ-EXCP-OK
                  'ON OPEN ' WS-ADJ-EXCP-STATUS
              PERFORM 9999-ROLLBACK-AND-ABEND
           END-IF
           IF NOT TRIAL-MODE
              OPEN EXTEND VALUE-DATED-FILE
              IF NOT VALDADJ-OK
                 OPEN OUTPUT VALUE-DATED-FILE
              END-IF
              IF NOT VALDADJ-OK
                 DISPLAY 'WALADJPG: UNEXPECTED VALDADJ STATUS '
                     'ON OPEN ' WS-VALDADJ-STATUS
                 PERFORM 9999-ROLLBACK-AND-ABEND
              END-IF
           END-IF
           PERFORM 8005-CHECK-FOR-ADJ-RESTART

           SORT SORT-FILE
                 PERFORM 9999-ROLLBACK-AND-ABEND
           END-EVALUATE.

      * WALHOLDS stays open for the whole run and is read per debit
      * in 8037-A - nothing is loaded, so there is nothing to go stale.
      * A missing file means nothing is earmarked.
       0700-OPEN-HOLD-FILE.
           OPEN INPUT WALLET-HOLD-FILE
           EVALUATE TRUE
              WHEN WHOLD-OK
                 SET WHOLD-FILE-OPEN TO TRUE
              WHEN WHOLD-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 PERFORM 9999-ROLLBACK-AND-ABEND
           END-EVALUATE.

      * The processing date comes from the window's control record;
      * an intraday run with no control file falls back on the
      * system date.
       0750-RESOLVE-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
              WHEN BUSDATE-OK
                 READ BUSINESS-DATE-FILE
                 IF BUSDATE-OK
                    MOVE BD-BUSINESS-DATE TO WS-RUN-BUS-DATE
                 END-IF
                 CLOSE BUSINESS-DATE-FILE
              WHEN BUSDATE-NOT-FOUND
                 DISPLAY 'WALADJPG: NO BUSDATE CONTROL FILE - '
                     'USING THE SYSTEM DATE'
                 ACCEPT WS-RUN-DATE-RAW8 FROM DATE YYYYMMDD
                 MOVE WS-RUN-DATE-RAW8 (1:4) TO WS-RUN-BUS-DATE (1:4)
                 MOVE '-' TO WS-RUN-BUS-DATE (5:1)
                 MOVE WS-RUN-DATE-RAW8 (5:2) TO WS-RUN-BUS-DATE (6:2)
                 MOVE '-' TO WS-RUN-BUS-DATE (8:1)
                 MOVE WS-RUN-DATE-RAW8 (7:2) TO WS-RUN-BUS-DATE (9:2)
              WHEN OTHER
                 DISPLAY 'WALADJPG: UNEXPECTED BUSDATE STATUS '
                     WS-BUSDATE-STATUS
                 PERFORM 9999-ROLLBACK-AND-ABEND
           END-EVALUATE
           MOVE SPACES TO WS-SEL-TMS-LOW WS-SEL-TMS-HIGH
           STRING WS-RUN-BUS-DATE '-00.00.00.000000'
              DELIMITED BY SIZE INTO WS-SEL-TMS-LOW
           STRING WS-RUN-BUS-DATE '-24.00.00.000000'
              DELIMITED BY SIZE INTO WS-SEL-TMS-HIGH.

      * Pull the KYCMNT-maintained review dates into storage for
      * the debit check in 8037 - only customers whose next review
      * fell due before the business date. Due today is still in
      * date. The whole file is read even once the table is full,
      * so the overdue reviews that did not fit are counted, warned
      * of and end the run RC 4 - those customers are not held back.
       0800-LOAD-OVERDUE-REVIEWS.
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
                    DISPLAY 'WALADJPG: OVERDUE REVIEW TABLE FULL AT '
                        WS-KYC-MAX ' - ' WS-KYC-DROPPED
                        ' OVERDUE CUSTOMERS NOT RESTRICTED'
                 END-IF
              WHEN KYC-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'WALADJPG: UNEXPECTED KYCREV STATUS '
                     WS-KYC-STATUS
                 PERFORM 9999-ROLLBACK-AND-ABEND
           END-EVALUATE.

      * The checkpoint count to resume past, read before the sort.
      * It was only ever written after a successful DB2 commit on a
      * group boundary, so skipping exactly that many SORTED records
                  ' ALREADY ON TEXE2HIST - SKIPPED'
           ELSE
              PERFORM 8028-CHECK-CUSTOMER-STATUS
              PERFORM 8027-CHECK-VALUE-DATE
              IF CUSTOMER-MISSING
                 PERFORM 8340-ROUTE-TO-SUSPENSE
              ELSE
                 MOVE 'CUSTOMER CLOSED' TO WS-EX-REASON
                 MOVE ZERO TO WS-ADJ-DELTA
                 PERFORM 8080-WRITE-EXCEPTION-RECORD
              ELSE
              IF NOT VALUE-DATE-GOOD
                 ADD 1 TO WS-ADJ-VALDT-COUNT
                 MOVE ZERO TO WS-ADJ-DELTA
                 PERFORM 8080-WRITE-EXCEPTION-RECORD
              ELSE
                 MOVE WS-GRP-BALANCE TO WS-OLD-WALLET
                 PERFORM 8038-COMPUTE-NEW-WALLET
                    PERFORM 8037-CHECK-DEBIT-FLOOR
                 END-IF
                 IF ADJ-TYPE-GOOD AND DEBIT-REFUSED
                    EVALUATE TRUE
                       WHEN DECEASED-REFUSED
                          ADD 1 TO WS-ADJ-DECD-COUNT
                          MOVE 'CUSTOMER DECEASED' TO WS-EX-REASON
                       WHEN TERM-REFUSED
                          ADD 1 TO WS-ADJ-TERM-COUNT
                          MOVE 'FIXED TERM NOT MATURED'
                            TO WS-EX-REASON
                       WHEN GUARDIAN-REFUSED
                          ADD 1 TO WS-ADJ-GRDN-COUNT
                          MOVE 'NO GUARDIAN CONSENT' TO WS-EX-REASON
                       WHEN KYC-REFUSED
                          ADD 1 TO WS-ADJ-KYC-COUNT
                          MOVE 'KYC REVIEW OVERDUE' TO WS-EX-REASON
                       WHEN OUTFLOW-REFUSED
                          ADD 1 TO WS-ADJ-OUTFLOW-COUNT
                          MOVE 'DAILY OUTFLOW LIMIT' TO WS-EX-REASON
                       WHEN HOLD-REFUSED
                          ADD 1 TO WS-ADJ-OD-COUNT
                          MOVE 'BLOCKED BY ACTIVE HOLD'
                            TO WS-EX-REASON
                       WHEN OTHER
                          ADD 1 TO WS-ADJ-OD-COUNT
                          MOVE 'EXCEEDS OVERDRAFT LINE'
                            TO WS-EX-REASON
                    END-EVALUATE
                    COMPUTE WS-ADJ-DELTA
                       = WS-NEW-WALLET - WS-OLD-WALLET
                    IF WS-ADJ-DELTA < ZERO
                    ELSE
                       IF NOT TRIAL-MODE
                          PERFORM 8050-INSERT-WALLET-HIST
                          IF WADJ-VALUE-DATE NOT = SPACES
                             AND WADJ-VALUE-DATE < WS-RUN-BUS-DATE
                             PERFORM 8059-WRITE-VALUE-DATED
                          END-IF
                       ELSE
                          PERFORM 8052-WRITE-TRIAL-POSTING
                          PERFORM 8037-E-TALLY-TRIAL-OUTFLOW
                       END-IF
                       IF OUTFLOW-OVERRIDDEN
                          ADD 1 TO WS-ADJ-OVRD-COUNT
                          DISPLAY 'WALADJPG: ADJUSTMENT ' WADJ-ADJ-REF
                              ' - DAILY OUTFLOW LIMIT OVERRIDDEN BY'
                              ' SUPERVISOR ' WADJ-SUPV-USERNO
                       END-IF
                       ADD 1 TO WS-APPLIED-COUNT
                       COMPUTE WS-NET-MOVEMENT
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF
           ADD 1 TO WS-WALLET-ADJ-COUNT
           ADD 1 TO WS-COMMIT-COUNT.
                 EXEC SQL
                    COMMIT
                 END-EXEC
                 PERFORM 8058-RELEASE-MOVEMENT-EVENTS
                 MOVE ZERO TO WS-COMMIT-COUNT
                 PERFORM 8070-WRITE-ADJ-CHECKPOINT
              END-IF
      * TEXEM row at all routes to the suspense wallet (or, with no
      * suspense configured, to the exception report) - the money a
      * mistyped key represents no longer just leaves the books.
      * A value date must be a real date no later than the business
      * date the apply runs for; blank means the day it posts. The
      * refusal reason is left in WS-EX-REASON for the caller.
       8027-CHECK-VALUE-DATE.
           MOVE 'Y' TO WS-VALUE-DATE-SW
           IF WADJ-VALUE-DATE NOT = SPACES
              MOVE 'VAL ' TO WS-DU-FUNCTION
              MOVE WADJ-VALUE-DATE TO WS-DU-INPUT-DATE
              CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
              EVALUATE TRUE
                 WHEN NOT WS-DU-OK
                    MOVE 'N' TO WS-VALUE-DATE-SW
                    MOVE 'INVALID VALUE DATE' TO WS-EX-REASON
                 WHEN WADJ-VALUE-DATE > WS-RUN-BUS-DATE
                    MOVE 'N' TO WS-VALUE-DATE-SW
                    MOVE 'VALUE DATE IN FUTURE' TO WS-EX-REASON
              END-EVALUATE
           END-IF
           .

       8028-CHECK-CUSTOMER-STATUS.
           MOVE SPACE TO WS-CUST-STATUS-SW
           MOVE 'N' TO WS-CUST-MISSING-SW
                PERFORM 9500-LOOKUP-ERROR-CODE
                MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-FIELD-1
                MOVE ZERO TO WS-OLD-WALLET
                MOVE SPACES TO WS-GRP-PRODUCT

             WHEN OTHER
                MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT WALLET, PRODUCT_CODE
                INTO :WS-OLD-WALLET, :WS-GRP-PRODUCT
                FROM TEXE2
                WHERE CUSTOMER_ID = :WADJ-CUSTOMER-ID
                  AND WALLET_NO = :WADJ-WALLET-NO
      * the short debit is now refused to the exception report
      * instead of being silently floored and posted. And money
      * under an active hold is not available: a debit may not
      * carry the balance below the held total less the line. A
      * customer whose KYC review is past due takes no debit at
      * all, whatever the balance - that refusal outranks the
      * others, since recording the review is what clears it. A
      * debit the floors allow is then held to the customer's daily
      * outflow limit (8037-B). A wallet whose product (PRODLOOK)
      * allows no overdraft floors at zero whatever OVDRLIM holds.
      * A wallet still locked in a fixed term takes no debit at all
      * until the term matures (8037-F), and that outranks the rest.
      * Short of that, a minor's debit without their guardian's
      * consent is refused (8037-H) ahead of the other reasons. A
      * deceased customer's debit is refused above all of them.
       8037-CHECK-DEBIT-FLOOR.
           MOVE 'N' TO WS-OD-REFUSED-SW
           MOVE 'N' TO WS-OUTFLOW-OVRD-SW
           IF WS-NEW-WALLET < WS-OLD-WALLET
              MOVE ZERO TO WS-OD-LINE
              PERFORM VARYING WS-ODLIM-IX FROM 1 BY 1
                    MOVE WS-OD-LIMIT (WS-ODLIM-IX) TO WS-OD-LINE
                 END-IF
              END-PERFORM
              IF WS-GRP-PRODUCT NOT = SPACES
                 MOVE 'PROD' TO WS-PL-FUNCTION
                 MOVE WS-GRP-PRODUCT TO WS-PL-PRODUCT-CODE
                 CALL 'PRODLOOK' USING WS-PRODLOOK-PARM
                 IF WS-PL-FOUND
                    AND NOT WS-PL-OVERDRAFT-ALLOWED
                    MOVE ZERO TO WS-OD-LINE
                 END-IF
              END-IF
              COMPUTE WS-OD-FLOOR = ZERO - WS-OD-LINE
              PERFORM 8037-A-TOTAL-ACTIVE-HOLDS
              COMPUTE WS-HOLD-FLOOR
                 = WS-HOLD-TOTAL + WS-OD-FLOOR
              EVALUATE TRUE
                 WHEN WS-NEW-WALLET < WS-HOLD-FLOOR
                    SET HOLD-REFUSED TO TRUE
              END-EVALUATE
              IF NOT DEBIT-REFUSED
                 PERFORM 8037-B-CHECK-DAILY-OUTFLOW
              END-IF
              PERFORM VARYING WS-KYC-IX FROM 1 BY 1
                      UNTIL WS-KYC-IX > WS-KYC-COUNT
                 IF WS-KO-CUSTOMER (WS-KYC-IX) = WADJ-CUSTOMER-ID
                    SET KYC-REFUSED TO TRUE
                 END-IF
              END-PERFORM
              PERFORM 8037-H-CHECK-GUARDIAN
              PERFORM 8037-F-CHECK-FIXED-TERM
              IF CUSTOMER-IS-DECEASED
                 SET DECEASED-REFUSED TO TRUE
              END-IF
           END-IF
           .

      * The active holds on this wallet as they stand on WALHOLDS
      * right now - positioned on the customer/wallet alternate
      * index, read forward while the key still matches.
       8037-A-TOTAL-ACTIVE-HOLDS.
           MOVE ZERO TO WS-HOLD-TOTAL
           IF WHOLD-FILE-OPEN
              MOVE WADJ-CUSTOMER-ID TO WHD-CUSTOMER-ID
              MOVE WADJ-WALLET-NO TO WHD-WALLET-NO
              START WALLET-HOLD-FILE KEY = WHD-WALLET-KEY
              IF WHOLD-OK
                 READ WALLET-HOLD-FILE NEXT RECORD
                 PERFORM WITH TEST BEFORE
                         UNTIL NOT WHOLD-OK
                            OR WHD-CUSTOMER-ID NOT = WADJ-CUSTOMER-ID
                            OR WHD-WALLET-NO NOT = WADJ-WALLET-NO
                    IF WHD-ACTIVE
                       ADD WHD-AMOUNT TO WS-HOLD-TOTAL
                    END-IF
                    READ WALLET-HOLD-FILE NEXT RECORD
                 END-PERFORM
              END-IF
           END-IF
           .

      * The day's debits for the customer plus this one may not pass
      * the daily outflow limit OUTFLOOK resolves - the customer's
      * own, the default for the KYC risk tier, or the house
      * default; a customer with none of them is not limited. An
      * authorised supervisor USERNO on the record overrides the
      * limit for this item alone, and the override is logged.
       8037-B-CHECK-DAILY-OUTFLOW.
           MOVE 'DLIM' TO WS-OL-FUNCTION
           MOVE WADJ-CUSTOMER-ID TO WS-OL-CUSTOMER-ID
           CALL 'OUTFLOOK' USING WS-OUTFLOOK-PARM
           IF WS-OL-FOUND
              PERFORM 8037-C-TOTAL-DAYS-OUTFLOW
              COMPUTE WS-OUTFLOW-DEBIT = WS-OLD-WALLET - WS-NEW-WALLET
              IF WS-OUTFLOW-TOTAL + WS-OUTFLOW-DEBIT
                    > WS-OL-DAILY-LIMIT
                 PERFORM 8039-A-CHECK-SUPV-AUTHORITY
                 IF SUPERVISOR-GOOD
                    SET OUTFLOW-OVERRIDDEN TO TRUE
                 ELSE
                    SET OUTFLOW-REFUSED TO TRUE
                 END-IF
              END-IF
           END-IF
           .

      * Every debit on TEXE2HIST for the customer inside the
      * business date, whichever program posted it and on whichever
      * wallet. A live run sees its own uncommitted rows here; a
      * trial run adds the tally it keeps in their place.
       8037-C-TOTAL-DAYS-OUTFLOW.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 8037-D-TRY-SUM-OUTFLOW
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                CONTINUE

             WHEN OTHER
                MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
                PERFORM 9500-LOOKUP-ERROR-CODE
                MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-FIELD-1
                PERFORM 9999-ROLLBACK-AND-ABEND
           END-EVALUATE
           IF TRIAL-MODE
              AND WS-TRIAL-OUTFLOW-CUST = WADJ-CUSTOMER-ID
              ADD WS-TRIAL-OUTFLOW TO WS-OUTFLOW-TOTAL
           END-IF
           .

       8037-D-TRY-SUM-OUTFLOW.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT COALESCE(SUM(OLD_WALLET - NEW_WALLET), 0)
                INTO :WS-OUTFLOW-TOTAL
                FROM TEXE2HIST
                WHERE CUSTOMER_ID = :WADJ-CUSTOMER-ID
                  AND NEW_WALLET < OLD_WALLET
                  AND TMS_CREA BETWEEN :WS-SEL-TMS-LOW
                                   AND :WS-SEL-TMS-HIGH
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       8037-E-TALLY-TRIAL-OUTFLOW.
           IF WS-NEW-WALLET < WS-OLD-WALLET
              IF WADJ-CUSTOMER-ID NOT = WS-TRIAL-OUTFLOW-CUST
                 MOVE WADJ-CUSTOMER-ID TO WS-TRIAL-OUTFLOW-CUST
                 MOVE ZERO TO WS-TRIAL-OUTFLOW
              END-IF
              COMPUTE WS-TRIAL-OUTFLOW
                 = WS-TRIAL-OUTFLOW + WS-OLD-WALLET - WS-NEW-WALLET
           END-IF
           .

      * A TEXTERM row on the wallet means a fixed term still running
      * on it - WALMATUR removes or renews the row at maturity.
       8037-F-CHECK-FIXED-TERM.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 8037-G-TRY-COUNT-TERM
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                IF WS-TERM-ROWS > ZERO
                   SET TERM-REFUSED TO TRUE
                END-IF

             WHEN OTHER
                MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
                PERFORM 9500-LOOKUP-ERROR-CODE
                MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-FIELD-1
                PERFORM 9999-ROLLBACK-AND-ABEND
           END-EVALUATE
           .

       8037-G-TRY-COUNT-TERM.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT COUNT(*)
                INTO :WS-TERM-ROWS
                FROM TEXTERM
                WHERE CUSTOMER_ID = :WADJ-CUSTOMER-ID
                  AND WALLET_NO = :WADJ-WALLET-NO
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * An active TEXGRD row makes the customer a minor; the debit
      * needs that guardian's customer number as the consent on the
      * record. A record keyed before the consent field existed
      * carries spaces there, which is no consent.
       8037-H-CHECK-GUARDIAN.
           IF WADJ-GRDN-CONSENT NUMERIC
              MOVE WADJ-GRDN-CONSENT TO WS-GRDN-CONSENT
           ELSE
              MOVE ZERO TO WS-GRDN-CONSENT
           END-IF
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 8037-I-TRY-SELECT-GUARDIAN
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                IF GUARDIAN-ID OF TEXGRD NOT = WS-GRDN-CONSENT
                   SET GUARDIAN-REFUSED TO TRUE
                END-IF

             WHEN 100
                CONTINUE

             WHEN OTHER
                MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
                PERFORM 9500-LOOKUP-ERROR-CODE
                MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-FIELD-1
                PERFORM 9999-ROLLBACK-AND-ABEND
           END-EVALUATE
           .

       8037-I-TRY-SELECT-GUARDIAN.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT GUARDIAN_ID
                INTO :GUARDIAN-ID
                FROM TEXGRD
                WHERE CUSTOMER_ID = :WADJ-CUSTOMER-ID
                  AND GRD_STATUS = 'A'
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * The threshold applies to the balance movement the
      * adjustment would cause, not the raw card amount, so a
      * percentage adjustment on a large wallet is caught too. A

      * WS-EX-REASON is set by the caller - a movement over the
      * supervisor threshold, an adjustment against a closed
      * customer, a debit past the overdraft line, or one past the
      * daily outflow limit.
       8080-WRITE-EXCEPTION-RECORD.
           ADD 1 TO WS-ADJ-EXCP-COUNT
           MOVE WADJ-ADJ-REF TO WS-EX-ADJ-REF
                MOVE 'SQOK' TO WS-ERRCODE-LOOKUP-CODE
                PERFORM 9500-LOOKUP-ERROR-CODE
                MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-FIELD-1
                MOVE WADJ-CUSTOMER-ID TO WS-ME-CUSTOMER-ID
                MOVE WADJ-WALLET-NO TO WS-ME-WALLET-NO
                MOVE WS-OLD-WALLET TO WS-ME-OLD-WALLET
                MOVE WS-NEW-WALLET TO WS-ME-NEW-WALLET
                MOVE WADJ-ADJ-REF TO WS-ME-ADJ-REF
                MOVE WADJ-REV-REF TO WS-ME-REV-ADJ-REF
                PERFORM 8057-HOLD-MOVEMENT-EVENT

             WHEN OTHER
                MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
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
                   VALUES
                       (:WADJ-CUSTOMER-ID, :WADJ-WALLET-NO,
                        :WADJ-FIRST-NAME,
                        :WADJ-LAST-NAME, :WS-OLD-WALLET,
                        :WS-NEW-WALLET, :WADJ-ADJ-REF, :WADJ-REV-REF,
                        :WS-ME-TMS-CREA, :WS-PGM-NAME)
              END-EXEC
           END-IF
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       8057-HOLD-MOVEMENT-EVENT.
      * The row just inserted, as its event - WS-ME- fields filled by
      * the caller, timestamp included.
           MOVE 'HOLD' TO WS-ME-FUNCTION
           MOVE WS-PGM-NAME TO WS-ME-PGM-NAME
           CALL 'MOVEVENT' USING WS-MOVEVENT-PARM.

      * Called straight after each COMMIT - the unit's events go to
      * the MOVEVENT file. One that cannot be written is not lost:
      * MOVEPUB publishes any history row it finds without an event.
       8058-RELEASE-MOVEMENT-EVENTS.
           MOVE 'CMIT' TO WS-ME-FUNCTION
           CALL 'MOVEVENT' USING WS-MOVEVENT-PARM
           IF WS-ME-RC NOT = ZERO
              DISPLAY 'WALADJPG: MOVEMENT EVENTS NOT ALL WRITTEN - RC '
                  WS-ME-RC ' - MOVEPUB WILL RECOVER THEM'
           END-IF.

      * The posted adjustment and the movement it made, for INTCORR
      * to re-price the interest accrued between its value date and
      * tonight.
       8059-WRITE-VALUE-DATED.
           MOVE SPACES TO VALUE-DATED-RECORD
           MOVE WADJ-CUSTOMER-ID TO VDA-CUSTOMER-ID
           MOVE WADJ-WALLET-NO TO VDA-WALLET-NO
           MOVE WADJ-ADJ-REF TO VDA-ADJ-REF
           MOVE WADJ-VALUE-DATE TO VDA-VALUE-DATE
           MOVE WS-RUN-BUS-DATE TO VDA-POSTED-DATE
           COMPUTE VDA-AMOUNT = WS-NEW-WALLET - WS-OLD-WALLET
           WRITE VALUE-DATED-RECORD
           ADD 1 TO WS-BACK-VALUED-COUNT
           .

       8060-CLOSE-WALLET-ADJ.
           CLOSE WALADJ-EXCEPTION-FILE
           IF NOT TRIAL-MODE
              CLOSE VALUE-DATED-FILE
           END-IF
           IF WHOLD-FILE-OPEN
              CLOSE WALLET-HOLD-FILE
           END-IF
           IF WS-ADJ-CLOSED-COUNT > ZERO
              DISPLAY 'WALADJPG: ' WS-ADJ-CLOSED-COUNT
                  ' ADJUSTMENTS AGAINST CLOSED CUSTOMERS REFUSED'
                  ' ADJUSTMENTS SENT TO THE EXCEPTION REPORT'
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-KYC-DROPPED > ZERO
              DISPLAY 'WALADJPG: ' WS-KYC-DROPPED
                  ' OVERDUE KYC REVIEWS WERE NOT LOADED - RAISE THE '
                  'TABLE SIZE'
              MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-ADJ-BADTYPE-COUNT > ZERO
              DISPLAY 'WALADJPG: ' WS-ADJ-BADTYPE-COUNT
                  ' ADJUSTMENTS WITH UNKNOWN TYPE SKIPPED'
              DISPLAY 'WALADJPG: ' WS-ADJ-OD-COUNT
                  ' DEBITS REFUSED - OVERDRAFT LINE OR ACTIVE HOLD'
           END-IF
           IF WS-ADJ-KYC-COUNT > ZERO
              DISPLAY 'WALADJPG: ' WS-ADJ-KYC-COUNT
                  ' DEBITS REFUSED - KYC REVIEW OVERDUE'
           END-IF
           IF WS-ADJ-OUTFLOW-COUNT > ZERO
              DISPLAY 'WALADJPG: ' WS-ADJ-OUTFLOW-COUNT
                  ' DEBITS REFUSED - DAILY OUTFLOW LIMIT'
           END-IF
           IF WS-ADJ-TERM-COUNT > ZERO
              DISPLAY 'WALADJPG: ' WS-ADJ-TERM-COUNT
                  ' DEBITS REFUSED - FIXED TERM NOT MATURED'
           END-IF
           IF WS-ADJ-GRDN-COUNT > ZERO
              DISPLAY 'WALADJPG: ' WS-ADJ-GRDN-COUNT
                  ' DEBITS REFUSED - NO GUARDIAN CONSENT'
           END-IF
           IF WS-ADJ-DECD-COUNT > ZERO
              DISPLAY 'WALADJPG: ' WS-ADJ-DECD-COUNT
                  ' DEBITS REFUSED - CUSTOMER DECEASED'
           END-IF
           IF WS-ADJ-VALDT-COUNT > ZERO
              DISPLAY 'WALADJPG: ' WS-ADJ-VALDT-COUNT
                  ' ADJUSTMENTS REFUSED - BAD VALUE DATE'
           END-IF
           IF WS-BACK-VALUED-COUNT > ZERO
              DISPLAY 'WALADJPG: ' WS-BACK-VALUED-COUNT
                  ' BACK-VALUED ADJUSTMENTS LOGGED FOR INTCORR'
           END-IF
           IF WS-ADJ-OVRD-COUNT > ZERO
              DISPLAY 'WALADJPG: ' WS-ADJ-OVRD-COUNT
                  ' DEBITS OVER THE DAILY OUTFLOW LIMIT POSTED ON'
                  ' SUPERVISOR OVERRIDE'
           END-IF
           IF WS-SUSP-COUNT > ZERO
              DISPLAY 'WALADJPG: ' WS-SUSP-COUNT
                  ' ITEMS POSTED TO THE SUSPENSE WALLET'
              EXEC SQL
                 COMMIT
              END-EXEC
              PERFORM 8058-RELEASE-MOVEMENT-EVENTS
              PERFORM 8070-WRITE-ADJ-CHECKPOINT
              PERFORM 8090-WRITE-APPLY-TOTALS
           END-IF.
           EXEC SQL
              COMMIT
           END-EXEC
           PERFORM 8058-RELEASE-MOVEMENT-EVENTS
           ADD 1 TO WS-SUSP-COUNT
      * The suspense movement posts under this program's PGM-NAME,
      * so it belongs in the applied totals too - otherwise the
              PERFORM 9500-LOOKUP-ERROR-CODE
              MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-FIELD-1
              PERFORM 9999-ROLLBACK-AND-ABEND
           END-IF
           MOVE WS-SUSP-CUSTOMER TO WS-ME-CUSTOMER-ID
           MOVE 1 TO WS-ME-WALLET-NO
           MOVE WS-SUSP-OLD TO WS-ME-OLD-WALLET
           MOVE WS-SUSP-NEW TO WS-ME-NEW-WALLET
           MOVE WADJ-ADJ-REF TO WS-ME-ADJ-REF
           MOVE WS-SUSP-INTENDED TO WS-ME-REV-ADJ-REF
           PERFORM 8057-HOLD-MOVEMENT-EVENT.

       8365-TRY-INSERT-SUSPENSE.
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
                   VALUES
                       (:WS-SUSP-CUSTOMER, 1,
                        :WADJ-FIRST-NAME, :WADJ-LAST-NAME,
                        :WS-SUSP-OLD, :WS-SUSP-NEW,
                        :WADJ-ADJ-REF, :WS-SUSP-INTENDED,
                        :WS-ME-TMS-CREA, :WS-PGM-NAME)
              END-EXEC
           END-IF
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.
