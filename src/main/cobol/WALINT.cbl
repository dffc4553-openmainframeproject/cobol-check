      * accrual register is printed so finance stops computing
      * interest on a spreadsheet and keying it back as WALADJ
      * records.
      *
      * Commits land every WS-COMMIT-INTERVAL accruals, each followed
      * by a WINTCHKP checkpoint of the last customer and wallet
      * committed, the reference sequences and the running register
      * and tax totals. A 'Y' on the restart card resumes after that
      * wallet: the counters come back from the checkpoint, the
      * register lines already printed are copied across from the
      * broken run's register (ACCRPRV), and the run ends with one
      * register and one set of totals, as if it had never stopped.
      *
      * In the partitioned month-end stream a second card gives the
      * partition number and the customer range this step covers.
      * The card must match tonight's PARTMAN manifest from WALPPLAN;
      * the cursor then takes that range only, the run checks the
      * WALLOCK group lock WALPPLAN holds as 'WALPART' instead of
      * taking the lock itself, each partition's 'I' and 'W'
      * references come from its own block of the sequence so no
      * two partitions can generate the same one, and the run's
      * control totals go to PARTTOT for WALPMRG to prove the merged
      * register against. With no partition card the run covers
      * every customer, exactly as before.
      *
      * Every TEXE2HIST row posted here is also handed to MOVEVENT as
      * a movement event, released to the shared MOVEVENT file after
      * each commit, for MOVEPUB's feed to the CRM and fraud
      * platforms.
      *
      * A wallet on a product (PRODMAST, resolved through PRODLOOK)
      * accrues at that product's monthly rate, and only when its
      * balance is at or above the product's minimum; a wallet on
      * no product, or on one no longer on PRODMAST, accrues at the
      * INTPARM rate as before.
      *
      * A wallet locked in a fixed term (TEXTERM, opened by TERMMNT)
      * accrues nothing here - it earns the term's agreed rate, paid
      * by WALMATUR when the term matures.
      *
      * A change to the INTPARM rate is lodged on TERMSCHG with the
      * date it takes effect (TCHGMNT) rather than made on the file.
      * TCHGLOOK gives the rate change in force on tonight's business
      * date, which replaces the INTPARM rate; a lower rate that
      * needs notice is held back until TCHGNOT has written to the
      * customers and the notice period has run, and the run says
      * so and ends RC 4.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REMIT-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the date this run is logged under, so the window
      * audit finds it on the night it was due.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
      * Shared run-log - one standard record per run, appended by
      * every batch program so the morning line can summarize the
      * whole night from one file.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RUNLOG-STATUS.
      * Committed position and running totals, rewritten after every
      * DB2 commit - the same pattern as WALADJPG's WADJCHKP.
           SELECT ACCRUAL-CHECKPOINT-FILE ASSIGN TO "WINTCHKP"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CHKPT-STATUS.
      * The broken run's register, read only on a restart - its
      * committed lines open the new register.
           SELECT PRIOR-REGISTER ASSIGN TO "ACCRPRV"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PRIOR-STATUS.
      * Tonight's partition plan from WALPPLAN - read only on a
      * partitioned run, to check the partition card against it.
           SELECT PARTITION-MANIFEST ASSIGN TO "PARTMAN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PARTMAN-STATUS.
      * This partition's control totals for WALPMRG - written only
      * on a partitioned run, and only when it ends clean.
           SELECT PARTITION-TOTALS-FILE ASSIGN TO "PARTTOT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PARTTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RATE-PARM-FILE
           RECORDING MODE F
           DATA RECORD IS TAX-REMIT-RECORD.
       01  TAX-REMIT-RECORD        PIC X(80).
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
       FD  RUN-LOG-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 63 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS RUN-LOG-RECORD.
       01  RUN-LOG-RECORD.
           05  RUN-PROGRAM        PIC X(08).
           05  RUN-BUS-DATE       PIC X(10).
           05  RUN-START-TIME     PIC X(08).
           05  RUN-END-TIME       PIC X(08).
           05  RUN-RECS-IN        PIC 9(9).
           05  RUN-RECS-OUT       PIC 9(9).
           05  RUN-RECS-REJECTED  PIC 9(9).
           05  RUN-RETURN-CODE    PIC 9(2).
       FD  ACCRUAL-CHECKPOINT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 604 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ACCRUAL-CHECKPOINT-RECORD.
       01  ACCRUAL-CHECKPOINT-RECORD.
           05  ICK-BUS-DATE        PIC X(10).
           05  ICK-STATUS          PIC X(01).
               88  ICK-IN-PROGRESS     VALUE 'P'.
               88  ICK-COMPLETE        VALUE 'C'.
           05  ICK-CUSTOMER-ID     PIC 9(9).
           05  ICK-WALLET-NO       PIC 9(2).
           05  ICK-DATE-RAW        PIC 9(8).
           05  ICK-ACCR-SEQ        PIC 9(5).
           05  ICK-TAX-SEQ         PIC 9(5).
           05  ICK-ACCRUED-COUNT   PIC 9(9).
           05  ICK-SKIPPED-COUNT   PIC 9(9).
           05  ICK-TAXED-COUNT     PIC 9(9).
           05  ICK-TOTAL-INTEREST  PIC S9(11)V99.
           05  ICK-TOTAL-TAX       PIC S9(11)V99.
           05  ICK-REGISTER-LINES  PIC 9(9).
           05  ICK-REGION-COUNT    PIC 9(2).
           05  ICK-REGION-ENTRY OCCURS 20 TIMES.
               10  ICK-REGION      PIC X(03).
               10  ICK-REGION-TOTAL PIC S9(11)V99.
               10  ICK-REGION-POSTS PIC 9(9).
       FD  PRIOR-REGISTER
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PRIOR-REGISTER-RECORD.
       01  PRIOR-REGISTER-RECORD   PIC X(80).
       FD  PARTITION-MANIFEST
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PARTITION-MANIFEST-RECORD.
       01  PARTITION-MANIFEST-RECORD.
           COPY PARTMAN.
       FD  PARTITION-TOTALS-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PARTITION-TOTALS-RECORD.
       01  PARTITION-TOTALS-RECORD.
           COPY PARTTOT.

       WORKING-STORAGE SECTION.

               88  REGISTER-OK      VALUE '00'.
           05  WS-MONTHLY-RATE      PIC 9(3)V9(6) VALUE ZERO.
           05  WS-PGM-NAME          PIC X(08) VALUE 'WALINT'.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK         VALUE '00'.
               88  BUSDATE-NOT-FOUND  VALUE '35'.
           05  WS-RUNLOG-STATUS     PIC XX.
               88  RUNLOG-OK        VALUE '00'.
           05  WS-RUN-START-TIME    PIC X(08).
           05  WS-RUN-TIME-RAW      PIC 9(08).
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
           05  WS-DATE-RAW          PIC 9(08).
           05  WS-ACCR-CUSTOMER-ID  PIC 9(9).
           05  WS-ACCR-WALLET-NO    PIC 9(2).
           05  WS-ACCR-WALLET       PIC S9(8)V99 COMP-3.
           05  WS-ACCR-PRODUCT      PIC X(04).
           05  WS-ACCR-RATE         PIC 9(3)V9(6).
           05  WS-ACCR-MIN-BALANCE  PIC 9(8)V99.
           05  WS-ACCR-INTEREST     PIC 9(8)V99 COMP-3.
           05  WS-ACCR-NEW-WALLET   PIC S9(8)V99 COMP-3.
           05  WS-ACCR-SEQ          PIC 9(5) VALUE ZERO.
           05  WS-TAX-REF           PIC X(12).
           05  WS-TAXED-COUNT       PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TOTAL-TAX         PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-CHKPT-STATUS      PIC XX.
               88  CHKPT-OK         VALUE '00'.
               88  CHKPT-NOT-FOUND  VALUE '35'.
           05  WS-PRIOR-STATUS      PIC XX.
               88  PRIOR-OK         VALUE '00'.
               88  PRIOR-EOF        VALUE '10'.
           05  WS-RESTART-PARM      PIC X(01) VALUE 'N'.
               88  RESTART-THIS-RUN VALUE 'Y'.
           05  WS-RESTART-CUSTOMER-ID PIC 9(9) VALUE ZERO.
           05  WS-RESTART-WALLET-NO PIC 9(2) VALUE ZERO.
           05  WS-REGISTER-LINES    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-RESTART-LINES     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-CHKPT-STATE       PIC X(01).
               88  CHKPT-STATE-IN-PROGRESS VALUE 'P'.
               88  CHKPT-STATE-COMPLETE    VALUE 'C'.
           05  WS-COPY-IX           PIC S9(9) COMP-3.
           05  WS-CHKPT-IX          PIC S9(4) COMP.
           05  WS-PENDING-COUNT     PIC S9(4) COMP VALUE ZERO.
           05  WS-PENDING-IX        PIC S9(4) COMP.
           05  WS-PARTMAN-STATUS    PIC XX.
               88  PARTMAN-OK       VALUE '00'.
           05  WS-PARTTOT-STATUS    PIC XX.
               88  PARTTOT-OK       VALUE '00'.
      * Serial unless a partition card is given. The range defaults
      * to every customer, so the cursor reads the same either way.
           05  WS-PARTITIONED-SW    PIC X(01) VALUE 'N'.
               88  PARTITIONED-RUN  VALUE 'Y'.
           05  WS-GROUP-HOLDER      PIC X(08) VALUE 'WALPART'.
           05  WS-PART-NUMBER       PIC 9(2) VALUE ZERO.
           05  WS-PART-LOW          PIC 9(9) VALUE ZERO.
           05  WS-PART-HIGH         PIC 9(9) VALUE 999999999.
           05  WS-PARTMAN-MATCH-SW  PIC X(01).
               88  PARTMAN-MATCHED  VALUE 'Y'.
           05  WS-PARTMAN-BUS-DATE  PIC X(10).
           05  WS-PARTMAN-COUNT     PIC 9(2).
      * Each partition draws its references from its own block of
      * the five-digit sequence - 100000 split by the partition
      * count - and stops rather than run into the next block.
           05  WS-SEQ-BLOCK         PIC 9(6).
           05  WS-SEQ-CEILING       PIC 9(6).

      * The partition card, laid out as its PARTMAN record.
       01  WS-PARTITION-CARD.
           05  WS-PC-PARTITION      PIC X(02).
           05  FILLER               PIC X(01).
           05  WS-PC-LOW            PIC X(09).
           05  FILLER               PIC X(01).
           05  WS-PC-HIGH           PIC X(09).
           05  FILLER               PIC X(58).

      * The withholding rates in storage, each with its running
      * total so the remittance report closes by region.
               10  WS-TC-CUSTOMER     PIC 9(9).
               10  WS-TC-REGION       PIC X(03).

      * Withholding-ledger records held back until the commit that
      * covers them - the ledger is a flat file outside the unit of
      * work, so a posting rolled back by an abend must never have
      * reached it. Sized to the commit interval: at most one tax
      * posting per accrual.
       01  WS-PENDING-LEDGER-TABLE.
           05  WS-PL-ENTRY OCCURS 1000 TIMES.
               10  WS-PL-RECORD       PIC X(56).

       01  WS-REMIT-LINE.
           05  FILLER               PIC X(07) VALUE 'REGION '.
           05  WS-RM-REGION         PIC X(03).
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WALINT'.

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

      * Call parameter block for TCHGLOOK, the change-of-terms lookup
      * - same field layout as TCHGLOOK's own linkage section.
       01  WS-TCHGLOOK-PARM.
           05  WS-TL-FUNCTION      PIC X(04).
           05  WS-TL-DATE          PIC X(10).
           05  WS-TL-PGM-NAME      PIC X(08).
           05  WS-TL-INDEX         PIC 9(03).
           05  WS-TL-CHANGE-NO     PIC 9(05).
           05  WS-TL-EFFECTIVE-DATE PIC X(10).
           05  WS-TL-NEW-RATE      PIC 9(3)V9(6).
           05  WS-TL-FEE-CODE      PIC X(04).
           05  WS-TL-FEE-TYPE      PIC X(01).
           05  WS-TL-FEE-AMOUNT    PIC 9(8)V99.
           05  WS-TL-FEE-TRIGGER   PIC 9(8)V99.
           05  WS-TL-FOUND-SW      PIC X(01).
               88  WS-TL-FOUND        VALUE 'Y'.
           05  WS-TL-WITHHELD-COUNT PIC 9(03).
           05  WS-TL-RETURN-CODE   PIC 9(02).

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.
       EXEC SQL INCLUDE TEXE2HIST END-EXEC.
       EXEC SQL INCLUDE TEXTERM END-EXEC.

      * Only active customers accrue - a suspended or closed account
      * earns nothing. Every wallet the customer holds accrues on
      * its own balance and gets its own audited posting. WITH
      * HOLD, because the run commits as it goes and the cursor
      * must survive each commit; on a restart it opens after the
      * last wallet the checkpoint says was committed.
           EXEC SQL
              DECLARE ACCR-CUR CURSOR WITH HOLD FOR
              SELECT A.CUSTOMER_ID, A.WALLET_NO, A.WALLET,
                     A.PRODUCT_CODE
              FROM TEXE2 A, TEXEM B
              WHERE B.CUSTOMER_ID = A.CUSTOMER_ID
                AND B.CUST_STATUS = 'A'
                AND A.CUSTOMER_ID BETWEEN :WS-PART-LOW
                                      AND :WS-PART-HIGH
                AND NOT EXISTS
                    (SELECT 1 FROM TEXTERM T
                      WHERE T.CUSTOMER_ID = A.CUSTOMER_ID
                        AND T.WALLET_NO = A.WALLET_NO)
                AND (:WS-RESTART-PARM <> 'Y'
                 OR A.CUSTOMER_ID > :WS-RESTART-CUSTOMER-ID
                 OR (A.CUSTOMER_ID = :WS-RESTART-CUSTOMER-ID
                 AND A.WALLET_NO > :WS-RESTART-WALLET-NO))
              ORDER BY A.CUSTOMER_ID, A.WALLET_NO
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0200-READ-RUN-CARDS
           PERFORM 0300-ACQUIRE-WALLET-LOCK
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-CURSOR
              UNTIL SQLCODE = 100
           PERFORM 4000-CLOSE-CURSOR
           PERFORM 8000-HOUSEKEEPING
           PERFORM 9700-WRITE-RUN-LOG
           PERFORM 0350-RELEASE-WALLET-LOCK
           GOBACK.
      * The restart card, then the partition card - blank for the
      * serial run over every customer; in the partitioned month-end
      * stream, the partition number and customer range this step
      * covers. A card that is there but unreadable is refused: run
      * serially by mistake, one partition would post everybody's
      * interest.
       0200-READ-RUN-CARDS.
           ACCEPT WS-RESTART-PARM
           MOVE SPACES TO WS-PARTITION-CARD
           ACCEPT WS-PARTITION-CARD
           IF WS-PARTITION-CARD NOT = SPACES
              IF WS-PC-PARTITION IS NUMERIC
                 AND WS-PC-LOW IS NUMERIC
                 AND WS-PC-HIGH IS NUMERIC
                 AND WS-PC-PARTITION > ZERO
                 MOVE 'Y' TO WS-PARTITIONED-SW
                 MOVE WS-PC-PARTITION TO WS-PART-NUMBER
                 MOVE WS-PC-LOW TO WS-PART-LOW
                 MOVE WS-PC-HIGH TO WS-PART-HIGH
                 DISPLAY 'WALINT: PARTITION ' WS-PART-NUMBER
                     ' - CUSTOMERS ' WS-PART-LOW ' TO ' WS-PART-HIGH
              ELSE
                 DISPLAY 'WALINT: PARTITION CARD NOT IN PP LLLLLLLLL '
                     'HHHHHHHHH FORM - RUN REFUSED'
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      * Register this run as THE wallet updater - the WALLOCK
      * interlock lets one TEXE2-updating program run at a time, so
      * an intraday submission cannot collide with one mid-flight.
      * A partition runs alongside its sister partitions under the
      * group lock WALPPLAN took, so it only checks that lock is
      * there.
       0300-ACQUIRE-WALLET-LOCK.
           IF PARTITIONED-RUN
              MOVE 'CHK ' TO WS-WL-FUNCTION
              MOVE WS-GROUP-HOLDER TO WS-WL-PROGRAM
           ELSE
              MOVE 'ACQ ' TO WS-WL-FUNCTION
              MOVE WS-PGM-NAME TO WS-WL-PROGRAM
           END-IF
           CALL 'WALLOCK' USING WS-WALLOCK-PARM
           IF WS-WL-RC NOT = ZERO
              DISPLAY WS-PGM-NAME ': WALLET LOCK HELD BY '
              GOBACK
           END-IF.

      * The group lock is WALPPLAN's to release, after the merge.
       0350-RELEASE-WALLET-LOCK.
           IF NOT PARTITIONED-RUN
              MOVE 'REL ' TO WS-WL-FUNCTION
              MOVE WS-PGM-NAME TO WS-WL-PROGRAM
              CALL 'WALLOCK' USING WS-WALLOCK-PARM
           END-IF.

       1000-INITIALIZE.
           MOVE ZERO TO RETURN-CODE

           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           PERFORM 9600-RESOLVE-BUSINESS-DATE
           IF PARTITIONED-RUN
              PERFORM 1100-CHECK-PARTITION
           END-IF

           OPEN INPUT RATE-PARM-FILE
           EVALUATE TRUE
              WHEN PARM-OK
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
           END-EVALUATE
           PERFORM 1030-APPLY-CHANGE-OF-TERMS

           IF WS-MONTHLY-RATE = ZERO
              DISPLAY 'WALINT: A NONZERO MONTHLY RATE IS REQUIRED '
           END-IF

           ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD
           PERFORM 1050-FORMAT-TODAY-DATE

           OPEN OUTPUT ACCRUAL-REGISTER
           IF NOT REGISTER-OK
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
              END-IF
           END-IF

           IF RESTART-THIS-RUN
              PERFORM 1500-RESTORE-CHECKPOINT
              PERFORM 1600-COPY-PRIOR-REGISTER
           END-IF.

      * The rate change in force tonight, if any, replaces the INTPARM
      * rate. TCHGLOOK lists any change it held back for notice.
       1030-APPLY-CHANGE-OF-TERMS.
           MOVE 'RATE' TO WS-TL-FUNCTION
           MOVE WS-RUN-BUS-DATE TO WS-TL-DATE
           MOVE WS-PGM-NAME TO WS-TL-PGM-NAME
           MOVE 1 TO WS-TL-INDEX
           CALL 'TCHGLOOK' USING WS-TCHGLOOK-PARM
           IF WS-TL-FOUND
              DISPLAY 'WALINT: CHANGE OF TERMS ' WS-TL-CHANGE-NO
                  ' EFFECTIVE ' WS-TL-EFFECTIVE-DATE
                  ' - MONTHLY RATE ' WS-TL-NEW-RATE
                  ' REPLACES INTPARM'
              MOVE WS-TL-NEW-RATE TO WS-MONTHLY-RATE
           END-IF
           IF WS-TL-WITHHELD-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

       1050-FORMAT-TODAY-DATE.
           MOVE WS-DATE-RAW(1:4) TO WS-TODAY-DATE(1:4)
           MOVE '-'              TO WS-TODAY-DATE(5:1)
           MOVE WS-DATE-RAW(5:2) TO WS-TODAY-DATE(6:2)
           MOVE '-'              TO WS-TODAY-DATE(8:1)
           MOVE WS-DATE-RAW(7:2) TO WS-TODAY-DATE(9:2).

      * A partition runs only to tonight's plan: its card must match
      * a PARTMAN range exactly and the manifest must be for
      * tonight's business date - a card left from another month, or
      * a range the planner never made, is refused before a wallet
      * is touched. The reference blocks are set from the partition
      * count here; a restart then carries on from the checkpoint.
       1100-CHECK-PARTITION.
           MOVE 'N' TO WS-PARTMAN-MATCH-SW
           MOVE SPACES TO WS-PARTMAN-BUS-DATE
           MOVE ZERO TO WS-PARTMAN-COUNT
           OPEN INPUT PARTITION-MANIFEST
           IF PARTMAN-OK
              READ PARTITION-MANIFEST
              PERFORM WITH TEST BEFORE UNTIL NOT PARTMAN-OK
                 IF PTM-TRL-ID = 'TRAILER'
                    MOVE PTM-TRL-BUS-DATE TO WS-PARTMAN-BUS-DATE
                    MOVE PTM-TRL-PARTITIONS TO WS-PARTMAN-COUNT
                 ELSE
                    IF PTM-PARTITION = WS-PART-NUMBER
                       AND PTM-LOW-CUSTOMER = WS-PART-LOW
                       AND PTM-HIGH-CUSTOMER = WS-PART-HIGH
                       MOVE 'Y' TO WS-PARTMAN-MATCH-SW
                    END-IF
                 END-IF
                 READ PARTITION-MANIFEST
              END-PERFORM
              CLOSE PARTITION-MANIFEST
           END-IF
           IF NOT PARTMAN-MATCHED
              OR WS-PARTMAN-BUS-DATE NOT = WS-RUN-BUS-DATE
              OR WS-PART-NUMBER > WS-PARTMAN-COUNT
              MOVE 'PTNF' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              DISPLAY 'WALINT: PARTITION ' WS-PART-NUMBER
                  ' NOT ON THE PARTMAN PLAN FOR ' WS-RUN-BUS-DATE
                  ' - RUN REFUSED'
              MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF
           COMPUTE WS-SEQ-BLOCK = 100000 / WS-PARTMAN-COUNT
           COMPUTE WS-ACCR-SEQ = (WS-PART-NUMBER - 1) * WS-SEQ-BLOCK
           MOVE WS-ACCR-SEQ TO WS-TAX-SEQ
           COMPUTE WS-SEQ-CEILING
              = WS-PART-NUMBER * WS-SEQ-BLOCK - 1.

       1200-LOAD-TAX-RATES.
      * No rates file means no region withholds and the accrual run
      * posts gross, exactly as it always did.
                 GOBACK
           END-EVALUATE.

      * A restart picks up exactly where the last commit left off:
      * the position, the reference sequences (and the date they
      * carry, so a restart after midnight still posts 'I' and 'W'
      * references of the original run) and every running total.
      * The checkpoint must belong to tonight's business date and
      * to a run that did not finish - anything else is refused
      * rather than risk posting a month's interest twice.
       1500-RESTORE-CHECKPOINT.
           OPEN INPUT ACCRUAL-CHECKPOINT-FILE
           EVALUATE TRUE
              WHEN CHKPT-OK
                 READ ACCRUAL-CHECKPOINT-FILE
                 IF CHKPT-OK
                    PERFORM 1550-APPLY-CHECKPOINT
                 ELSE
                    DISPLAY 'WALINT: WINTCHKP CHECKPOINT IS EMPTY - '
                        'RESTART REFUSED'
                    MOVE 12 TO RETURN-CODE
                    PERFORM 0350-RELEASE-WALLET-LOCK
                    GOBACK
                 END-IF
                 CLOSE ACCRUAL-CHECKPOINT-FILE
              WHEN CHKPT-NOT-FOUND
                 DISPLAY 'WALINT: RESTART REQUESTED BUT NO WINTCHKP '
                     'CHECKPOINT - RESTART REFUSED'
                 MOVE 12 TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
              WHEN OTHER
                 DISPLAY 'WALINT: UNEXPECTED WINTCHKP STATUS ON OPEN '
                     WS-CHKPT-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
           END-EVALUATE
           DISPLAY 'WALINT: RESTART AFTER CUSTOMER '
               WS-RESTART-CUSTOMER-ID ' WALLET ' WS-RESTART-WALLET-NO.

       1550-APPLY-CHECKPOINT.
           IF ICK-BUS-DATE NOT = WS-RUN-BUS-DATE
              DISPLAY 'WALINT: WINTCHKP CHECKPOINT IS FOR '
                  ICK-BUS-DATE ' NOT ' WS-RUN-BUS-DATE
                  ' - RESTART REFUSED'
              MOVE 12 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF
           IF ICK-COMPLETE
              DISPLAY 'WALINT: THE ' ICK-BUS-DATE ' ACCRUAL RUN '
                  'ALREADY COMPLETED - NOTHING TO RESTART'
              MOVE 4 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF
           IF PARTITIONED-RUN
              AND (ICK-CUSTOMER-ID < WS-PART-LOW
                OR ICK-CUSTOMER-ID > WS-PART-HIGH)
              DISPLAY 'WALINT: WINTCHKP CHECKPOINT IS AT CUSTOMER '
                  ICK-CUSTOMER-ID ', OUTSIDE PARTITION '
                  WS-PART-NUMBER ' - RESTART REFUSED'
              MOVE 12 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF

           MOVE ICK-CUSTOMER-ID    TO WS-RESTART-CUSTOMER-ID
           MOVE ICK-WALLET-NO      TO WS-RESTART-WALLET-NO
           MOVE ICK-DATE-RAW       TO WS-DATE-RAW
           PERFORM 1050-FORMAT-TODAY-DATE
           MOVE ICK-ACCR-SEQ       TO WS-ACCR-SEQ
           MOVE ICK-TAX-SEQ        TO WS-TAX-SEQ
           MOVE ICK-ACCRUED-COUNT  TO WS-ACCRUED-COUNT
           MOVE ICK-SKIPPED-COUNT  TO WS-SKIPPED-COUNT
           MOVE ICK-TAXED-COUNT    TO WS-TAXED-COUNT
           MOVE ICK-TOTAL-INTEREST TO WS-TOTAL-INTEREST
           MOVE ICK-TOTAL-TAX      TO WS-TOTAL-TAX
           MOVE ICK-REGISTER-LINES TO WS-RESTART-LINES
           PERFORM VARYING WS-CHKPT-IX FROM 1 BY 1
                   UNTIL WS-CHKPT-IX > ICK-REGION-COUNT
              MOVE ICK-REGION (WS-CHKPT-IX) TO WS-CUST-REGION
              PERFORM 3730-FIND-REGION-RATE
              IF WS-RATE-FOUND-IX > ZERO
                 MOVE ICK-REGION-TOTAL (WS-CHKPT-IX)
                   TO WS-TR-TOTAL (WS-RATE-FOUND-IX)
                 MOVE ICK-REGION-POSTS (WS-CHKPT-IX)
                   TO WS-TR-COUNT (WS-RATE-FOUND-IX)
              ELSE
                 DISPLAY 'WALINT: CHECKPOINT REGION '
                     ICK-REGION (WS-CHKPT-IX)
                     ' NO LONGER ON TAXRATE - ITS TOTAL IS DROPPED'
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-PERFORM.

      * The committed part of the broken run's register opens this
      * one, so the night still ends with a single register whose
      * totals agree with its lines.
       1600-COPY-PRIOR-REGISTER.
           OPEN INPUT PRIOR-REGISTER
           IF NOT PRIOR-OK
              DISPLAY 'WALINT: UNEXPECTED ACCRPRV STATUS ON OPEN '
                  WS-PRIOR-STATUS ' - RESTART REFUSED'
              MOVE 12 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF
           PERFORM VARYING WS-COPY-IX FROM 1 BY 1
                   UNTIL WS-COPY-IX > WS-RESTART-LINES
                      OR NOT PRIOR-OK
              READ PRIOR-REGISTER
              IF PRIOR-OK
                 MOVE PRIOR-REGISTER-RECORD
                   TO ACCRUAL-REGISTER-RECORD
                 WRITE ACCRUAL-REGISTER-RECORD
                 ADD 1 TO WS-REGISTER-LINES
              END-IF
           END-PERFORM
           CLOSE PRIOR-REGISTER
           IF WS-REGISTER-LINES < WS-RESTART-LINES
              DISPLAY 'WALINT: ACCRPRV HOLDS ' WS-REGISTER-LINES
                  ' LINES, CHECKPOINT NEEDS ' WS-RESTART-LINES
                  ' - WRONG REGISTER? RESTART REFUSED'
              MOVE 12 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF.

       2000-OPEN-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2010-TRY-OPEN
           EXEC SQL
              FETCH ACCR-CUR
              INTO :WS-ACCR-CUSTOMER-ID, :WS-ACCR-WALLET-NO,
                   :WS-ACCR-WALLET, :WS-ACCR-PRODUCT
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
      * interest field would otherwise drop the sign and credit an
      * overdrawn wallet). A wallet whose computed interest rounds
      * to nothing is likewise left alone - no pointless update, no
      * noise on the history table. The rate is the wallet's
      * product's, and a balance below the product's minimum earns
      * nothing; a wallet on no product earns the INTPARM rate.
           PERFORM 3050-RESOLVE-PRODUCT-RATE
           IF WS-ACCR-WALLET > ZERO
              AND WS-ACCR-WALLET NOT < WS-ACCR-MIN-BALANCE
              COMPUTE WS-ACCR-INTEREST ROUNDED
                 = WS-ACCR-WALLET * WS-ACCR-RATE / 100
           ELSE
              MOVE ZERO TO WS-ACCR-INTEREST
           END-IF
                 EXEC SQL
                    COMMIT
                 END-EXEC
                 PERFORM 3330-RELEASE-MOVEMENT-EVENTS
                 MOVE ZERO TO WS-COMMIT-COUNT
                 PERFORM 3900-TAKE-CHECKPOINT
              END-IF
           END-IF.

       3050-RESOLVE-PRODUCT-RATE.
           MOVE WS-MONTHLY-RATE TO WS-ACCR-RATE
           MOVE ZERO TO WS-ACCR-MIN-BALANCE
           IF WS-ACCR-PRODUCT NOT = SPACES
              MOVE 'PROD' TO WS-PL-FUNCTION
              MOVE WS-ACCR-PRODUCT TO WS-PL-PRODUCT-CODE
              CALL 'PRODLOOK' USING WS-PRODLOOK-PARM
              IF WS-PL-FOUND
                 MOVE WS-PL-MONTHLY-RATE TO WS-ACCR-RATE
                 MOVE WS-PL-MIN-BALANCE TO WS-ACCR-MIN-BALANCE
              END-IF
           END-IF.

      * month-end run and recognisable as an accrual posting at a
      * glance, the same way the reference protects against a
      * double-loaded WALADJ file.
           IF PARTITIONED-RUN AND WS-ACCR-SEQ NOT < WS-SEQ-CEILING
              DISPLAY 'WALINT: PARTITION ' WS-PART-NUMBER
                  ' HAS USED ITS WHOLE BLOCK OF I REFERENCES'
              PERFORM 9999-ABORT
           END-IF
           ADD 1 TO WS-ACCR-SEQ
           MOVE SPACES TO WS-ADJ-REF
           STRING 'I' WS-DATE-RAW (3:6) WS-ACCR-SEQ
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              PERFORM 9999-ABORT
           END-IF
           MOVE WS-ACCR-CUSTOMER-ID TO WS-ME-CUSTOMER-ID
           MOVE WS-ACCR-WALLET-NO TO WS-ME-WALLET-NO
           MOVE WS-ACCR-WALLET TO WS-ME-OLD-WALLET
           MOVE WS-ACCR-NEW-WALLET TO WS-ME-NEW-WALLET
           MOVE WS-ADJ-REF TO WS-ME-ADJ-REF
           MOVE SPACES TO WS-ME-REV-ADJ-REF
           PERFORM 3320-HOLD-MOVEMENT-EVENT.

       3310-TRY-INSERT.
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
                 SELECT CUSTOMER_ID, :WS-ACCR-WALLET-NO,
                        FIRST_NAME, LAST_NAME,
                        :WS-ACCR-WALLET, :WS-ACCR-NEW-WALLET,
                        :WS-ADJ-REF, ' ', :WS-ME-TMS-CREA,
                        :WS-PGM-NAME
                 FROM TEXEM
                 WHERE CUSTOMER_ID = :WS-ACCR-CUSTOMER-ID
              END-EXEC
           END-IF
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       3320-HOLD-MOVEMENT-EVENT.
      * The row just inserted, as its event - WS-ME- fields filled by
      * the caller, timestamp included.
           MOVE 'HOLD' TO WS-ME-FUNCTION
           MOVE WS-PGM-NAME TO WS-ME-PGM-NAME
           CALL 'MOVEVENT' USING WS-MOVEVENT-PARM.

      * Called straight after each COMMIT - the unit's events go to
      * the MOVEVENT file. One that cannot be written is not lost:
      * MOVEPUB publishes any history row it finds without an event.
       3330-RELEASE-MOVEMENT-EVENTS.
           MOVE 'CMIT' TO WS-ME-FUNCTION
           CALL 'MOVEVENT' USING WS-MOVEVENT-PARM
           IF WS-ME-RC NOT = ZERO
              DISPLAY 'WALINT: MOVEMENT EVENTS NOT ALL WRITTEN - RC '
                  WS-ME-RC ' - MOVEPUB WILL RECOVER THEM'
           END-IF.

       3400-WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-LINE
           MOVE WS-ACCR-CUSTOMER-ID TO WS-RG-CUSTOMER-ID
           MOVE WS-ACCR-NEW-WALLET TO WS-RG-NEW-WALLET
           MOVE WS-ADJ-REF TO WS-RG-ADJ-REF
           MOVE WS-REGISTER-LINE TO ACCRUAL-REGISTER-RECORD
           WRITE ACCRUAL-REGISTER-RECORD
           ADD 1 TO WS-REGISTER-LINES.

      * Withholding at source: when the customer sits in a region
      * with a rate on file, the tax comes off the wallet as its own
      * 'W' + YYMMDD + a five-digit sequence - the withholding
      * posting's own reference, never colliding with the 'I'
      * interest references.
           IF PARTITIONED-RUN AND WS-TAX-SEQ NOT < WS-SEQ-CEILING
              DISPLAY 'WALINT: PARTITION ' WS-PART-NUMBER
                  ' HAS USED ITS WHOLE BLOCK OF W REFERENCES'
              PERFORM 9999-ABORT
           END-IF
           ADD 1 TO WS-TAX-SEQ
           MOVE SPACES TO WS-TAX-REF
           STRING 'W' WS-DATE-RAW (3:6) WS-TAX-SEQ
           MOVE WS-ACCR-INTEREST TO TXL-INTEREST
           MOVE WS-TAX-AMOUNT TO TXL-TAX
           MOVE WS-TAX-REF TO TXL-ADJ-REF
           ADD 1 TO WS-PENDING-COUNT
           MOVE TAX-LEDGER-RECORD TO WS-PL-RECORD (WS-PENDING-COUNT).

      * Called straight after each COMMIT. The held-back ledger
      * records go out first, then the register and ledger are
      * closed and reopened to force every committed line onto the
      * dataset, and only then is the checkpoint rewritten - so the
      * checkpoint never counts a register line an abend could
      * still lose.
       3900-TAKE-CHECKPOINT.
           PERFORM 3950-FLUSH-TAX-LEDGER
           CLOSE ACCRUAL-REGISTER
           OPEN EXTEND ACCRUAL-REGISTER
           IF NOT REGISTER-OK
              DISPLAY 'WALINT: UNEXPECTED ACCRRPT STATUS ON REOPEN '
                  WS-REGISTER-STATUS
              PERFORM 9999-ABORT
           END-IF
           SET CHKPT-STATE-IN-PROGRESS TO TRUE
           PERFORM 3960-WRITE-CHECKPOINT.

       3950-FLUSH-TAX-LEDGER.
           IF WS-PENDING-COUNT > ZERO
              PERFORM VARYING WS-PENDING-IX FROM 1 BY 1
                      UNTIL WS-PENDING-IX > WS-PENDING-COUNT
                 MOVE WS-PL-RECORD (WS-PENDING-IX)
                   TO TAX-LEDGER-RECORD
                 WRITE TAX-LEDGER-RECORD
              END-PERFORM
              MOVE ZERO TO WS-PENDING-COUNT
              CLOSE TAX-LEDGER-FILE
              OPEN EXTEND TAX-LEDGER-FILE
              IF NOT LEDGER-OK
                 DISPLAY 'WALINT: UNEXPECTED WTAXLEDG STATUS ON '
                     'REOPEN ' WS-LEDGER-STATUS
                 PERFORM 9999-ABORT
              END-IF
           END-IF.

      * The state is set by the caller - in progress after an
      * interval commit, complete after the final one.
       3960-WRITE-CHECKPOINT.
           OPEN OUTPUT ACCRUAL-CHECKPOINT-FILE
           IF NOT CHKPT-OK
              DISPLAY 'WALINT: UNEXPECTED WINTCHKP STATUS ON OPEN '
                  WS-CHKPT-STATUS
              PERFORM 9999-ABORT
           END-IF
           MOVE WS-RUN-BUS-DATE    TO ICK-BUS-DATE
           MOVE WS-CHKPT-STATE     TO ICK-STATUS
           MOVE WS-ACCR-CUSTOMER-ID TO ICK-CUSTOMER-ID
           MOVE WS-ACCR-WALLET-NO  TO ICK-WALLET-NO
           MOVE WS-DATE-RAW        TO ICK-DATE-RAW
           MOVE WS-ACCR-SEQ        TO ICK-ACCR-SEQ
           MOVE WS-TAX-SEQ         TO ICK-TAX-SEQ
           MOVE WS-ACCRUED-COUNT   TO ICK-ACCRUED-COUNT
           MOVE WS-SKIPPED-COUNT   TO ICK-SKIPPED-COUNT
           MOVE WS-TAXED-COUNT     TO ICK-TAXED-COUNT
           MOVE WS-TOTAL-INTEREST  TO ICK-TOTAL-INTEREST
           MOVE WS-TOTAL-TAX       TO ICK-TOTAL-TAX
           MOVE WS-REGISTER-LINES  TO ICK-REGISTER-LINES
           MOVE WS-TAXRATE-COUNT   TO ICK-REGION-COUNT
           PERFORM VARYING WS-CHKPT-IX FROM 1 BY 1
                   UNTIL WS-CHKPT-IX > 20
              IF WS-CHKPT-IX > WS-TAXRATE-COUNT
                 MOVE SPACES TO ICK-REGION (WS-CHKPT-IX)
                 MOVE ZERO TO ICK-REGION-TOTAL (WS-CHKPT-IX)
                 MOVE ZERO TO ICK-REGION-POSTS (WS-CHKPT-IX)
              ELSE
                 MOVE WS-TR-REGION (WS-CHKPT-IX)
                   TO ICK-REGION (WS-CHKPT-IX)
                 MOVE WS-TR-TOTAL (WS-CHKPT-IX)
                   TO ICK-REGION-TOTAL (WS-CHKPT-IX)
                 MOVE WS-TR-COUNT (WS-CHKPT-IX)
                   TO ICK-REGION-POSTS (WS-CHKPT-IX)
              END-IF
           END-PERFORM
           WRITE ACCRUAL-CHECKPOINT-RECORD
           CLOSE ACCRUAL-CHECKPOINT-FILE.

       4000-CLOSE-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT

           EXEC SQL
              COMMIT
           END-EXEC
           PERFORM 3330-RELEASE-MOVEMENT-EVENTS
           PERFORM 3950-FLUSH-TAX-LEDGER
           SET CHKPT-STATE-COMPLETE TO TRUE
           PERFORM 3960-WRITE-CHECKPOINT.

       4010-TRY-CLOSE.
           IF WS-RETRY-COUNT > ZERO
              MOVE WS-TAXED-COUNT TO WS-COUNT-FORMATTED
              DISPLAY 'WALINT: TAX POSTINGS WITHHELD: '
                  WS-COUNT-FORMATTED
           END-IF

           IF PARTITIONED-RUN
              PERFORM 8300-WRITE-PARTITION-TOTALS
           END-IF.

      * One remittance line per region with a rate on file, so the
              CLOSE TAX-REMIT-REPORT
           END-IF.

      * What this partition put on its register, for WALPMRG to
      * prove the merged register against.
       8300-WRITE-PARTITION-TOTALS.
           OPEN OUTPUT PARTITION-TOTALS-FILE
           IF NOT PARTTOT-OK
              DISPLAY 'WALINT: UNEXPECTED PARTTOT STATUS '
                  WS-PARTTOT-STATUS
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE SPACES TO PARTITION-TOTALS-RECORD
              MOVE WS-PGM-NAME       TO PTT-PROGRAM
              MOVE WS-PART-NUMBER    TO PTT-PARTITION
              MOVE WS-PART-LOW       TO PTT-LOW-CUSTOMER
              MOVE WS-PART-HIGH      TO PTT-HIGH-CUSTOMER
              MOVE WS-RUN-BUS-DATE   TO PTT-BUS-DATE
              MOVE WS-ACCRUED-COUNT  TO PTT-DETAIL-COUNT
              MOVE WS-TOTAL-INTEREST TO PTT-DETAIL-AMOUNT
              MOVE WS-TAXED-COUNT    TO PTT-SECOND-COUNT
              MOVE WS-TOTAL-TAX      TO PTT-SECOND-AMOUNT
              MOVE WS-SKIPPED-COUNT  TO PTT-THIRD-COUNT
              WRITE PARTITION-TOTALS-RECORD
              CLOSE PARTITION-TOTALS-FILE
           END-IF.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           END-IF
           .

       9600-RESOLVE-BUSINESS-DATE.
      * The run is logged under the window's business date, not the
      * clock's, so the audit of the night it ran finds it. With no
      * control file at all the system date stands in, with a note.
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
               WHEN BUSDATE-OK
                   READ BUSINESS-DATE-FILE
                   IF BUSDATE-OK
                       MOVE BD-BUSINESS-DATE TO WS-RUN-BUS-DATE
                   END-IF
                   CLOSE BUSINESS-DATE-FILE
               WHEN BUSDATE-NOT-FOUND
                   DISPLAY 'WALINT: NO BUSDATE CONTROL FILE - '
                       'USING THE SYSTEM DATE'
                   ACCEPT WS-RUN-DATE-RAW8 FROM DATE YYYYMMDD
                   MOVE WS-RUN-DATE-RAW8 (1:4)
                     TO WS-RUN-BUS-DATE (1:4)
                   MOVE '-' TO WS-RUN-BUS-DATE (5:1)
                   MOVE WS-RUN-DATE-RAW8 (5:2)
                     TO WS-RUN-BUS-DATE (6:2)
                   MOVE '-' TO WS-RUN-BUS-DATE (8:1)
                   MOVE WS-RUN-DATE-RAW8 (7:2)
                     TO WS-RUN-BUS-DATE (9:2)
               WHEN OTHER
                   DISPLAY 'WALINT: UNEXPECTED BUSDATE STATUS '
                       WS-BUSDATE-STATUS
                   MOVE 12 TO RETURN-CODE
                   PERFORM 0350-RELEASE-WALLET-LOCK
                   GOBACK
           END-EVALUATE
           .

       9700-WRITE-RUN-LOG.
      * Append this run's standard record to the shared run log -
      * the counts tell the morning line what moved, the return
      * code whether it moved cleanly.
           MOVE WS-PGM-NAME TO RUN-PROGRAM
           MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE
           MOVE WS-RUN-START-TIME TO RUN-START-TIME
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO RUN-END-TIME (1:2)
           MOVE ':'                   TO RUN-END-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO RUN-END-TIME (4:2)
           MOVE ':'                   TO RUN-END-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO RUN-END-TIME (7:2)
           COMPUTE RUN-RECS-IN
              = WS-ACCRUED-COUNT + WS-SKIPPED-COUNT
           MOVE WS-ACCRUED-COUNT TO RUN-RECS-OUT
           MOVE ZERO TO RUN-RECS-REJECTED
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUNLOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUNLOG-OK
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY 'WALINT: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9999-ABORT.
           EXEC SQL
              ROLLBACK
