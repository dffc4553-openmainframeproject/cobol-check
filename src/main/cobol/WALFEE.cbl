      * FEEREG register prints every fee charged with its basis and
      * a total per fee code, so finance can prove what was charged
      * and why.
      *
      * Commits land on wallet boundaries - never between two fees
      * on the same wallet - every WS-COMMIT-INTERVAL postings, each
      * followed by a WFEECHKP checkpoint of the last customer and
      * wallet committed, the reference sequence and the running
      * per-fee totals. A 'Y' on the restart card resumes after that
      * wallet, copies the register lines already printed across
      * from the broken run's register (FEEPRV), and the run ends
      * with one register and one set of totals.
      *
      * In the partitioned month-end stream a second card gives the
      * partition number and the customer range this step covers,
      * checked against tonight's PARTMAN manifest from WALPPLAN, as
      * WALINT does: the cursor takes that range only, the run
      * checks the 'WALPART' group lock instead of taking the lock
      * itself, the 'F' references come from the partition's own
      * block of the sequence, and the control totals go to PARTTOT
      * for WALPMRG. With no partition card the run covers every
      * customer, exactly as before.
      *
      * Every TEXE2HIST row posted here is also handed to MOVEVENT as
      * a movement event, released to the shared MOVEVENT file after
      * each commit, for MOVEPUB's feed to the CRM and fraud
      * platforms.
      *
      * A wallet on a product (PRODMAST, resolved through PRODLOOK)
      * is charged only the fees its product names; a wallet on no
      * product is charged the whole schedule, as before.
      *
      * A change to a fee is lodged on TERMSCHG with the date it
      * takes effect (TCHGMNT) rather than made on FEESCHED. Each fee
      * change TCHGLOOK gives as in force on tonight's business date
      * is laid over the schedule before anything is assessed - the
      * fee's new terms replace its FEESCHED record, a new code
      * joins the end of the schedule and a dropped fee leaves it. A
      * new or dearer fee that needs notice is held back until
      * TCHGNOT has written to the customers and the notice period
      * has run, and the run says so and ends RC 4.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REGISTER-STATUS.
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
           SELECT FEE-CHECKPOINT-FILE ASSIGN TO "WFEECHKP"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CHKPT-STATUS.
      * The broken run's register, read only on a restart - its
      * committed lines open the new register.
           SELECT PRIOR-REGISTER ASSIGN TO "FEEPRV"
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
       FD  FEE-SCHEDULE-FILE
           RECORDING MODE F
           DATA RECORD IS FEE-REGISTER-RECORD.
       01  FEE-REGISTER-RECORD     PIC X(80).
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
       FD  FEE-CHECKPOINT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 575 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS FEE-CHECKPOINT-RECORD.
       01  FEE-CHECKPOINT-RECORD.
           05  FCK-BUS-DATE        PIC X(10).
           05  FCK-STATUS          PIC X(01).
               88  FCK-IN-PROGRESS     VALUE 'P'.
               88  FCK-COMPLETE        VALUE 'C'.
           05  FCK-CUSTOMER-ID     PIC 9(9).
           05  FCK-WALLET-NO       PIC 9(2).
           05  FCK-DATE-RAW        PIC 9(8).
           05  FCK-FEE-SEQ         PIC 9(5).
           05  FCK-CHARGED-COUNT   PIC 9(9).
           05  FCK-REGISTER-LINES  PIC 9(9).
           05  FCK-FEE-COUNT       PIC 9(2).
           05  FCK-FEE-ENTRY OCCURS 20 TIMES.
               10  FCK-FEE-CODE    PIC X(04).
               10  FCK-FEE-TOTAL   PIC S9(11)V99.
               10  FCK-FEE-POSTS   PIC 9(9).
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

           05  WS-REGISTER-STATUS   PIC XX.
               88  REGISTER-OK      VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'WALFEE'.
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
           05  WS-FEE-CUSTOMER-ID   PIC 9(9).
           05  WS-FEE-WALLET-NO     PIC 9(2).
           05  WS-FEE-WALLET        PIC S9(8)V99 COMP-3.
           05  WS-FEE-PRODUCT       PIC X(04).
           05  WS-PRODUCT-FEES-SW   PIC X(01).
               88  PRODUCT-FEES     VALUE 'Y'.
           05  WS-FEE-APPLIES-SW    PIC X(01).
               88  FEE-APPLIES      VALUE 'Y'.
           05  WS-PL-IX             PIC S9(4) COMP.
           05  WS-FEE-CHARGE        PIC 9(8)V99 COMP-3.
           05  WS-FEE-NEW-WALLET    PIC S9(8)V99 COMP-3.
           05  WS-FEE-SEQ           PIC 9(5) VALUE ZERO.
           05  WS-FEE-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  WS-FEE-MAX           PIC S9(4) COMP VALUE 20.
           05  WS-FEE-IX            PIC S9(4) COMP.
           05  WS-FEE-WITHHELD      PIC 9(03) VALUE ZERO.
           05  WS-CHARGED-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZ9.
           05  WS-COMMIT-INTERVAL   PIC S9(5) COMP-3 VALUE 1000.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.
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
           05  WS-COPY-IX           PIC S9(9) COMP-3.
           05  WS-CHKPT-IX          PIC S9(4) COMP.
           05  WS-CHKPT-STATE       PIC X(01).
               88  CHKPT-STATE-IN-PROGRESS VALUE 'P'.
               88  CHKPT-STATE-COMPLETE    VALUE 'C'.
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
           05  WS-PART-FEE-TOTAL    PIC S9(11)V99 COMP-3.

      * The partition card, laid out as its PARTMAN record.
       01  WS-PARTITION-CARD.
           05  WS-PC-PARTITION      PIC X(02).
           05  FILLER               PIC X(01).
           05  WS-PC-LOW            PIC X(09).
           05  FILLER               PIC X(01).
           05  WS-PC-HIGH           PIC X(09).
           05  FILLER               PIC X(58).

      * The fee schedule in storage, with a running total per fee so
      * the register can close with what each fee code raised.
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WALFEE'.

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
           05  WS-TC-FUNCTION      PIC X(04).
           05  WS-TC-DATE          PIC X(10).
           05  WS-TC-PGM-NAME      PIC X(08).
           05  WS-TC-INDEX         PIC 9(03).
           05  WS-TC-CHANGE-NO     PIC 9(05).
           05  WS-TC-EFFECTIVE-DATE PIC X(10).
           05  WS-TC-NEW-RATE      PIC 9(3)V9(6).
           05  WS-TC-FEE-CODE      PIC X(04).
           05  WS-TC-FEE-TYPE      PIC X(01).
           05  WS-TC-FEE-AMOUNT    PIC 9(8)V99.
           05  WS-TC-FEE-TRIGGER   PIC 9(8)V99.
           05  WS-TC-FOUND-SW      PIC X(01).
               88  WS-TC-FOUND        VALUE 'Y'.
           05  WS-TC-WITHHELD-COUNT PIC 9(03).
           05  WS-TC-RETURN-CODE   PIC 9(02).

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.
       EXEC SQL INCLUDE TEXE2HIST END-EXEC.

      * Only active customers are charged - the same population
      * WALINT accrues interest for, wallet by wallet. WITH HOLD,
      * because the run commits as it goes and the cursor must
      * survive each commit; on a restart it opens after the last
      * wallet the checkpoint says was committed.
           EXEC SQL
              DECLARE FEE-CUR CURSOR WITH HOLD FOR
              SELECT A.CUSTOMER_ID, A.WALLET_NO, A.WALLET,
                     A.PRODUCT_CODE
              FROM TEXE2 A, TEXEM B
              WHERE B.CUSTOMER_ID = A.CUSTOMER_ID
                AND B.CUST_STATUS = 'A'
                AND A.CUSTOMER_ID BETWEEN :WS-PART-LOW
                                      AND :WS-PART-HIGH
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
      * serially by mistake, one partition would charge everybody.
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
                 DISPLAY 'WALFEE: PARTITION ' WS-PART-NUMBER
                     ' - CUSTOMERS ' WS-PART-LOW ' TO ' WS-PART-HIGH
              ELSE
                 DISPLAY 'WALFEE: PARTITION CARD NOT IN PP LLLLLLLLL '
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

           OPEN INPUT FEE-SCHEDULE-FILE
           EVALUATE TRUE
              WHEN SCHED-OK
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
           END-EVALUATE
           PERFORM 1030-APPLY-CHANGES-OF-TERMS

           IF WS-FEE-COUNT = ZERO
              DISPLAY 'WALFEE: FEESCHED HOLDS NO FEES - NOTHING TO '
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF

           IF RESTART-THIS-RUN
              PERFORM 1500-RESTORE-CHECKPOINT
              PERFORM 1600-COPY-PRIOR-REGISTER
           END-IF.

      * Every fee change in force tonight, one TCHGLOOK call each, laid
      * over the schedule as loaded. TCHGLOOK lists any change it held
      * back for notice.
       1030-APPLY-CHANGES-OF-TERMS.
           MOVE 'FEE ' TO WS-TC-FUNCTION
           MOVE WS-RUN-BUS-DATE TO WS-TC-DATE
           MOVE WS-PGM-NAME TO WS-TC-PGM-NAME
           MOVE 1 TO WS-TC-INDEX
           CALL 'TCHGLOOK' USING WS-TCHGLOOK-PARM
           MOVE WS-TC-WITHHELD-COUNT TO WS-FEE-WITHHELD
           PERFORM WITH TEST BEFORE UNTIL NOT WS-TC-FOUND
              PERFORM 1040-APPLY-ONE-FEE-CHANGE
              ADD 1 TO WS-TC-INDEX
              CALL 'TCHGLOOK' USING WS-TCHGLOOK-PARM
           END-PERFORM
           IF WS-FEE-WITHHELD > ZERO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE ZERO TO RETURN-CODE
           END-IF.

       1040-APPLY-ONE-FEE-CHANGE.
           PERFORM VARYING WS-FEE-IX FROM 1 BY 1
                   UNTIL WS-FEE-IX > WS-FEE-COUNT
                      OR WS-FT-CODE (WS-FEE-IX) = WS-TC-FEE-CODE
              CONTINUE
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-TC-FEE-TYPE = 'D'
                 IF WS-FEE-IX NOT > WS-FEE-COUNT
                    PERFORM VARYING WS-FEE-IX FROM WS-FEE-IX BY 1
                            UNTIL WS-FEE-IX NOT < WS-FEE-COUNT
                       MOVE WS-FEE-ENTRY (WS-FEE-IX + 1)
                         TO WS-FEE-ENTRY (WS-FEE-IX)
                    END-PERFORM
                    SUBTRACT 1 FROM WS-FEE-COUNT
                 END-IF
                 DISPLAY 'WALFEE: CHANGE OF TERMS ' WS-TC-CHANGE-NO
                     ' EFFECTIVE ' WS-TC-EFFECTIVE-DATE
                     ' - FEE ' WS-TC-FEE-CODE ' DROPPED'
              WHEN WS-FEE-IX > WS-FEE-COUNT
               AND WS-FEE-COUNT NOT LESS THAN WS-FEE-MAX
                 DISPLAY 'WALFEE: CHANGE OF TERMS ' WS-TC-CHANGE-NO
                     ' - NO ROOM FOR NEW FEE ' WS-TC-FEE-CODE
                     ' - NOT ASSESSED'
                 MOVE 4 TO WS-FEE-WITHHELD
              WHEN OTHER
                 IF WS-FEE-IX > WS-FEE-COUNT
                    ADD 1 TO WS-FEE-COUNT
                    MOVE WS-TC-FEE-CODE TO WS-FT-CODE (WS-FEE-IX)
                    MOVE ZERO TO WS-FT-TOTAL (WS-FEE-IX)
                    MOVE ZERO TO WS-FT-COUNT (WS-FEE-IX)
                 END-IF
                 MOVE WS-TC-FEE-TYPE TO WS-FT-TYPE (WS-FEE-IX)
                 MOVE WS-TC-FEE-AMOUNT TO WS-FT-AMOUNT (WS-FEE-IX)
                 MOVE WS-TC-FEE-TRIGGER TO WS-FT-TRIGGER (WS-FEE-IX)
                 DISPLAY 'WALFEE: CHANGE OF TERMS ' WS-TC-CHANGE-NO
                     ' EFFECTIVE ' WS-TC-EFFECTIVE-DATE
                     ' - FEE ' WS-TC-FEE-CODE ' REPLACES FEESCHED'
           END-EVALUATE.

      * A restart picks up exactly where the last commit left off:
      * the position, the reference sequence (and the date it
      * carries, so a restart after midnight still posts the
      * original run's 'F' references) and the per-fee totals. The
      * checkpoint must belong to tonight's business date and to a
      * run that did not finish - anything else is refused rather
      * than risk charging the month's fees twice.
      * A partition runs only to tonight's plan: its card must match
      * a PARTMAN range exactly and the manifest must be for
      * tonight's business date. The reference block is set from
      * the partition count here; a restart then carries on from
      * the checkpoint.
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
              DISPLAY 'WALFEE: PARTITION ' WS-PART-NUMBER
                  ' NOT ON THE PARTMAN PLAN FOR ' WS-RUN-BUS-DATE
                  ' - RUN REFUSED'
              MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF
           COMPUTE WS-SEQ-BLOCK = 100000 / WS-PARTMAN-COUNT
           COMPUTE WS-FEE-SEQ = (WS-PART-NUMBER - 1) * WS-SEQ-BLOCK
           COMPUTE WS-SEQ-CEILING
              = WS-PART-NUMBER * WS-SEQ-BLOCK - 1.

       1500-RESTORE-CHECKPOINT.
           OPEN INPUT FEE-CHECKPOINT-FILE
           EVALUATE TRUE
              WHEN CHKPT-OK
                 READ FEE-CHECKPOINT-FILE
                 IF CHKPT-OK
                    PERFORM 1550-APPLY-CHECKPOINT
                 ELSE
                    DISPLAY 'WALFEE: WFEECHKP CHECKPOINT IS EMPTY - '
                        'RESTART REFUSED'
                    MOVE 12 TO RETURN-CODE
                    PERFORM 0350-RELEASE-WALLET-LOCK
                    GOBACK
                 END-IF
                 CLOSE FEE-CHECKPOINT-FILE
              WHEN CHKPT-NOT-FOUND
                 DISPLAY 'WALFEE: RESTART REQUESTED BUT NO WFEECHKP '
                     'CHECKPOINT - RESTART REFUSED'
                 MOVE 12 TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
              WHEN OTHER
                 DISPLAY 'WALFEE: UNEXPECTED WFEECHKP STATUS ON OPEN '
                     WS-CHKPT-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
           END-EVALUATE
           DISPLAY 'WALFEE: RESTART AFTER CUSTOMER '
               WS-RESTART-CUSTOMER-ID ' WALLET ' WS-RESTART-WALLET-NO.

       1550-APPLY-CHECKPOINT.
           IF FCK-BUS-DATE NOT = WS-RUN-BUS-DATE
              DISPLAY 'WALFEE: WFEECHKP CHECKPOINT IS FOR '
                  FCK-BUS-DATE ' NOT ' WS-RUN-BUS-DATE
                  ' - RESTART REFUSED'
              MOVE 12 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF
           IF FCK-COMPLETE
              DISPLAY 'WALFEE: THE ' FCK-BUS-DATE ' FEE RUN '
                  'ALREADY COMPLETED - NOTHING TO RESTART'
              MOVE 4 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF
           IF PARTITIONED-RUN
              AND (FCK-CUSTOMER-ID < WS-PART-LOW
                OR FCK-CUSTOMER-ID > WS-PART-HIGH)
              DISPLAY 'WALFEE: WFEECHKP CHECKPOINT IS AT CUSTOMER '
                  FCK-CUSTOMER-ID ', OUTSIDE PARTITION '
                  WS-PART-NUMBER ' - RESTART REFUSED'
              MOVE 12 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF

           MOVE FCK-CUSTOMER-ID    TO WS-RESTART-CUSTOMER-ID
           MOVE FCK-WALLET-NO      TO WS-RESTART-WALLET-NO
           MOVE FCK-DATE-RAW       TO WS-DATE-RAW
           MOVE FCK-FEE-SEQ        TO WS-FEE-SEQ
           MOVE FCK-CHARGED-COUNT  TO WS-CHARGED-COUNT
           MOVE FCK-REGISTER-LINES TO WS-RESTART-LINES
           PERFORM VARYING WS-CHKPT-IX FROM 1 BY 1
                   UNTIL WS-CHKPT-IX > FCK-FEE-COUNT
              PERFORM VARYING WS-FEE-IX FROM 1 BY 1
                      UNTIL WS-FEE-IX > WS-FEE-COUNT
                         OR WS-FT-CODE (WS-FEE-IX)
                            = FCK-FEE-CODE (WS-CHKPT-IX)
                 CONTINUE
              END-PERFORM
              IF WS-FEE-IX > WS-FEE-COUNT
                 DISPLAY 'WALFEE: CHECKPOINT FEE '
                     FCK-FEE-CODE (WS-CHKPT-IX)
                     ' NO LONGER ON FEESCHED - ITS TOTAL IS DROPPED'
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE FCK-FEE-TOTAL (WS-CHKPT-IX)
                   TO WS-FT-TOTAL (WS-FEE-IX)
                 MOVE FCK-FEE-POSTS (WS-CHKPT-IX)
                   TO WS-FT-COUNT (WS-FEE-IX)
              END-IF
           END-PERFORM.

      * The committed part of the broken run's register opens this
      * one, so the night still ends with a single register whose
      * totals agree with its lines.
       1600-COPY-PRIOR-REGISTER.
           OPEN INPUT PRIOR-REGISTER
           IF NOT PRIOR-OK
              DISPLAY 'WALFEE: UNEXPECTED FEEPRV STATUS ON OPEN '
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
                 MOVE PRIOR-REGISTER-RECORD TO FEE-REGISTER-RECORD
                 WRITE FEE-REGISTER-RECORD
                 ADD 1 TO WS-REGISTER-LINES
              END-IF
           END-PERFORM
           CLOSE PRIOR-REGISTER
           IF WS-REGISTER-LINES < WS-RESTART-LINES
              DISPLAY 'WALFEE: FEEPRV HOLDS ' WS-REGISTER-LINES
                  ' LINES, CHECKPOINT NEEDS ' WS-RESTART-LINES
                  ' - WRONG REGISTER? RESTART REFUSED'
              MOVE 12 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF.

       2000-OPEN-CURSOR.
           EVALUATE SQLCODE
             WHEN ZEROES
                PERFORM 3100-APPLY-FEE-SCHEDULE
      *         COMMIT ONLY ONCE THE WALLET'S LAST FEE IS IN, SO THE
      *         CHECKPOINT NEVER SPLITS ONE WALLET'S FEES.
                IF WS-COMMIT-COUNT >= WS-COMMIT-INTERVAL
                   EXEC SQL
                      COMMIT
                   END-EXEC
                   PERFORM 3530-RELEASE-MOVEMENT-EVENTS
                   MOVE ZERO TO WS-COMMIT-COUNT
                   PERFORM 3900-TAKE-CHECKPOINT
                END-IF

             WHEN 100
      *         CURSOR EXHAUSTED - NORMAL LOOP-EXIT CONDITION, NOT AN
           EXEC SQL
              FETCH FEE-CUR
              INTO :WS-FEE-CUSTOMER-ID, :WS-FEE-WALLET-NO,
                   :WS-FEE-WALLET, :WS-FEE-PRODUCT
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * A wallet on a product (PRODMAST, through PRODLOOK) is
      * charged only the fees its product names - a product naming
      * none is fee-free. A wallet on no product, or on one no
      * longer on PRODMAST, is charged the whole schedule.
       3100-APPLY-FEE-SCHEDULE.
           MOVE 'N' TO WS-PRODUCT-FEES-SW
           IF WS-FEE-PRODUCT NOT = SPACES
              MOVE 'PROD' TO WS-PL-FUNCTION
              MOVE WS-FEE-PRODUCT TO WS-PL-PRODUCT-CODE
              CALL 'PRODLOOK' USING WS-PRODLOOK-PARM
              IF WS-PL-FOUND
                 SET PRODUCT-FEES TO TRUE
              END-IF
           END-IF
           PERFORM 3200-APPLY-ONE-FEE
              VARYING WS-FEE-IX FROM 1 BY 1
              UNTIL WS-FEE-IX > WS-FEE-COUNT.

       3150-CHECK-PRODUCT-FEE.
           MOVE 'Y' TO WS-FEE-APPLIES-SW
           IF PRODUCT-FEES
              MOVE 'N' TO WS-FEE-APPLIES-SW
              PERFORM VARYING WS-PL-IX FROM 1 BY 1
                      UNTIL WS-PL-IX > 4
                 IF WS-PL-FEE-CODE (WS-PL-IX)
                       = WS-FT-CODE (WS-FEE-IX)
                    SET FEE-APPLIES TO TRUE
                 END-IF
              END-PERFORM
           END-IF.

       3200-APPLY-ONE-FEE.
      * Fees are charged only against positive balances - a wallet
      * at zero or drawn into its overdraft is skipped, the same
      * wallet is capped at the balance - a fee never pushes a
      * wallet below zero - and a fee that computes to nothing
      * posts nothing.
           PERFORM 3150-CHECK-PRODUCT-FEE
           IF FEE-APPLIES
              AND WS-FEE-WALLET > ZERO
              AND (WS-FT-TRIGGER (WS-FEE-IX) = ZERO
              OR WS-FEE-WALLET < WS-FT-TRIGGER (WS-FEE-IX))
              IF WS-FT-TYPE (WS-FEE-IX) = 'P'
      * Later fees in the schedule assess against the balance as it
      * now stands, not the opening figure.
           MOVE WS-FEE-NEW-WALLET TO WS-FEE-WALLET
           ADD 1 TO WS-COMMIT-COUNT.

       3350-BUILD-ADJ-REF.
      * 'F' + YYMMDD + a five-digit sequence - unique within the
      * run and recognisable as a fee posting at a glance, the same
      * convention as WALINT's accrual references.
           IF PARTITIONED-RUN AND WS-FEE-SEQ NOT < WS-SEQ-CEILING
              DISPLAY 'WALFEE: PARTITION ' WS-PART-NUMBER
                  ' HAS USED ITS WHOLE BLOCK OF F REFERENCES'
              PERFORM 9999-ABORT
           END-IF
           ADD 1 TO WS-FEE-SEQ
           MOVE SPACES TO WS-ADJ-REF
           STRING 'F' WS-DATE-RAW (3:6) WS-FEE-SEQ
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              PERFORM 9999-ABORT
           END-IF
           MOVE WS-FEE-CUSTOMER-ID TO WS-ME-CUSTOMER-ID
           MOVE WS-FEE-WALLET-NO TO WS-ME-WALLET-NO
           MOVE WS-FEE-WALLET TO WS-ME-OLD-WALLET
           MOVE WS-FEE-NEW-WALLET TO WS-ME-NEW-WALLET
           MOVE WS-ADJ-REF TO WS-ME-ADJ-REF
           MOVE SPACES TO WS-ME-REV-ADJ-REF
           PERFORM 3520-HOLD-MOVEMENT-EVENT.

       3510-TRY-INSERT.
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
                 SELECT CUSTOMER_ID, :WS-FEE-WALLET-NO,
                        FIRST_NAME, LAST_NAME,
                        :WS-FEE-WALLET, :WS-FEE-NEW-WALLET,
                        :WS-ADJ-REF, ' ', :WS-ME-TMS-CREA,
                        :WS-PGM-NAME
                 FROM TEXEM
                 WHERE CUSTOMER_ID = :WS-FEE-CUSTOMER-ID
              END-EXEC
           END-IF
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       3520-HOLD-MOVEMENT-EVENT.
      * The row just inserted, as its event - WS-ME- fields filled by
      * the caller, timestamp included.
           MOVE 'HOLD' TO WS-ME-FUNCTION
           MOVE WS-PGM-NAME TO WS-ME-PGM-NAME
           CALL 'MOVEVENT' USING WS-MOVEVENT-PARM.

      * Called straight after each COMMIT - the unit's events go to
      * the MOVEVENT file. One that cannot be written is not lost:
      * MOVEPUB publishes any history row it finds without an event.
       3530-RELEASE-MOVEMENT-EVENTS.
           MOVE 'CMIT' TO WS-ME-FUNCTION
           CALL 'MOVEVENT' USING WS-MOVEVENT-PARM
           IF WS-ME-RC NOT = ZERO
              DISPLAY 'WALFEE: MOVEMENT EVENTS NOT ALL WRITTEN - RC '
                  WS-ME-RC ' - MOVEPUB WILL RECOVER THEM'
           END-IF.

       3600-WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-LINE
           MOVE WS-FEE-CUSTOMER-ID TO WS-RG-CUSTOMER-ID
           MOVE WS-FEE-NEW-WALLET TO WS-RG-NEW-WALLET
           MOVE WS-ADJ-REF TO WS-RG-ADJ-REF
           MOVE WS-REGISTER-LINE TO FEE-REGISTER-RECORD
           WRITE FEE-REGISTER-RECORD
           ADD 1 TO WS-REGISTER-LINES.

      * Called straight after each COMMIT. The register is closed
      * and reopened to force every committed line onto the dataset
      * before the checkpoint is rewritten - so the checkpoint never
      * counts a register line an abend could still lose.
       3900-TAKE-CHECKPOINT.
           CLOSE FEE-REGISTER
           OPEN EXTEND FEE-REGISTER
           IF NOT REGISTER-OK
              DISPLAY 'WALFEE: UNEXPECTED FEEREG STATUS ON REOPEN '
                  WS-REGISTER-STATUS
              PERFORM 9999-ABORT
           END-IF
           SET CHKPT-STATE-IN-PROGRESS TO TRUE
           PERFORM 3960-WRITE-CHECKPOINT.

      * The state is set by the caller - in progress after an
      * interval commit, complete after the final one.
       3960-WRITE-CHECKPOINT.
           OPEN OUTPUT FEE-CHECKPOINT-FILE
           IF NOT CHKPT-OK
              DISPLAY 'WALFEE: UNEXPECTED WFEECHKP STATUS ON OPEN '
                  WS-CHKPT-STATUS
              PERFORM 9999-ABORT
           END-IF
           MOVE WS-RUN-BUS-DATE    TO FCK-BUS-DATE
           MOVE WS-CHKPT-STATE     TO FCK-STATUS
           MOVE WS-FEE-CUSTOMER-ID TO FCK-CUSTOMER-ID
           MOVE WS-FEE-WALLET-NO   TO FCK-WALLET-NO
           MOVE WS-DATE-RAW        TO FCK-DATE-RAW
           MOVE WS-FEE-SEQ         TO FCK-FEE-SEQ
           MOVE WS-CHARGED-COUNT   TO FCK-CHARGED-COUNT
           MOVE WS-REGISTER-LINES  TO FCK-REGISTER-LINES
           MOVE WS-FEE-COUNT       TO FCK-FEE-COUNT
           PERFORM VARYING WS-CHKPT-IX FROM 1 BY 1
                   UNTIL WS-CHKPT-IX > 20
              IF WS-CHKPT-IX > WS-FEE-COUNT
                 MOVE SPACES TO FCK-FEE-CODE (WS-CHKPT-IX)
                 MOVE ZERO TO FCK-FEE-TOTAL (WS-CHKPT-IX)
                 MOVE ZERO TO FCK-FEE-POSTS (WS-CHKPT-IX)
              ELSE
                 MOVE WS-FT-CODE (WS-CHKPT-IX)
                   TO FCK-FEE-CODE (WS-CHKPT-IX)
                 MOVE WS-FT-TOTAL (WS-CHKPT-IX)
                   TO FCK-FEE-TOTAL (WS-CHKPT-IX)
                 MOVE WS-FT-COUNT (WS-CHKPT-IX)
                   TO FCK-FEE-POSTS (WS-CHKPT-IX)
              END-IF
           END-PERFORM
           WRITE FEE-CHECKPOINT-RECORD
           CLOSE FEE-CHECKPOINT-FILE.

       4000-CLOSE-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT

           EXEC SQL
              COMMIT
           END-EXEC
           PERFORM 3530-RELEASE-MOVEMENT-EVENTS
           SET CHKPT-STATE-COMPLETE TO TRUE
           PERFORM 3960-WRITE-CHECKPOINT.

       4010-TRY-CLOSE.
           IF WS-RETRY-COUNT > ZERO
           CLOSE FEE-REGISTER

           MOVE WS-CHARGED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALFEE: FEES POSTED: ' WS-COUNT-FORMATTED

           IF PARTITIONED-RUN
              PERFORM 8300-WRITE-PARTITION-TOTALS
           END-IF.

       8100-WRITE-FEE-TOTAL.
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE WS-TOTAL-LINE TO FEE-REGISTER-RECORD
           WRITE FEE-REGISTER-RECORD.

      * What this partition put on its register, for WALPMRG to
      * prove the merged register against.
       8300-WRITE-PARTITION-TOTALS.
           MOVE ZERO TO WS-PART-FEE-TOTAL
           PERFORM VARYING WS-FEE-IX FROM 1 BY 1
                   UNTIL WS-FEE-IX > WS-FEE-COUNT
              ADD WS-FT-TOTAL (WS-FEE-IX) TO WS-PART-FEE-TOTAL
           END-PERFORM
           OPEN OUTPUT PARTITION-TOTALS-FILE
           IF NOT PARTTOT-OK
              DISPLAY 'WALFEE: UNEXPECTED PARTTOT STATUS '
                  WS-PARTTOT-STATUS
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE SPACES TO PARTITION-TOTALS-RECORD
              MOVE WS-PGM-NAME       TO PTT-PROGRAM
              MOVE WS-PART-NUMBER    TO PTT-PARTITION
              MOVE WS-PART-LOW       TO PTT-LOW-CUSTOMER
              MOVE WS-PART-HIGH      TO PTT-HIGH-CUSTOMER
              MOVE WS-RUN-BUS-DATE   TO PTT-BUS-DATE
              MOVE WS-CHARGED-COUNT  TO PTT-DETAIL-COUNT
              MOVE WS-PART-FEE-TOTAL TO PTT-DETAIL-AMOUNT
              MOVE WS-FEE-COUNT      TO PTT-SECOND-COUNT
              MOVE ZERO              TO PTT-SECOND-AMOUNT
              MOVE ZERO              TO PTT-THIRD-COUNT
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
                   DISPLAY 'WALFEE: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'WALFEE: UNEXPECTED BUSDATE STATUS '
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
           MOVE WS-CHARGED-COUNT TO RUN-RECS-IN
           MOVE WS-CHARGED-COUNT TO RUN-RECS-OUT
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
               DISPLAY 'WALFEE: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9999-ABORT.
           EXEC SQL
              ROLLBACK
