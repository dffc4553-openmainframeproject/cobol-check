      * the postings by currency, and the general-ledger entry reads
      * straight off it. A currency seen for the first time only
      * establishes its base rate; nothing posts until the next run.
      *
      * Commits land every WS-COMMIT-INTERVAL postings, each followed
      * by a WRVLCHKP checkpoint of the last currency, customer and
      * wallet committed, the reference sequence and the running
      * per-currency totals. A 'Y' on the restart card (the second
      * card, after the home currency) resumes after that wallet,
      * copies the register lines already printed across from the
      * broken run's register (RVREGPRV), and the run ends with one
      * register and one set of totals. REVALPRV is only rewritten
      * once the whole run has committed, so the restart reprices
      * from the same base rates the broken run used.
      *
      * Every TEXE2HIST row posted here is also handed to MOVEVENT as
      * a movement event, released to the shared MOVEVENT file after
      * each commit, for MOVEPUB's feed to the CRM and fraud
      * platforms.
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
           SELECT REVAL-CHECKPOINT-FILE ASSIGN TO "WRVLCHKP"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CHKPT-STATUS.
      * The broken run's register, read only on a restart - its
      * committed lines open the new register.
           SELECT PRIOR-REGISTER ASSIGN TO "RVREGPRV"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PRVREG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EXCHANGE-RATE-FILE
           RECORDING MODE F
           DATA RECORD IS REVAL-REGISTER-RECORD.
       01  REVAL-REGISTER-RECORD   PIC X(80).
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
       FD  REVAL-CHECKPOINT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 1308 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS REVAL-CHECKPOINT-RECORD.
       01  REVAL-CHECKPOINT-RECORD.
           05  VCK-BUS-DATE        PIC X(10).
           05  VCK-STATUS          PIC X(01).
               88  VCK-IN-PROGRESS     VALUE 'P'.
               88  VCK-COMPLETE        VALUE 'C'.
           05  VCK-CURRENCY        PIC X(03).
           05  VCK-CUSTOMER-ID     PIC 9(9).
           05  VCK-WALLET-NO       PIC 9(2).
           05  VCK-DATE-RAW        PIC 9(8).
           05  VCK-REVAL-SEQ       PIC 9(5).
           05  VCK-REVALUED-COUNT  PIC 9(9).
           05  VCK-REGISTER-LINES  PIC 9(9).
           05  VCK-RATE-COUNT      PIC 9(2).
           05  VCK-RATE-ENTRY OCCURS 50 TIMES.
               10  VCK-RATE-CURRENCY PIC X(03).
               10  VCK-RATE-TOTAL  PIC S9(11)V99.
               10  VCK-RATE-POSTS  PIC 9(9).
       FD  PRIOR-REGISTER
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PRIOR-REGISTER-RECORD.
       01  PRIOR-REGISTER-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.

           05  WS-REGISTER-STATUS   PIC XX.
               88  REGISTER-OK      VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'WALREVAL'.
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
           05  WS-TODAY-DATE        PIC X(10).
           05  WS-HOME-CURRENCY     PIC X(03) VALUE SPACES.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-CHKPT-STATUS      PIC XX.
               88  CHKPT-OK         VALUE '00'.
               88  CHKPT-NOT-FOUND  VALUE '35'.
           05  WS-PRVREG-STATUS     PIC XX.
               88  PRVREG-OK        VALUE '00'.
               88  PRVREG-EOF       VALUE '10'.
           05  WS-RESTART-PARM      PIC X(01) VALUE 'N'.
               88  RESTART-THIS-RUN VALUE 'Y'.
           05  WS-RESTART-CURRENCY  PIC X(03) VALUE SPACES.
           05  WS-RESTART-CUSTOMER-ID PIC 9(9) VALUE ZERO.
           05  WS-RESTART-WALLET-NO PIC 9(2) VALUE ZERO.
           05  WS-REGISTER-LINES    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-RESTART-LINES     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-COPY-IX           PIC S9(9) COMP-3.
           05  WS-CHKPT-IX          PIC S9(4) COMP.
           05  WS-CHKPT-STATE       PIC X(01).
               88  CHKPT-STATE-IN-PROGRESS VALUE 'P'.
               88  CHKPT-STATE-COMPLETE    VALUE 'C'.

      * The month-end and prior rates per currency, with the gain or
      * loss each currency produced, so the register closes with a
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WALREVAL'.

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

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.
       EXEC SQL INCLUDE TEXE2HIST END-EXEC.

      * Every wallet carried in a currency other than the home
      * reporting currency. WITH HOLD, because the run commits as
      * it goes and the cursor must survive each commit; on a
      * restart it opens after the last wallet the checkpoint says
      * was committed, in the cursor's own currency order.
           EXEC SQL
              DECLARE RVAL-CUR CURSOR WITH HOLD FOR
              SELECT CUSTOMER_ID, WALLET_NO, WALLET, CURRENCY_CODE
              FROM TEXE2
              WHERE CURRENCY_CODE <> ' '
                AND CURRENCY_CODE <> :WS-HOME-CURRENCY
                AND (:WS-RESTART-PARM <> 'Y'
                 OR CURRENCY_CODE > :WS-RESTART-CURRENCY
                 OR (CURRENCY_CODE = :WS-RESTART-CURRENCY
                 AND CUSTOMER_ID > :WS-RESTART-CUSTOMER-ID)
                 OR (CURRENCY_CODE = :WS-RESTART-CURRENCY
                 AND CUSTOMER_ID = :WS-RESTART-CUSTOMER-ID
                 AND WALLET_NO > :WS-RESTART-WALLET-NO))
              ORDER BY CURRENCY_CODE, CUSTOMER_ID, WALLET_NO
           END-EXEC.

           PERFORM 4000-CLOSE-CURSOR
           PERFORM 5000-REWRITE-PRIOR-RATES
           PERFORM 8000-HOUSEKEEPING
           PERFORM 9700-WRITE-RUN-LOG
           PERFORM 0350-RELEASE-WALLET-LOCK
           GOBACK.
      * Register this run as THE wallet updater - the WALLOCK

       1000-INITIALIZE.
           ACCEPT WS-HOME-CURRENCY
           ACCEPT WS-RESTART-PARM

           MOVE ZERO TO RETURN-CODE

           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           PERFORM 9600-RESOLVE-BUSINESS-DATE

           IF WS-HOME-CURRENCY = SPACES
              DISPLAY 'WALREVAL: A HOME-CURRENCY PARAMETER CARD IS '
                  'REQUIRED'
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF

           IF RESTART-THIS-RUN
              PERFORM 1500-RESTORE-CHECKPOINT
              PERFORM 1600-COPY-PRIOR-REGISTER
           END-IF.

       1200-LOAD-MONTH-END-RATES.
                 GOBACK
           END-EVALUATE.

      * A restart picks up exactly where the last commit left off:
      * the position, the reference sequence (and the date it
      * carries, so a restart after midnight still posts the
      * original run's 'V' references and REVALPRV date) and the
      * per-currency totals. The checkpoint must belong to tonight's
      * business date and to a run that did not finish - anything
      * else is refused rather than risk revaluing a wallet twice.
       1500-RESTORE-CHECKPOINT.
           OPEN INPUT REVAL-CHECKPOINT-FILE
           EVALUATE TRUE
              WHEN CHKPT-OK
                 READ REVAL-CHECKPOINT-FILE
                 IF CHKPT-OK
                    PERFORM 1550-APPLY-CHECKPOINT
                 ELSE
                    DISPLAY 'WALREVAL: WRVLCHKP CHECKPOINT IS EMPTY '
                        '- RESTART REFUSED'
                    MOVE 12 TO RETURN-CODE
                    PERFORM 0350-RELEASE-WALLET-LOCK
                    GOBACK
                 END-IF
                 CLOSE REVAL-CHECKPOINT-FILE
              WHEN CHKPT-NOT-FOUND
                 DISPLAY 'WALREVAL: RESTART REQUESTED BUT NO '
                     'WRVLCHKP CHECKPOINT - RESTART REFUSED'
                 MOVE 12 TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
              WHEN OTHER
                 DISPLAY 'WALREVAL: UNEXPECTED WRVLCHKP STATUS ON '
                     'OPEN ' WS-CHKPT-STATUS
                 MOVE 16 TO RETURN-CODE
                 PERFORM 0350-RELEASE-WALLET-LOCK
                 GOBACK
           END-EVALUATE
           DISPLAY 'WALREVAL: RESTART AFTER ' WS-RESTART-CURRENCY
               ' CUSTOMER ' WS-RESTART-CUSTOMER-ID
               ' WALLET ' WS-RESTART-WALLET-NO.

       1550-APPLY-CHECKPOINT.
           IF VCK-BUS-DATE NOT = WS-RUN-BUS-DATE
              DISPLAY 'WALREVAL: WRVLCHKP CHECKPOINT IS FOR '
                  VCK-BUS-DATE ' NOT ' WS-RUN-BUS-DATE
                  ' - RESTART REFUSED'
              MOVE 12 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF
           IF VCK-COMPLETE
              DISPLAY 'WALREVAL: THE ' VCK-BUS-DATE ' REVALUATION '
                  'ALREADY COMPLETED - NOTHING TO RESTART'
              MOVE 4 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF

           MOVE VCK-CURRENCY       TO WS-RESTART-CURRENCY
           MOVE VCK-CUSTOMER-ID    TO WS-RESTART-CUSTOMER-ID
           MOVE VCK-WALLET-NO      TO WS-RESTART-WALLET-NO
           MOVE VCK-DATE-RAW       TO WS-DATE-RAW
           MOVE WS-DATE-RAW(1:4)   TO WS-TODAY-DATE(1:4)
           MOVE WS-DATE-RAW(5:2)   TO WS-TODAY-DATE(6:2)
           MOVE WS-DATE-RAW(7:2)   TO WS-TODAY-DATE(9:2)
           MOVE VCK-REVAL-SEQ      TO WS-REVAL-SEQ
           MOVE VCK-REVALUED-COUNT TO WS-REVALUED-COUNT
           MOVE VCK-REGISTER-LINES TO WS-RESTART-LINES
           PERFORM VARYING WS-CHKPT-IX FROM 1 BY 1
                   UNTIL WS-CHKPT-IX > VCK-RATE-COUNT
              MOVE VCK-RATE-CURRENCY (WS-CHKPT-IX) TO WS-RV-CURRENCY
              PERFORM 3150-FIND-CURRENCY-ENTRY
              IF WS-RATE-IX > WS-RATE-COUNT
                 DISPLAY 'WALREVAL: CHECKPOINT CURRENCY '
                     WS-RV-CURRENCY
                     ' NO LONGER ON EXRATES - ITS TOTAL IS DROPPED'
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE VCK-RATE-TOTAL (WS-CHKPT-IX)
                   TO WS-RT-TOTAL (WS-RATE-IX)
                 MOVE VCK-RATE-POSTS (WS-CHKPT-IX)
                   TO WS-RT-COUNT (WS-RATE-IX)
              END-IF
           END-PERFORM.

      * The committed part of the broken run's register opens this
      * one, so the night still ends with a single register whose
      * totals agree with its lines.
       1600-COPY-PRIOR-REGISTER.
           OPEN INPUT PRIOR-REGISTER
           IF NOT PRVREG-OK
              DISPLAY 'WALREVAL: UNEXPECTED RVREGPRV STATUS ON OPEN '
                  WS-PRVREG-STATUS ' - RESTART REFUSED'
              MOVE 12 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF
           PERFORM VARYING WS-COPY-IX FROM 1 BY 1
                   UNTIL WS-COPY-IX > WS-RESTART-LINES
                      OR NOT PRVREG-OK
              READ PRIOR-REGISTER
              IF PRVREG-OK
                 MOVE PRIOR-REGISTER-RECORD TO REVAL-REGISTER-RECORD
                 WRITE REVAL-REGISTER-RECORD
                 ADD 1 TO WS-REGISTER-LINES
              END-IF
           END-PERFORM
           CLOSE PRIOR-REGISTER
           IF WS-REGISTER-LINES < WS-RESTART-LINES
              DISPLAY 'WALREVAL: RVREGPRV HOLDS ' WS-REGISTER-LINES
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
                 COMMIT
              END-EXEC
              PERFORM 3430-RELEASE-MOVEMENT-EVENTS
              MOVE ZERO TO WS-COMMIT-COUNT
              PERFORM 3900-TAKE-CHECKPOINT
           END-IF.

       3250-BUILD-ADJ-REF.
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           MOVE WS-RV-CUSTOMER-ID TO WS-ME-CUSTOMER-ID
           MOVE WS-RV-WALLET-NO TO WS-ME-WALLET-NO
           MOVE WS-RV-WALLET TO WS-ME-OLD-WALLET
           MOVE WS-RV-NEW-WALLET TO WS-ME-NEW-WALLET
           MOVE WS-ADJ-REF TO WS-ME-ADJ-REF
           MOVE SPACES TO WS-ME-REV-ADJ-REF
           PERFORM 3420-HOLD-MOVEMENT-EVENT.

       3410-TRY-INSERT.
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
                 SELECT CUSTOMER_ID, :WS-RV-WALLET-NO,
                        FIRST_NAME, LAST_NAME,
                        :WS-RV-WALLET, :WS-RV-NEW-WALLET,
                        :WS-ADJ-REF, ' ', :WS-ME-TMS-CREA,
                        :WS-PGM-NAME
                 FROM TEXEM
                 WHERE CUSTOMER_ID = :WS-RV-CUSTOMER-ID
              END-EXEC
           END-IF
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       3420-HOLD-MOVEMENT-EVENT.
      * The row just inserted, as its event - WS-ME- fields filled by
      * the caller, timestamp included.
           MOVE 'HOLD' TO WS-ME-FUNCTION
           MOVE WS-PGM-NAME TO WS-ME-PGM-NAME
           CALL 'MOVEVENT' USING WS-MOVEVENT-PARM.

      * Called straight after each COMMIT - the unit's events go to
      * the MOVEVENT file. One that cannot be written is not lost:
      * MOVEPUB publishes any history row it finds without an event.
       3430-RELEASE-MOVEMENT-EVENTS.
           MOVE 'CMIT' TO WS-ME-FUNCTION
           CALL 'MOVEVENT' USING WS-MOVEVENT-PARM
           IF WS-ME-RC NOT = ZERO
              DISPLAY 'WALREVAL: MOVEMENT EVENTS NOT ALL WRITTEN - RC '
                  WS-ME-RC ' - MOVEPUB WILL RECOVER THEM'
           END-IF.

       3500-WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-LINE
           MOVE WS-RV-CUSTOMER-ID TO WS-RG-CUSTOMER-ID
           MOVE WS-RV-DELTA TO WS-RG-DELTA
           MOVE WS-ADJ-REF TO WS-RG-ADJ-REF
           MOVE WS-REGISTER-LINE TO REVAL-REGISTER-RECORD
           WRITE REVAL-REGISTER-RECORD
           ADD 1 TO WS-REGISTER-LINES.

      * Called straight after each COMMIT. The register is closed
      * and reopened to force every committed line onto the dataset
      * before the checkpoint is rewritten - so the checkpoint never
      * counts a register line an abend could still lose.
       3900-TAKE-CHECKPOINT.
           CLOSE REVAL-REGISTER
           OPEN EXTEND REVAL-REGISTER
           IF NOT REGISTER-OK
              DISPLAY 'WALREVAL: UNEXPECTED REVALREG STATUS ON '
                  'REOPEN ' WS-REGISTER-STATUS
              PERFORM 9999-ABORT
           END-IF
           SET CHKPT-STATE-IN-PROGRESS TO TRUE
           PERFORM 3960-WRITE-CHECKPOINT.

      * The state is set by the caller - in progress after an
      * interval commit, complete after the final one.
       3960-WRITE-CHECKPOINT.
           OPEN OUTPUT REVAL-CHECKPOINT-FILE
           IF NOT CHKPT-OK
              DISPLAY 'WALREVAL: UNEXPECTED WRVLCHKP STATUS ON OPEN '
                  WS-CHKPT-STATUS
              PERFORM 9999-ABORT
           END-IF
           MOVE WS-RUN-BUS-DATE    TO VCK-BUS-DATE
           MOVE WS-CHKPT-STATE     TO VCK-STATUS
           MOVE WS-RV-CURRENCY     TO VCK-CURRENCY
           MOVE WS-RV-CUSTOMER-ID  TO VCK-CUSTOMER-ID
           MOVE WS-RV-WALLET-NO    TO VCK-WALLET-NO
           MOVE WS-DATE-RAW        TO VCK-DATE-RAW
           MOVE WS-REVAL-SEQ       TO VCK-REVAL-SEQ
           MOVE WS-REVALUED-COUNT  TO VCK-REVALUED-COUNT
           MOVE WS-REGISTER-LINES  TO VCK-REGISTER-LINES
           MOVE WS-RATE-COUNT      TO VCK-RATE-COUNT
           PERFORM VARYING WS-CHKPT-IX FROM 1 BY 1
                   UNTIL WS-CHKPT-IX > 50
              IF WS-CHKPT-IX > WS-RATE-COUNT
                 MOVE SPACES TO VCK-RATE-CURRENCY (WS-CHKPT-IX)
                 MOVE ZERO TO VCK-RATE-TOTAL (WS-CHKPT-IX)
                 MOVE ZERO TO VCK-RATE-POSTS (WS-CHKPT-IX)
              ELSE
                 MOVE WS-RT-CURRENCY (WS-CHKPT-IX)
                   TO VCK-RATE-CURRENCY (WS-CHKPT-IX)
                 MOVE WS-RT-TOTAL (WS-CHKPT-IX)
                   TO VCK-RATE-TOTAL (WS-CHKPT-IX)
                 MOVE WS-RT-COUNT (WS-CHKPT-IX)
                   TO VCK-RATE-POSTS (WS-CHKPT-IX)
              END-IF
           END-PERFORM
           WRITE REVAL-CHECKPOINT-RECORD
           CLOSE REVAL-CHECKPOINT-FILE.

       4000-CLOSE-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT

           EXEC SQL
              COMMIT
           END-EXEC
           PERFORM 3430-RELEASE-MOVEMENT-EVENTS
           SET CHKPT-STATE-COMPLETE TO TRUE
           PERFORM 3960-WRITE-CHECKPOINT.

       4010-TRY-CLOSE.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9999-ABORT
           END-IF.

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
                   DISPLAY 'WALREVAL: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'WALREVAL: UNEXPECTED BUSDATE STATUS '
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
           MOVE WS-REVALUED-COUNT TO RUN-RECS-IN
           MOVE WS-REVALUED-COUNT TO RUN-RECS-OUT
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
               DISPLAY 'WALREVAL: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9999-ABORT.
           EXEC SQL
              ROLLBACK
