       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WLRSCRN.
      *****************************************************************
      * Nightly watch-list rescreen of the customer master. CUSTONBD
      * and TEXMMNT screen a name as it arrives, but a customer
      * onboarded clean last year is not re-checked when compliance
      * loads a list that adds them - and compliance has to show
      * that existing customers were checked against additions, not
      * just new onboardings. This run compares the version on the
      * WATCHLST header against the version the WLSCTL control
      * record says the master was last rescreened against. When a
      * new version has been loaded, every active TEXEM row is put
      * through the shared WLSCREEN routine - the same matching rule
      * the intake programs use - and each potential hit is listed
      * on the WLRSREF referral report. The report closes with the
      * list version, the customers screened and the hits found,
      * and the control record is rewritten with the version, the
      * business date and the counts: that pair is the evidence.
      * With no new version the run says so and ends clean; a
      * 'FORCE' SYSIN card rescreens regardless.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The last rescreen - version, business date and counts. No
      * file yet means the master has never been rescreened.
           SELECT SCREEN-CONTROL-FILE ASSIGN TO "WLSCTL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CONTROL-STATUS.
           SELECT REFERRAL-REPORT ASSIGN TO "WLRSREF"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REFERRAL-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the processing date every program stamps with.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
      * Shared run-log - one standard record per run (program,
      * business date, start and end time, records in/out/rejected,
      * return code), appended by every batch program so the morning
      * line can summarize the whole night from one file.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCREEN-CONTROL-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS SCREEN-CONTROL-RECORD.
       01  SCREEN-CONTROL-RECORD.
           05  WSC-LIST-VERSION   PIC X(08).
           05  WSC-SCREENED-DATE  PIC X(10).
           05  WSC-SCREENED-COUNT PIC 9(09).
           05  WSC-HIT-COUNT      PIC 9(07).
           05  FILLER             PIC X(06).
       FD  REFERRAL-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS REFERRAL-REPORT-RECORD.
       01  REFERRAL-REPORT-RECORD  PIC X(80).
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

       WORKING-STORAGE SECTION.

       01  FILLER.
           05  WS-CONTROL-STATUS    PIC XX.
               88  CONTROL-OK       VALUE '00'.
               88  CONTROL-NOT-FOUND VALUE '35'.
           05  WS-REFERRAL-STATUS   PIC XX.
               88  REFERRAL-OK      VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'WLRSCRN'.
           05  WS-RUN-OPTION        PIC X(05) VALUE SPACES.
               88  FORCE-RESCREEN   VALUE 'FORCE'.
           05  WS-LAST-VERSION      PIC X(08) VALUE SPACES.
           05  WS-LAST-DATE         PIC X(10) VALUE SPACES.
           05  WS-ROW-COUNT         PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-HIT-COUNT         PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZZ,ZZ9.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RUNLOG-STATUS     PIC XX.
               88  RUNLOG-OK        VALUE '00'.
           05  WS-RUN-START-TIME    PIC X(08).
           05  WS-RUN-TIME-RAW      PIC 9(08).
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK       VALUE '00'.
               88  BUSDATE-NOT-FOUND VALUE '35'.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(30) VALUE
               'WATCH-LIST RESCREEN - LIST   '.
           05  WS-HL-VERSION        PIC X(08).
           05  FILLER               PIC X(16) VALUE
               '  BUSINESS DATE '.
           05  WS-HL-DATE           PIC X(10).
           05  FILLER               PIC X(16) VALUE SPACES.
       01  WS-COUNT-LINE.
           05  WS-CL-TAG            PIC X(28).
           05  WS-CL-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(41) VALUE SPACES.

      * Call parameter block for WLSCREEN, the shared watch-list
      * screening routine - same field layout as WLSCREEN's own
      * linkage section.
       01  WS-WLSCREEN-PARM.
           05  WS-SC-FUNCTION      PIC X(04).
           05  WS-SC-FIRST-NAME    PIC X(10).
           05  WS-SC-LAST-NAME     PIC X(10).
           05  WS-SC-RC            PIC 9(02).
               88  WS-SC-CLEAR         VALUE 00.
               88  WS-SC-HIT           VALUE 04.
           05  WS-SC-LIST-VERSION  PIC X(08).
           05  WS-SC-ENTRY-ID      PIC X(08).
           05  WS-SC-LIST-SOURCE   PIC X(06).
           05  WS-SC-MATCH-TYPE    PIC X(01).
           05  WS-SC-LISTED-FIRST  PIC X(20).
           05  WS-SC-LISTED-LAST   PIC X(20).
           COPY WLREFER.

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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WLRSCRN'.

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.

      * Active customers only - a closed customer takes no money
      * and a suspended one is already frozen.
           EXEC SQL
              DECLARE WLRS-CUR CURSOR FOR
              SELECT CUSTOMER_ID, FIRST_NAME, LAST_NAME
              FROM TEXEM
              WHERE CUST_STATUS = 'A'
              ORDER BY CUSTOMER_ID
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-CURSOR
           PERFORM 3000-SCREEN-ONE-CUSTOMER
              UNTIL SQLCODE = 100
           PERFORM 4000-CLOSE-CURSOR
           PERFORM 8000-HOUSEKEEPING
           GOBACK.

       1000-INITIALIZE.
           MOVE ZERO TO RETURN-CODE

           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           PERFORM 9600-RESOLVE-BUSINESS-DATE

           ACCEPT WS-RUN-OPTION
           PERFORM 1100-READ-SCREEN-CONTROL

      * The loaded list version comes from WLSCREEN itself, so the
      * version compared is the version the screening will use.
           MOVE 'VER ' TO WS-SC-FUNCTION
           CALL 'WLSCREEN' USING WS-WLSCREEN-PARM
           IF NOT WS-SC-CLEAR
              DISPLAY 'WLRSCRN: NO WATCH LIST LOADED - THE CUSTOMER '
                  'MASTER CANNOT BE RESCREENED'
              MOVE 8 TO RETURN-CODE
              PERFORM 9700-WRITE-RUN-LOG
              GOBACK
           END-IF

           IF WS-SC-LIST-VERSION = WS-LAST-VERSION
              AND NOT FORCE-RESCREEN
              DISPLAY 'WLRSCRN: LIST VERSION ' WS-SC-LIST-VERSION
                  ' ALREADY RESCREENED ON ' WS-LAST-DATE
                  ' - NOTHING TO DO'
              PERFORM 9700-WRITE-RUN-LOG
              GOBACK
           END-IF

           OPEN OUTPUT REFERRAL-REPORT
           IF NOT REFERRAL-OK
              DISPLAY 'WLRSCRN: UNEXPECTED WLRSREF STATUS '
                  WS-REFERRAL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-SC-LIST-VERSION TO WS-HL-VERSION
           MOVE WS-RUN-BUS-DATE TO WS-HL-DATE
           MOVE WS-HEADING-LINE TO REFERRAL-REPORT-RECORD
           WRITE REFERRAL-REPORT-RECORD.

       1100-READ-SCREEN-CONTROL.
           OPEN INPUT SCREEN-CONTROL-FILE
           EVALUATE TRUE
              WHEN CONTROL-OK
                 READ SCREEN-CONTROL-FILE
                 IF CONTROL-OK
                    MOVE WSC-LIST-VERSION TO WS-LAST-VERSION
                    MOVE WSC-SCREENED-DATE TO WS-LAST-DATE
                 END-IF
                 CLOSE SCREEN-CONTROL-FILE
              WHEN CONTROL-NOT-FOUND
                 DISPLAY 'WLRSCRN: NO WLSCTL CONTROL RECORD - '
                     'FIRST FULL RESCREEN'
              WHEN OTHER
                 DISPLAY 'WLRSCRN: UNEXPECTED WLSCTL STATUS '
                     WS-CONTROL-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

       2000-OPEN-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2010-TRY-OPEN
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       2010-TRY-OPEN.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              OPEN WLRS-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       3000-SCREEN-ONE-CUSTOMER.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3010-TRY-FETCH
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                ADD 1 TO WS-ROW-COUNT
                MOVE 'SCR ' TO WS-SC-FUNCTION
                MOVE FIRST-NAME OF TEXEM TO WS-SC-FIRST-NAME
                MOVE LAST-NAME OF TEXEM TO WS-SC-LAST-NAME
                CALL 'WLSCREEN' USING WS-WLSCREEN-PARM
                IF WS-SC-HIT
                   PERFORM 3100-WRITE-REFERRAL
                END-IF
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       3010-TRY-FETCH.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              FETCH WLRS-CUR
              INTO :CUSTOMER-ID OF TEXEM,
                   :FIRST-NAME OF TEXEM,
                   :LAST-NAME OF TEXEM
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       3100-WRITE-REFERRAL.
           ADD 1 TO WS-HIT-COUNT
           MOVE WS-PGM-NAME TO WS-RF-PROGRAM
           MOVE CUSTOMER-ID OF TEXEM TO WS-RF-CUSTOMER-ID
           MOVE FIRST-NAME OF TEXEM TO WS-RF-FIRST-NAME
           MOVE LAST-NAME OF TEXEM TO WS-RF-LAST-NAME
           MOVE WS-SC-ENTRY-ID TO WS-RF-ENTRY-ID
           MOVE WS-SC-LIST-SOURCE TO WS-RF-LIST-SOURCE
           MOVE WS-SC-MATCH-TYPE TO WS-RF-MATCH-TYPE
           MOVE WS-SC-LISTED-LAST TO WS-RF-LISTED-NAME
           MOVE WS-REFERRAL-LINE TO REFERRAL-REPORT-RECORD
           WRITE REFERRAL-REPORT-RECORD.

       4000-CLOSE-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4010-TRY-CLOSE
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       4010-TRY-CLOSE.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              CLOSE WLRS-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       8000-HOUSEKEEPING.
           MOVE SPACES TO WS-COUNT-LINE
           MOVE 'ACTIVE CUSTOMERS SCREENED   ' TO WS-CL-TAG
           MOVE WS-ROW-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO REFERRAL-REPORT-RECORD
           WRITE REFERRAL-REPORT-RECORD
           MOVE 'POTENTIAL HITS REFERRED     ' TO WS-CL-TAG
           MOVE WS-HIT-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO REFERRAL-REPORT-RECORD
           WRITE REFERRAL-REPORT-RECORD

           CLOSE REFERRAL-REPORT

      * Only a completed rescreen moves the control record on - a
      * run that dies part-way leaves the old version standing and
      * tomorrow's run starts the rescreen over.
           OPEN OUTPUT SCREEN-CONTROL-FILE
           IF CONTROL-OK
              MOVE SPACES TO SCREEN-CONTROL-RECORD
              MOVE WS-SC-LIST-VERSION TO WSC-LIST-VERSION
              MOVE WS-RUN-BUS-DATE TO WSC-SCREENED-DATE
              MOVE WS-ROW-COUNT TO WSC-SCREENED-COUNT
              MOVE WS-HIT-COUNT TO WSC-HIT-COUNT
              WRITE SCREEN-CONTROL-RECORD
              CLOSE SCREEN-CONTROL-FILE
           ELSE
              DISPLAY 'WLRSCRN: UNEXPECTED WLSCTL STATUS '
                  WS-CONTROL-STATUS ' - CONTROL RECORD NOT UPDATED'
              MOVE 12 TO RETURN-CODE
           END-IF

           MOVE WS-ROW-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WLRSCRN: ACTIVE CUSTOMERS SCREENED: '
               WS-COUNT-FORMATTED
           MOVE WS-HIT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WLRSCRN: POTENTIAL HITS REFERRED: '
               WS-COUNT-FORMATTED

           IF WS-HIT-COUNT > ZERO
              AND RETURN-CODE = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9700-WRITE-RUN-LOG.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'WLRSCRN: SQLCODE ' SQLCODE
               ' - DEADLOCK/TIMEOUT, RETRY ' WS-RETRY-COUNT
               ' OF ' WS-MAX-RETRIES ' IN ' WS-RETRY-DELAY-SECS
               ' SECONDS'
           CALL 'C$SLEEP' USING WS-RETRY-DELAY-SECS
           .

       9800-CHECK-SQLCODE.
      * Common guard after every cursor operation - anything other
      * than clean completion or end of cursor abandons the run.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              PERFORM 9999-ABORT
           END-IF.

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

       9600-RESOLVE-BUSINESS-DATE.
      * The processing date comes from the window's control record.
      * A rescreen reads and changes no money, so an open or a
      * closed date serves alike. With no control file at all the
      * system date stands in, with a note.
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
               WHEN BUSDATE-OK
                   READ BUSINESS-DATE-FILE
                   IF BUSDATE-OK
                       MOVE BD-BUSINESS-DATE TO WS-RUN-BUS-DATE
                   END-IF
                   CLOSE BUSINESS-DATE-FILE
               WHEN BUSDATE-NOT-FOUND
                   DISPLAY 'WLRSCRN: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'WLRSCRN: UNEXPECTED BUSDATE STATUS '
                       WS-BUSDATE-STATUS
                   MOVE 12 TO RETURN-CODE
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
           MOVE WS-ROW-COUNT TO RUN-RECS-IN
           MOVE WS-HIT-COUNT TO RUN-RECS-OUT
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
               DISPLAY 'WLRSCRN: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9999-ABORT.
           EXEC SQL
              ROLLBACK
           END-EXEC.
           DISPLAY 'WLRSCRN: UNEXPECTED SQLCODE ' SQLCODE
               ' - ABORTING'
           MOVE 16 TO RETURN-CODE
           GOBACK.
