       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PERDCTL.
      *****************************************************************
      * Period control for the calendar-driven runs - interest
      * accrual, fees, revaluation, dormancy, statements, the
      * management pack and the regulatory threshold return used to
      * be submitted by hand on the right night, and a quarter-end
      * return was simply forgotten. This step reads the window's
      * BUSDATE date and the PERDSCHD schedule, and works out through
      * DATEUTIL (so the HOLCAL calendar decides what a business day
      * is) which schedule entries fall due tonight:
      *    MEND - the last business date of the month, i.e. the next
      *           business day falls in a later month;
      *    QEND - a month-end night in March, June, September or
      *           December;
      *    YEND - the December month-end night;
      *    CYCL - a statement cycle day: cycle 00 is the month-end
      *           cycle, 01-31 the day of the month capped at the
      *           month's last day, run on the first business date
      *           on or after that day.
      *
      * Function card PLAN (CCBATCH1, straight after BDOPEN) adds
      * every program falling due to tonight's window expectations
      * on WINMANPD, which WINAUDIT reads alongside WINMANIF - a
      * month-end night that skipped its accrual fails the audit.
      * Function card TEST, with a program card and a slot card,
      * gates one of the periodic runs in CCBATCH1 - each run step
      * there follows its own PDxxx step: RC 0 when that program's
      * slot falls due tonight, RC 4 when it does not, so the run
      * step is conditioned on this step's return code. When due,
      * the PERDTMPL card template is copied to PERDCARD as the
      * run's SYSIN, with a card starting :MONTH replaced by the
      * period month (YYYY-MM), :DATE by the business date and
      * :CYCLE by the statement cycle code.
      * Slots number the due entries of a program in schedule order,
      * so a night on which two statement cycles fall due runs the
      * statement step twice.
      *
      * The serial steps the partitioned month-end stream stands in
      * for (CCMEPLN1) carry a PARTMAN DD. When PARTMAN's trailer is
      * dated tonight the month-end runs have gone as partitions, and
      * TEST gives the serial step RC 4 as not due - they would
      * otherwise post the interest and fees a second time. A step
      * without the DD is not affected.
      *
      * Parameter cards: function (PLAN/TEST), program, slot.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The window's business-date control record, maintained by
      * BDATMNT.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
      * One record per periodic program and period - a statement
      * program carries one record per cycle day in use.
           SELECT SCHEDULE-FILE ASSIGN TO "PERDSCHD"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SCHEDULE-STATUS.
      * Tonight's additions to the window manifest, dated so the
      * file can simply be appended to night after night.
           SELECT MANIFEST-ADD-FILE ASSIGN TO "WINMANPD"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-MANADD-STATUS.
           SELECT TEMPLATE-FILE ASSIGN TO "PERDTMPL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TEMPLATE-STATUS.
           SELECT RUN-CARD-FILE ASSIGN TO "PERDCARD"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RUNCARD-STATUS.
      * The partitioned stream's manifest, written by WALPPLAN -
      * only the serial steps it replaces allocate it.
           SELECT PARTITION-MANIFEST ASSIGN TO "PARTMAN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PARTMAN-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  SCHEDULE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 20 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS SCHEDULE-RECORD.
       01  SCHEDULE-RECORD.
           05  PSC-PROGRAM        PIC X(08).
           05  PSC-PERIOD         PIC X(04).
           05  PSC-CYCLE-DAY      PIC 9(02).
           05  PSC-REQUIRED       PIC X(01).
           05  PSC-SEQUENCE       PIC 9(02).
           05  FILLER             PIC X(03).
      * The WINMANIF record behind the date it belongs to.
       FD  MANIFEST-ADD-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 21 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS MANIFEST-ADD-RECORD.
       01  MANIFEST-ADD-RECORD.
           05  MAD-BUS-DATE        PIC X(10).
           05  MAD-SEQUENCE        PIC 9(02).
           05  MAD-PROGRAM         PIC X(08).
           05  MAD-REQUIRED        PIC X(01).
       FD  TEMPLATE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS TEMPLATE-RECORD.
       01  TEMPLATE-RECORD        PIC X(80).
       FD  RUN-CARD-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS RUN-CARD-RECORD.
       01  RUN-CARD-RECORD        PIC X(80).
       FD  PARTITION-MANIFEST
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PARTITION-MANIFEST-RECORD.
       01  PARTITION-MANIFEST-RECORD.
           COPY PARTMAN.

       WORKING-STORAGE SECTION.

       01  FILLER.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK         VALUE '00'.
               88  BUSDATE-NOT-FOUND  VALUE '35'.
           05  WS-SCHEDULE-STATUS   PIC XX.
               88  SCHEDULE-OK      VALUE '00'.
               88  SCHEDULE-EOF     VALUE '10'.
           05  WS-MANADD-STATUS     PIC XX.
               88  MANADD-OK        VALUE '00'.
           05  WS-TEMPLATE-STATUS   PIC XX.
               88  TEMPLATE-OK      VALUE '00'.
               88  TEMPLATE-EOF     VALUE '10'.
               88  TEMPLATE-NOT-FOUND VALUE '35'.
           05  WS-RUNCARD-STATUS    PIC XX.
               88  RUNCARD-OK       VALUE '00'.
           05  WS-PARTMAN-STATUS    PIC XX.
               88  PARTMAN-OK       VALUE '00'.
               88  PARTMAN-EOF      VALUE '10'.
               88  PARTMAN-NOT-FOUND VALUE '35'.
           05  WS-PARTITIONED-SW    PIC X(01) VALUE 'N'.
               88  PARTITIONED-TONIGHT VALUE 'Y'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'PERDCTL'.
           05  WS-FUNCTION          PIC X(04).
               88  FUNCTION-PLAN    VALUE 'PLAN'.
               88  FUNCTION-TEST    VALUE 'TEST'.
           05  WS-TEST-PROGRAM      PIC X(08).
           05  WS-TEST-SLOT         PIC 9(02).
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
           05  WS-BUS-MONTH         PIC 9(02).
           05  WS-PRIOR-MONTH-END   PIC X(10).
           05  WS-NEXT-BUS-DATE     PIC X(10).
           05  WS-CYCLE-DATE        PIC X(10).
           05  WS-CYCLE-DAY         PIC 9(02).
           05  WS-MONTH-END-DAY     PIC 9(02).
           05  WS-MONTH-END-SW      PIC X(01) VALUE 'N'.
               88  MONTH-END-NIGHT  VALUE 'Y'.
           05  WS-QUARTER-END-SW    PIC X(01) VALUE 'N'.
               88  QUARTER-END-NIGHT VALUE 'Y'.
           05  WS-YEAR-END-SW       PIC X(01) VALUE 'N'.
               88  YEAR-END-NIGHT   VALUE 'Y'.
           05  WS-PROGRAM-KNOWN-SW  PIC X(01) VALUE 'N'.
               88  PROGRAM-KNOWN    VALUE 'Y'.
           05  WS-SLOT-FOUND-SW     PIC X(01) VALUE 'N'.
               88  SLOT-FOUND       VALUE 'Y'.
           05  WS-SLOT-IX           PIC S9(4) COMP.
           05  WS-SCHED-COUNT       PIC S9(4) COMP VALUE ZERO.
           05  WS-SCHED-MAX         PIC S9(4) COMP VALUE 100.
           05  WS-SCHED-IX          PIC S9(4) COMP.
           05  WS-PRIOR-IX          PIC S9(4) COMP.
           05  WS-DUE-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  WS-ADDED-COUNT       PIC S9(4) COMP VALUE ZERO.
           05  WS-CARD-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-PROGRAM-DUE-COUNT PIC S9(4) COMP.
      * CCBATCH1 carries this many step pairs per periodic program - a
      * night with more entries of one program falling due than
      * there are steps to run them is refused at PLAN time rather
      * than quietly dropping the last of them.
           05  WS-MAX-SLOTS         PIC S9(4) COMP VALUE 4.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZ9.

      * The schedule in storage, each entry marked with whether it
      * falls due tonight and the month it runs for.
       01  WS-SCHEDULE-TABLE.
           05  WS-SC-ENTRY OCCURS 100 TIMES.
               10  WS-SC-PROGRAM      PIC X(08).
               10  WS-SC-PERIOD       PIC X(04).
                   88  WS-SC-MONTH-END    VALUE 'MEND'.
                   88  WS-SC-QUARTER-END  VALUE 'QEND'.
                   88  WS-SC-YEAR-END     VALUE 'YEND'.
                   88  WS-SC-CYCLE        VALUE 'CYCL'.
               10  WS-SC-CYCLE-DAY    PIC 9(02).
               10  WS-SC-REQUIRED     PIC X(01).
               10  WS-SC-SEQUENCE     PIC 9(02).
               10  WS-SC-DUE-SW       PIC X(01).
                   88  WS-SC-DUE          VALUE 'Y'.
               10  WS-SC-RUN-MONTH    PIC X(07).

      * Call parameter block for DATEUTIL, the shared
      * date-arithmetic utility - same field layout as DATEUTIL's
      * own linkage section.
       01  WS-DATEUTIL-PARM.
           05 WS-DU-FUNCTION         PIC X(04) VALUE 'VAL '.
           05 WS-DU-INPUT-DATE       PIC X(10).
           05 WS-DU-DAYS-TO-ADD      PIC S9(05) VALUE ZERO.
           05 WS-DU-OUTPUT-DATE      PIC X(10).
           05 WS-DU-RETURN-CODE      PIC 9(02).
               88 WS-DU-OK              VALUE 00.
           05 WS-DU-INPUT-DATE-2     PIC X(10).
           05 WS-DU-DAYS-DIFFERENCE  PIC S9(07).
           05 WS-DU-REGION           PIC X(03) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-SCHEDULE
           PERFORM 2000-CLASSIFY-THE-NIGHT
           PERFORM 3000-MARK-DUE-ENTRIES
           EVALUATE TRUE
               WHEN FUNCTION-PLAN
                   PERFORM 4000-PLAN-THE-NIGHT
               WHEN FUNCTION-TEST
                   PERFORM 5000-TEST-ONE-SLOT
           END-EVALUATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-FUNCTION
           ACCEPT WS-TEST-PROGRAM
           ACCEPT WS-TEST-SLOT

           MOVE ZERO TO RETURN-CODE

           IF NOT FUNCTION-PLAN AND NOT FUNCTION-TEST
              DISPLAY 'PERDCTL: FUNCTION MUST BE PLAN OR TEST'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF FUNCTION-TEST AND WS-TEST-PROGRAM = SPACES
              DISPLAY 'PERDCTL: TEST NEEDS A PROGRAM NAME ON THE '
                  'PARAMETER CARD'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF WS-TEST-SLOT NOT NUMERIC OR WS-TEST-SLOT = ZERO
              MOVE 1 TO WS-TEST-SLOT
           END-IF

           PERFORM 9600-RESOLVE-BUSINESS-DATE.

       1500-LOAD-SCHEDULE.
           OPEN INPUT SCHEDULE-FILE
           IF NOT SCHEDULE-OK
              DISPLAY 'PERDCTL: UNEXPECTED PERDSCHD STATUS '
                  WS-SCHEDULE-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           READ SCHEDULE-FILE
           PERFORM WITH TEST BEFORE
                   UNTIL SCHEDULE-EOF
                      OR WS-SCHED-COUNT NOT LESS THAN WS-SCHED-MAX
              ADD 1 TO WS-SCHED-COUNT
              MOVE PSC-PROGRAM TO WS-SC-PROGRAM (WS-SCHED-COUNT)
              MOVE PSC-PERIOD TO WS-SC-PERIOD (WS-SCHED-COUNT)
              MOVE PSC-CYCLE-DAY TO WS-SC-CYCLE-DAY (WS-SCHED-COUNT)
              MOVE PSC-REQUIRED TO WS-SC-REQUIRED (WS-SCHED-COUNT)
              MOVE PSC-SEQUENCE TO WS-SC-SEQUENCE (WS-SCHED-COUNT)
              MOVE 'N' TO WS-SC-DUE-SW (WS-SCHED-COUNT)
              MOVE SPACES TO WS-SC-RUN-MONTH (WS-SCHED-COUNT)
              IF NOT WS-SC-MONTH-END (WS-SCHED-COUNT)
                 AND NOT WS-SC-QUARTER-END (WS-SCHED-COUNT)
                 AND NOT WS-SC-YEAR-END (WS-SCHED-COUNT)
                 AND NOT WS-SC-CYCLE (WS-SCHED-COUNT)
                 DISPLAY 'PERDCTL: PERDSCHD ENTRY FOR '
                     PSC-PROGRAM ' HAS UNKNOWN PERIOD ' PSC-PERIOD
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              IF WS-SC-CYCLE (WS-SCHED-COUNT)
                 AND (PSC-CYCLE-DAY NOT NUMERIC
                      OR PSC-CYCLE-DAY > 31)
                 DISPLAY 'PERDCTL: PERDSCHD ENTRY FOR '
                     PSC-PROGRAM ' HAS INVALID CYCLE DAY '
                     PSC-CYCLE-DAY
                 MOVE 12 TO RETURN-CODE
                 GOBACK
              END-IF
              READ SCHEDULE-FILE
           END-PERFORM
           CLOSE SCHEDULE-FILE

           IF WS-SCHED-COUNT = ZERO
              DISPLAY 'PERDCTL: PERDSCHD IS EMPTY - NO PERIODIC RUNS '
                  'ARE SCHEDULED'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

       2000-CLASSIFY-THE-NIGHT.
      * Tonight is a month-end night when the next business day -
      * weekends and HOLCAL holidays skipped - is in another month.
           MOVE 'NBD ' TO WS-DU-FUNCTION
           MOVE WS-RUN-BUS-DATE TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF NOT WS-DU-OK
              DISPLAY 'PERDCTL: BUSINESS DATE ' WS-RUN-BUS-DATE
                  ' IS NOT A VALID DATE'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-DU-OUTPUT-DATE TO WS-NEXT-BUS-DATE

           IF WS-NEXT-BUS-DATE (1:7) NOT = WS-RUN-BUS-DATE (1:7)
              MOVE 'Y' TO WS-MONTH-END-SW
              MOVE WS-RUN-BUS-DATE (6:2) TO WS-BUS-MONTH
              IF WS-BUS-MONTH = 3 OR 6 OR 9 OR 12
                 MOVE 'Y' TO WS-QUARTER-END-SW
              END-IF
              IF WS-BUS-MONTH = 12
                 MOVE 'Y' TO WS-YEAR-END-SW
              END-IF
           END-IF

      * The last day of the prior month - a cycle date there can
      * roll forward over a weekend or holiday into this month.
           MOVE 'ADD ' TO WS-DU-FUNCTION
           MOVE WS-RUN-BUS-DATE TO WS-DU-INPUT-DATE
           MOVE '01' TO WS-DU-INPUT-DATE (9:2)
           MOVE -1 TO WS-DU-DAYS-TO-ADD
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           MOVE WS-DU-OUTPUT-DATE TO WS-PRIOR-MONTH-END

           DISPLAY 'PERDCTL: BUSINESS DATE ' WS-RUN-BUS-DATE
               ' NEXT BUSINESS DAY ' WS-NEXT-BUS-DATE
           IF MONTH-END-NIGHT
              DISPLAY 'PERDCTL: MONTH-END NIGHT'
           END-IF
           IF QUARTER-END-NIGHT
              DISPLAY 'PERDCTL: QUARTER-END NIGHT'
           END-IF
           IF YEAR-END-NIGHT
              DISPLAY 'PERDCTL: YEAR-END NIGHT'
           END-IF.

       3000-MARK-DUE-ENTRIES.
           PERFORM VARYING WS-SCHED-IX FROM 1 BY 1
                   UNTIL WS-SCHED-IX > WS-SCHED-COUNT
              EVALUATE TRUE
                 WHEN WS-SC-MONTH-END (WS-SCHED-IX)
                    IF MONTH-END-NIGHT
                       PERFORM 3100-MARK-THIS-MONTH
                    END-IF
                 WHEN WS-SC-QUARTER-END (WS-SCHED-IX)
                    IF QUARTER-END-NIGHT
                       PERFORM 3100-MARK-THIS-MONTH
                    END-IF
                 WHEN WS-SC-YEAR-END (WS-SCHED-IX)
                    IF YEAR-END-NIGHT
                       PERFORM 3100-MARK-THIS-MONTH
                    END-IF
                 WHEN WS-SC-CYCLE (WS-SCHED-IX)
                    IF WS-SC-CYCLE-DAY (WS-SCHED-IX) = ZERO
                       IF MONTH-END-NIGHT
                          PERFORM 3100-MARK-THIS-MONTH
                       END-IF
                    ELSE
                       PERFORM 3200-TEST-CYCLE-DAY
                    END-IF
              END-EVALUATE
              IF WS-SC-DUE (WS-SCHED-IX)
                 ADD 1 TO WS-DUE-COUNT
              END-IF
           END-PERFORM.

       3100-MARK-THIS-MONTH.
           MOVE 'Y' TO WS-SC-DUE-SW (WS-SCHED-IX)
           MOVE WS-RUN-BUS-DATE (1:7) TO WS-SC-RUN-MONTH (WS-SCHED-IX).

       3200-TEST-CYCLE-DAY.
      * The cycle day is checked in this month and in the prior
      * one - the 30th falling on a Saturday runs on the Monday,
      * which may already be the 1st of the next month. Either way
      * the statement month is the month the cycle date is in.
           MOVE WS-PRIOR-MONTH-END TO WS-CYCLE-DATE
           PERFORM 3250-TEST-ONE-CYCLE-DATE
           IF NOT WS-SC-DUE (WS-SCHED-IX)
              MOVE 'EOM ' TO WS-DU-FUNCTION
              MOVE WS-RUN-BUS-DATE TO WS-DU-INPUT-DATE
              CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
              MOVE WS-DU-OUTPUT-DATE TO WS-CYCLE-DATE
              PERFORM 3250-TEST-ONE-CYCLE-DATE
           END-IF.

       3250-TEST-ONE-CYCLE-DATE.
      * WS-CYCLE-DATE arrives as its month's last day; the cycle
      * day is capped at it, then the cycle runs on the first
      * business date on or after it - the next business day from
      * the day before.
           MOVE WS-CYCLE-DATE (9:2) TO WS-MONTH-END-DAY
           MOVE WS-SC-CYCLE-DAY (WS-SCHED-IX) TO WS-CYCLE-DAY
           IF WS-CYCLE-DAY > WS-MONTH-END-DAY
              MOVE WS-MONTH-END-DAY TO WS-CYCLE-DAY
           END-IF
           MOVE WS-CYCLE-DAY TO WS-CYCLE-DATE (9:2)

           MOVE 'ADD ' TO WS-DU-FUNCTION
           MOVE WS-CYCLE-DATE TO WS-DU-INPUT-DATE
           MOVE -1 TO WS-DU-DAYS-TO-ADD
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           MOVE 'NBD ' TO WS-DU-FUNCTION
           MOVE WS-DU-OUTPUT-DATE TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM

           IF WS-DU-OUTPUT-DATE = WS-RUN-BUS-DATE
              MOVE 'Y' TO WS-SC-DUE-SW (WS-SCHED-IX)
              MOVE WS-CYCLE-DATE (1:7)
                TO WS-SC-RUN-MONTH (WS-SCHED-IX)
           END-IF.

       4000-PLAN-THE-NIGHT.
      * One manifest addition per program falling due, however many
      * of its entries are due - WINAUDIT matches the run log by
      * program name.
           OPEN EXTEND MANIFEST-ADD-FILE
           IF NOT MANADD-OK
              OPEN OUTPUT MANIFEST-ADD-FILE
           END-IF
           IF NOT MANADD-OK
              DISPLAY 'PERDCTL: UNEXPECTED WINMANPD STATUS '
                  WS-MANADD-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM VARYING WS-SCHED-IX FROM 1 BY 1
                   UNTIL WS-SCHED-IX > WS-SCHED-COUNT
              IF WS-SC-DUE (WS-SCHED-IX)
                 PERFORM 4100-PLAN-ONE-ENTRY
              END-IF
           END-PERFORM

           CLOSE MANIFEST-ADD-FILE

           MOVE WS-DUE-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'PERDCTL: SCHEDULE ENTRIES DUE TONIGHT: '
               WS-COUNT-FORMATTED
           MOVE WS-ADDED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'PERDCTL: PROGRAMS ADDED TO THE WINDOW MANIFEST: '
               WS-COUNT-FORMATTED.

       4100-PLAN-ONE-ENTRY.
           DISPLAY 'PERDCTL: DUE ' WS-SC-PROGRAM (WS-SCHED-IX)
               ' ' WS-SC-PERIOD (WS-SCHED-IX)
               ' ' WS-SC-CYCLE-DAY (WS-SCHED-IX)
               ' FOR ' WS-SC-RUN-MONTH (WS-SCHED-IX)

      * Only the program's first due entry is written; every later
      * one counts against its step pairs in CCBATCH1.
           MOVE ZERO TO WS-PROGRAM-DUE-COUNT
           PERFORM VARYING WS-PRIOR-IX FROM 1 BY 1
                   UNTIL WS-PRIOR-IX > WS-SCHED-IX
              IF WS-SC-DUE (WS-PRIOR-IX)
                 AND WS-SC-PROGRAM (WS-PRIOR-IX)
                     = WS-SC-PROGRAM (WS-SCHED-IX)
                 ADD 1 TO WS-PROGRAM-DUE-COUNT
              END-IF
           END-PERFORM

           IF WS-PROGRAM-DUE-COUNT > WS-MAX-SLOTS
              DISPLAY 'PERDCTL: ' WS-SC-PROGRAM (WS-SCHED-IX)
                  ' HAS MORE ENTRIES DUE THAN CCBATCH1 HAS STEP '
                  'PAIRS - RUN THE REST BY HAND'
              MOVE 8 TO RETURN-CODE
           END-IF

           IF WS-PROGRAM-DUE-COUNT = 1
              MOVE WS-RUN-BUS-DATE TO MAD-BUS-DATE
              MOVE WS-SC-SEQUENCE (WS-SCHED-IX) TO MAD-SEQUENCE
              MOVE WS-SC-PROGRAM (WS-SCHED-IX) TO MAD-PROGRAM
              MOVE WS-SC-REQUIRED (WS-SCHED-IX) TO MAD-REQUIRED
              WRITE MANIFEST-ADD-RECORD
              ADD 1 TO WS-ADDED-COUNT
           END-IF.

       5000-TEST-ONE-SLOT.
      * The slot'th due entry of the program, in schedule order.
           MOVE ZERO TO WS-SLOT-IX
           PERFORM VARYING WS-SCHED-IX FROM 1 BY 1
                   UNTIL WS-SCHED-IX > WS-SCHED-COUNT
                      OR SLOT-FOUND
              IF WS-SC-PROGRAM (WS-SCHED-IX) = WS-TEST-PROGRAM
                 MOVE 'Y' TO WS-PROGRAM-KNOWN-SW
                 IF WS-SC-DUE (WS-SCHED-IX)
                    ADD 1 TO WS-SLOT-IX
                    IF WS-SLOT-IX = WS-TEST-SLOT
                       MOVE 'Y' TO WS-SLOT-FOUND-SW
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF NOT PROGRAM-KNOWN
              DISPLAY 'PERDCTL: ' WS-TEST-PROGRAM
                  ' IS NOT ON THE PERDSCHD SCHEDULE'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

      * The run's card file is always created, so the step reading
      * it is never left without its dataset.
           OPEN OUTPUT RUN-CARD-FILE
           IF NOT RUNCARD-OK
              DISPLAY 'PERDCTL: UNEXPECTED PERDCARD STATUS '
                  WS-RUNCARD-STATUS
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           IF SLOT-FOUND
              PERFORM 5050-CHECK-PARTITION-PLAN
           END-IF

           EVALUATE TRUE
              WHEN SLOT-FOUND AND PARTITIONED-TONIGHT
                 DISPLAY 'PERDCTL: ' WS-TEST-PROGRAM ' SLOT '
                     WS-TEST-SLOT ' IS DUE TONIGHT BUT RUNS IN THE '
                     'PARTITIONED STREAM - NOT RUN HERE'
                 MOVE 4 TO RETURN-CODE
              WHEN SLOT-FOUND
      *          The search stepped one past the entry it found.
                 SUBTRACT 1 FROM WS-SCHED-IX
                 PERFORM 5100-BUILD-RUN-CARDS
                 DISPLAY 'PERDCTL: ' WS-TEST-PROGRAM ' SLOT '
                     WS-TEST-SLOT ' IS DUE TONIGHT FOR '
                     WS-SC-RUN-MONTH (WS-SCHED-IX)
              WHEN OTHER
                 DISPLAY 'PERDCTL: ' WS-TEST-PROGRAM ' SLOT '
                     WS-TEST-SLOT ' IS NOT DUE TONIGHT'
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE

           CLOSE RUN-CARD-FILE.

       5050-CHECK-PARTITION-PLAN.
      * No PARTMAN DD - a step the partitioned stream does not stand
      * in for. Otherwise a trailer dated tonight means WALPPLAN has
      * cut tonight's partitions.
           OPEN INPUT PARTITION-MANIFEST
           EVALUATE TRUE
              WHEN PARTMAN-OK
                 READ PARTITION-MANIFEST
                 PERFORM WITH TEST BEFORE UNTIL NOT PARTMAN-OK
                    IF PTM-TRL-ID = 'TRAILER'
                       AND PTM-TRL-BUS-DATE = WS-RUN-BUS-DATE
                       MOVE 'Y' TO WS-PARTITIONED-SW
                    END-IF
                    READ PARTITION-MANIFEST
                 END-PERFORM
                 CLOSE PARTITION-MANIFEST
              WHEN PARTMAN-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PERDCTL: UNEXPECTED PARTMAN STATUS '
                     WS-PARTMAN-STATUS
                 MOVE 12 TO RETURN-CODE
                 CLOSE RUN-CARD-FILE
                 GOBACK
           END-EVALUATE.

       5100-BUILD-RUN-CARDS.
           OPEN INPUT TEMPLATE-FILE
           EVALUATE TRUE
              WHEN TEMPLATE-OK
                 READ TEMPLATE-FILE
                 PERFORM WITH TEST BEFORE UNTIL TEMPLATE-EOF
                    PERFORM 5200-BUILD-ONE-CARD
                    READ TEMPLATE-FILE
                 END-PERFORM
                 CLOSE TEMPLATE-FILE
              WHEN TEMPLATE-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'PERDCTL: UNEXPECTED PERDTMPL STATUS '
                     WS-TEMPLATE-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-EVALUATE

           MOVE WS-CARD-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'PERDCTL: RUN CARDS WRITTEN: ' WS-COUNT-FORMATTED.

       5200-BUILD-ONE-CARD.
           MOVE SPACES TO RUN-CARD-RECORD
           EVALUATE TRUE
              WHEN TEMPLATE-RECORD (1:6) = ':MONTH'
                 MOVE WS-SC-RUN-MONTH (WS-SCHED-IX)
                   TO RUN-CARD-RECORD
              WHEN TEMPLATE-RECORD (1:5) = ':DATE'
                 MOVE WS-RUN-BUS-DATE TO RUN-CARD-RECORD
              WHEN TEMPLATE-RECORD (1:6) = ':CYCLE'
                 MOVE WS-SC-CYCLE-DAY (WS-SCHED-IX)
                   TO RUN-CARD-RECORD
              WHEN OTHER
                 MOVE TEMPLATE-RECORD TO RUN-CARD-RECORD
           END-EVALUATE
           WRITE RUN-CARD-RECORD
           ADD 1 TO WS-CARD-COUNT.

       9600-RESOLVE-BUSINESS-DATE.
      * The night being planned is the window's business date, not
      * the clock's - a window running past midnight on the last
      * of the month is still the month-end night. With no control
      * file at all the system date stands in, with a note.
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
               WHEN BUSDATE-OK
                   READ BUSINESS-DATE-FILE
                   IF BUSDATE-OK
                       MOVE BD-BUSINESS-DATE TO WS-RUN-BUS-DATE
                   END-IF
                   CLOSE BUSINESS-DATE-FILE
               WHEN BUSDATE-NOT-FOUND
                   DISPLAY 'PERDCTL: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'PERDCTL: UNEXPECTED BUSDATE STATUS '
                       WS-BUSDATE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .
