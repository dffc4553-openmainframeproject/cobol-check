       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WINTREND.
      *****************************************************************
      * Batch-window elapsed-time trend and SLA forecast. RUNLOG
      * holds every step's start and end for every night, but the
      * morning line shows one night at a time, so a step growing a
      * few minutes a week goes unseen until the window runs into
      * the online day. Each night this run totals the business
      * date's elapsed time per program from RUNLOG, appends it to
      * the dated ELAPHIST history, and prints TRENDRPT: each step
      * tonight against its rolling average over the previous
      * nights, and the window's finish projected forward against
      * the SLA cutoff.
      *
      * Times are measured on a clock that starts at noon, so a
      * window that opens at 22:00 and closes at 04:00 reads as one
      * unbroken span - anything before 12:00:00 counts as the
      * following morning. The trend per night is the difference
      * between tonight and the rolling average spread over the
      * half-width of the averaging span, the centre of which lies
      * that many nights back.
      *
      * Return code 4 warns when any step has grown past the growth
      * threshold over its average, or when the window's finish is
      * projected to pass the cutoff within the forecast horizon;
      * return code 8 means tonight's window already finished past
      * the cutoff. A night already on ELAPHIST is reported but not
      * appended a second time, so a rerun of this step is harmless.
      *
      * Parameter cards: business date, SLA cutoff (HH:MM:SS),
      * rolling-average nights (01-30, default 07), step growth
      * threshold percent (default 025), forecast horizon nights
      * (default 05).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RUNLOG-STATUS.
      * One record per program per business date, plus a *WINDOW*
      * record carrying the window's own start and finish - kept
      * in date order because each night appends to the end. Aged
      * off by LOGRETN like the other operational logs (date in
      * position 1).
           SELECT ELAPSED-HISTORY-FILE ASSIGN TO "ELAPHIST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-HISTORY-STATUS.
           SELECT TREND-REPORT ASSIGN TO "TRENDRPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same record every program's 9700-WRITE-RUN-LOG appends.
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
      * Start and end are seconds on the noon-based window clock
      * (so 04:00:00 is 115200); elapsed is the program's total over
      * all its runs that night.
       FD  ELAPSED-HISTORY-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ELAPSED-HISTORY-RECORD.
       01  ELAPSED-HISTORY-RECORD.
           05  EH-BUS-DATE         PIC X(10).
           05  EH-PROGRAM          PIC X(08).
           05  EH-RUNS             PIC 9(03).
           05  EH-ELAPSED-SECS     PIC 9(07).
           05  EH-START-SECS       PIC 9(06).
           05  EH-END-SECS         PIC 9(06).
       FD  TREND-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS TREND-REPORT-RECORD.
       01  TREND-REPORT-RECORD     PIC X(80).

       WORKING-STORAGE SECTION.

       01  FILLER.
           05  WS-RUNLOG-STATUS     PIC XX.
               88  RUNLOG-OK        VALUE '00'.
               88  RUNLOG-EOF       VALUE '10'.
               88  RUNLOG-NOT-FOUND VALUE '35'.
           05  WS-HISTORY-STATUS    PIC XX.
               88  HISTORY-OK       VALUE '00'.
               88  HISTORY-EOF      VALUE '10'.
               88  HISTORY-NOT-FOUND VALUE '35'.
           05  WS-REPORT-STATUS     PIC XX.
               88  REPORT-OK        VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'WINTREND'.
           05  WS-FILTER-DATE       PIC X(10) VALUE SPACES.
           05  WS-CUTOFF-CARD       PIC X(08) VALUE SPACES.
           05  WS-NIGHTS-CARD       PIC X(02) VALUE SPACES.
           05  WS-GROWTH-CARD       PIC X(03) VALUE SPACES.
           05  WS-HORIZON-CARD      PIC X(02) VALUE SPACES.
           05  WS-ROLLING-NIGHTS    PIC S9(4) COMP VALUE 7.
           05  WS-ROLLING-MAX       PIC S9(4) COMP VALUE 30.
           05  WS-GROWTH-PCT        PIC S9(3) COMP-3 VALUE 25.
           05  WS-HORIZON-NIGHTS    PIC S9(3) COMP-3 VALUE 5.
      * Fewer nights than this on file and a step's average is too
      * thin to call it growing.
           05  WS-MIN-HISTORY       PIC S9(4) COMP VALUE 3.
           05  WS-CUTOFF-SECS       PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-STEP-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-STEP-MAX          PIC S9(4) COMP VALUE 60.
           05  WS-STEP-IX           PIC S9(4) COMP.
           05  WS-WINDOW-IX         PIC S9(4) COMP VALUE ZERO.
           05  WS-RUN-START-SECS    PIC S9(7) COMP-3.
           05  WS-RUN-END-SECS      PIC S9(7) COMP-3.
           05  WS-RUN-ELAPSED       PIC S9(7) COMP-3.
           05  WS-TREND-VALUE       PIC S9(7) COMP-3.
           05  WS-ALREADY-RECORDED-SW PIC X(01) VALUE 'N'.
               88  ALREADY-RECORDED VALUE 'Y'.
           05  WS-GROWING-COUNT     PIC S9(4) COMP VALUE ZERO.
           05  WS-PROJECTED-END     PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-NIGHTS-TO-CUTOFF  PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-WINDOW-STATE      PIC X(01) VALUE 'O'.
               88  WINDOW-ON-TRACK  VALUE 'O'.
               88  WINDOW-AT-RISK   VALUE 'R'.
               88  WINDOW-BREACHED  VALUE 'B'.
           05  WS-APPENDED-COUNT    PIC S9(4) COMP VALUE ZERO.
           05  WS-HISTORY-ERROR-SW  PIC X(01) VALUE 'N'.
               88  HISTORY-ERROR    VALUE 'Y'.
      * Conversion work fields for 9100 and 9200.
           05  WS-CLOCK-TEXT        PIC X(08).
           05  WS-CLOCK-HH          PIC 9(02).
           05  WS-CLOCK-MM          PIC 9(02).
           05  WS-CLOCK-SS          PIC 9(02).
           05  WS-CLOCK-SECS        PIC S9(7) COMP-3.
           05  WS-CLOCK-VALID-SW    PIC X(01).
               88  CLOCK-VALID      VALUE 'Y'.
           05  WS-SHOW-SECS         PIC S9(7) COMP-3.
           05  WS-SHOW-HH           PIC 9(02).
           05  WS-SHOW-MM           PIC 9(02).
           05  WS-SHOW-SS           PIC 9(02).
           05  WS-SHOW-REM          PIC S9(7) COMP-3.
           05  WS-SHOW-TEXT         PIC X(08).

      * Tonight's programs, each with the ring of its last
      * WS-ROLLING-NIGHTS history values and their running sum - the
      * oldest value drops out as each newer night is read. For the
      * *WINDOW* entry the trended value is the finish time, not the
      * elapsed time: it is the finish the SLA is measured against.
       01  WS-STEP-TABLE.
           05  WS-ST-ENTRY OCCURS 60 TIMES.
               10  WS-ST-PROGRAM      PIC X(08).
               10  WS-ST-RUNS         PIC S9(4) COMP.
               10  WS-ST-ELAPSED      PIC S9(7) COMP-3.
               10  WS-ST-START        PIC S9(7) COMP-3.
               10  WS-ST-END          PIC S9(7) COMP-3.
               10  WS-ST-TONIGHT      PIC S9(7) COMP-3.
               10  WS-ST-HIST-COUNT   PIC S9(4) COMP.
               10  WS-ST-HIST-NEXT    PIC S9(4) COMP.
               10  WS-ST-HIST-SUM     PIC S9(9) COMP-3.
               10  WS-ST-AVERAGE      PIC S9(7) COMP-3.
               10  WS-ST-CHANGE-PCT   PIC S9(5) COMP-3.
               10  WS-ST-SLOPE        PIC S9(7) COMP-3.
               10  WS-ST-NOTE         PIC X(20).
               10  WS-ST-HIST-VALUE   PIC S9(7) COMP-3
                                      OCCURS 30 TIMES.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(30) VALUE
               'WINDOW ELAPSED-TIME TREND FOR '.
           05  WS-HD-DATE           PIC X(10).
           05  FILLER               PIC X(14) VALUE
               '   SLA CUTOFF '.
           05  WS-HD-CUTOFF         PIC X(08).
           05  FILLER               PIC X(18) VALUE SPACES.
       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(40) VALUE
               'PROGRAM  RUNS  TONIGHT   AVERAGE  CHANGE'.
           05  FILLER               PIC X(40) VALUE
               '%  NIGHTS  NOTE                         '.
       01  WS-DETAIL-LINE.
           05  WS-DT-PROGRAM        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-DT-RUNS           PIC ZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DT-TONIGHT        PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DT-AVERAGE        PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DT-CHANGE         PIC -ZZZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-DT-NIGHTS         PIC Z9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-DT-NOTE           PIC X(20).
           05  FILLER               PIC X(10) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  WS-SU-TAG            PIC X(26).
           05  WS-SU-VALUE          PIC X(40).
           05  FILLER               PIC X(14) VALUE SPACES.
       01  WS-EDIT-SECONDS          PIC -ZZ,ZZ9.
       01  WS-EDIT-NIGHTS           PIC ZZ,ZZ9.

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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WINTREND'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-TONIGHT
           PERFORM 3000-LOAD-HISTORY
           PERFORM 4000-COMPUTE-TRENDS
           PERFORM 5000-PRINT-TREND-REPORT
           PERFORM 6000-APPEND-HISTORY
           PERFORM 8000-HOUSEKEEPING
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-FILTER-DATE
           ACCEPT WS-CUTOFF-CARD
           ACCEPT WS-NIGHTS-CARD
           ACCEPT WS-GROWTH-CARD
           ACCEPT WS-HORIZON-CARD

           MOVE ZERO TO RETURN-CODE

           IF WS-FILTER-DATE = SPACES
              DISPLAY 'WINTREND: A BUSINESS DATE (YYYY-MM-DD) IS '
                  'REQUIRED ON THE FIRST PARAMETER CARD'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-CUTOFF-CARD TO WS-CLOCK-TEXT
           PERFORM 9100-CLOCK-TO-SECONDS
           IF NOT CLOCK-VALID
              DISPLAY 'WINTREND: SLA CUTOFF CARD ' WS-CUTOFF-CARD
                  ' IS NOT A VALID HH:MM:SS TIME'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-CLOCK-SECS TO WS-CUTOFF-SECS

      * The tuning cards are optional - blank keeps the default.
           IF WS-NIGHTS-CARD IS NUMERIC
              MOVE WS-NIGHTS-CARD TO WS-ROLLING-NIGHTS
           END-IF
           IF WS-ROLLING-NIGHTS < 1
              OR WS-ROLLING-NIGHTS > WS-ROLLING-MAX
              DISPLAY 'WINTREND: ROLLING NIGHTS MUST BE 01-30'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-GROWTH-CARD IS NUMERIC
              MOVE WS-GROWTH-CARD TO WS-GROWTH-PCT
           END-IF
           IF WS-HORIZON-CARD IS NUMERIC
              MOVE WS-HORIZON-CARD TO WS-HORIZON-NIGHTS
           END-IF

           OPEN OUTPUT TREND-REPORT
           IF NOT REPORT-OK
              MOVE 'IOER' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-FILTER-DATE TO WS-HD-DATE
           MOVE WS-CUTOFF-CARD TO WS-HD-CUTOFF
           MOVE WS-HEADING-LINE TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD
           MOVE WS-COLUMN-LINE TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD.

      * Tonight's runs from RUNLOG, one table entry per program - a
      * program run more than once (a restart, the statement cycles)
      * is charged with its total. The *WINDOW* entry spans the
      * earliest start to the latest finish of the night.
       2000-LOAD-TONIGHT.
           ADD 1 TO WS-STEP-COUNT
           MOVE WS-STEP-COUNT TO WS-WINDOW-IX
           MOVE '*WINDOW*' TO WS-ST-PROGRAM (WS-WINDOW-IX)
           PERFORM 2200-CLEAR-ONE-ENTRY
           MOVE 999999 TO WS-ST-START (WS-WINDOW-IX)

           OPEN INPUT RUN-LOG-FILE
           EVALUATE TRUE
              WHEN RUNLOG-OK
                 READ RUN-LOG-FILE
                 PERFORM WITH TEST BEFORE UNTIL RUNLOG-EOF
                    IF RUN-BUS-DATE = WS-FILTER-DATE
                       PERFORM 2100-POST-ONE-RUN
                    END-IF
                    READ RUN-LOG-FILE
                 END-PERFORM
                 CLOSE RUN-LOG-FILE
              WHEN RUNLOG-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 MOVE 'IOER' TO WS-ERRCODE-LOOKUP-CODE
                 PERFORM 9500-LOOKUP-ERROR-CODE
                 DISPLAY WS-ERRCODE-LOOKUP-TEXT
                 MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
                 CLOSE TREND-REPORT
                 GOBACK
           END-EVALUATE

           IF WS-ST-RUNS (WS-WINDOW-IX) = ZERO
              DISPLAY 'WINTREND: NO RUNLOG RECORDS FOR '
                  WS-FILTER-DATE ' - NOTHING TO TREND'
              MOVE 4 TO RETURN-CODE
              MOVE 'NO RUNS ON RUNLOG FOR THE DATE' TO WS-SU-VALUE
              MOVE 'STATUS' TO WS-SU-TAG
              MOVE WS-SUMMARY-LINE TO TREND-REPORT-RECORD
              WRITE TREND-REPORT-RECORD
              CLOSE TREND-REPORT
              GOBACK
           END-IF

           MOVE WS-ST-START (WS-WINDOW-IX) TO WS-RUN-START-SECS
           COMPUTE WS-ST-ELAPSED (WS-WINDOW-IX)
              = WS-ST-END (WS-WINDOW-IX) - WS-RUN-START-SECS.

       2100-POST-ONE-RUN.
           MOVE RUN-START-TIME TO WS-CLOCK-TEXT
           PERFORM 9100-CLOCK-TO-SECONDS
           IF NOT CLOCK-VALID
              DISPLAY 'WINTREND: ' RUN-PROGRAM ' RUNLOG START TIME '
                  RUN-START-TIME ' UNREADABLE - RUN NOT TRENDED'
           ELSE
              MOVE WS-CLOCK-SECS TO WS-RUN-START-SECS
              MOVE RUN-END-TIME TO WS-CLOCK-TEXT
              PERFORM 9100-CLOCK-TO-SECONDS
              IF NOT CLOCK-VALID
                 DISPLAY 'WINTREND: ' RUN-PROGRAM ' RUNLOG END TIME '
                     RUN-END-TIME ' UNREADABLE - RUN NOT TRENDED'
              ELSE
                 MOVE WS-CLOCK-SECS TO WS-RUN-END-SECS
                 PERFORM 2150-CHARGE-ONE-RUN
              END-IF
           END-IF.

       2150-CHARGE-ONE-RUN.
      * A step straddling the noon pivot comes out negative - a
      * day's worth of seconds puts it right.
           COMPUTE WS-RUN-ELAPSED = WS-RUN-END-SECS - WS-RUN-START-SECS
           IF WS-RUN-ELAPSED < ZERO
              ADD 86400 TO WS-RUN-ELAPSED
              ADD 86400 TO WS-RUN-END-SECS
           END-IF

           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
                      OR WS-ST-PROGRAM (WS-STEP-IX) = RUN-PROGRAM
              CONTINUE
           END-PERFORM
           IF WS-STEP-IX > WS-STEP-COUNT
              IF WS-STEP-COUNT NOT LESS THAN WS-STEP-MAX
                 DISPLAY 'WINTREND: MORE THAN ' WS-STEP-MAX
                     ' PROGRAMS - ' RUN-PROGRAM ' NOT TRENDED'
                 MOVE ZERO TO WS-STEP-IX
              ELSE
                 ADD 1 TO WS-STEP-COUNT
                 MOVE WS-STEP-COUNT TO WS-STEP-IX
                 MOVE RUN-PROGRAM TO WS-ST-PROGRAM (WS-STEP-IX)
                 PERFORM 2200-CLEAR-ONE-ENTRY
                 MOVE WS-RUN-START-SECS TO WS-ST-START (WS-STEP-IX)
              END-IF
           END-IF

           IF WS-STEP-IX > ZERO
              ADD 1 TO WS-ST-RUNS (WS-STEP-IX)
              ADD WS-RUN-ELAPSED TO WS-ST-ELAPSED (WS-STEP-IX)
              IF WS-RUN-END-SECS > WS-ST-END (WS-STEP-IX)
                 MOVE WS-RUN-END-SECS TO WS-ST-END (WS-STEP-IX)
              END-IF
           END-IF

           ADD 1 TO WS-ST-RUNS (WS-WINDOW-IX)
           IF WS-RUN-START-SECS < WS-ST-START (WS-WINDOW-IX)
              MOVE WS-RUN-START-SECS TO WS-ST-START (WS-WINDOW-IX)
           END-IF
           IF WS-RUN-END-SECS > WS-ST-END (WS-WINDOW-IX)
              MOVE WS-RUN-END-SECS TO WS-ST-END (WS-WINDOW-IX)
           END-IF.

       2200-CLEAR-ONE-ENTRY.
           MOVE ZERO TO WS-ST-RUNS (WS-STEP-COUNT)
           MOVE ZERO TO WS-ST-ELAPSED (WS-STEP-COUNT)
           MOVE ZERO TO WS-ST-START (WS-STEP-COUNT)
           MOVE ZERO TO WS-ST-END (WS-STEP-COUNT)
           MOVE ZERO TO WS-ST-HIST-COUNT (WS-STEP-COUNT)
           MOVE 1 TO WS-ST-HIST-NEXT (WS-STEP-COUNT)
           MOVE ZERO TO WS-ST-HIST-SUM (WS-STEP-COUNT)
           MOVE ZERO TO WS-ST-AVERAGE (WS-STEP-COUNT)
           MOVE ZERO TO WS-ST-CHANGE-PCT (WS-STEP-COUNT)
           MOVE ZERO TO WS-ST-SLOPE (WS-STEP-COUNT)
           MOVE SPACES TO WS-ST-NOTE (WS-STEP-COUNT).

      * Only nights before the one being trended feed the averages,
      * and only for programs that ran tonight. Finding tonight's
      * date already on file means this step is being rerun.
       3000-LOAD-HISTORY.
           OPEN INPUT ELAPSED-HISTORY-FILE
           EVALUATE TRUE
              WHEN HISTORY-OK
                 READ ELAPSED-HISTORY-FILE
                 PERFORM WITH TEST BEFORE UNTIL HISTORY-EOF
                    EVALUATE TRUE
                       WHEN EH-BUS-DATE = WS-FILTER-DATE
                          MOVE 'Y' TO WS-ALREADY-RECORDED-SW
                       WHEN EH-BUS-DATE < WS-FILTER-DATE
                          PERFORM 3100-POST-ONE-HISTORY
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
                    READ ELAPSED-HISTORY-FILE
                 END-PERFORM
                 CLOSE ELAPSED-HISTORY-FILE
              WHEN HISTORY-NOT-FOUND
                 DISPLAY 'WINTREND: NO ELAPHIST YET - TONIGHT STARTS '
                     'THE HISTORY'
              WHEN OTHER
                 MOVE 'IOER' TO WS-ERRCODE-LOOKUP-CODE
                 PERFORM 9500-LOOKUP-ERROR-CODE
                 DISPLAY WS-ERRCODE-LOOKUP-TEXT
                 MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
                 CLOSE TREND-REPORT
                 GOBACK
           END-EVALUATE.

       3100-POST-ONE-HISTORY.
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
                      OR WS-ST-PROGRAM (WS-STEP-IX) = EH-PROGRAM
              CONTINUE
           END-PERFORM
           IF WS-STEP-IX NOT > WS-STEP-COUNT
              IF WS-STEP-IX = WS-WINDOW-IX
                 MOVE EH-END-SECS TO WS-TREND-VALUE
              ELSE
                 MOVE EH-ELAPSED-SECS TO WS-TREND-VALUE
              END-IF
              IF WS-ST-HIST-COUNT (WS-STEP-IX) = WS-ROLLING-NIGHTS
                 SUBTRACT WS-ST-HIST-VALUE (WS-STEP-IX,
                             WS-ST-HIST-NEXT (WS-STEP-IX))
                    FROM WS-ST-HIST-SUM (WS-STEP-IX)
              ELSE
                 ADD 1 TO WS-ST-HIST-COUNT (WS-STEP-IX)
              END-IF
              MOVE WS-TREND-VALUE
                TO WS-ST-HIST-VALUE (WS-STEP-IX,
                                     WS-ST-HIST-NEXT (WS-STEP-IX))
              ADD WS-TREND-VALUE TO WS-ST-HIST-SUM (WS-STEP-IX)
              ADD 1 TO WS-ST-HIST-NEXT (WS-STEP-IX)
              IF WS-ST-HIST-NEXT (WS-STEP-IX) > WS-ROLLING-NIGHTS
                 MOVE 1 TO WS-ST-HIST-NEXT (WS-STEP-IX)
              END-IF
           END-IF.

       4000-COMPUTE-TRENDS.
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
              PERFORM 4100-TREND-ONE-STEP
           END-PERFORM
           PERFORM 4500-FORECAST-WINDOW.

      * Change against the rolling average, and the trend per night
      * - the gap to the average over the half-width of the span it
      * was taken across. A step is flagged growing once it has
      * enough history and has moved past the growth threshold.
       4100-TREND-ONE-STEP.
           IF WS-STEP-IX = WS-WINDOW-IX
              MOVE WS-ST-END (WS-STEP-IX) TO WS-ST-TONIGHT (WS-STEP-IX)
           ELSE
              MOVE WS-ST-ELAPSED (WS-STEP-IX)
                TO WS-ST-TONIGHT (WS-STEP-IX)
           END-IF

           IF WS-ST-HIST-COUNT (WS-STEP-IX) = ZERO
              MOVE 'NEW - NO HISTORY' TO WS-ST-NOTE (WS-STEP-IX)
           ELSE
              COMPUTE WS-ST-AVERAGE (WS-STEP-IX) ROUNDED
                 = WS-ST-HIST-SUM (WS-STEP-IX)
                 / WS-ST-HIST-COUNT (WS-STEP-IX)
              COMPUTE WS-ST-SLOPE (WS-STEP-IX) ROUNDED
                 = (WS-ST-TONIGHT (WS-STEP-IX)
                    - WS-ST-AVERAGE (WS-STEP-IX)) * 2
                 / (WS-ST-HIST-COUNT (WS-STEP-IX) + 1)
              IF WS-STEP-IX NOT = WS-WINDOW-IX
                 IF WS-ST-AVERAGE (WS-STEP-IX) > ZERO
                    COMPUTE WS-ST-CHANGE-PCT (WS-STEP-IX) ROUNDED
                       = (WS-ST-TONIGHT (WS-STEP-IX)
                          - WS-ST-AVERAGE (WS-STEP-IX)) * 100
                       / WS-ST-AVERAGE (WS-STEP-IX)
                 END-IF
                 IF WS-ST-HIST-COUNT (WS-STEP-IX)
                       NOT LESS THAN WS-MIN-HISTORY
                    AND WS-ST-CHANGE-PCT (WS-STEP-IX) > WS-GROWTH-PCT
                    MOVE 'GROWING - REVIEW' TO WS-ST-NOTE (WS-STEP-IX)
                    ADD 1 TO WS-GROWING-COUNT
                 END-IF
              END-IF
           END-IF.

      * Tonight's finish carried one night forward along its trend,
      * and - while the finish is drifting later - how many nights
      * remain before it reaches the cutoff.
       4500-FORECAST-WINDOW.
           COMPUTE WS-PROJECTED-END
              = WS-ST-END (WS-WINDOW-IX) + WS-ST-SLOPE (WS-WINDOW-IX)
           MOVE ZERO TO WS-NIGHTS-TO-CUTOFF
           IF WS-ST-SLOPE (WS-WINDOW-IX) > ZERO
              AND WS-ST-END (WS-WINDOW-IX) NOT > WS-CUTOFF-SECS
              COMPUTE WS-NIGHTS-TO-CUTOFF
                 = (WS-CUTOFF-SECS - WS-ST-END (WS-WINDOW-IX))
                 / WS-ST-SLOPE (WS-WINDOW-IX)
           END-IF

           EVALUATE TRUE
              WHEN WS-ST-END (WS-WINDOW-IX) > WS-CUTOFF-SECS
                 SET WINDOW-BREACHED TO TRUE
                 MOVE 'FINISHED PAST CUTOFF'
                   TO WS-ST-NOTE (WS-WINDOW-IX)
              WHEN WS-PROJECTED-END > WS-CUTOFF-SECS
                 SET WINDOW-AT-RISK TO TRUE
                 MOVE 'CUTOFF AT RISK' TO WS-ST-NOTE (WS-WINDOW-IX)
              WHEN WS-ST-SLOPE (WS-WINDOW-IX) > ZERO
                   AND WS-NIGHTS-TO-CUTOFF NOT > WS-HORIZON-NIGHTS
                 SET WINDOW-AT-RISK TO TRUE
                 MOVE 'CUTOFF AT RISK' TO WS-ST-NOTE (WS-WINDOW-IX)
              WHEN OTHER
                 SET WINDOW-ON-TRACK TO TRUE
           END-EVALUATE.

      * One line per program in the order they first ran, the
      * window line last.
       5000-PRINT-TREND-REPORT.
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-COUNT
              IF WS-STEP-IX NOT = WS-WINDOW-IX
                 PERFORM 5100-PRINT-ONE-STEP
              END-IF
           END-PERFORM
           MOVE WS-WINDOW-IX TO WS-STEP-IX
           PERFORM 5100-PRINT-ONE-STEP
           PERFORM 5500-PRINT-FORECAST.

      * For the window line TONIGHT and AVERAGE are finish times on
      * the wall clock, not elapsed times.
       5100-PRINT-ONE-STEP.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-ST-PROGRAM (WS-STEP-IX) TO WS-DT-PROGRAM
           MOVE WS-ST-RUNS (WS-STEP-IX) TO WS-DT-RUNS
           MOVE WS-ST-TONIGHT (WS-STEP-IX) TO WS-SHOW-SECS
           PERFORM 9200-SECONDS-TO-CLOCK
           MOVE WS-SHOW-TEXT TO WS-DT-TONIGHT
           IF WS-ST-HIST-COUNT (WS-STEP-IX) > ZERO
              MOVE WS-ST-AVERAGE (WS-STEP-IX) TO WS-SHOW-SECS
              PERFORM 9200-SECONDS-TO-CLOCK
              MOVE WS-SHOW-TEXT TO WS-DT-AVERAGE
              IF WS-STEP-IX NOT = WS-WINDOW-IX
                 MOVE WS-ST-CHANGE-PCT (WS-STEP-IX) TO WS-DT-CHANGE
              END-IF
           END-IF
           MOVE WS-ST-HIST-COUNT (WS-STEP-IX) TO WS-DT-NIGHTS
           MOVE WS-ST-NOTE (WS-STEP-IX) TO WS-DT-NOTE
           MOVE WS-DETAIL-LINE TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD.

       5500-PRINT-FORECAST.
           MOVE SPACES TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD

           MOVE 'WINDOW START' TO WS-SU-TAG
           MOVE WS-ST-START (WS-WINDOW-IX) TO WS-SHOW-SECS
           PERFORM 5600-WRITE-CLOCK-SUMMARY
           MOVE 'WINDOW FINISH' TO WS-SU-TAG
           MOVE WS-ST-END (WS-WINDOW-IX) TO WS-SHOW-SECS
           PERFORM 5600-WRITE-CLOCK-SUMMARY
           MOVE 'WINDOW ELAPSED' TO WS-SU-TAG
           MOVE WS-ST-ELAPSED (WS-WINDOW-IX) TO WS-SHOW-SECS
           PERFORM 5600-WRITE-CLOCK-SUMMARY
           MOVE 'SLA CUTOFF' TO WS-SU-TAG
           MOVE WS-CUTOFF-SECS TO WS-SHOW-SECS
           PERFORM 5600-WRITE-CLOCK-SUMMARY

           IF WS-ST-HIST-COUNT (WS-WINDOW-IX) > ZERO
              MOVE 'FINISH TREND PER NIGHT' TO WS-SU-TAG
              MOVE WS-ST-SLOPE (WS-WINDOW-IX) TO WS-EDIT-SECONDS
              MOVE SPACES TO WS-SU-VALUE
              STRING WS-EDIT-SECONDS ' SECONDS'
                 DELIMITED BY SIZE INTO WS-SU-VALUE
              MOVE WS-SUMMARY-LINE TO TREND-REPORT-RECORD
              WRITE TREND-REPORT-RECORD
              MOVE 'PROJECTED NEXT FINISH' TO WS-SU-TAG
              MOVE WS-PROJECTED-END TO WS-SHOW-SECS
              PERFORM 5600-WRITE-CLOCK-SUMMARY
              MOVE 'NIGHTS TO CUTOFF' TO WS-SU-TAG
              MOVE SPACES TO WS-SU-VALUE
              IF WS-ST-SLOPE (WS-WINDOW-IX) > ZERO
                 AND NOT WINDOW-BREACHED
                 MOVE WS-NIGHTS-TO-CUTOFF TO WS-EDIT-NIGHTS
                 MOVE WS-EDIT-NIGHTS TO WS-SU-VALUE
              ELSE
                 MOVE 'NOT APPROACHING' TO WS-SU-VALUE
              END-IF
              MOVE WS-SUMMARY-LINE TO TREND-REPORT-RECORD
              WRITE TREND-REPORT-RECORD
           END-IF

           MOVE 'STATUS' TO WS-SU-TAG
           EVALUATE TRUE
              WHEN WINDOW-BREACHED
                 MOVE 'SLA BREACHED - WINDOW FINISHED PAST CUTOFF'
                   TO WS-SU-VALUE
              WHEN WINDOW-AT-RISK
                 MOVE 'WARNING - FINISH TRENDING TO THE CUTOFF'
                   TO WS-SU-VALUE
              WHEN WS-GROWING-COUNT > ZERO
                 MOVE 'WARNING - STEP(S) GROWING PAST THRESHOLD'
                   TO WS-SU-VALUE
              WHEN OTHER
                 MOVE 'ON TRACK' TO WS-SU-VALUE
           END-EVALUATE
           MOVE WS-SUMMARY-LINE TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD.

       5600-WRITE-CLOCK-SUMMARY.
           PERFORM 9200-SECONDS-TO-CLOCK
           MOVE WS-SHOW-TEXT TO WS-SU-VALUE
           MOVE WS-SUMMARY-LINE TO TREND-REPORT-RECORD
           WRITE TREND-REPORT-RECORD.

      * Tonight joins the history - unless it is already there,
      * when the first recording stands.
       6000-APPEND-HISTORY.
           IF ALREADY-RECORDED
              DISPLAY 'WINTREND: ' WS-FILTER-DATE ' ALREADY ON '
                  'ELAPHIST - NOT APPENDED AGAIN'
           ELSE
              OPEN EXTEND ELAPSED-HISTORY-FILE
              IF HISTORY-NOT-FOUND
                 OPEN OUTPUT ELAPSED-HISTORY-FILE
              END-IF
              IF NOT HISTORY-OK
                 MOVE 'IOER' TO WS-ERRCODE-LOOKUP-CODE
                 PERFORM 9500-LOOKUP-ERROR-CODE
                 DISPLAY WS-ERRCODE-LOOKUP-TEXT
                 MOVE 'Y' TO WS-HISTORY-ERROR-SW
              ELSE
                 PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                         UNTIL WS-STEP-IX > WS-STEP-COUNT
                    MOVE WS-FILTER-DATE TO EH-BUS-DATE
                    MOVE WS-ST-PROGRAM (WS-STEP-IX) TO EH-PROGRAM
                    MOVE WS-ST-RUNS (WS-STEP-IX) TO EH-RUNS
                    MOVE WS-ST-ELAPSED (WS-STEP-IX) TO EH-ELAPSED-SECS
                    MOVE WS-ST-START (WS-STEP-IX) TO EH-START-SECS
                    MOVE WS-ST-END (WS-STEP-IX) TO EH-END-SECS
                    WRITE ELAPSED-HISTORY-RECORD
                    ADD 1 TO WS-APPENDED-COUNT
                 END-PERFORM
                 CLOSE ELAPSED-HISTORY-FILE
              END-IF
           END-IF.

       8000-HOUSEKEEPING.
           CLOSE TREND-REPORT

           IF HISTORY-ERROR
              MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
           ELSE
              EVALUATE TRUE
                 WHEN WINDOW-BREACHED
                    MOVE 8 TO RETURN-CODE
                 WHEN WINDOW-AT-RISK
                    MOVE 4 TO RETURN-CODE
                 WHEN WS-GROWING-COUNT > ZERO
                    MOVE 4 TO RETURN-CODE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF

           DISPLAY 'WINTREND: ' WS-STEP-COUNT ' ENTRIES TRENDED, '
               WS-GROWING-COUNT ' GROWING, ' WS-APPENDED-COUNT
               ' APPENDED TO ELAPHIST'
           DISPLAY 'WINTREND: RETURN CODE ' RETURN-CODE.

      * HH:MM:SS in WS-CLOCK-TEXT to seconds on the noon-based
      * window clock in WS-CLOCK-SECS - a morning time counts as the
      * day after, so it sorts after the evening before it.
       9100-CLOCK-TO-SECONDS.
           MOVE 'N' TO WS-CLOCK-VALID-SW
           MOVE ZERO TO WS-CLOCK-SECS
           IF WS-CLOCK-TEXT (1:2) IS NUMERIC
              AND WS-CLOCK-TEXT (3:1) = ':'
              AND WS-CLOCK-TEXT (4:2) IS NUMERIC
              AND WS-CLOCK-TEXT (6:1) = ':'
              AND WS-CLOCK-TEXT (7:2) IS NUMERIC
              MOVE WS-CLOCK-TEXT (1:2) TO WS-CLOCK-HH
              MOVE WS-CLOCK-TEXT (4:2) TO WS-CLOCK-MM
              MOVE WS-CLOCK-TEXT (7:2) TO WS-CLOCK-SS
              IF WS-CLOCK-HH < 24 AND WS-CLOCK-MM < 60
                 AND WS-CLOCK-SS < 60
                 COMPUTE WS-CLOCK-SECS = WS-CLOCK-HH * 3600
                    + WS-CLOCK-MM * 60 + WS-CLOCK-SS
                 IF WS-CLOCK-SECS < 43200
                    ADD 86400 TO WS-CLOCK-SECS
                 END-IF
                 MOVE 'Y' TO WS-CLOCK-VALID-SW
              END-IF
           END-IF.

      * Seconds in WS-SHOW-SECS to HH:MM:SS in WS-SHOW-TEXT. A
      * window-clock time past midnight folds back onto the wall
      * clock; an elapsed time is under a day and shows as is.
       9200-SECONDS-TO-CLOCK.
           IF WS-SHOW-SECS < ZERO
              MOVE ZERO TO WS-SHOW-SECS
           END-IF
           IF WS-SHOW-SECS NOT < 86400
              SUBTRACT 86400 FROM WS-SHOW-SECS
           END-IF
           DIVIDE WS-SHOW-SECS BY 3600 GIVING WS-SHOW-HH
              REMAINDER WS-SHOW-REM
           DIVIDE WS-SHOW-REM BY 60 GIVING WS-SHOW-MM
              REMAINDER WS-SHOW-SS
           MOVE SPACES TO WS-SHOW-TEXT
           STRING WS-SHOW-HH ':' WS-SHOW-MM ':' WS-SHOW-SS
              DELIMITED BY SIZE INTO WS-SHOW-TEXT.

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
