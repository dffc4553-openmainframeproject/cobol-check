       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WALPPLAN.
      *****************************************************************
      * Partition planner for the month-end runs. WALINT, WALFEE and
      * WALSTMT each walk every customer in one serial pass, and the
      * month-end night had become the longest window we run. The
      * partitioned month-end stream runs each of them as up to eight
      * customer-range partitions side by side - the same idea as
      * FILESPLIT and FILEMERGE for FILECOPY - and this program
      * brackets that stream.
      *
      * FUNCTION=PLAN, ahead of the partitions, cuts the customer
      * number range 000000000-999999999 into PARTITIONS=n ranges -
      * evenly, unless LOW-02 through LOW-08 give the first customer
      * of a partition - and writes them to the PARTMAN manifest with
      * a trailer carrying tonight's business date and the count.
      * The manifest is then read back and proved: partitions 1 to n
      * in order, the first starting at customer 0, each starting one
      * past where the last ended, the last ending at 999999999 - so
      * every customer falls in exactly one partition. Each partition
      * step checks its run card against this file before it touches
      * a wallet, and WALPMRG proves it again before it merges.
      *
      * PLAN also takes the WALLOCK run interlock for the whole
      * partitioned stream, as holder 'WALPART': the partitions run
      * at the same time, so none of them can take the lock for
      * itself - each only checks that WALPART holds it - and no
      * other wallet updater can start while any partition is still
      * posting. FUNCTION=DONE, after the last merge, releases it;
      * DONE refuses to clear a lock somebody else holds.
      *
      * PLAN refuses (RC 8) when tonight's RATEFEED ended over RC 4 -
      * the exchange rates are stale, and the partitions' statements
      * would convert at them. The month-end runs then stay in
      * CCBATCH1, where the statement steps are held back on the
      * same RATEFEED return code.
      *
      * FUNCTION=TEST, for CCBATCH1 steps that must not run until the
      * month-end postings are complete, ends RC 8 while tonight's
      * partitioned stream is still in flight or stopped on a failed
      * merge - PARTMAN's trailer dated tonight and WALPART still
      * holding the interlock - and RC 0 when the stream has been
      * released or did not run tonight. A plan that fails its own
      * proof empties PARTMAN again, so that night is not taken for
      * a partitioned one.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Tonight's partition ranges, one record per partition plus
      * the control trailer.
           SELECT PARTITION-MANIFEST ASSIGN TO "PARTMAN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PARTMAN-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the processing date every program stamps with,
      * immune to the window running past midnight, and the guard
      * against running a second time for an already-closed date.
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
       FD  PARTITION-MANIFEST
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PARTITION-MANIFEST-RECORD.
       01  PARTITION-MANIFEST-RECORD.
           COPY PARTMAN.
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
       01  FILLER.
           05  WS-PGM-NAME            PIC X(08) VALUE 'WALPPLAN'.
      * The holder name the whole partitioned stream runs under -
      * WALINT, WALFEE and WALSTMT check for exactly this name.
           05  WS-GROUP-HOLDER        PIC X(08) VALUE 'WALPART'.
           05  WS-FUNCTION            PIC X(04).
               88  FUNCTION-PLAN      VALUE 'PLAN'.
               88  FUNCTION-DONE      VALUE 'DONE'.
               88  FUNCTION-TEST      VALUE 'TEST'.
           05  WS-PARTITION-COUNT     PIC S9(4) COMP VALUE ZERO.
           05  WS-PARTITION-MAX       PIC S9(4) COMP VALUE 8.
           05  WS-PART-IX             PIC S9(4) COMP.
           05  WS-PART-NUM-DISPLAY    PIC 9(2).
           05  WS-PART-SPAN           PIC 9(10).
      * One past the high customer of the last partition proved -
      * ten digits, since one past 999999999 is the end of the range.
           05  WS-NEXT-LOW            PIC 9(10).
           05  WS-RANGE-END           PIC 9(10) VALUE 999999999.
           05  WS-ERROR-MESSAGE       PIC X(60).
           05  WS-PARTMAN-STATUS      PIC XX.
               88  PARTMAN-OK         VALUE '00'.
               88  PARTMAN-EOF        VALUE '10'.
               88  PARTMAN-NOT-FOUND  VALUE '35'.
           05  WS-READ-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  WS-WRITE-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  WS-TRAILER-SW          PIC X(01) VALUE 'N'.
               88  TRAILER-SEEN       VALUE 'Y'.
           05  WS-COVERAGE-SW         PIC X(01) VALUE 'Y'.
               88  COVERAGE-PROVED    VALUE 'Y'.
           05  WS-LOCK-TAKEN-SW       PIC X(01) VALUE 'N'.
               88  GROUP-LOCK-TAKEN   VALUE 'Y'.
           05  WS-RUNLOG-STATUS  PIC XX.
               88  RUNLOG-OK          VALUE '00'.
           05  WS-RATEFEED-RC     PIC 9(02) VALUE ZERO.
           05  WS-RATEFEED-SW     PIC X(01) VALUE 'N'.
               88  RATEFEED-LOGGED    VALUE 'Y'.
           05  WS-RUN-START-TIME  PIC X(08).
           05  WS-RUN-TIME-RAW    PIC 9(08).
           05  WS-RUN-BUS-DATE    PIC X(10).
           05  WS-RUN-DATE-RAW8   PIC 9(08).
           05  WS-BUSDATE-STATUS PIC XX.
               88  BUSDATE-OK         VALUE '00'.
               88  BUSDATE-NOT-FOUND  VALUE '35'.
      * The ranges as planned, before they are written and proved.
       01  WS-PLAN-TABLE.
           05  WS-PLAN-ENTRY OCCURS 8 TIMES.
               10  WS-PL-LOW          PIC 9(9).
               10  WS-PL-HIGH         PIC 9(9).
      * Call parameter block for PARMUTIL, the shared keyword-
      * parameter utility - same field layout as PARMUTIL's own
      * linkage section.
       01  WS-PARMUTIL-PARM.
           05  WS-PU-FUNCTION      PIC X(04).
           05  WS-PU-KEYWORD       PIC X(14).
           05  WS-PU-VALUE         PIC X(20).
           05  WS-PU-NUMBER        PIC S9(9)V9(2) COMP-3.
           05  WS-PU-FOUND-SW      PIC X(01).
               88  WS-PU-FOUND        VALUE 'Y'.
           05  WS-PU-NUM-OK-SW     PIC X(01).
               88  WS-PU-NUMERIC      VALUE 'Y'.
           05  WS-PU-RETURN-CODE   PIC 9(02).

      * Standard return-code/message-text registry shared with
      * FILECOPY, FILESPLIT, FILEMERGE, DB2PROG and BIPM012, so
      * operations sees one consistent set of codes and wording
      * instead of this program's own free text.
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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WALPPLAN'.
      * Call parameter block for WALLOCK, the shared run interlock -
      * same field layout as WALLOCK's own linkage section.
       01  WS-WALLOCK-PARM.
           05  WS-WL-FUNCTION      PIC X(04).
           05  WS-WL-PROGRAM       PIC X(08).
           05  WS-WL-RC            PIC 9(02).
           05  WS-WL-HOLDER        PIC X(08).
           05  WS-WL-SINCE         PIC X(26).
       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           EVALUATE TRUE
               WHEN FUNCTION-PLAN
                   PERFORM 2000-PLAN-PARTITIONS
               WHEN FUNCTION-DONE
                   PERFORM 5000-RELEASE-GROUP-LOCK
               WHEN FUNCTION-TEST
                   PERFORM 6000-TEST-STREAM-DONE
           END-EVALUATE
           PERFORM 9700-WRITE-RUN-LOG
           GOBACK
           .
       1000-INITIALIZE.
      * Keyword parameters through the shared PARMUTIL routine;
      * every card and the resolved value are echoed.
           MOVE 'LOAD' TO WS-PU-FUNCTION
           CALL 'PARMUTIL' USING WS-PARMUTIL-PARM

           MOVE 'GET ' TO WS-PU-FUNCTION
           MOVE 'FUNCTION' TO WS-PU-KEYWORD
           CALL 'PARMUTIL' USING WS-PARMUTIL-PARM
           IF WS-PU-FOUND
               MOVE WS-PU-VALUE TO WS-FUNCTION
           ELSE
               MOVE SPACES TO WS-FUNCTION
           END-IF
           DISPLAY "PARM FUNCTION = " WS-FUNCTION

           MOVE 'GET ' TO WS-PU-FUNCTION
           MOVE 'PARTITIONS' TO WS-PU-KEYWORD
           CALL 'PARMUTIL' USING WS-PARMUTIL-PARM
           IF WS-PU-FOUND AND WS-PU-NUMERIC
               MOVE WS-PU-NUMBER TO WS-PARTITION-COUNT
           ELSE
               MOVE ZERO TO WS-PARTITION-COUNT
           END-IF
           MOVE WS-PARTITION-COUNT TO WS-PART-NUM-DISPLAY
           DISPLAY "PARM PARTITIONS = " WS-PART-NUM-DISPLAY

           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           PERFORM 9600-RESOLVE-BUSINESS-DATE
           MOVE ZERO TO RETURN-CODE

           IF NOT FUNCTION-PLAN AND NOT FUNCTION-DONE
              AND NOT FUNCTION-TEST
               DISPLAY "WALPPLAN: FUNCTION MUST BE PLAN, DONE OR TEST"
               MOVE 16 TO RETURN-CODE
               PERFORM 9700-WRITE-RUN-LOG
               GOBACK
           END-IF
           .

       2000-PLAN-PARTITIONS.
           IF WS-PARTITION-COUNT < 1
              OR WS-PARTITION-COUNT > WS-PARTITION-MAX
               MOVE 'PTMX' TO WS-ERRCODE-LOOKUP-CODE
               PERFORM 9500-LOOKUP-ERROR-CODE
               MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF

           PERFORM 2050-CHECK-RATE-FEED
           PERFORM 2100-CUT-RANGES
           PERFORM 2300-TAKE-GROUP-LOCK
           PERFORM 2400-WRITE-MANIFEST
           PERFORM 3000-PROVE-COVERAGE

           IF NOT COVERAGE-PROVED
               PERFORM 5100-CLEAR-GROUP-LOCK
               PERFORM 2500-WITHDRAW-MANIFEST
               MOVE 'PTCV' TO WS-ERRCODE-LOOKUP-CODE
               PERFORM 9500-LOOKUP-ERROR-CODE
               MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF

           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX > WS-PARTITION-COUNT
               MOVE WS-PART-IX TO WS-PART-NUM-DISPLAY
               DISPLAY "  PARTITION " WS-PART-NUM-DISPLAY
                   ": CUSTOMERS " WS-PL-LOW (WS-PART-IX)
                   " TO " WS-PL-HIGH (WS-PART-IX)
           END-PERFORM
           MOVE WS-PARTITION-COUNT TO WS-PART-NUM-DISPLAY
           DISPLAY "WALPPLAN: " WS-PART-NUM-DISPLAY
               " PARTITIONS PLANNED FOR " WS-RUN-BUS-DATE
               " - GROUP LOCK HELD AS " WS-GROUP-HOLDER
           .

       2050-CHECK-RATE-FEED.
      * Tonight's last RATEFEED record on the run log - a rerun of
      * the feed that came through clean stands over an earlier
      * failure. No record at all is a plan made outside the window.
           OPEN INPUT RUN-LOG-FILE
           IF RUNLOG-OK
               READ RUN-LOG-FILE
               PERFORM WITH TEST BEFORE UNTIL NOT RUNLOG-OK
                   IF RUN-PROGRAM = 'RATEFEED'
                      AND RUN-BUS-DATE = WS-RUN-BUS-DATE
                       MOVE 'Y' TO WS-RATEFEED-SW
                       MOVE RUN-RETURN-CODE TO WS-RATEFEED-RC
                   END-IF
                   READ RUN-LOG-FILE
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF

           IF NOT RATEFEED-LOGGED
               DISPLAY "WALPPLAN: NO RATEFEED RUN LOGGED FOR "
                   WS-RUN-BUS-DATE
           END-IF
           IF RATEFEED-LOGGED AND WS-RATEFEED-RC > 4
               DISPLAY "WALPPLAN: RATEFEED ENDED RC " WS-RATEFEED-RC
                   " FOR " WS-RUN-BUS-DATE " - EXCHANGE RATES STALE,"
                   " PARTITIONED RUN REFUSED"
               DISPLAY "WALPPLAN: THE MONTH-END RUNS STAY IN CCBATCH1"
               MOVE 8 TO RETURN-CODE
               PERFORM 9700-WRITE-RUN-LOG
               GOBACK
           END-IF
           .

       2100-CUT-RANGES.
      * An even split by default; a LOW-nn card moves the start of
      * partition nn - to balance a customer base that is not spread
      * evenly over the number range. Nothing is checked here: a
      * bad boundary shows up in the coverage proof, where every
      * other way the manifest could be wrong shows up too.
           COMPUTE WS-PART-SPAN = 1000000000 / WS-PARTITION-COUNT
           MOVE ZERO TO WS-PL-LOW (1)
           PERFORM VARYING WS-PART-IX FROM 2 BY 1
                   UNTIL WS-PART-IX > WS-PARTITION-COUNT
               COMPUTE WS-PL-LOW (WS-PART-IX)
                   = (WS-PART-IX - 1) * WS-PART-SPAN
               MOVE WS-PART-IX TO WS-PART-NUM-DISPLAY
               MOVE 'GET ' TO WS-PU-FUNCTION
               MOVE SPACES TO WS-PU-KEYWORD
               STRING 'LOW-' WS-PART-NUM-DISPLAY
                   DELIMITED BY SIZE INTO WS-PU-KEYWORD
               CALL 'PARMUTIL' USING WS-PARMUTIL-PARM
               IF WS-PU-FOUND
                   IF WS-PU-NUMERIC
                       MOVE WS-PU-NUMBER TO WS-PL-LOW (WS-PART-IX)
                       DISPLAY "PARM " WS-PU-KEYWORD " = "
                           WS-PL-LOW (WS-PART-IX)
                   ELSE
                       DISPLAY "WALPPLAN: " WS-PU-KEYWORD
                           " IS NOT A CUSTOMER NUMBER"
                       MOVE 'N' TO WS-COVERAGE-SW
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX NOT < WS-PARTITION-COUNT
               IF WS-PL-LOW (WS-PART-IX + 1) > ZERO
                   COMPUTE WS-PL-HIGH (WS-PART-IX)
                       = WS-PL-LOW (WS-PART-IX + 1) - 1
               ELSE
                   MOVE ZERO TO WS-PL-HIGH (WS-PART-IX)
               END-IF
           END-PERFORM
           MOVE WS-RANGE-END TO WS-PL-HIGH (WS-PARTITION-COUNT)
           .

       2300-TAKE-GROUP-LOCK.
      * Refused while any wallet updater - or last month's stream,
      * never released - holds the interlock; LOCKMNT shows and
      * clears a leftover.
           MOVE 'ACQ ' TO WS-WL-FUNCTION
           MOVE WS-GROUP-HOLDER TO WS-WL-PROGRAM
           CALL 'WALLOCK' USING WS-WALLOCK-PARM
           IF WS-WL-RC NOT = ZERO
               DISPLAY "WALPPLAN: WALLET LOCK HELD BY "
                   WS-WL-HOLDER " SINCE " WS-WL-SINCE
                   " - PARTITIONED RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               PERFORM 9700-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE 'Y' TO WS-LOCK-TAKEN-SW
           .

       2400-WRITE-MANIFEST.
           OPEN OUTPUT PARTITION-MANIFEST
           IF NOT PARTMAN-OK
               PERFORM 5100-CLEAR-GROUP-LOCK
               MOVE 'IOER' TO WS-ERRCODE-LOOKUP-CODE
               PERFORM 9500-LOOKUP-ERROR-CODE
               MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-ERROR-MESSAGE
               DISPLAY "WALPPLAN: PARTMAN FILE STATUS "
                   WS-PARTMAN-STATUS
               PERFORM 9999-ABORT
           END-IF
           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX > WS-PARTITION-COUNT
               MOVE SPACES TO PARTITION-MANIFEST-RECORD
               MOVE WS-PART-IX TO PTM-PARTITION
               MOVE WS-PL-LOW (WS-PART-IX) TO PTM-LOW-CUSTOMER
               MOVE WS-PL-HIGH (WS-PART-IX) TO PTM-HIGH-CUSTOMER
               WRITE PARTITION-MANIFEST-RECORD
               ADD 1 TO WS-WRITE-COUNT
           END-PERFORM
           MOVE SPACES TO PARTITION-MANIFEST-RECORD
           MOVE 'TRAILER' TO PTM-TRL-ID
           MOVE WS-RUN-BUS-DATE TO PTM-TRL-BUS-DATE
           MOVE WS-PARTITION-COUNT TO PTM-TRL-PARTITIONS
           WRITE PARTITION-MANIFEST-RECORD
           CLOSE PARTITION-MANIFEST
           .

       2500-WITHDRAW-MANIFEST.
      * A plan that did not prove leaves no trailer for tonight - the
      * serial month-end steps in CCBATCH1 then run as usual.
           OPEN OUTPUT PARTITION-MANIFEST
           IF PARTMAN-OK
               CLOSE PARTITION-MANIFEST
           END-IF
           .

       3000-PROVE-COVERAGE.
      * Read back what was written and prove it - the same proof
      * WALPMRG makes before it merges, so a manifest edited by
      * hand between the two is caught there as well.
           OPEN INPUT PARTITION-MANIFEST
           IF NOT PARTMAN-OK
               MOVE 'N' TO WS-COVERAGE-SW
               DISPLAY "WALPPLAN: PARTMAN FILE STATUS "
                   WS-PARTMAN-STATUS " ON READ-BACK"
           ELSE
               MOVE ZERO TO WS-NEXT-LOW
               MOVE ZERO TO WS-READ-COUNT
               READ PARTITION-MANIFEST
               PERFORM WITH TEST BEFORE UNTIL NOT PARTMAN-OK
                   PERFORM 3100-PROVE-ONE-RECORD
                   READ PARTITION-MANIFEST
               END-PERFORM
               CLOSE PARTITION-MANIFEST
               IF NOT TRAILER-SEEN
                   DISPLAY "WALPPLAN: PARTMAN HAS NO TRAILER"
                   MOVE 'N' TO WS-COVERAGE-SW
               END-IF
               IF WS-NEXT-LOW NOT = WS-RANGE-END + 1
                   DISPLAY "WALPPLAN: PARTITIONS END BEFORE CUSTOMER "
                       WS-RANGE-END
                   MOVE 'N' TO WS-COVERAGE-SW
               END-IF
           END-IF
           .

       3100-PROVE-ONE-RECORD.
           IF TRAILER-SEEN
               DISPLAY "WALPPLAN: PARTMAN RECORD AFTER THE TRAILER"
               MOVE 'N' TO WS-COVERAGE-SW
           ELSE
               IF PTM-TRL-ID = 'TRAILER'
                   MOVE 'Y' TO WS-TRAILER-SW
                   IF PTM-TRL-PARTITIONS NOT = WS-READ-COUNT
                      OR PTM-TRL-BUS-DATE NOT = WS-RUN-BUS-DATE
                       DISPLAY "WALPPLAN: PARTMAN TRAILER SAYS "
                           PTM-TRL-PARTITIONS " PARTITIONS FOR "
                           PTM-TRL-BUS-DATE
                       MOVE 'N' TO WS-COVERAGE-SW
                   END-IF
               ELSE
                   ADD 1 TO WS-READ-COUNT
                   IF PTM-PARTITION NOT = WS-READ-COUNT
                      OR PTM-LOW-CUSTOMER NOT = WS-NEXT-LOW
                      OR PTM-LOW-CUSTOMER > PTM-HIGH-CUSTOMER
                       DISPLAY "WALPPLAN: PARTITION " PTM-PARTITION
                           " RANGE " PTM-LOW-CUSTOMER " TO "
                           PTM-HIGH-CUSTOMER " DOES NOT FOLLOW ON"
                       MOVE 'N' TO WS-COVERAGE-SW
                   END-IF
                   COMPUTE WS-NEXT-LOW = PTM-HIGH-CUSTOMER + 1
               END-IF
           END-IF
           .

       5000-RELEASE-GROUP-LOCK.
      * Only the stream's own lock is cleared - a lock held by any
      * other program is left exactly as it is, for LOCKMNT.
           MOVE 'CHK ' TO WS-WL-FUNCTION
           MOVE WS-GROUP-HOLDER TO WS-WL-PROGRAM
           CALL 'WALLOCK' USING WS-WALLOCK-PARM
           IF WS-WL-RC NOT = ZERO
               DISPLAY "WALPPLAN: WALLET LOCK HELD BY '"
                   WS-WL-HOLDER "' SINCE " WS-WL-SINCE
                   " - NOT " WS-GROUP-HOLDER ", LEFT AS IT IS"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'Y' TO WS-LOCK-TAKEN-SW
               PERFORM 5100-CLEAR-GROUP-LOCK
               DISPLAY "WALPPLAN: PARTITIONED RUN COMPLETE - "
                   WS-GROUP-HOLDER " LOCK RELEASED"
           END-IF
           .

       5100-CLEAR-GROUP-LOCK.
           IF GROUP-LOCK-TAKEN
               MOVE 'REL ' TO WS-WL-FUNCTION
               MOVE WS-GROUP-HOLDER TO WS-WL-PROGRAM
               CALL 'WALLOCK' USING WS-WALLOCK-PARM
               MOVE 'N' TO WS-LOCK-TAKEN-SW
           END-IF
           .

       6000-TEST-STREAM-DONE.
      * Tonight is a partitioned night when PARTMAN's trailer carries
      * tonight's date. WALPDONE gives the lock back only once every
      * merge has agreed, so while WALPART still holds it the
      * partitions' postings are not all in.
           MOVE 'N' TO WS-TRAILER-SW
           OPEN INPUT PARTITION-MANIFEST
           EVALUATE TRUE
               WHEN PARTMAN-OK
                   READ PARTITION-MANIFEST
                   PERFORM WITH TEST BEFORE UNTIL NOT PARTMAN-OK
                       ADD 1 TO WS-READ-COUNT
                       IF PTM-TRL-ID = 'TRAILER'
                          AND PTM-TRL-BUS-DATE = WS-RUN-BUS-DATE
                           MOVE 'Y' TO WS-TRAILER-SW
                       END-IF
                       READ PARTITION-MANIFEST
                   END-PERFORM
                   CLOSE PARTITION-MANIFEST
               WHEN PARTMAN-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WALPPLAN: PARTMAN FILE STATUS "
                       WS-PARTMAN-STATUS
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE

           IF RETURN-CODE = ZERO
               IF NOT TRAILER-SEEN
                   DISPLAY "WALPPLAN: NO PARTITIONED RUN FOR "
                       WS-RUN-BUS-DATE
               ELSE
                   MOVE 'CHK ' TO WS-WL-FUNCTION
                   MOVE WS-GROUP-HOLDER TO WS-WL-PROGRAM
                   CALL 'WALLOCK' USING WS-WALLOCK-PARM
                   IF WS-WL-RC = ZERO
                       DISPLAY "WALPPLAN: PARTITIONED RUN FOR "
                           WS-RUN-BUS-DATE " NOT YET MERGED - "
                           WS-GROUP-HOLDER " STILL HOLDS THE LOCK"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       DISPLAY "WALPPLAN: PARTITIONED RUN FOR "
                           WS-RUN-BUS-DATE " MERGED AND RELEASED"
                       MOVE ZERO TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
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
      * The abort path logs the run too, so a failed plan shows on
      * the morning line with its real return code instead of
      * vanishing.
       9999-ABORT.
           DISPLAY WS-ERROR-MESSAGE
           MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
           PERFORM 9700-WRITE-RUN-LOG
           GOBACK
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
           MOVE WS-READ-COUNT TO RUN-RECS-IN
           MOVE WS-WRITE-COUNT TO RUN-RECS-OUT
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
               DISPLAY 'WALPPLAN: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9600-RESOLVE-BUSINESS-DATE.
      * The processing date comes from the window's control record:
      * an open date is used as-is, a closed date refuses the run -
      * that business date has already been processed. With no
      * control file at all (an ad-hoc run outside the window) the
      * system date stands in, with a note.
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
               WHEN BUSDATE-OK
                   READ BUSINESS-DATE-FILE
                   IF BUSDATE-OK
                       IF BD-IS-CLOSED
                           DISPLAY 'WALPPLAN: BUSINESS DATE '
                               BD-BUSINESS-DATE
                               ' IS ALREADY CLOSED - REFUSING TO '
                               'RUN IT AGAIN'
                           CLOSE BUSINESS-DATE-FILE
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE BD-BUSINESS-DATE TO WS-RUN-BUS-DATE
                   END-IF
                   CLOSE BUSINESS-DATE-FILE
               WHEN BUSDATE-NOT-FOUND
                   DISPLAY 'WALPPLAN: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'WALPPLAN: UNEXPECTED BUSDATE STATUS '
                       WS-BUSDATE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .
