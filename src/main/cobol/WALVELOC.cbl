      *
      * Parameter cards: business date, count threshold, absolute
      * movement threshold, swing percent (zero disables a check).
      *
      * The day's movements are read from WALMVXTR's MOVEXTR extract
      * rather than a cursor of this run's own, so the step needs no
      * DB2. The extract must be the business date's and must count
      * out to its trailer; otherwise nothing is reported or carded
      * and the step ends RC 8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEMENT-EXTRACT ASSIGN TO "MOVEXTR"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-EXTRACT-STATUS.
           SELECT VELOCITY-REPORT ASSIGN TO "VELOCRPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CARD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVEMENT-EXTRACT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS MOVEMENT-EXTRACT-RECORD.
       01  MOVEMENT-EXTRACT-RECORD.
           COPY MOVEXTR.
       FD  VELOCITY-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
       WORKING-STORAGE SECTION.

       01  FILLER.
           05  WS-EXTRACT-STATUS    PIC XX.
               88  EXTRACT-OK       VALUE '00'.
               88  EXTRACT-EOF      VALUE '10'.
           05  WS-REPORT-STATUS     PIC XX.
               88  REPORT-OK        VALUE '00'.
           05  WS-CARD-STATUS       PIC XX.
               88  CARD-OK          VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'WALVELOC'.
           05  WS-REPORT-DATE       PIC X(10) VALUE SPACES.
      * Extract control - details counted against the trailer.
           05  WS-EXTRACT-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TRAILER-SW        PIC X(01) VALUE 'N'.
               88  TRAILER-SEEN     VALUE 'Y'.
           05  WS-EXTRACT-BAD-SW    PIC X(01) VALUE 'N'.
               88  EXTRACT-REJECTED VALUE 'Y'.
           05  WS-COUNT-THRESHOLD   PIC 9(5) VALUE ZERO.
           05  WS-AMOUNT-THRESHOLD  PIC 9(8)V99 VALUE ZERO.
           05  WS-SWING-PCT         PIC 9(3) VALUE ZERO.
           05  WS-DAY-ABS-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-DAY-OPENING       PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-DAY-CLOSING       PIC S9(9)V99 COMP-3 VALUE ZERO.
      * The extract runs wallet within customer, so the day's first
      * and last movements are found by timestamp, not by position.
           05  WS-DAY-FIRST-TMS     PIC X(26).
           05  WS-DAY-LAST-TMS      PIC X(26).
           05  WS-DAY-SWING         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-SWING-RATIO       PIC S9(5)V99 COMP-3 VALUE ZERO.
           05  WS-SEVERITY          PIC 9(1).
           05  WS-RANK-SEVERITY     PIC 9(1).
           05  WS-CUSTOMER-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZ9.

      * Everything the investigation report needs about one flagged
      * customer, held until the severity-ranked print at the end.
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WALVELOC'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-EXTRACT
           PERFORM 3000-MEASURE-ONE-MOVEMENT
              UNTIL EXTRACT-EOF OR TRAILER-SEEN
           IF NOT FIRST-ROW
              PERFORM 3500-CLOSE-CUSTOMER
           END-IF
           PERFORM 4000-CLOSE-EXTRACT
           IF NOT EXTRACT-REJECTED
              PERFORM 5000-RANKED-REPORT
           END-IF
           PERFORM 8000-HOUSEKEEPING
           GOBACK.

              GOBACK
           END-IF

           OPEN INPUT MOVEMENT-EXTRACT
           IF NOT EXTRACT-OK
              DISPLAY 'WALVELOC: UNEXPECTED MOVEXTR STATUS ON '
                  'OPEN ' WS-EXTRACT-STATUS
              PERFORM 9550-MOVEXTR-ERROR
           END-IF

           OPEN OUTPUT VELOCITY-REPORT
           IF NOT REPORT-OK
           MOVE WS-HEADING-LINE TO VELOCITY-REPORT-RECORD
           WRITE VELOCITY-REPORT-RECORD.

       2000-READ-EXTRACT.
           READ MOVEMENT-EXTRACT
           IF NOT EXTRACT-OK AND NOT EXTRACT-EOF
              DISPLAY 'WALVELOC: UNEXPECTED MOVEXTR STATUS ON '
                  'READ ' WS-EXTRACT-STATUS
              PERFORM 9550-MOVEXTR-ERROR
           END-IF.

      * One extract record - a movement to measure, or the trailer
      * that proves the file is the day's and complete.
       3000-MEASURE-ONE-MOVEMENT.
           IF MVX-TRL-ID = 'TRAILER'
              MOVE 'Y' TO WS-TRAILER-SW
              PERFORM 3050-CHECK-TRAILER
           ELSE
              ADD 1 TO WS-EXTRACT-COUNT
              MOVE MVX-CUSTOMER-ID TO WS-MV-CUSTOMER-ID
              MOVE MVX-OLD-WALLET TO WS-MV-OLD
              MOVE MVX-NEW-WALLET TO WS-MV-NEW
              MOVE MVX-TMS-CREA TO WS-MV-TMS
              PERFORM 3100-ACCUMULATE-MOVEMENT
              PERFORM 2000-READ-EXTRACT
           END-IF.

       3050-CHECK-TRAILER.
           IF MVX-TRL-BUS-DATE NOT = WS-REPORT-DATE
              DISPLAY 'WALVELOC: MOVEXTR IS FOR ' MVX-TRL-BUS-DATE
                  ', NOT ' WS-REPORT-DATE
              MOVE 'Y' TO WS-EXTRACT-BAD-SW
           END-IF
           IF MVX-TRL-RECORD-COUNT NOT = WS-EXTRACT-COUNT
              DISPLAY 'WALVELOC: MOVEXTR TRAILER COUNT '
                  MVX-TRL-RECORD-COUNT ' BUT ' WS-EXTRACT-COUNT
                  ' DETAILS READ'
              MOVE 'Y' TO WS-EXTRACT-BAD-SW
           END-IF.

       3100-ACCUMULATE-MOVEMENT.
              COMPUTE WS-MV-DELTA = ZERO - WS-MV-DELTA
           END-IF
           ADD WS-MV-DELTA TO WS-DAY-ABS-TOTAL
           IF WS-MV-TMS < WS-DAY-FIRST-TMS
              MOVE WS-MV-TMS TO WS-DAY-FIRST-TMS
              MOVE WS-MV-OLD TO WS-DAY-OPENING
           END-IF
           IF WS-MV-TMS NOT < WS-DAY-LAST-TMS
              MOVE WS-MV-TMS TO WS-DAY-LAST-TMS
              MOVE WS-MV-NEW TO WS-DAY-CLOSING
           END-IF.

       3200-OPEN-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE ZERO TO WS-DAY-COUNT
           MOVE ZERO TO WS-DAY-ABS-TOTAL
           MOVE WS-MV-OLD TO WS-DAY-OPENING
           MOVE WS-MV-NEW TO WS-DAY-CLOSING
           MOVE WS-MV-TMS TO WS-DAY-FIRST-TMS
           MOVE WS-MV-TMS TO WS-DAY-LAST-TMS.

       3500-CLOSE-CUSTOMER.
      * Severity is simply how many of the three thresholds the day
                TO WS-FL-ABS-TOTAL (WS-FLAG-COUNT)
              MOVE WS-SWING-RATIO
                TO WS-FL-SWING-PCT (WS-FLAG-COUNT)
           END-IF.

       4000-CLOSE-EXTRACT.
           CLOSE MOVEMENT-EXTRACT
           IF NOT TRAILER-SEEN
              DISPLAY 'WALVELOC: MOVEXTR HAS NO TRAILER - THE '
                  'EXTRACT IS INCOMPLETE'
              MOVE 'Y' TO WS-EXTRACT-BAD-SW
           END-IF.

       5000-RANKED-REPORT.
      * Three passes over the flag table, severity three first -
      * the worst customers read off the top of the page. The cards
      * are written here too, once the extract has proved complete.
           PERFORM VARYING WS-RANK-SEVERITY FROM 3 BY -1
                   UNTIL WS-RANK-SEVERITY = ZERO
              PERFORM 5100-PRINT-ONE-SEVERITY
                 MOVE WS-FL-SWING-PCT (WS-FLAG-IX) TO WS-DT-SWING
                 MOVE WS-DETAIL-LINE TO VELOCITY-REPORT-RECORD
                 WRITE VELOCITY-REPORT-RECORD
                 MOVE WS-FL-CUSTOMER-ID (WS-FLAG-IX)
                   TO FLG-CUSTOMER-ID
                 WRITE FLAGGED-CARD-RECORD
              END-IF
           END-PERFORM.

           CLOSE VELOCITY-REPORT
           CLOSE FLAGGED-CARD-FILE

           IF EXTRACT-REJECTED
              DISPLAY 'WALVELOC: EXTRACT REJECTED - NOTHING REPORTED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-CUSTOMER-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALVELOC: CUSTOMERS MEASURED: '
               WS-COUNT-FORMATTED
              MOVE 4 TO RETURN-CODE
           END-IF.

       9500-LOOKUP-ERROR-CODE.
      * Look the code up through the shared ERRLOOK routine, which
      * reads the loadable ERRCFILE registry at run time - carrying
           END-IF
           .

      * The movement extract would not open or read - the condition
      * goes through ERRLOOK, so it reaches the operator alert queue
      * at the registry's severity like any other file failure.
       9550-MOVEXTR-ERROR.
           MOVE 'IOER' TO WS-ERRCODE-LOOKUP-CODE
           PERFORM 9500-LOOKUP-ERROR-CODE
           DISPLAY 'WALVELOC: ' WS-ERRCODE-LOOKUP-TEXT ' (MOVEXTR)'
           MOVE 16 TO RETURN-CODE
           GOBACK.

