      * PGM_NAME that made the movements, and a grand total of the
      * OLD_WALLET-to-NEW_WALLET deltas - the reconciliation audit
      * used to reconstruct by hand-querying the history table.
      *
      * The day's rows come from WALMVXTR's MOVEXTR extract, not a
      * cursor of this run's own, so the step needs no DB2. The
      * extract is in customer order; an internal sort puts it into
      * PGM_NAME and customer order for the subtotals. The extract
      * must be the report date's and must count out to its
      * trailer, or nothing is reported and the step ends RC 8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEMENT-EXTRACT ASSIGN TO "MOVEXTR"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-EXTRACT-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
           SELECT MOVEMENT-REPORT ASSIGN TO "MVSUMRPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TOTALS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVEMENT-EXTRACT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS MOVEMENT-EXTRACT-RECORD.
       01  MOVEMENT-EXTRACT-RECORD.
           COPY MOVEXTR.
      * One movement per sort record - only what the summary needs.
       SD  SORT-FILE
           DATA RECORD IS SORT-MOVEMENT-RECORD.
       01  SORT-MOVEMENT-RECORD.
           05  SRT-PGM-NAME        PIC X(08).
           05  SRT-CUSTOMER-ID     PIC 9(9).
           05  SRT-DELTA           PIC S9(9)V99 COMP-3.
       FD  MOVEMENT-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
       WORKING-STORAGE SECTION.

       01  FILLER.
           05  WS-EXTRACT-STATUS    PIC XX.
               88  EXTRACT-OK       VALUE '00'.
               88  EXTRACT-EOF      VALUE '10'.
           05  WS-REPORT-STATUS     PIC XX.
               88  REPORT-OK        VALUE '00'.
           05  WS-TOTALS-STATUS     PIC XX.
               88  TOTALS-OK        VALUE '00'.
           05  WS-REPORT-DATE       PIC X(10) VALUE SPACES.
           05  WS-PGM-NAME          PIC X(08) VALUE 'WALMVSUM'.
      * Extract control - details counted against the trailer.
           05  WS-EXTRACT-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TRAILER-SW        PIC X(01) VALUE 'N'.
               88  TRAILER-SEEN     VALUE 'Y'.
           05  WS-EXTRACT-BAD-SW    PIC X(01) VALUE 'N'.
               88  EXTRACT-REJECTED VALUE 'Y'.
           05  WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
               88  SORTED-EOF       VALUE 'Y'.
      * One summed line per PGM_NAME/customer pair: the day's net
      * movement and how many history rows produced it.
           05  WS-MV-PGM-NAME       PIC X(08).
           05  WS-MV-CUSTOMER-ID    PIC 9(9).
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WALMVSUM'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT SORT-FILE
              ON ASCENDING KEY SRT-PGM-NAME SRT-CUSTOMER-ID
              INPUT PROCEDURE 2000-FEED-SORT
              OUTPUT PROCEDURE 3000-REPORT-SORTED
           PERFORM 8000-HOUSEKEEPING
           GOBACK.

              GOBACK
           END-IF

           OPEN INPUT MOVEMENT-EXTRACT
           IF NOT EXTRACT-OK
              DISPLAY 'WALMVSUM: UNEXPECTED MOVEXTR STATUS ON OPEN '
                  WS-EXTRACT-STATUS
              PERFORM 9550-MOVEXTR-ERROR
           END-IF

           OPEN OUTPUT MOVEMENT-REPORT
           IF NOT REPORT-OK
              GOBACK
           END-IF.

      * Every detail goes to the sort; the trailer closes the
      * extract and proves it - the report date's file, and every
      * detail it claims actually read.
       2000-FEED-SORT.
           PERFORM 2050-READ-EXTRACT
           PERFORM WITH TEST BEFORE
                   UNTIL EXTRACT-EOF OR TRAILER-SEEN
              IF MVX-TRL-ID = 'TRAILER'
                 MOVE 'Y' TO WS-TRAILER-SW
                 PERFORM 2100-CHECK-TRAILER
              ELSE
                 ADD 1 TO WS-EXTRACT-COUNT
                 MOVE MVX-PGM-NAME TO SRT-PGM-NAME
                 MOVE MVX-CUSTOMER-ID TO SRT-CUSTOMER-ID
                 COMPUTE SRT-DELTA = MVX-NEW-WALLET - MVX-OLD-WALLET
                 RELEASE SORT-MOVEMENT-RECORD
                 PERFORM 2050-READ-EXTRACT
              END-IF
           END-PERFORM
           IF NOT TRAILER-SEEN
              DISPLAY 'WALMVSUM: MOVEXTR HAS NO TRAILER - THE '
                  'EXTRACT IS INCOMPLETE'
              MOVE 'Y' TO WS-EXTRACT-BAD-SW
           END-IF
           CLOSE MOVEMENT-EXTRACT.

       2050-READ-EXTRACT.
           READ MOVEMENT-EXTRACT
           IF NOT EXTRACT-OK AND NOT EXTRACT-EOF
              DISPLAY 'WALMVSUM: UNEXPECTED MOVEXTR STATUS ON READ '
                  WS-EXTRACT-STATUS
              PERFORM 9550-MOVEXTR-ERROR
           END-IF.

       2100-CHECK-TRAILER.
           IF MVX-TRL-BUS-DATE NOT = WS-REPORT-DATE
              DISPLAY 'WALMVSUM: MOVEXTR IS FOR ' MVX-TRL-BUS-DATE
                  ', NOT ' WS-REPORT-DATE
              MOVE 'Y' TO WS-EXTRACT-BAD-SW
           END-IF
           IF MVX-TRL-RECORD-COUNT NOT = WS-EXTRACT-COUNT
              DISPLAY 'WALMVSUM: MOVEXTR TRAILER COUNT '
                  MVX-TRL-RECORD-COUNT ' BUT ' WS-EXTRACT-COUNT
                  ' DETAILS READ'
              MOVE 'Y' TO WS-EXTRACT-BAD-SW
           END-IF.

      * The sorted movements summed per PGM_NAME and customer - the
      * pairs the report and the totals file are built from. A
      * rejected extract reports nothing at all.
       3000-REPORT-SORTED.
           IF EXTRACT-REJECTED
              DISPLAY 'WALMVSUM: EXTRACT REJECTED - NOTHING REPORTED'
           ELSE
              PERFORM 3050-RETURN-SORTED
              PERFORM WITH TEST BEFORE UNTIL SORTED-EOF
                 MOVE SRT-PGM-NAME TO WS-MV-PGM-NAME
                 MOVE SRT-CUSTOMER-ID TO WS-MV-CUSTOMER-ID
                 MOVE ZERO TO WS-MV-NET
                 MOVE ZERO TO WS-MV-ROWS
                 PERFORM WITH TEST BEFORE
                         UNTIL SORTED-EOF
                            OR SRT-PGM-NAME NOT = WS-MV-PGM-NAME
                            OR SRT-CUSTOMER-ID NOT = WS-MV-CUSTOMER-ID
                    ADD SRT-DELTA TO WS-MV-NET
                    ADD 1 TO WS-MV-ROWS
                    PERFORM 3050-RETURN-SORTED
                 END-PERFORM
                 PERFORM 3100-REPORT-ONE-CUSTOMER
              END-PERFORM
           END-IF.

       3050-RETURN-SORTED.
           RETURN SORT-FILE
              AT END
                 MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

       3100-REPORT-ONE-CUSTOMER.
      * Rows arrive grouped by PGM_NAME - a change of program flushes
      * that program's subtotal, the same control-break shape as
           MOVE WS-PGM-SUBTOTAL TO MVT-NET-AMOUNT
           WRITE MOVEMENT-TOTALS-RECORD.

       8000-HOUSEKEEPING.
           IF EXTRACT-REJECTED
              CLOSE MOVEMENT-TOTALS-FILE
              CLOSE MOVEMENT-REPORT
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF NOT FIRST-ROW
              PERFORM 3200-WRITE-PGM-SUBTOTAL
           END-IF
           DISPLAY 'WALMVSUM: CUSTOMER/PROGRAM LINES REPORTED: '
               WS-CUSTOMER-COUNT.

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
           DISPLAY 'WALMVSUM: ' WS-ERRCODE-LOOKUP-TEXT ' (MOVEXTR)'
           MOVE 16 TO RETURN-CODE
           GOBACK.

