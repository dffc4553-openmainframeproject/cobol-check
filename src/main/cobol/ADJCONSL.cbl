       PROGRAM-ID.  ADJCONSL.
      *****************************************************************
      * Adjustment-channel consolidation ahead of the WALADJPG
      * apply. Adjustments now arrive from seven places - finance's
      * keyed WALADJ file, JSONINTK's WALADJOT output, WALREV's
      * REVADJOT reversals, STORDGEN's STORDOUT standing orders,
      * the branch captures ADJCAPC staged on ADJSTAGE once a second
      * operator approved them, CAMPAIGN's CAMPBONS bonus credits,
      * and the FWDAOUT future-dated adjustments FWDAMNT releases
      * from its warehouse when they fall due - and an operator
      * used to concatenate them by hand, which has already
      * produced a night where one file was included twice.
      * This step merges the channel files into the single ADJAPPLY
      * apply file, proves WADJ-ADJ-REF uniqueness across every
      * channel before anything posts (a blank reference - the
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-STANDING-STATUS.
      * Branch captures released online - only an approval writes
      * here, so nothing pending or rejected can reach the apply.
           SELECT BRANCH-ADJ-FILE ASSIGN TO "ADJSTAGE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BRANCH-STATUS.
      * Campaign bonuses, generated on each campaign's pay date.
           SELECT BONUS-ADJ-FILE ASSIGN TO "CAMPBONS"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BONUS-STATUS.
      * Warehoused adjustments released for the night's business
      * date.
           SELECT WAREHOUSE-ADJ-FILE ASSIGN TO "FWDAOUT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-WAREHOUSE-STATUS.
           SELECT APPLY-OUT-FILE ASSIGN TO "ADJAPPLY"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
       FILE SECTION.
       FD  FINANCE-ADJ-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS FINANCE-ADJ-RECORD.
       01  FINANCE-ADJ-RECORD      PIC X(88).
       FD  WEB-ADJ-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WEB-ADJ-RECORD.
       01  WEB-ADJ-RECORD          PIC X(88).
       FD  REVERSAL-ADJ-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS REVERSAL-ADJ-RECORD.
       01  REVERSAL-ADJ-RECORD     PIC X(88).
       FD  STANDING-ADJ-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS STANDING-ADJ-RECORD.
       01  STANDING-ADJ-RECORD     PIC X(88).
       FD  BRANCH-ADJ-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS BRANCH-ADJ-RECORD.
       01  BRANCH-ADJ-RECORD       PIC X(88).
       FD  BONUS-ADJ-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS BONUS-ADJ-RECORD.
       01  BONUS-ADJ-RECORD        PIC X(88).
       FD  WAREHOUSE-ADJ-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WAREHOUSE-ADJ-RECORD.
       01  WAREHOUSE-ADJ-RECORD    PIC X(88).
       FD  APPLY-OUT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS APPLY-OUT-RECORD.
       01  APPLY-OUT-RECORD.
               88  STANDING-OK      VALUE '00'.
               88  STANDING-EOF     VALUE '10'.
               88  STANDING-NOT-FOUND VALUE '35'.
           05  WS-BRANCH-STATUS     PIC XX.
               88  BRANCH-OK        VALUE '00'.
               88  BRANCH-EOF       VALUE '10'.
               88  BRANCH-NOT-FOUND VALUE '35'.
           05  WS-BONUS-STATUS      PIC XX.
               88  BONUS-OK         VALUE '00'.
               88  BONUS-EOF        VALUE '10'.
               88  BONUS-NOT-FOUND  VALUE '35'.
           05  WS-WAREHOUSE-STATUS  PIC XX.
               88  WAREHOUSE-OK         VALUE '00'.
               88  WAREHOUSE-EOF        VALUE '10'.
               88  WAREHOUSE-NOT-FOUND  VALUE '35'.
           05  WS-APPLY-STATUS      PIC XX.
               88  APPLY-OK         VALUE '00'.
           05  WS-REPORT-STATUS     PIC XX.

      * Per-channel control figures for the report.
       01  WS-CHANNEL-TABLE.
           05  WS-CH-ENTRY OCCURS 7 TIMES.
               10  WS-CH-NAME         PIC X(08).
               10  WS-CH-COUNT        PIC S9(9) COMP-3.
               10  WS-CH-AMOUNT       PIC S9(11)V99 COMP-3.
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'ADJCONSL'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 3000-MERGE-WEB-CHANNEL
           PERFORM 4000-MERGE-REVERSAL-CHANNEL
           PERFORM 5000-MERGE-STANDING-CHANNEL
           PERFORM 5500-MERGE-BRANCH-CHANNEL
           PERFORM 5600-MERGE-BONUS-CHANNEL
           PERFORM 5700-MERGE-WAREHOUSE-CHANNEL
           PERFORM 8000-HOUSEKEEPING
           GOBACK.

           MOVE 'WALADJOT' TO WS-CH-NAME (2)
           MOVE 'REVADJOT' TO WS-CH-NAME (3)
           MOVE 'STORDOUT' TO WS-CH-NAME (4)
           MOVE 'ADJSTAGE' TO WS-CH-NAME (5)
           MOVE 'CAMPBONS' TO WS-CH-NAME (6)
           MOVE 'FWDAOUT ' TO WS-CH-NAME (7)
           PERFORM VARYING WS-CHANNEL-IX FROM 1 BY 1
                   UNTIL WS-CHANNEL-IX > 7
              MOVE ZERO TO WS-CH-COUNT (WS-CHANNEL-IX)
              MOVE ZERO TO WS-CH-AMOUNT (WS-CHANNEL-IX)
           END-PERFORM
                 GOBACK
           END-EVALUATE.

      * The branch channel's customer numbers were check-digit
      * proven at capture, on the screen, before anyone approved.
       5500-MERGE-BRANCH-CHANNEL.
           MOVE 5 TO WS-CHANNEL-IX
           OPEN INPUT BRANCH-ADJ-FILE
           EVALUATE TRUE
              WHEN BRANCH-OK
                 READ BRANCH-ADJ-FILE
                 PERFORM WITH TEST BEFORE UNTIL BRANCH-EOF
                    MOVE BRANCH-ADJ-RECORD TO APPLY-OUT-RECORD
                    PERFORM 6000-TAKE-ONE-RECORD
                    READ BRANCH-ADJ-FILE
                 END-PERFORM
                 CLOSE BRANCH-ADJ-FILE
              WHEN BRANCH-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 MOVE 'IOER' TO WS-ERRCODE-LOOKUP-CODE
                 PERFORM 9500-LOOKUP-ERROR-CODE
                 DISPLAY WS-ERRCODE-LOOKUP-TEXT
                 DISPLAY 'ADJCONSL: UNEXPECTED ADJSTAGE STATUS '
                     WS-BRANCH-STATUS
                 MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

      * The bonus channel's customers came off the night's own name
      * extract, so their numbers are already the table's.
       5600-MERGE-BONUS-CHANNEL.
           MOVE 6 TO WS-CHANNEL-IX
           OPEN INPUT BONUS-ADJ-FILE
           EVALUATE TRUE
              WHEN BONUS-OK
                 READ BONUS-ADJ-FILE
                 PERFORM WITH TEST BEFORE UNTIL BONUS-EOF
                    MOVE BONUS-ADJ-RECORD TO APPLY-OUT-RECORD
                    PERFORM 6000-TAKE-ONE-RECORD
                    READ BONUS-ADJ-FILE
                 END-PERFORM
                 CLOSE BONUS-ADJ-FILE
              WHEN BONUS-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 MOVE 'IOER' TO WS-ERRCODE-LOOKUP-CODE
                 PERFORM 9500-LOOKUP-ERROR-CODE
                 DISPLAY WS-ERRCODE-LOOKUP-TEXT
                 DISPLAY 'ADJCONSL: UNEXPECTED CAMPBONS STATUS '
                     WS-BONUS-STATUS
                 MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

      * The warehouse channel's customers were check-digit proven
      * by FWDAMNT when the adjustment was lodged.
       5700-MERGE-WAREHOUSE-CHANNEL.
           MOVE 7 TO WS-CHANNEL-IX
           OPEN INPUT WAREHOUSE-ADJ-FILE
           EVALUATE TRUE
              WHEN WAREHOUSE-OK
                 READ WAREHOUSE-ADJ-FILE
                 PERFORM WITH TEST BEFORE UNTIL WAREHOUSE-EOF
                    MOVE WAREHOUSE-ADJ-RECORD TO APPLY-OUT-RECORD
                    PERFORM 6000-TAKE-ONE-RECORD
                    READ WAREHOUSE-ADJ-FILE
                 END-PERFORM
                 CLOSE WAREHOUSE-ADJ-FILE
              WHEN WAREHOUSE-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 MOVE 'IOER' TO WS-ERRCODE-LOOKUP-CODE
                 PERFORM 9500-LOOKUP-ERROR-CODE
                 DISPLAY WS-ERRCODE-LOOKUP-TEXT
                 DISPLAY 'ADJCONSL: UNEXPECTED FWDAOUT STATUS '
                     WS-WAREHOUSE-STATUS
                 MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

      * Check digit on the keyed customer number, through the
      * shared CHKDIGIT routine - while the CHKDCTL control says
      * the scheme is not yet in force, every number passes. A

       8000-HOUSEKEEPING.
           PERFORM VARYING WS-CHANNEL-IX FROM 1 BY 1
                   UNTIL WS-CHANNEL-IX > 7
              MOVE WS-CH-NAME (WS-CHANNEL-IX) TO WS-CL-NAME
              MOVE WS-CH-COUNT (WS-CHANNEL-IX) TO WS-CL-COUNT
              MOVE WS-CH-AMOUNT (WS-CHANNEL-IX) TO WS-CL-AMOUNT
