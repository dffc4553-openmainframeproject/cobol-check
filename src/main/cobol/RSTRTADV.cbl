      * from the top or must resume from its checkpoint - a
      * generated runbook instead of a 3am phone call.
      *
      * Month-end nights are covered too: the periodic steps PERDCTL
      * planned onto WINMANPD for the date join the manifest, and
      * the WINTCHKP, WFEECHKP and WRVLCHKP checkpoints of WALINT,
      * WALFEE and WALREVAL give the customer and wallet each of
      * those runs committed through.
      *
      * Parameter card: the business date being restarted.
      *****************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ADJCHK-STATUS.
      * The periodic steps PERDCTL added to the window, by date.
           SELECT MANIFEST-ADD-FILE ASSIGN TO "WINMANPD"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-MANADD-STATUS.
      * The month-end posting runs' committed-position checkpoints.
           SELECT INT-CHECKPOINT-FILE ASSIGN TO "WINTCHKP"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-INTCHK-STATUS.
           SELECT FEE-CHECKPOINT-FILE ASSIGN TO "WFEECHKP"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FEECHK-STATUS.
           SELECT REVAL-CHECKPOINT-FILE ASSIGN TO "WRVLCHKP"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RVLCHK-STATUS.
           SELECT RESTART-REPORT ASSIGN TO "RSTRTRPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
           DATA RECORD IS ADJ-CHECKPOINT-RECORD.
       01  ADJ-CHECKPOINT-RECORD.
           05  WADJ-CHKPT-COUNT   PIC 9(9).
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
      * Only the leading position fields of each posting-run
      * checkpoint are needed here - the totals that follow are the
      * posting program's business, not the advisor's.
       FD  INT-CHECKPOINT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 604 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS INT-CHECKPOINT-RECORD.
       01  INT-CHECKPOINT-RECORD.
           05  ICK-BUS-DATE        PIC X(10).
           05  ICK-STATUS          PIC X(01).
               88  ICK-IN-PROGRESS     VALUE 'P'.
           05  ICK-CUSTOMER-ID     PIC 9(9).
           05  ICK-WALLET-NO       PIC 9(2).
           05  FILLER              PIC X(582).
       FD  FEE-CHECKPOINT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 575 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS FEE-CHECKPOINT-RECORD.
       01  FEE-CHECKPOINT-RECORD.
           05  FCK-BUS-DATE        PIC X(10).
           05  FCK-STATUS          PIC X(01).
               88  FCK-IN-PROGRESS     VALUE 'P'.
           05  FCK-CUSTOMER-ID     PIC 9(9).
           05  FCK-WALLET-NO       PIC 9(2).
           05  FILLER              PIC X(553).
       FD  REVAL-CHECKPOINT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 1308 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS REVAL-CHECKPOINT-RECORD.
       01  REVAL-CHECKPOINT-RECORD.
           05  VCK-BUS-DATE        PIC X(10).
           05  VCK-STATUS          PIC X(01).
               88  VCK-IN-PROGRESS     VALUE 'P'.
           05  VCK-CURRENCY        PIC X(03).
           05  VCK-CUSTOMER-ID     PIC 9(9).
           05  VCK-WALLET-NO       PIC 9(2).
           05  FILLER              PIC X(1283).
       FD  RESTART-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
               88  ADJCHK-NOT-FOUND VALUE '35'.
           05  WS-REPORT-STATUS     PIC XX.
               88  REPORT-OK        VALUE '00'.
           05  WS-MANADD-STATUS     PIC XX.
               88  MANADD-OK        VALUE '00'.
               88  MANADD-EOF       VALUE '10'.
               88  MANADD-NOT-FOUND VALUE '35'.
           05  WS-ALREADY-LISTED-SW PIC X(01).
               88  ALREADY-LISTED   VALUE 'Y'.
           05  WS-INTCHK-STATUS     PIC XX.
               88  INTCHK-OK        VALUE '00'.
               88  INTCHK-NOT-FOUND VALUE '35'.
           05  WS-FEECHK-STATUS     PIC XX.
               88  FEECHK-OK        VALUE '00'.
               88  FEECHK-NOT-FOUND VALUE '35'.
           05  WS-RVLCHK-STATUS     PIC XX.
               88  RVLCHK-OK        VALUE '00'.
               88  RVLCHK-NOT-FOUND VALUE '35'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'RSTRTADV'.
           05  WS-FILTER-DATE       PIC X(10) VALUE SPACES.
           05  WS-MANIFEST-COUNT    PIC S9(4) COMP VALUE ZERO.
           05  WS-ADJ-CHKPT         PIC 9(9) VALUE ZERO.
           05  WS-ADJ-CHKPT-SW      PIC X(01) VALUE 'N'.
               88  ADJ-CHKPT-FOUND  VALUE 'Y'.
      * A posting-run checkpoint only counts when it is for the
      * date being restarted and its run did not finish.
           05  WS-INT-CHKPT-SW      PIC X(01) VALUE 'N'.
               88  INT-CHKPT-FOUND  VALUE 'Y'.
           05  WS-INT-CHKPT-POS     PIC X(12) VALUE SPACES.
           05  WS-FEE-CHKPT-SW      PIC X(01) VALUE 'N'.
               88  FEE-CHKPT-FOUND  VALUE 'Y'.
           05  WS-FEE-CHKPT-POS     PIC X(12) VALUE SPACES.
           05  WS-RVL-CHKPT-SW      PIC X(01) VALUE 'N'.
               88  RVL-CHKPT-FOUND  VALUE 'Y'.
           05  WS-RVL-CHKPT-POS     PIC X(16) VALUE SPACES.
           05  WS-LAST-CLEAN        PIC X(08) VALUE SPACES.
           05  WS-BROKEN-SEEN-SW    PIC X(01) VALUE 'N'.
               88  BREAK-POINT-SEEN VALUE 'Y'.
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'RSTRTADV'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-MANIFEST
           PERFORM 2500-LOAD-PERIODIC-ADDITIONS
           PERFORM 3000-MATCH-RUN-LOG
           PERFORM 4000-READ-CHECKPOINTS
           PERFORM 5000-PRINT-RESTART-SHEET
                 GOBACK
           END-EVALUATE.

      * Only the additions dated for the night being restarted
      * count, and a program already on the manifest is not listed
      * twice - the same rule the window audit applies.
       2500-LOAD-PERIODIC-ADDITIONS.
           OPEN INPUT MANIFEST-ADD-FILE
           EVALUATE TRUE
              WHEN MANADD-OK
                 READ MANIFEST-ADD-FILE
                 PERFORM WITH TEST BEFORE
                         UNTIL MANADD-EOF
                            OR WS-MANIFEST-COUNT
                               NOT LESS THAN WS-MANIFEST-MAX
                    IF MAD-BUS-DATE = WS-FILTER-DATE
                       PERFORM 2600-ADD-ONE-PERIODIC-STEP
                    END-IF
                    READ MANIFEST-ADD-FILE
                 END-PERFORM
                 CLOSE MANIFEST-ADD-FILE
              WHEN MANADD-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'RSTRTADV: UNEXPECTED WINMANPD STATUS '
                     WS-MANADD-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

       2600-ADD-ONE-PERIODIC-STEP.
           MOVE 'N' TO WS-ALREADY-LISTED-SW
           PERFORM VARYING WS-MANIFEST-IX FROM 1 BY 1
                   UNTIL WS-MANIFEST-IX > WS-MANIFEST-COUNT
              IF WS-MF-PROGRAM (WS-MANIFEST-IX) = MAD-PROGRAM
                 MOVE 'Y' TO WS-ALREADY-LISTED-SW
              END-IF
           END-PERFORM

           IF NOT ALREADY-LISTED
              ADD 1 TO WS-MANIFEST-COUNT
              MOVE MAD-SEQUENCE TO WS-MF-SEQUENCE (WS-MANIFEST-COUNT)
              MOVE MAD-PROGRAM TO WS-MF-PROGRAM (WS-MANIFEST-COUNT)
              MOVE MAD-REQUIRED TO WS-MF-REQUIRED (WS-MANIFEST-COUNT)
              MOVE 'N' TO WS-MF-RAN-SW (WS-MANIFEST-COUNT)
              MOVE ZERO TO WS-MF-RETURN-CODE (WS-MANIFEST-COUNT)
           END-IF.

       3000-MATCH-RUN-LOG.
           OPEN INPUT RUN-LOG-FILE
           EVALUATE TRUE
              WHEN OTHER
                 DISPLAY 'RSTRTADV: UNEXPECTED WADJCHKP STATUS '
                     WS-ADJCHK-STATUS
           END-EVALUATE

           PERFORM 4100-READ-POSTING-CHECKPOINTS.

      * Position shown as customer/wallet (currency first for the
      * revaluation, which walks the book currency by currency).
       4100-READ-POSTING-CHECKPOINTS.
           OPEN INPUT INT-CHECKPOINT-FILE
           EVALUATE TRUE
              WHEN INTCHK-OK
                 READ INT-CHECKPOINT-FILE
                 IF INTCHK-OK
                    AND ICK-BUS-DATE = WS-FILTER-DATE
                    AND ICK-IN-PROGRESS
                    MOVE 'Y' TO WS-INT-CHKPT-SW
                    STRING ICK-CUSTOMER-ID '/' ICK-WALLET-NO
                       DELIMITED BY SIZE INTO WS-INT-CHKPT-POS
                 END-IF
                 CLOSE INT-CHECKPOINT-FILE
              WHEN INTCHK-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'RSTRTADV: UNEXPECTED WINTCHKP STATUS '
                     WS-INTCHK-STATUS
           END-EVALUATE

           OPEN INPUT FEE-CHECKPOINT-FILE
           EVALUATE TRUE
              WHEN FEECHK-OK
                 READ FEE-CHECKPOINT-FILE
                 IF FEECHK-OK
                    AND FCK-BUS-DATE = WS-FILTER-DATE
                    AND FCK-IN-PROGRESS
                    MOVE 'Y' TO WS-FEE-CHKPT-SW
                    STRING FCK-CUSTOMER-ID '/' FCK-WALLET-NO
                       DELIMITED BY SIZE INTO WS-FEE-CHKPT-POS
                 END-IF
                 CLOSE FEE-CHECKPOINT-FILE
              WHEN FEECHK-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'RSTRTADV: UNEXPECTED WFEECHKP STATUS '
                     WS-FEECHK-STATUS
           END-EVALUATE

           OPEN INPUT REVAL-CHECKPOINT-FILE
           EVALUATE TRUE
              WHEN RVLCHK-OK
                 READ REVAL-CHECKPOINT-FILE
                 IF RVLCHK-OK
                    AND VCK-BUS-DATE = WS-FILTER-DATE
                    AND VCK-IN-PROGRESS
                    MOVE 'Y' TO WS-RVL-CHKPT-SW
                    STRING VCK-CURRENCY ' ' VCK-CUSTOMER-ID '/'
                       VCK-WALLET-NO
                       DELIMITED BY SIZE INTO WS-RVL-CHKPT-POS
                 END-IF
                 CLOSE REVAL-CHECKPOINT-FILE
              WHEN RVLCHK-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'RSTRTADV: UNEXPECTED WRVLCHKP STATUS '
                     WS-RVLCHK-STATUS
           END-EVALUATE.

       5000-PRINT-RESTART-SHEET.
                 STRING 'RESUME FROM CHECKPOINT (RESTART Y) AT '
                    WS-ADJ-CHKPT DELIMITED BY SIZE
                    INTO WS-SH-ADVICE
              WHEN WS-MF-PROGRAM (WS-MANIFEST-IX) = 'WALINT'
                   AND INT-CHKPT-FOUND
                 MOVE SPACES TO WS-SH-ADVICE
                 STRING 'RESUME (RESTART Y) AFTER ' WS-INT-CHKPT-POS
                    DELIMITED BY SIZE INTO WS-SH-ADVICE
              WHEN WS-MF-PROGRAM (WS-MANIFEST-IX) = 'WALFEE'
                   AND FEE-CHKPT-FOUND
                 MOVE SPACES TO WS-SH-ADVICE
                 STRING 'RESUME (RESTART Y) AFTER ' WS-FEE-CHKPT-POS
                    DELIMITED BY SIZE INTO WS-SH-ADVICE
              WHEN WS-MF-PROGRAM (WS-MANIFEST-IX) = 'WALREVAL'
                   AND RVL-CHKPT-FOUND
                 MOVE SPACES TO WS-SH-ADVICE
                 STRING 'RESUME (RESTART Y) AFTER ' WS-RVL-CHKPT-POS
                    DELIMITED BY SIZE INTO WS-SH-ADVICE
              WHEN OTHER
                 MOVE 'SAFE TO RERUN FROM THE TOP'
                   TO WS-SH-ADVICE
                 DELIMITED BY SIZE INTO WS-MESSAGE-LINE
              MOVE WS-MESSAGE-LINE TO RESTART-REPORT-RECORD
              WRITE RESTART-REPORT-RECORD
           END-IF
           IF INT-CHKPT-FOUND
              MOVE SPACES TO WS-MESSAGE-LINE
              STRING 'WINTCHKP COMMITTED THROUGH CUSTOMER/WALLET '
                 WS-INT-CHKPT-POS
                 DELIMITED BY SIZE INTO WS-MESSAGE-LINE
              MOVE WS-MESSAGE-LINE TO RESTART-REPORT-RECORD
              WRITE RESTART-REPORT-RECORD
           END-IF
           IF FEE-CHKPT-FOUND
              MOVE SPACES TO WS-MESSAGE-LINE
              STRING 'WFEECHKP COMMITTED THROUGH CUSTOMER/WALLET '
                 WS-FEE-CHKPT-POS
                 DELIMITED BY SIZE INTO WS-MESSAGE-LINE
              MOVE WS-MESSAGE-LINE TO RESTART-REPORT-RECORD
              WRITE RESTART-REPORT-RECORD
           END-IF
           IF RVL-CHKPT-FOUND
              MOVE SPACES TO WS-MESSAGE-LINE
              STRING 'WRVLCHKP COMMITTED THROUGH CURRENCY CUSTOMER/'
                 'WALLET ' WS-RVL-CHKPT-POS
                 DELIMITED BY SIZE INTO WS-MESSAGE-LINE
              MOVE WS-MESSAGE-LINE TO RESTART-REPORT-RECORD
              WRITE RESTART-REPORT-RECORD
           END-IF.

       8000-HOUSEKEEPING.
