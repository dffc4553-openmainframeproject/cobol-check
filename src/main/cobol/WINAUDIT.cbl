      * date: any missing required program, any out-of-order start
      * sequence, or a worst return code above the threshold card
      * fails the audit with a report, and the close step is
      * conditioned on this step's return code. The periodic runs
      * PERDCTL planned for the night - accrual, statements, the
      * quarter-end return - arrive on WINMANPD, dated, and are
      * expected after the standing manifest's steps, so a
      * month-end night that skipped its accrual fails too.
      *
      * Parameter cards: business date, worst-return-code threshold.
      *****************************************************************
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-MANIFEST-STATUS.
      * PERDCTL's dated additions for the nights with periodic runs.
           SELECT MANIFEST-ADD-FILE ASSIGN TO "WINMANPD"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-MANADD-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
           05  MAN-SEQUENCE        PIC 9(02).
           05  MAN-PROGRAM         PIC X(08).
           05  MAN-REQUIRED        PIC X(01).
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
      * Same record every program's 9700-WRITE-RUN-LOG appends.
       FD  RUN-LOG-FILE
           BLOCK CONTAINS 0 RECORDS
               88  MANIFEST-OK      VALUE '00'.
               88  MANIFEST-EOF     VALUE '10'.
               88  MANIFEST-NOT-FOUND VALUE '35'.
           05  WS-MANADD-STATUS     PIC XX.
               88  MANADD-OK        VALUE '00'.
               88  MANADD-EOF       VALUE '10'.
               88  MANADD-NOT-FOUND VALUE '35'.
           05  WS-ALREADY-LISTED-SW PIC X(01).
               88  ALREADY-LISTED   VALUE 'Y'.
           05  WS-RUNLOG-STATUS     PIC XX.
               88  RUNLOG-OK        VALUE '00'.
               88  RUNLOG-EOF       VALUE '10'.
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WINAUDIT'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-MANIFEST
           PERFORM 2500-LOAD-PERIODIC-ADDITIONS
           PERFORM 3000-MATCH-RUN-LOG
           PERFORM 4000-JUDGE-THE-WINDOW
           PERFORM 8000-HOUSEKEEPING
              GOBACK
           END-IF.

       2500-LOAD-PERIODIC-ADDITIONS.
      * Only the additions dated for the night being audited count.
      * No WINMANPD at all is a window that never had a periodic
      * run planned, and a program already on the manifest - a
      * PLAN step rerun after a failed night - is not listed twice.
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
                 DISPLAY 'WINAUDIT: UNEXPECTED WINMANPD STATUS '
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
              MOVE SPACES TO WS-MF-START-TIME (WS-MANIFEST-COUNT)
              MOVE ZERO TO WS-MF-RETURN-CODE (WS-MANIFEST-COUNT)
           END-IF.

       3000-MATCH-RUN-LOG.
      * The latest RUNLOG record for each manifest program on the
      * business date wins - a rerun supersedes the broken attempt
