       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MAILSORT.
      *****************************************************************
      * Postal presort for the printed mail. GREETING's letters and
      * WALSTMT's statements print in customer order, which the
      * carrier takes only at the full single-piece rate; the bulk
      * rate wants the pieces in postal order, zone by zone, in trays
      * of the carrier's size, lodged with a manifest of what is in
      * each. This step sits between the producing step and the
      * printer: it reads the print, takes it apart piece by piece,
      * and writes it back out in presort order with a tray-break
      * page ahead of every tray, a lodgement manifest with the
      * pieces and trays per zone, and a separate full-rate print of
      * every piece that cannot go in a tray.
      *
      * The first card says whose print this is. LETTERS reads
      * GREETING's letter file (LTRIN, no carriage control) - a
      * piece is the CUSTOMER line and everything under it up to the
      * next one, the branch bundle banners are dropped (the trays
      * replace the bundles) and the run summary follows the last
      * tray. WALSTMT reads the statement print (PRTIN, carriage
      * control in the first byte, as WALPMRG reads it) - a piece is
      * a statement, from its page-eject head line to the next. The
      * second card is the carrier account number for the manifest.
      *
      * A piece is sorted on the postal code ADDRMST holds for the
      * customer it is addressed to - the letter's customer, the
      * statement's holder or, for a joint owner's copy, the owner
      * named on the COPY FOR line - and the zone the CARRZONE rules
      * put that code in. A piece goes to the full-rate print (FULLPRT)
      * when the customer has no address or postal code on file, when
      * the code is in no zone, when its zone has fewer pieces tonight
      * than the carrier's minimum, and for a statement sent care of
      * a guardian or to an executor - those envelopes carry someone
      * else's address, which the piece does not identify. With no
      * CARRZONE file nothing can be presorted: every piece goes full
      * rate and the step ends RC 4, so the mail still goes.
      *
      * Within a zone the pieces are in postal code order and, for
      * one postal code, in the order they were printed. The pieces
      * themselves are never altered - only their order and the
      * break pages between trays.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * GREETING's letter file.
           SELECT LETTER-IN ASSIGN TO "LTRIN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-LTRIN-STATUS.
      * The statement print - carriage control in the first byte.
           SELECT PRINT-IN ASSIGN TO "PRTIN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PRTIN-STATUS.
      * The customer mailing-address file ADDRMNT maintains.
           SELECT ADDRESS-MASTER-FILE ASSIGN TO "ADDRMST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ADDRMST-STATUS.
      * The carrier's zone rules.
           SELECT ZONE-RULE-FILE ASSIGN TO "CARRZONE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CARRZONE-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
      * The presorted print, tray by tray, and the full-rate print -
      * both with carriage control in the first byte.
           SELECT PRESORT-PRINT ASSIGN TO "SORTPRT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SORTPRT-STATUS.
           SELECT FULL-RATE-PRINT ASSIGN TO "FULLPRT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FULLPRT-STATUS.
      * The carrier's lodgement manifest.
           SELECT MANIFEST-REPORT ASSIGN TO "LODGEMAN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-MANIFEST-STATUS.
      * The window's business-date control record - the manifest is
      * lodged under the date the window runs under.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-IN
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS LETTER-IN-RECORD.
       01  LETTER-IN-RECORD        PIC X(80).
       FD  PRINT-IN
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 81 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PRINT-IN-RECORD.
       01  PRINT-IN-RECORD         PIC X(81).
       FD  ADDRESS-MASTER-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 72 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ADDRESS-MASTER-RECORD.
       01  ADDRESS-MASTER-RECORD.
           05  ADM-CUSTOMER-ID     PIC 9(09).
           05  ADM-STREET          PIC X(30).
           05  ADM-CITY            PIC X(20).
           05  ADM-POSTAL-CODE     PIC X(10).
           05  ADM-REGION          PIC X(03).
       FD  ZONE-RULE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ZONE-RULE-RECORD.
       01  ZONE-RULE-RECORD.
           COPY CARRZONE.
      * One print line with the piece it belongs to and where that
      * piece goes. Lines of a piece share its key and keep their
      * order by line number, so a piece never comes apart.
       SD  SORT-FILE
           DATA RECORD IS SORT-PRINT-RECORD.
       01  SORT-PRINT-RECORD.
      *    1 presort, 2 full rate, 9 the run summary lines.
           05  SRT-ROUTE           PIC X(1).
      *    The zone's place on CARRZONE - zones lodge in file order.
           05  SRT-ZONE-IX         PIC 9(4) COMP.
           05  SRT-POSTAL          PIC X(10).
           05  SRT-PIECE-SEQ       PIC 9(9) COMP.
           05  SRT-LINE-SEQ        PIC 9(4) COMP.
      *    Why a full-rate piece is full rate - see WS-FR-REASON.
           05  SRT-REASON          PIC X(1).
           05  SRT-LINE            PIC X(81).
       FD  PRESORT-PRINT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 81 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PRESORT-PRINT-RECORD.
       01  PRESORT-PRINT-RECORD    PIC X(81).
       FD  FULL-RATE-PRINT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 81 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS FULL-RATE-PRINT-RECORD.
       01  FULL-RATE-PRINT-RECORD  PIC X(81).
       FD  MANIFEST-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS MANIFEST-RECORD.
       01  MANIFEST-RECORD         PIC X(80).
       FD  BUSINESS-DATE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 11 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS BUSINESS-DATE-RECORD.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE    PIC X(10).
           05  BD-STATUS           PIC X(01).

       WORKING-STORAGE SECTION.

       01  FILLER.
           05  WS-LTRIN-STATUS      PIC XX.
               88  LTRIN-OK         VALUE '00'.
               88  LTRIN-EOF        VALUE '10'.
           05  WS-PRTIN-STATUS      PIC XX.
               88  PRTIN-OK         VALUE '00'.
               88  PRTIN-EOF        VALUE '10'.
           05  WS-ADDRMST-STATUS    PIC XX.
               88  ADDRMST-OK       VALUE '00'.
               88  ADDRMST-EOF      VALUE '10'.
               88  ADDRMST-NOT-FOUND VALUE '35'.
           05  WS-CARRZONE-STATUS   PIC XX.
               88  CARRZONE-OK      VALUE '00'.
               88  CARRZONE-EOF     VALUE '10'.
               88  CARRZONE-NOT-FOUND VALUE '35'.
           05  WS-SORTPRT-STATUS    PIC XX.
               88  SORTPRT-OK       VALUE '00'.
           05  WS-FULLPRT-STATUS    PIC XX.
               88  FULLPRT-OK       VALUE '00'.
           05  WS-MANIFEST-STATUS   PIC XX.
               88  MANIFEST-OK      VALUE '00'.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK       VALUE '00'.
               88  BUSDATE-NOT-FOUND VALUE '35'.
      * The cards.
           05  WS-PRINT-KIND        PIC X(08).
               88  KIND-LETTERS     VALUE 'LETTERS'.
               88  KIND-STATEMENTS  VALUE 'WALSTMT'.
           05  WS-CARRIER-ACCOUNT   PIC X(10).
           05  WS-DATE-RAW          PIC 9(08).
           05  WS-TODAY-DATE        PIC X(10).
           05  WS-INPUT-EOF-SW      PIC X(01) VALUE 'N'.
               88  INPUT-EOF        VALUE 'Y'.
           05  WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
               88  SORTED-EOF       VALUE 'Y'.
           05  WS-ZONES-SW          PIC X(01) VALUE 'Y'.
               88  ZONES-LOADED     VALUE 'Y'.
           05  WS-LINE              PIC X(81).
           05  WS-LINES-READ        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-PIECE-SEQ         PIC 9(9) COMP VALUE ZERO.
           05  WS-CONTROL-SEQ       PIC 9(4) COMP VALUE ZERO.
           05  WS-DEFAULT-TRAY-MAX  PIC 9(4) VALUE 300.
      * Addresses, keyed by customer.
           05  WS-ADDR-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-ADDR-MAX          PIC S9(4) COMP VALUE 5000.
           05  WS-ADDR-IX           PIC S9(4) COMP.
      * Zone rules.
           05  WS-ZONE-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-ZONE-MAX          PIC S9(4) COMP VALUE 500.
           05  WS-ZONE-IX           PIC S9(4) COMP.
      * The piece being gathered off the input.
           05  WS-PIECE-OPEN-SW     PIC X(01) VALUE 'N'.
               88  PIECE-OPEN       VALUE 'Y'.
           05  WS-PIECE-LINES       PIC S9(4) COMP VALUE ZERO.
           05  WS-PIECE-MAX         PIC S9(4) COMP VALUE 5100.
           05  WS-PIECE-IX          PIC S9(4) COMP.
           05  WS-PIECE-CUSTOMER    PIC 9(9).
           05  WS-PIECE-FORWARD-SW  PIC X(01).
               88  PIECE-FORWARDED  VALUE 'Y'.
           05  WS-PIECE-ROUTE       PIC X(1).
           05  WS-PIECE-ZONE-IX     PIC 9(4) COMP.
           05  WS-PIECE-POSTAL      PIC X(10).
           05  WS-PIECE-REASON      PIC X(1).
      * The piece coming back from the sort.
           05  WS-LAST-PIECE-SEQ    PIC 9(9) COMP VALUE ZERO.
           05  WS-OUT-FILE          PIC X(1).
               88  OUT-TO-PRESORT   VALUE 'P'.
               88  OUT-TO-FULL-RATE VALUE 'F'.
           05  WS-EJECT-NEXT-SW     PIC X(01) VALUE 'N'.
               88  EJECT-NEXT       VALUE 'Y'.
           05  WS-FULL-BANNER-SW    PIC X(01) VALUE 'N'.
               88  FULL-BANNER-DONE VALUE 'Y'.
           05  WS-CONTROL-STARTED-SW PIC X(01) VALUE 'N'.
               88  CONTROL-STARTED  VALUE 'Y'.
      * The open tray.
           05  WS-TRAY-OPEN-SW      PIC X(01) VALUE 'N'.
               88  TRAY-OPEN        VALUE 'Y'.
           05  WS-TRAY-NUMBER       PIC 9(4) VALUE ZERO.
           05  WS-TRAY-ZONE-IX      PIC 9(4) COMP VALUE ZERO.
           05  WS-TRAY-PIECES       PIC 9(5) VALUE ZERO.
           05  WS-TRAY-MAX          PIC 9(4).
           05  WS-TRAY-POSTAL-LOW   PIC X(10).
           05  WS-TRAY-POSTAL-HIGH  PIC X(10).
      * The counts.
           05  WS-PIECES-IN         PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-PIECES-PRESORT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-PIECES-FULL       PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-FR-NO-ADDRESS     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-FR-NO-ZONE        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-FR-BELOW-MIN      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-FR-FORWARDED      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-FR-NO-RULES       PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-FR-REASON         PIC X(1).
               88  FR-NO-ADDRESS    VALUE 'A'.
               88  FR-NO-ZONE       VALUE 'Z'.
               88  FR-BELOW-MIN     VALUE 'M'.
               88  FR-FORWARDED     VALUE 'F'.
               88  FR-NO-RULES      VALUE 'R'.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZZ,ZZ9.

      * The addresses in storage - only the postal code is wanted.
       01  WS-ADDR-TABLE.
           05  WS-ADDR-ENTRY OCCURS 5000 TIMES.
               10  WS-AD-CUSTOMER-ID  PIC 9(09).
               10  WS-AD-POSTAL       PIC X(10).

      * The zone rules in storage, with what each zone took tonight.
       01  WS-ZONE-TABLE.
           05  WS-ZONE-ENTRY OCCURS 500 TIMES.
               10  WS-ZN-ZONE         PIC X(4).
               10  WS-ZN-POSTAL-LOW   PIC X(10).
               10  WS-ZN-POSTAL-HIGH  PIC X(10).
               10  WS-ZN-TRAY-MAX     PIC 9(4).
               10  WS-ZN-MIN-PIECES   PIC 9(4).
               10  WS-ZN-DESCRIPTION  PIC X(30).
               10  WS-ZN-PIECES       PIC S9(7) COMP-3.
               10  WS-ZN-TRAYS        PIC S9(5) COMP-3.

      * The piece being gathered - a statement runs to one line per
      * movement kept, which WALSTMT caps at 5000, plus its heading
      * and balance lines.
       01  WS-PIECE-TABLE.
           05  WS-PIECE-LINE OCCURS 5100 TIMES PIC X(81).

      * The break page ahead of every tray.
       01  WS-TRAY-BREAK-LINE.
           05  FILLER               PIC X(01) VALUE '1'.
           05  FILLER               PIC X(11) VALUE '***** TRAY '.
           05  WS-TB-TRAY           PIC 9(4).
           05  FILLER               PIC X(07) VALUE '  ZONE '.
           05  WS-TB-ZONE           PIC X(4).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-TB-DESCRIPTION    PIC X(30).
           05  FILLER               PIC X(06) VALUE ' *****'.
           05  FILLER               PIC X(16) VALUE SPACES.
       01  WS-FULL-BANNER-LINE.
           05  FILLER               PIC X(01) VALUE '1'.
           05  FILLER               PIC X(44) VALUE
               '***** FULL RATE - NOT PRESORTED *****'.
           05  FILLER               PIC X(36) VALUE SPACES.

       01  WS-MANIFEST-HEAD-1.
           05  FILLER               PIC X(20) VALUE
               'LODGEMENT MANIFEST  '.
           05  WS-MH-KIND           PIC X(08).
           05  FILLER               PIC X(10) VALUE '  ACCOUNT '.
           05  WS-MH-ACCOUNT        PIC X(10).
           05  FILLER               PIC X(09) VALUE '  LODGED '.
           05  WS-MH-DATE           PIC X(10).
           05  FILLER               PIC X(13) VALUE SPACES.
       01  WS-MANIFEST-HEAD-2.
           05  FILLER               PIC X(40) VALUE
               'TRAY ZONE  PIECES  POSTAL FROM  POSTAL T'.
           05  FILLER               PIC X(40) VALUE
               'O                                       '.
       01  WS-TRAY-LINE.
           05  WS-TL-TRAY           PIC 9(4).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-TL-ZONE           PIC X(4).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-TL-PIECES         PIC ZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-TL-POSTAL-LOW     PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-TL-POSTAL-HIGH    PIC X(10).
           05  FILLER               PIC X(40) VALUE SPACES.
       01  WS-MANIFEST-HEAD-3.
           05  FILLER               PIC X(40) VALUE
               'ZONE DESCRIPTION                    TRAY'.
           05  FILLER               PIC X(40) VALUE
               'S      PIECES                           '.
       01  WS-ZONE-LINE.
           05  WS-ZL-ZONE           PIC X(4).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-ZL-DESCRIPTION    PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-ZL-TRAYS          PIC ZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-ZL-PIECES         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-ZL-NOTE           PIC X(25).
       01  WS-TOTAL-LINE.
           05  WS-TT-TAG            PIC X(42).
           05  WS-TT-PIECES         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT SORT-FILE
              ON ASCENDING KEY SRT-ROUTE SRT-ZONE-IX SRT-POSTAL
                               SRT-PIECE-SEQ SRT-LINE-SEQ
              INPUT PROCEDURE 2000-TAKE-PIECES
              OUTPUT PROCEDURE 3000-WRITE-PRESORT
           PERFORM 8000-HOUSEKEEPING
           GOBACK.

       1000-INITIALIZE.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-PRINT-KIND
           ACCEPT WS-CARRIER-ACCOUNT
           IF NOT KIND-LETTERS AND NOT KIND-STATEMENTS
              DISPLAY 'MAILSORT: PRINT CARD MUST BE LETTERS OR '
                  'WALSTMT - GOT ' WS-PRINT-KIND
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 1100-RESOLVE-BUSINESS-DATE
           PERFORM 1200-LOAD-ADDRESSES
           PERFORM 1300-LOAD-ZONES

           IF KIND-LETTERS
              OPEN INPUT LETTER-IN
              IF NOT LTRIN-OK
                 DISPLAY 'MAILSORT: UNEXPECTED LTRIN STATUS ON OPEN '
                     WS-LTRIN-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           ELSE
              OPEN INPUT PRINT-IN
              IF NOT PRTIN-OK
                 DISPLAY 'MAILSORT: UNEXPECTED PRTIN STATUS ON OPEN '
                     WS-PRTIN-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF

           OPEN OUTPUT PRESORT-PRINT
           IF NOT SORTPRT-OK
              DISPLAY 'MAILSORT: UNEXPECTED SORTPRT STATUS ON OPEN '
                  WS-SORTPRT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT FULL-RATE-PRINT
           IF NOT FULLPRT-OK
              DISPLAY 'MAILSORT: UNEXPECTED FULLPRT STATUS ON OPEN '
                  WS-FULLPRT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT MANIFEST-REPORT
           IF NOT MANIFEST-OK
              DISPLAY 'MAILSORT: UNEXPECTED LODGEMAN STATUS ON OPEN '
                  WS-MANIFEST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-PRINT-KIND TO WS-MH-KIND
           MOVE WS-CARRIER-ACCOUNT TO WS-MH-ACCOUNT
           MOVE WS-TODAY-DATE TO WS-MH-DATE
           MOVE WS-MANIFEST-HEAD-1 TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD
           MOVE SPACES TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD
           MOVE WS-MANIFEST-HEAD-2 TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD.

      * With no control record the system date stands in, as in the
      * producing programs themselves.
       1100-RESOLVE-BUSINESS-DATE.
           MOVE SPACES TO WS-TODAY-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSDATE-OK
              READ BUSINESS-DATE-FILE
              IF BUSDATE-OK
                 MOVE BD-BUSINESS-DATE TO WS-TODAY-DATE
              END-IF
              CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-TODAY-DATE = SPACES
              ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD
              MOVE WS-DATE-RAW(1:4) TO WS-TODAY-DATE(1:4)
              MOVE '-'              TO WS-TODAY-DATE(5:1)
              MOVE WS-DATE-RAW(5:2) TO WS-TODAY-DATE(6:2)
              MOVE '-'              TO WS-TODAY-DATE(8:1)
              MOVE WS-DATE-RAW(7:2) TO WS-TODAY-DATE(9:2)
           END-IF.

      * A customer with no address record has no postal code, and
      * the piece goes full rate.
       1200-LOAD-ADDRESSES.
           OPEN INPUT ADDRESS-MASTER-FILE
           EVALUATE TRUE
              WHEN ADDRMST-OK
                 READ ADDRESS-MASTER-FILE
                 PERFORM WITH TEST BEFORE
                         UNTIL ADDRMST-EOF
                            OR WS-ADDR-COUNT NOT LESS THAN WS-ADDR-MAX
                    ADD 1 TO WS-ADDR-COUNT
                    MOVE ADM-CUSTOMER-ID
                      TO WS-AD-CUSTOMER-ID (WS-ADDR-COUNT)
                    MOVE ADM-POSTAL-CODE
                      TO WS-AD-POSTAL (WS-ADDR-COUNT)
                    READ ADDRESS-MASTER-FILE
                 END-PERFORM
                 IF NOT ADDRMST-EOF
                    DISPLAY 'MAILSORT: ADDRMST HOLDS MORE THAN '
                        WS-ADDR-MAX ' ADDRESSES - THE REST GO FULL '
                        'RATE'
                 END-IF
                 CLOSE ADDRESS-MASTER-FILE
              WHEN ADDRMST-NOT-FOUND
                 DISPLAY 'MAILSORT: NO ADDRMST FILE - EVERY PIECE '
                     'GOES FULL RATE'
              WHEN OTHER
                 DISPLAY 'MAILSORT: UNEXPECTED ADDRMST STATUS '
                     WS-ADDRMST-STATUS
                     ' - EVERY PIECE GOES FULL RATE'
           END-EVALUATE.

       1300-LOAD-ZONES.
           OPEN INPUT ZONE-RULE-FILE
           EVALUATE TRUE
              WHEN CARRZONE-OK
                 READ ZONE-RULE-FILE
                 PERFORM WITH TEST BEFORE
                         UNTIL CARRZONE-EOF
                            OR WS-ZONE-COUNT NOT LESS THAN WS-ZONE-MAX
                    ADD 1 TO WS-ZONE-COUNT
                    MOVE CZN-ZONE TO WS-ZN-ZONE (WS-ZONE-COUNT)
                    MOVE CZN-POSTAL-LOW
                      TO WS-ZN-POSTAL-LOW (WS-ZONE-COUNT)
                    MOVE CZN-POSTAL-HIGH
                      TO WS-ZN-POSTAL-HIGH (WS-ZONE-COUNT)
                    IF CZN-TRAY-MAX IS NUMERIC
                       AND CZN-TRAY-MAX > ZERO
                       MOVE CZN-TRAY-MAX
                         TO WS-ZN-TRAY-MAX (WS-ZONE-COUNT)
                    ELSE
                       MOVE WS-DEFAULT-TRAY-MAX
                         TO WS-ZN-TRAY-MAX (WS-ZONE-COUNT)
                    END-IF
                    IF CZN-MIN-PIECES IS NUMERIC
                       MOVE CZN-MIN-PIECES
                         TO WS-ZN-MIN-PIECES (WS-ZONE-COUNT)
                    ELSE
                       MOVE ZERO TO WS-ZN-MIN-PIECES (WS-ZONE-COUNT)
                    END-IF
                    MOVE CZN-DESCRIPTION
                      TO WS-ZN-DESCRIPTION (WS-ZONE-COUNT)
                    MOVE ZERO TO WS-ZN-PIECES (WS-ZONE-COUNT)
                    MOVE ZERO TO WS-ZN-TRAYS (WS-ZONE-COUNT)
                    READ ZONE-RULE-FILE
                 END-PERFORM
                 IF NOT CARRZONE-EOF
                    DISPLAY 'MAILSORT: CARRZONE HOLDS MORE THAN '
                        WS-ZONE-MAX ' ZONES - EXCESS IGNORED'
                 END-IF
                 CLOSE ZONE-RULE-FILE
              WHEN CARRZONE-NOT-FOUND
                 DISPLAY 'MAILSORT: NO CARRZONE FILE - NOTHING IS '
                     'PRESORTED, EVERY PIECE GOES FULL RATE'
                 MOVE 'N' TO WS-ZONES-SW
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 DISPLAY 'MAILSORT: UNEXPECTED CARRZONE STATUS '
                     WS-CARRZONE-STATUS
                     ' - EVERY PIECE GOES FULL RATE'
                 MOVE 'N' TO WS-ZONES-SW
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           IF ZONES-LOADED AND WS-ZONE-COUNT = ZERO
              DISPLAY 'MAILSORT: CARRZONE IS EMPTY - EVERY PIECE GOES '
                  'FULL RATE'
              MOVE 'N' TO WS-ZONES-SW
              MOVE 4 TO RETURN-CODE
           END-IF.

      * Read the print through, gathering each piece whole and
      * releasing its lines once the next piece - or the end of the
      * print - shows where it stops.
       2000-TAKE-PIECES.
           PERFORM 2100-READ-LINE
           PERFORM WITH TEST BEFORE UNTIL INPUT-EOF
              PERFORM 2200-PLACE-LINE
              PERFORM 2100-READ-LINE
           END-PERFORM
           IF PIECE-OPEN
              PERFORM 2500-RELEASE-PIECE
           END-IF
           IF KIND-LETTERS
              CLOSE LETTER-IN
           ELSE
              CLOSE PRINT-IN
           END-IF.

      * Either print comes back as one line with its carriage control
      * in front - a letter line takes a single space.
       2100-READ-LINE.
           IF KIND-LETTERS
              READ LETTER-IN
              EVALUATE TRUE
                 WHEN LTRIN-OK
                    MOVE SPACE TO WS-LINE (1:1)
                    MOVE LETTER-IN-RECORD TO WS-LINE (2:80)
                    ADD 1 TO WS-LINES-READ
                 WHEN LTRIN-EOF
                    MOVE 'Y' TO WS-INPUT-EOF-SW
                 WHEN OTHER
                    DISPLAY 'MAILSORT: UNEXPECTED LTRIN STATUS ON READ '
                        WS-LTRIN-STATUS
                    MOVE 16 TO RETURN-CODE
                    MOVE 'Y' TO WS-INPUT-EOF-SW
              END-EVALUATE
           ELSE
              READ PRINT-IN
              EVALUATE TRUE
                 WHEN PRTIN-OK
                    MOVE PRINT-IN-RECORD TO WS-LINE
                    ADD 1 TO WS-LINES-READ
                 WHEN PRTIN-EOF
                    MOVE 'Y' TO WS-INPUT-EOF-SW
                 WHEN OTHER
                    DISPLAY 'MAILSORT: UNEXPECTED PRTIN STATUS ON READ '
                        WS-PRTIN-STATUS
                    MOVE 16 TO RETURN-CODE
                    MOVE 'Y' TO WS-INPUT-EOF-SW
              END-EVALUATE
           END-IF.

      * A letter starts at its CUSTOMER line; a bundle banner ends the
      * letter before it and is itself dropped. A statement starts at
      * its page-eject head line, the same line WALPMRG keys on.
      * Anything else outside a piece is the run's own summary; the
      * spacing lines under the banners go with the banners.
       2200-PLACE-LINE.
           EVALUATE TRUE
              WHEN KIND-LETTERS
                   AND WS-LINE (2:9) = 'CUSTOMER '
                   AND WS-LINE (11:9) IS NUMERIC
                 IF PIECE-OPEN
                    PERFORM 2500-RELEASE-PIECE
                 END-IF
                 MOVE WS-LINE (11:9) TO WS-PIECE-CUSTOMER
                 PERFORM 2300-OPEN-PIECE
              WHEN KIND-LETTERS
                   AND WS-LINE (2:5) = '====='
                 IF PIECE-OPEN
                    PERFORM 2500-RELEASE-PIECE
                 END-IF
              WHEN KIND-STATEMENTS
                   AND WS-LINE (2:21) = 'WALLET STATEMENT FOR '
                   AND WS-LINE (41:9) IS NUMERIC
                 IF PIECE-OPEN
                    PERFORM 2500-RELEASE-PIECE
                 END-IF
                 MOVE WS-LINE (41:9) TO WS-PIECE-CUSTOMER
                 PERFORM 2300-OPEN-PIECE
              WHEN PIECE-OPEN
                 PERFORM 2400-ADD-PIECE-LINE
              WHEN WS-LINE (2:80) = SPACES
                 CONTINUE
              WHEN OTHER
                 PERFORM 2600-RELEASE-CONTROL-LINE
           END-EVALUATE.

       2300-OPEN-PIECE.
           MOVE 'Y' TO WS-PIECE-OPEN-SW
           MOVE 'N' TO WS-PIECE-FORWARD-SW
           MOVE ZERO TO WS-PIECE-LINES
           ADD 1 TO WS-PIECE-SEQ
           ADD 1 TO WS-PIECES-IN
           PERFORM 2400-ADD-PIECE-LINE.

      * The lines straight under a statement's head say who the
      * envelope goes to: a joint owner's COPY FOR line names the
      * owner, whose address is on the page; a C/O or executor line
      * means an address the piece does not identify.
       2400-ADD-PIECE-LINE.
           IF WS-PIECE-LINES NOT LESS THAN WS-PIECE-MAX
              DISPLAY 'MAILSORT: PIECE ' WS-PIECE-SEQ ' FOR CUSTOMER '
                  WS-PIECE-CUSTOMER ' RUNS PAST ' WS-PIECE-MAX
                  ' LINES - PRINT NOT PRESORTED'
              MOVE 12 TO RETURN-CODE
              MOVE 'Y' TO WS-INPUT-EOF-SW
           ELSE
              ADD 1 TO WS-PIECE-LINES
              MOVE WS-LINE TO WS-PIECE-LINE (WS-PIECE-LINES)
              IF KIND-STATEMENTS
                 AND WS-PIECE-LINES > 1
                 AND WS-PIECE-LINES < 5
                 EVALUATE TRUE
                    WHEN WS-LINE (2:11) = '  COPY FOR '
                         AND WS-LINE (13:9) IS NUMERIC
                       MOVE WS-LINE (13:9) TO WS-PIECE-CUSTOMER
                    WHEN WS-LINE (2:6) = '  C/O '
                       MOVE 'Y' TO WS-PIECE-FORWARD-SW
                    WHEN WS-LINE (34:11) = ' - EXECUTOR'
                       MOVE 'Y' TO WS-PIECE-FORWARD-SW
                 END-EVALUATE
              END-IF
           END-IF.

      * Settle where the piece goes, then hand every line of it to
      * the sort under that one key.
       2500-RELEASE-PIECE.
           MOVE 'N' TO WS-PIECE-OPEN-SW
           PERFORM 2550-ROUTE-PIECE
           MOVE WS-PIECE-ROUTE TO SRT-ROUTE
           MOVE WS-PIECE-POSTAL TO SRT-POSTAL
           MOVE WS-PIECE-SEQ TO SRT-PIECE-SEQ
           MOVE WS-PIECE-ZONE-IX TO SRT-ZONE-IX
           MOVE WS-PIECE-REASON TO SRT-REASON
           PERFORM VARYING WS-PIECE-IX FROM 1 BY 1
                   UNTIL WS-PIECE-IX > WS-PIECE-LINES
              MOVE WS-PIECE-IX TO SRT-LINE-SEQ
              MOVE WS-PIECE-LINE (WS-PIECE-IX) TO SRT-LINE
              RELEASE SORT-PRINT-RECORD
           END-PERFORM.

       2550-ROUTE-PIECE.
           MOVE '1' TO WS-PIECE-ROUTE
           MOVE SPACES TO WS-PIECE-POSTAL
           MOVE ZERO TO WS-PIECE-ZONE-IX
           MOVE SPACE TO WS-PIECE-REASON

           PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
                   UNTIL WS-ADDR-IX > WS-ADDR-COUNT
                      OR WS-PIECE-POSTAL NOT = SPACES
              IF WS-AD-CUSTOMER-ID (WS-ADDR-IX) = WS-PIECE-CUSTOMER
                 MOVE WS-AD-POSTAL (WS-ADDR-IX) TO WS-PIECE-POSTAL
              END-IF
           END-PERFORM

           IF ZONES-LOADED AND WS-PIECE-POSTAL NOT = SPACES
              PERFORM VARYING WS-ZONE-IX FROM 1 BY 1
                      UNTIL WS-ZONE-IX > WS-ZONE-COUNT
                         OR WS-PIECE-ZONE-IX > ZERO
                 IF WS-PIECE-POSTAL
                       NOT < WS-ZN-POSTAL-LOW (WS-ZONE-IX)
                    AND WS-PIECE-POSTAL
                       NOT > WS-ZN-POSTAL-HIGH (WS-ZONE-IX)
                    MOVE WS-ZONE-IX TO WS-PIECE-ZONE-IX
                 END-IF
              END-PERFORM
           END-IF

           EVALUATE TRUE
              WHEN NOT ZONES-LOADED
                 MOVE 'R' TO WS-PIECE-REASON
              WHEN PIECE-FORWARDED
                 MOVE 'F' TO WS-PIECE-REASON
              WHEN WS-PIECE-POSTAL = SPACES
                 MOVE 'A' TO WS-PIECE-REASON
              WHEN WS-PIECE-ZONE-IX = ZERO
                 MOVE 'Z' TO WS-PIECE-REASON
              WHEN OTHER
                 ADD 1 TO WS-ZN-PIECES (WS-PIECE-ZONE-IX)
           END-EVALUATE

      * Full-rate pieces keep their printed order.
           IF WS-PIECE-REASON NOT = SPACE
              MOVE '2' TO WS-PIECE-ROUTE
              MOVE SPACES TO WS-PIECE-POSTAL
              MOVE ZERO TO WS-PIECE-ZONE-IX
           END-IF.

      * The run summary GREETING prints under its letters follows the
      * last tray, in the order it was printed.
       2600-RELEASE-CONTROL-LINE.
           ADD 1 TO WS-CONTROL-SEQ
           MOVE '9' TO SRT-ROUTE
           MOVE SPACES TO SRT-POSTAL
           MOVE ZERO TO SRT-PIECE-SEQ
           MOVE WS-CONTROL-SEQ TO SRT-LINE-SEQ
           MOVE ZERO TO SRT-ZONE-IX
           MOVE SPACE TO SRT-REASON
           MOVE WS-LINE TO SRT-LINE
           RELEASE SORT-PRINT-RECORD.

      * The lines come back piece by piece in presort order. The first
      * line of each piece decides its file and, for a presort piece,
      * whether it starts a new tray.
       3000-WRITE-PRESORT.
           IF RETURN-CODE < 12
              PERFORM 3050-RETURN-SORTED
              PERFORM WITH TEST BEFORE UNTIL SORTED-EOF
                 IF SRT-ROUTE = '9'
                    PERFORM 3400-WRITE-CONTROL-LINE
                 ELSE
                    IF SRT-PIECE-SEQ NOT = WS-LAST-PIECE-SEQ
                       MOVE SRT-PIECE-SEQ TO WS-LAST-PIECE-SEQ
                       PERFORM 3100-START-PIECE
                    END-IF
                    PERFORM 3300-WRITE-PIECE-LINE
                 END-IF
                 PERFORM 3050-RETURN-SORTED
              END-PERFORM
              IF TRAY-OPEN
                 PERFORM 3250-CLOSE-TRAY
              END-IF
           END-IF.

       3050-RETURN-SORTED.
           RETURN SORT-FILE
              AT END
                 MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN.

      * A zone short of the carrier's minimum cannot be lodged at the
      * presort rate - its pieces go full rate with the rest.
       3100-START-PIECE.
           MOVE SRT-REASON TO WS-FR-REASON
           IF SRT-ROUTE = '1'
              IF WS-ZN-PIECES (SRT-ZONE-IX)
                    < WS-ZN-MIN-PIECES (SRT-ZONE-IX)
                 MOVE 'M' TO WS-FR-REASON
              END-IF
           END-IF

           IF WS-FR-REASON = SPACE
              MOVE 'P' TO WS-OUT-FILE
              IF NOT TRAY-OPEN
                 OR SRT-ZONE-IX NOT = WS-TRAY-ZONE-IX
                 OR WS-TRAY-PIECES NOT LESS THAN WS-TRAY-MAX
                 IF TRAY-OPEN
                    PERFORM 3250-CLOSE-TRAY
                 END-IF
                 PERFORM 3200-OPEN-TRAY
              END-IF
              ADD 1 TO WS-TRAY-PIECES
              MOVE SRT-POSTAL TO WS-TRAY-POSTAL-HIGH
              ADD 1 TO WS-PIECES-PRESORT
           ELSE
              MOVE 'F' TO WS-OUT-FILE
              IF NOT FULL-BANNER-DONE
                 MOVE WS-FULL-BANNER-LINE TO FULL-RATE-PRINT-RECORD
                 WRITE FULL-RATE-PRINT-RECORD
                 MOVE 'Y' TO WS-FULL-BANNER-SW
                 MOVE 'Y' TO WS-EJECT-NEXT-SW
              END-IF
              ADD 1 TO WS-PIECES-FULL
              EVALUATE TRUE
                 WHEN FR-NO-ADDRESS
                    ADD 1 TO WS-FR-NO-ADDRESS
                 WHEN FR-NO-ZONE
                    ADD 1 TO WS-FR-NO-ZONE
                 WHEN FR-BELOW-MIN
                    ADD 1 TO WS-FR-BELOW-MIN
                 WHEN FR-FORWARDED
                    ADD 1 TO WS-FR-FORWARDED
                 WHEN FR-NO-RULES
                    ADD 1 TO WS-FR-NO-RULES
              END-EVALUATE
           END-IF.

      * Every tray opens on its own break page, and the first piece
      * after it starts a fresh page whatever its own carriage
      * control says.
       3200-OPEN-TRAY.
           MOVE 'Y' TO WS-TRAY-OPEN-SW
           ADD 1 TO WS-TRAY-NUMBER
           MOVE SRT-ZONE-IX TO WS-TRAY-ZONE-IX
           MOVE ZERO TO WS-TRAY-PIECES
           MOVE WS-ZN-TRAY-MAX (SRT-ZONE-IX) TO WS-TRAY-MAX
           MOVE SRT-POSTAL TO WS-TRAY-POSTAL-LOW
           ADD 1 TO WS-ZN-TRAYS (SRT-ZONE-IX)
           MOVE WS-TRAY-NUMBER TO WS-TB-TRAY
           MOVE WS-ZN-ZONE (SRT-ZONE-IX) TO WS-TB-ZONE
           MOVE WS-ZN-DESCRIPTION (SRT-ZONE-IX) TO WS-TB-DESCRIPTION
           MOVE WS-TRAY-BREAK-LINE TO PRESORT-PRINT-RECORD
           WRITE PRESORT-PRINT-RECORD
           MOVE 'Y' TO WS-EJECT-NEXT-SW.

       3250-CLOSE-TRAY.
           MOVE 'N' TO WS-TRAY-OPEN-SW
           MOVE WS-TRAY-NUMBER TO WS-TL-TRAY
           MOVE WS-ZN-ZONE (WS-TRAY-ZONE-IX) TO WS-TL-ZONE
           MOVE WS-TRAY-PIECES TO WS-TL-PIECES
           MOVE WS-TRAY-POSTAL-LOW TO WS-TL-POSTAL-LOW
           MOVE WS-TRAY-POSTAL-HIGH TO WS-TL-POSTAL-HIGH
           MOVE WS-TRAY-LINE TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD.

       3300-WRITE-PIECE-LINE.
           MOVE SRT-LINE TO WS-LINE
           IF EJECT-NEXT
              MOVE '1' TO WS-LINE (1:1)
              MOVE 'N' TO WS-EJECT-NEXT-SW
           END-IF
           IF OUT-TO-PRESORT
              MOVE WS-LINE TO PRESORT-PRINT-RECORD
              WRITE PRESORT-PRINT-RECORD
           ELSE
              MOVE WS-LINE TO FULL-RATE-PRINT-RECORD
              WRITE FULL-RATE-PRINT-RECORD
           END-IF.

      * The summary starts a page of its own after the last tray.
       3400-WRITE-CONTROL-LINE.
           IF TRAY-OPEN
              PERFORM 3250-CLOSE-TRAY
           END-IF
           MOVE SRT-LINE TO WS-LINE
           IF NOT CONTROL-STARTED
              MOVE '1' TO WS-LINE (1:1)
              MOVE 'Y' TO WS-CONTROL-STARTED-SW
           END-IF
           MOVE WS-LINE TO PRESORT-PRINT-RECORD
           WRITE PRESORT-PRINT-RECORD.

      * The zone totals and the full-rate count close the manifest.
       8000-HOUSEKEEPING.
           IF RETURN-CODE < 12
              MOVE SPACES TO MANIFEST-RECORD
              WRITE MANIFEST-RECORD
              MOVE WS-MANIFEST-HEAD-3 TO MANIFEST-RECORD
              WRITE MANIFEST-RECORD
              PERFORM VARYING WS-ZONE-IX FROM 1 BY 1
                      UNTIL WS-ZONE-IX > WS-ZONE-COUNT
                 IF WS-ZN-PIECES (WS-ZONE-IX) > ZERO
                    PERFORM 8100-WRITE-ZONE-LINE
                 END-IF
              END-PERFORM
              MOVE SPACES TO MANIFEST-RECORD
              WRITE MANIFEST-RECORD
              MOVE 'TOTAL PIECES LODGED AT PRESORT RATE' TO WS-TT-TAG
              MOVE WS-PIECES-PRESORT TO WS-TT-PIECES
              MOVE WS-TOTAL-LINE TO MANIFEST-RECORD
              WRITE MANIFEST-RECORD
              MOVE 'TOTAL PIECES AT FULL RATE' TO WS-TT-TAG
              MOVE WS-PIECES-FULL TO WS-TT-PIECES
              MOVE WS-TOTAL-LINE TO MANIFEST-RECORD
              WRITE MANIFEST-RECORD
              MOVE '  NO ADDRESS OR POSTAL CODE ON FILE'
                TO WS-TT-TAG
              MOVE WS-FR-NO-ADDRESS TO WS-TT-PIECES
              MOVE WS-TOTAL-LINE TO MANIFEST-RECORD
              WRITE MANIFEST-RECORD
              MOVE '  POSTAL CODE IN NO CARRIER ZONE' TO WS-TT-TAG
              MOVE WS-FR-NO-ZONE TO WS-TT-PIECES
              MOVE WS-TOTAL-LINE TO MANIFEST-RECORD
              WRITE MANIFEST-RECORD
              MOVE '  ZONE BELOW CARRIER MINIMUM' TO WS-TT-TAG
              MOVE WS-FR-BELOW-MIN TO WS-TT-PIECES
              MOVE WS-TOTAL-LINE TO MANIFEST-RECORD
              WRITE MANIFEST-RECORD
              MOVE '  SENT C/O GUARDIAN OR TO EXECUTOR' TO WS-TT-TAG
              MOVE WS-FR-FORWARDED TO WS-TT-PIECES
              MOVE WS-TOTAL-LINE TO MANIFEST-RECORD
              WRITE MANIFEST-RECORD
              IF NOT ZONES-LOADED
                 MOVE '  NO CARRIER ZONE RULES' TO WS-TT-TAG
                 MOVE WS-FR-NO-RULES TO WS-TT-PIECES
                 MOVE WS-TOTAL-LINE TO MANIFEST-RECORD
                 WRITE MANIFEST-RECORD
              END-IF
           END-IF

           CLOSE PRESORT-PRINT
           CLOSE FULL-RATE-PRINT
           CLOSE MANIFEST-REPORT

           MOVE WS-LINES-READ TO WS-COUNT-FORMATTED
           DISPLAY 'MAILSORT: PRINT LINES READ: ' WS-COUNT-FORMATTED
           MOVE WS-PIECES-IN TO WS-COUNT-FORMATTED
           DISPLAY 'MAILSORT: PIECES READ: ' WS-COUNT-FORMATTED
           MOVE WS-PIECES-PRESORT TO WS-COUNT-FORMATTED
           DISPLAY 'MAILSORT: PIECES PRESORTED: ' WS-COUNT-FORMATTED
           MOVE WS-TRAY-NUMBER TO WS-COUNT-FORMATTED
           DISPLAY 'MAILSORT: TRAYS: ' WS-COUNT-FORMATTED
           MOVE WS-PIECES-FULL TO WS-COUNT-FORMATTED
           DISPLAY 'MAILSORT: PIECES AT FULL RATE: '
               WS-COUNT-FORMATTED
           IF RETURN-CODE < 12
              AND WS-PIECES-PRESORT + WS-PIECES-FULL
                  NOT = WS-PIECES-IN
              DISPLAY 'MAILSORT: PIECES OUT DO NOT MATCH PIECES IN'
              MOVE 12 TO RETURN-CODE
           END-IF.

       8100-WRITE-ZONE-LINE.
           MOVE WS-ZN-ZONE (WS-ZONE-IX) TO WS-ZL-ZONE
           MOVE WS-ZN-DESCRIPTION (WS-ZONE-IX) TO WS-ZL-DESCRIPTION
           MOVE WS-ZN-TRAYS (WS-ZONE-IX) TO WS-ZL-TRAYS
           MOVE WS-ZN-PIECES (WS-ZONE-IX) TO WS-ZL-PIECES
           IF WS-ZN-TRAYS (WS-ZONE-IX) = ZERO
              MOVE 'BELOW MINIMUM - FULL RATE' TO WS-ZL-NOTE
           ELSE
              MOVE SPACES TO WS-ZL-NOTE
           END-IF
           MOVE WS-ZONE-LINE TO MANIFEST-RECORD
           WRITE MANIFEST-RECORD.
