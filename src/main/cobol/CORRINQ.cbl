       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CORRINQ.
      *****************************************************************
      * Correspondence history inquiry. CUSTINQ and the CUSTINQC
      * screen show a customer's last few items; when a customer
      * disputes what we sent them over a year, the whole story is
      * on the CORRHIST history CORRLOG keeps - every letter,
      * statement, certificate and notice the producing runs put
      * out, and every piece MAILRET took back. This program reads
      * the history once against a card file of CUSTOMER-IDs with
      * date ranges and lists every matching item: the date, what it
      * was, the channel it went by, what became of it, the program
      * that produced or received it and the item's own reference.
      *
      * Item type: L letter, S statement, C certificate, N notice.
      * Channel: P post, E e-delivery. Disposition: S sent, H held
      * for returned mail, R returned undeliverable.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One card per question: customer number and the date range
      * wanted; blank dates mean the whole history.
           SELECT INQUIRY-CARD-FILE ASSIGN TO "CORRCARD"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CARD-STATUS.
      * The correspondence history, in the order the items went.
           SELECT CORRESPONDENCE-FILE ASSIGN TO "CORRHIST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CORRHIST-STATUS.
           SELECT CORR-REPORT ASSIGN TO "CORRRPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-CARD-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 29 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS INQUIRY-CARD-RECORD.
       01  INQUIRY-CARD-RECORD.
           05  CRC-CUSTOMER-ID     PIC 9(9).
           05  CRC-DATE-LOW        PIC X(10).
           05  CRC-DATE-HIGH       PIC X(10).
       FD  CORRESPONDENCE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS CORRESPONDENCE-RECORD.
       01  CORRESPONDENCE-RECORD.
           COPY CORRHIST.
       FD  CORR-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS CORR-REPORT-RECORD.
       01  CORR-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.

       01  FILLER.
           05  WS-CARD-STATUS       PIC XX.
               88  CARD-OK          VALUE '00'.
               88  CARD-EOF         VALUE '10'.
               88  CARD-NOT-FOUND   VALUE '35'.
           05  WS-CORRHIST-STATUS   PIC XX.
               88  CORRHIST-OK      VALUE '00'.
               88  CORRHIST-EOF     VALUE '10'.
               88  CORRHIST-NOT-FOUND VALUE '35'.
           05  WS-REPORT-STATUS     PIC XX.
               88  REPORT-OK        VALUE '00'.
           05  WS-CARD-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-CARD-MAX          PIC S9(4) COMP VALUE 100.
           05  WS-CARD-IX           PIC S9(4) COMP.
           05  WS-HISTORY-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-MATCH-COUNT       PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZZ,ZZ9.

      * The cards in storage so the history - an item for every
      * customer every cycle - is read exactly once.
       01  WS-CARD-TABLE.
           05  WS-CARD-ENTRY OCCURS 100 TIMES.
               10  WS-CD-CUSTOMER-ID  PIC 9(9).
               10  WS-CD-DATE-LOW     PIC X(10).
               10  WS-CD-DATE-HIGH    PIC X(10).
               10  WS-CD-HIT-COUNT    PIC S9(7) COMP-3.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(40) VALUE
               'CUSTOMER  ITEM DATE  T CODE C D PROGRAM '.
           05  FILLER               PIC X(40) VALUE
               ' REFERENCE            LOGGED            '.
      * The customer in front, since several customers can
      * interleave on one pass.
       01  WS-CORR-LINE.
           05  WS-CO-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CO-ITEM-DATE      PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CO-ITEM-TYPE      PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CO-MESSAGE-CODE   PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CO-CHANNEL        PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CO-DISPOSITION    PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CO-PGM-NAME       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CO-REFERENCE      PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CO-LOGGED-DATE    PIC X(10).
           05  FILLER               PIC X(07) VALUE SPACES.
       01  WS-MESSAGE-LINE          PIC X(80).

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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'CORRINQ'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CARDS
           PERFORM 3000-SEARCH-THE-HISTORY
           PERFORM 8000-HOUSEKEEPING
           GOBACK.

       1000-INITIALIZE.
           MOVE ZERO TO RETURN-CODE

           OPEN INPUT INQUIRY-CARD-FILE
           EVALUATE TRUE
              WHEN CARD-OK
                 CONTINUE
              WHEN CARD-NOT-FOUND
                 MOVE 'IFNF' TO WS-ERRCODE-LOOKUP-CODE
                 PERFORM 9500-LOOKUP-ERROR-CODE
                 DISPLAY WS-ERRCODE-LOOKUP-TEXT ' (CORRCARD)'
                 MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
                 GOBACK
              WHEN OTHER
                 DISPLAY 'CORRINQ: UNEXPECTED CORRCARD STATUS '
                     WS-CARD-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE

           OPEN INPUT CORRESPONDENCE-FILE
           EVALUATE TRUE
              WHEN CORRHIST-OK
                 CONTINUE
              WHEN CORRHIST-NOT-FOUND
                 MOVE 'IFNF' TO WS-ERRCODE-LOOKUP-CODE
                 PERFORM 9500-LOOKUP-ERROR-CODE
                 DISPLAY WS-ERRCODE-LOOKUP-TEXT ' (CORRHIST)'
                 MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
                 GOBACK
              WHEN OTHER
                 DISPLAY 'CORRINQ: UNEXPECTED CORRHIST STATUS '
                     WS-CORRHIST-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE

           OPEN OUTPUT CORR-REPORT
           IF NOT REPORT-OK
              DISPLAY 'CORRINQ: UNEXPECTED CORRRPT STATUS '
                  WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-HEADING-LINE TO CORR-REPORT-RECORD
           WRITE CORR-REPORT-RECORD.

       2000-LOAD-CARDS.
           READ INQUIRY-CARD-FILE
           PERFORM WITH TEST BEFORE
                   UNTIL CARD-EOF
                      OR WS-CARD-COUNT NOT LESS THAN WS-CARD-MAX
              ADD 1 TO WS-CARD-COUNT
              MOVE CRC-CUSTOMER-ID
                TO WS-CD-CUSTOMER-ID (WS-CARD-COUNT)
              IF CRC-DATE-LOW = SPACES
                 MOVE '0001-01-01' TO WS-CD-DATE-LOW (WS-CARD-COUNT)
              ELSE
                 MOVE CRC-DATE-LOW TO WS-CD-DATE-LOW (WS-CARD-COUNT)
              END-IF
              IF CRC-DATE-HIGH = SPACES
                 MOVE '9999-12-31'
                   TO WS-CD-DATE-HIGH (WS-CARD-COUNT)
              ELSE
                 MOVE CRC-DATE-HIGH
                   TO WS-CD-DATE-HIGH (WS-CARD-COUNT)
              END-IF
              MOVE ZERO TO WS-CD-HIT-COUNT (WS-CARD-COUNT)
              READ INQUIRY-CARD-FILE
           END-PERFORM
           IF NOT CARD-EOF
              DISPLAY 'CORRINQ: MORE THAN ' WS-CARD-MAX
                  ' CARDS - EXCESS IGNORED, RERUN FOR THE REST'
              MOVE 4 TO RETURN-CODE
           END-IF.

       3000-SEARCH-THE-HISTORY.
           PERFORM 3100-READ-HISTORY
           PERFORM WITH TEST BEFORE UNTIL CORRHIST-EOF
              ADD 1 TO WS-HISTORY-COUNT
              PERFORM 3200-MATCH-ONE-ITEM
              PERFORM 3100-READ-HISTORY
           END-PERFORM.

       3100-READ-HISTORY.
           READ CORRESPONDENCE-FILE
           IF NOT CORRHIST-OK AND NOT CORRHIST-EOF
              DISPLAY 'CORRINQ: UNEXPECTED CORRHIST STATUS ON READ '
                  WS-CORRHIST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       3200-MATCH-ONE-ITEM.
           PERFORM VARYING WS-CARD-IX FROM 1 BY 1
                   UNTIL WS-CARD-IX > WS-CARD-COUNT
              IF CRH-CUSTOMER-ID = WS-CD-CUSTOMER-ID (WS-CARD-IX)
                 AND CRH-ITEM-DATE NOT < WS-CD-DATE-LOW (WS-CARD-IX)
                 AND CRH-ITEM-DATE NOT > WS-CD-DATE-HIGH (WS-CARD-IX)
                 ADD 1 TO WS-MATCH-COUNT
                 ADD 1 TO WS-CD-HIT-COUNT (WS-CARD-IX)
                 PERFORM 3300-PRINT-ONE-ITEM
              END-IF
           END-PERFORM.

       3300-PRINT-ONE-ITEM.
           MOVE CRH-CUSTOMER-ID TO WS-CO-CUSTOMER-ID
           MOVE CRH-ITEM-DATE TO WS-CO-ITEM-DATE
           MOVE CRH-ITEM-TYPE TO WS-CO-ITEM-TYPE
           MOVE CRH-MESSAGE-CODE TO WS-CO-MESSAGE-CODE
           MOVE CRH-CHANNEL TO WS-CO-CHANNEL
           MOVE CRH-DISPOSITION TO WS-CO-DISPOSITION
           MOVE CRH-PGM-NAME TO WS-CO-PGM-NAME
           MOVE CRH-REFERENCE TO WS-CO-REFERENCE
           MOVE CRH-LOGGED-DATE TO WS-CO-LOGGED-DATE
           MOVE WS-CORR-LINE TO CORR-REPORT-RECORD
           WRITE CORR-REPORT-RECORD.

       8000-HOUSEKEEPING.
           PERFORM VARYING WS-CARD-IX FROM 1 BY 1
                   UNTIL WS-CARD-IX > WS-CARD-COUNT
              IF WS-CD-HIT-COUNT (WS-CARD-IX) = ZERO
                 MOVE SPACES TO WS-MESSAGE-LINE
                 STRING 'CUSTOMER '
                    WS-CD-CUSTOMER-ID (WS-CARD-IX)
                    ' - NO CORRESPONDENCE IN RANGE'
                    DELIMITED BY SIZE INTO WS-MESSAGE-LINE
                 MOVE WS-MESSAGE-LINE TO CORR-REPORT-RECORD
                 WRITE CORR-REPORT-RECORD
              END-IF
           END-PERFORM

           CLOSE INQUIRY-CARD-FILE
           CLOSE CORRESPONDENCE-FILE
           CLOSE CORR-REPORT

           MOVE WS-HISTORY-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'CORRINQ: HISTORY ITEMS SEARCHED: '
               WS-COUNT-FORMATTED
           MOVE WS-MATCH-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'CORRINQ: ITEMS REPORTED: '
               WS-COUNT-FORMATTED.

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
