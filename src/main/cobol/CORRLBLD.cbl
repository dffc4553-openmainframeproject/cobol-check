       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CORRLBLD.
      *****************************************************************
      * Nightly build of the keyed latest-correspondence file. CORRLOG
      * appends every letter, statement, certificate and notice the
      * window produces, and every piece MAILRET takes back, to the
      * CORRHIST history in the order they went - fine for CUSTINQ
      * and CORRINQ, which read it through, but no use to the online
      * inquiry, which has one keyed read to spend. This run sorts
      * the history by customer, latest item first, and writes each
      * customer's latest five items to the CORRLAST indexed file,
      * keyed by customer number, for CUSTINQC. Like TEXMMIRR's
      * mirror it is rebuilt from scratch each night, so a broken
      * build simply reruns, and the screen is never more than one
      * window behind.
      *
      * Items are latest first by item date; items of the same date
      * come latest logged first.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRESPONDENCE-FILE ASSIGN TO "CORRHIST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CORRHIST-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK".
           SELECT CORR-LATEST-FILE ASSIGN TO "CORRLAST"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY IS CLR-CUSTOMER-ID
               FILE STATUS WS-LATEST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CORRESPONDENCE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS CORRESPONDENCE-RECORD.
       01  CORRESPONDENCE-RECORD.
           COPY CORRHIST.
      * The history record whole, with the order it was read in, so
      * items of one date sort latest logged first.
       SD  SORT-FILE
           DATA RECORD IS SORT-CORR-RECORD.
       01  SORT-CORR-RECORD.
           05  SRT-CUSTOMER-ID     PIC 9(9).
           05  SRT-ITEM-DATE       PIC X(10).
           05  SRT-READ-SEQ        PIC 9(9) COMP.
           05  SRT-ITEM            PIC X(80).
       FD  CORR-LATEST-FILE
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS CORR-LATEST-RECORD.
       01  CORR-LATEST-RECORD.
           COPY CORRLAST.

       WORKING-STORAGE SECTION.

       01  FILLER.
           05  WS-CORRHIST-STATUS   PIC XX.
               88  CORRHIST-OK      VALUE '00'.
               88  CORRHIST-EOF     VALUE '10'.
               88  CORRHIST-NOT-FOUND VALUE '35'.
           05  WS-LATEST-STATUS     PIC XX.
               88  LATEST-OK        VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'CORRLBLD'.
           05  WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
               88  SORTED-EOF       VALUE 'Y'.
           05  WS-READ-SEQ          PIC 9(9) COMP VALUE ZERO.
           05  WS-LATEST-MAX        PIC 9(1) VALUE 5.
           05  WS-CUSTOMER-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZZ,ZZ9.

      * The history record as it comes back from the sort.
       01  WS-CORR-ITEM.
           05  WS-CI-CUSTOMER-ID    PIC 9(9).
           05  WS-CI-ITEM-DATE      PIC X(10).
           05  WS-CI-ITEM-TYPE      PIC X(1).
           05  WS-CI-MESSAGE-CODE   PIC X(4).
           05  WS-CI-CHANNEL        PIC X(1).
           05  WS-CI-DISPOSITION    PIC X(1).
           05  WS-CI-PGM-NAME       PIC X(8).
           05  WS-CI-REFERENCE      PIC X(20).
           05  FILLER               PIC X(26).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT SORT-FILE
              ON ASCENDING KEY SRT-CUSTOMER-ID
              ON DESCENDING KEY SRT-ITEM-DATE SRT-READ-SEQ
              INPUT PROCEDURE 2000-FEED-SORT
              OUTPUT PROCEDURE 3000-BUILD-LATEST
           PERFORM 8000-HOUSEKEEPING
           GOBACK.

       1000-INITIALIZE.
           MOVE ZERO TO RETURN-CODE

           OPEN OUTPUT CORR-LATEST-FILE
           IF NOT LATEST-OK
              DISPLAY 'CORRLBLD: UNEXPECTED CORRLAST STATUS ON OPEN '
                  WS-LATEST-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      * No history yet simply builds an empty file - nothing has
      * been logged.
       2000-FEED-SORT.
           OPEN INPUT CORRESPONDENCE-FILE
           EVALUATE TRUE
              WHEN CORRHIST-OK
                 READ CORRESPONDENCE-FILE
                 PERFORM WITH TEST BEFORE UNTIL NOT CORRHIST-OK
                    ADD 1 TO WS-READ-SEQ
                    MOVE CRH-CUSTOMER-ID TO SRT-CUSTOMER-ID
                    MOVE CRH-ITEM-DATE TO SRT-ITEM-DATE
                    MOVE WS-READ-SEQ TO SRT-READ-SEQ
                    MOVE CORRESPONDENCE-RECORD TO SRT-ITEM
                    RELEASE SORT-CORR-RECORD
                    READ CORRESPONDENCE-FILE
                 END-PERFORM
                 IF NOT CORRHIST-EOF
                    DISPLAY 'CORRLBLD: UNEXPECTED CORRHIST STATUS ON '
                        'READ ' WS-CORRHIST-STATUS
                    MOVE 16 TO RETURN-CODE
                 END-IF
                 CLOSE CORRESPONDENCE-FILE
              WHEN CORRHIST-NOT-FOUND
                 DISPLAY 'CORRLBLD: NO CORRHIST FILE - NOTHING LOGGED '
                     'YET'
              WHEN OTHER
                 DISPLAY 'CORRLBLD: UNEXPECTED CORRHIST STATUS '
                     WS-CORRHIST-STATUS
                 MOVE 16 TO RETURN-CODE
           END-EVALUATE.

      * The sorted items arrive customer by customer, latest first -
      * the first five of each customer are the record, the rest
      * are passed over. Customer order is the load order the
      * indexed file wants.
       3000-BUILD-LATEST.
           IF RETURN-CODE = ZERO
              PERFORM 3050-RETURN-SORTED
              PERFORM WITH TEST BEFORE UNTIL SORTED-EOF
                 MOVE SPACES TO CORR-LATEST-RECORD
                 MOVE WS-CI-CUSTOMER-ID TO CLR-CUSTOMER-ID
                 MOVE ZERO TO CLR-ITEM-COUNT
                 PERFORM WITH TEST BEFORE
                         UNTIL SORTED-EOF
                            OR WS-CI-CUSTOMER-ID NOT = CLR-CUSTOMER-ID
                    IF CLR-ITEM-COUNT < WS-LATEST-MAX
                       PERFORM 3100-ADD-ONE-ITEM
                    END-IF
                    PERFORM 3050-RETURN-SORTED
                 END-PERFORM
                 PERFORM 3200-WRITE-LATEST
              END-PERFORM
           END-IF.

       3050-RETURN-SORTED.
           RETURN SORT-FILE
              AT END
                 MOVE 'Y' TO WS-SORT-EOF-SW
           END-RETURN
           IF NOT SORTED-EOF
              MOVE SRT-ITEM TO WS-CORR-ITEM
           END-IF.

       3100-ADD-ONE-ITEM.
           ADD 1 TO CLR-ITEM-COUNT
           MOVE WS-CI-ITEM-DATE TO CLR-ITEM-DATE (CLR-ITEM-COUNT)
           MOVE WS-CI-ITEM-TYPE TO CLR-ITEM-TYPE (CLR-ITEM-COUNT)
           MOVE WS-CI-MESSAGE-CODE
             TO CLR-MESSAGE-CODE (CLR-ITEM-COUNT)
           MOVE WS-CI-CHANNEL TO CLR-CHANNEL (CLR-ITEM-COUNT)
           MOVE WS-CI-DISPOSITION TO CLR-DISPOSITION (CLR-ITEM-COUNT)
           MOVE WS-CI-PGM-NAME TO CLR-PGM-NAME (CLR-ITEM-COUNT)
           MOVE WS-CI-REFERENCE TO CLR-REFERENCE (CLR-ITEM-COUNT).

       3200-WRITE-LATEST.
           WRITE CORR-LATEST-RECORD
           IF LATEST-OK
              ADD 1 TO WS-CUSTOMER-COUNT
           ELSE
              DISPLAY 'CORRLBLD: UNEXPECTED CORRLAST STATUS ON WRITE '
                  WS-LATEST-STATUS
              MOVE 16 TO RETURN-CODE
              MOVE 'Y' TO WS-SORT-EOF-SW
           END-IF.

       8000-HOUSEKEEPING.
           CLOSE CORR-LATEST-FILE

           MOVE WS-READ-SEQ TO WS-COUNT-FORMATTED
           DISPLAY 'CORRLBLD: CORRESPONDENCE ITEMS READ: '
               WS-COUNT-FORMATTED
           MOVE WS-CUSTOMER-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'CORRLBLD: CUSTOMERS WRITTEN: '
               WS-COUNT-FORMATTED.
