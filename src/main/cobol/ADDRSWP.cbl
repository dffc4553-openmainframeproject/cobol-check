       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ADDRSWP.
      *****************************************************************
      * Postal sweep of the whole ADDRMST mailing-address file.
      * ADDRMNT now proves every address it is given against the
      * POSTREF postal reference, but the addresses keyed before it
      * did were never proved, and those are the ones MAILRET keeps
      * taking back. This run puts every address on file through
      * the same shared POSTLOOK check ADDRMNT uses - the postal code
      * on the reference, the city and region agreeing with it, after
      * the street and city are standardised - and lists every one
      * that fails on the ADDRSWRP register, by the customer's branch
      * from TEXEM, so each branch can clean its own addresses before
      * the next statement print. The fix goes in through ADDRMNT as
      * a 'C' transaction, which standardises the address as it
      * stores it.
      *
      * The customers are read in branch order; a branch with
      * failures gets its own heading and a count of its failures. A
      * closed customer is passed over - nothing is mailed to them.
      * A customer with no address on file is counted, not listed.
      * An address whose customer is not on TEXEM at all belongs to
      * no branch and is listed in a section of its own at the end.
      * The run changes nothing; any address listed ends it RC 4.
      *
      * With no POSTREF file no address can be proved, so the run is
      * refused rather than listing the whole file.
      *
      * Card: the month being run, YYYY-MM - written by PERDCTL from
      * :MONTH on the month-end night, or keyed for the first, one-off
      * run. It heads the register.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The run's register - every address that fails, by branch.
           SELECT SWEEP-REPORT ASSIGN TO "ADDRSWRP"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
      * The customer mailing-address file ADDRMNT maintains.
           SELECT ADDRESS-MASTER-FILE ASSIGN TO "ADDRMST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ADDRMST-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the register's run date.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SWEEP-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS SWEEP-REPORT-RECORD.
       01  SWEEP-REPORT-RECORD     PIC X(80).
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

       WORKING-STORAGE SECTION.

       01  FILLER.
           05  WS-REPORT-STATUS     PIC XX.
               88  REPORT-OK        VALUE '00'.
           05  WS-ADDRMST-STATUS    PIC XX.
               88  ADDRMST-OK          VALUE '00'.
               88  ADDRMST-EOF         VALUE '10'.
               88  ADDRMST-NOT-FOUND   VALUE '35'.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK          VALUE '00'.
               88  BUSDATE-NOT-FOUND   VALUE '35'.
           05  WS-RUNLOG-STATUS     PIC XX.
               88  RUNLOG-OK           VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'ADDRSWP'.
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
           05  WS-RUN-START-TIME    PIC X(08).
           05  WS-RUN-TIME-RAW      PIC 9(08).
           05  WS-CURSOR-EOF-SW     PIC X(01) VALUE 'N'.
               88  CURSOR-AT-END    VALUE 'Y'.
      * The month being run, from the card - the register heading.
           05  WS-MONTH-CARD        PIC X(07).
           05  WS-MONTH-START       PIC X(10).
      * The customer in hand, as the cursor returned them.
           05  WS-SW-CUSTOMER-ID    PIC 9(9).
           05  WS-SW-FIRST-NAME     PIC X(10).
           05  WS-SW-LAST-NAME      PIC X(10).
           05  WS-SW-CUST-STATUS    PIC X(01).
               88  SW-CUSTOMER-CLOSED  VALUE 'C'.
           05  WS-SW-BRANCH-CODE    PIC X(03).
      * The branch whose heading was last printed, and its failures.
           05  WS-HEADED-BRANCH     PIC X(03) VALUE HIGH-VALUES.
           05  WS-BRANCH-FAIL-COUNT PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ROWS-READ         PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-CHECKED-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-PASSED-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-NON-STANDARD-COUNT PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-FAILED-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-NO-ADDRESS-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-CLOSED-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ORPHAN-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZ9.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-ADDR-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-ADDR-MAX          PIC S9(4) COMP VALUE 5000.
           05  WS-ADDR-IX           PIC S9(4) COMP.
           05  WS-ADDR-FOUND-IX     PIC S9(4) COMP.

      * The mailing addresses in storage, keyed by customer, each
      * marked once its customer has come off the cursor.
       01  WS-ADDR-TABLE.
           05  WS-ADDR-ENTRY OCCURS 5000 TIMES.
               10  WS-AD-CUSTOMER-ID  PIC 9(09).
               10  WS-AD-STREET       PIC X(30).
               10  WS-AD-CITY         PIC X(20).
               10  WS-AD-POSTAL       PIC X(10).
               10  WS-AD-REGION       PIC X(03).
               10  WS-AD-MATCHED-SW   PIC X(01).
                   88  WS-AD-MATCHED  VALUE 'Y'.

       01  WS-RPT-HEAD-LINE.
           05  FILLER               PIC X(31) VALUE
               'POSTAL ADDRESS SWEEP - MONTH   '.
           05  WS-RH-MONTH          PIC X(07).
           05  FILLER               PIC X(14) VALUE
               '  RUN DATE    '.
           05  WS-RH-DATE           PIC X(10).
           05  FILLER               PIC X(18) VALUE SPACES.
       01  WS-RPT-BRANCH-LINE.
           05  FILLER               PIC X(07) VALUE 'BRANCH '.
           05  WS-RB-BRANCH-CODE    PIC X(03).
           05  FILLER               PIC X(70) VALUE SPACES.
       01  WS-RPT-ORPHAN-LINE.
           05  FILLER               PIC X(40) VALUE
               'ADDRESSES WITH NO CUSTOMER ON TEXEM     '.
           05  FILLER               PIC X(40) VALUE SPACES.
       01  WS-RPT-COLUMN-LINE.
           05  FILLER               PIC X(40) VALUE
               'CUSTOMER  NAME       POSTAL CODE CITY  '.
           05  FILLER               PIC X(40) VALUE
               '             REASON'.
      * One line per failing address, the street beneath it.
       01  WS-RPT-DETAIL-LINE.
           05  WS-RD-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RD-LAST-NAME      PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RD-POSTAL         PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RD-CITY           PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RD-REASON         PIC X(27).
       01  WS-RPT-STREET-LINE.
           05  FILLER               PIC X(21) VALUE SPACES.
           05  WS-RS-STREET         PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RS-REGION         PIC X(03).
           05  FILLER               PIC X(25) VALUE SPACES.
       01  WS-RPT-BRANCH-TOTAL-LINE.
           05  FILLER               PIC X(07) VALUE 'BRANCH '.
           05  WS-RBT-BRANCH-CODE   PIC X(03).
           05  FILLER               PIC X(20) VALUE
               ' ADDRESSES TO CLEAN '.
           05  WS-RBT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(43) VALUE SPACES.
       01  WS-RPT-TOTAL-LINE.
           05  WS-RT-LABEL          PIC X(30).
           05  WS-RT-VALUE          PIC X(16).
           05  FILLER               PIC X(34) VALUE SPACES.

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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'ADDRSWP'.

      * Call parameter block for DATEUTIL, the shared date utility -
      * 'VAL ' proves the month card.
       01  WS-DATEUTIL-PARM.
           05  WS-DU-FUNCTION      PIC X(04).
           05  WS-DU-INPUT-DATE    PIC X(10).
           05  WS-DU-DAYS-TO-ADD   PIC S9(05).
           05  WS-DU-OUTPUT-DATE   PIC X(10).
           05  WS-DU-RETURN-CODE   PIC 9(02).
               88  WS-DU-OK           VALUE 00.
           05  WS-DU-INPUT-DATE-2  PIC X(10).
           05  WS-DU-DAYS-DIFFERENCE PIC S9(07).
           05  WS-DU-REGION        PIC X(03).

      * Call parameter block for POSTLOOK, the shared postal address
      * check - same field layout as POSTLOOK's own linkage section.
       01  WS-POSTLOOK-PARM.
           05  WS-PS-FUNCTION      PIC X(04) VALUE 'ADDR'.
           05  WS-PS-STREET        PIC X(30).
           05  WS-PS-CITY          PIC X(20).
           05  WS-PS-POSTAL-CODE   PIC X(10).
           05  WS-PS-REGION        PIC X(03).
           05  WS-PS-STANDARDISED-SW PIC X(01).
               88  WS-PS-STANDARDISED VALUE 'Y'.
           05  WS-PS-RESULT        PIC 9(02).
               88  WS-PS-VALID        VALUE 00.
               88  WS-PS-NO-REFERENCE VALUE 12.
           05  WS-PS-RESULT-TEXT   PIC X(30).

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.

      * Every customer, in branch order for the register.
           EXEC SQL
              DECLARE SWEEP-CUR CURSOR FOR
              SELECT CUSTOMER_ID, FIRST_NAME, LAST_NAME,
                     CUST_STATUS, BRANCH_CODE
              FROM TEXEM
              ORDER BY BRANCH_CODE, CUSTOMER_ID
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-CURSOR
           PERFORM 2100-FETCH-CUSTOMER
           PERFORM WITH TEST BEFORE UNTIL CURSOR-AT-END
              PERFORM 3000-PROCESS-ONE-CUSTOMER
              PERFORM 2100-FETCH-CUSTOMER
           END-PERFORM
           PERFORM 2900-CLOSE-CURSOR
           PERFORM 3900-END-BRANCH
           PERFORM 5000-LIST-ORPHAN-ADDRESSES
           PERFORM 8000-HOUSEKEEPING
           PERFORM 9700-WRITE-RUN-LOG
           GOBACK.

       1000-INITIALIZE.
           MOVE ZERO TO RETURN-CODE

           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           PERFORM 9600-RESOLVE-BUSINESS-DATE

           ACCEPT WS-MONTH-CARD
           PERFORM 1100-CHECK-MONTH
           PERFORM 1200-CHECK-REFERENCE

           PERFORM 6100-LOAD-ADDRESSES

           OPEN OUTPUT SWEEP-REPORT
           IF NOT REPORT-OK
              DISPLAY 'ADDRSWP: UNEXPECTED ADDRSWRP STATUS '
                  WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-MONTH-CARD TO WS-RH-MONTH
           MOVE WS-RUN-BUS-DATE TO WS-RH-DATE
           MOVE WS-RPT-HEAD-LINE TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD.

      * The card names the month, YYYY-MM; a month that has not yet
      * begun is refused.
       1100-CHECK-MONTH.
           MOVE SPACES TO WS-MONTH-START
           STRING WS-MONTH-CARD '-01' DELIMITED BY SIZE
              INTO WS-MONTH-START
           MOVE 'VAL ' TO WS-DU-FUNCTION
           MOVE WS-MONTH-START TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF NOT WS-DU-OK
              OR WS-MONTH-CARD (5:1) NOT = '-'
              DISPLAY 'ADDRSWP: MONTH CARD ' WS-MONTH-CARD
                  ' IS NOT A YYYY-MM MONTH - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-MONTH-START > WS-RUN-BUS-DATE
              DISPLAY 'ADDRSWP: MONTH ' WS-MONTH-CARD
                  ' HAS NOT BEGUN ON ' WS-RUN-BUS-DATE
                  ' - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

      * One call with an empty address loads POSTREF; no reference
      * means every address would fail, so the run stops here.
       1200-CHECK-REFERENCE.
           MOVE SPACES TO WS-PS-STREET
           MOVE SPACES TO WS-PS-CITY
           MOVE SPACES TO WS-PS-POSTAL-CODE
           MOVE SPACES TO WS-PS-REGION
           CALL 'POSTLOOK' USING WS-POSTLOOK-PARM
           IF WS-PS-NO-REFERENCE
              DISPLAY 'ADDRSWP: NO POSTAL REFERENCE LOADED - '
                  'RUN REFUSED'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF.

       2000-OPEN-CURSOR.
           EXEC SQL
                OPEN SWEEP-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE.

       2100-FETCH-CUSTOMER.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2110-TRY-FETCH-CUSTOMER
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                ADD 1 TO WS-ROWS-READ
             WHEN 100
                SET CURSOR-AT-END TO TRUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       2110-TRY-FETCH-CUSTOMER.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                FETCH SWEEP-CUR
                INTO :WS-SW-CUSTOMER-ID, :WS-SW-FIRST-NAME,
                     :WS-SW-LAST-NAME, :WS-SW-CUST-STATUS,
                     :WS-SW-BRANCH-CODE
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       2900-CLOSE-CURSOR.
           EXEC SQL
                CLOSE SWEEP-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE.

      * The customer's address, if they have one, through POSTLOOK.
      * The address is marked matched whatever the customer's
      * status, so only a true orphan reaches the closing section.
       3000-PROCESS-ONE-CUSTOMER.
           PERFORM 3050-FIND-ADDRESS
           EVALUATE TRUE
              WHEN WS-ADDR-FOUND-IX = ZERO
                 ADD 1 TO WS-NO-ADDRESS-COUNT
              WHEN SW-CUSTOMER-CLOSED
                 MOVE 'Y' TO WS-AD-MATCHED-SW (WS-ADDR-FOUND-IX)
                 ADD 1 TO WS-CLOSED-COUNT
              WHEN OTHER
                 MOVE 'Y' TO WS-AD-MATCHED-SW (WS-ADDR-FOUND-IX)
                 PERFORM 3100-CHECK-ADDRESS
                 IF NOT WS-PS-VALID
                    PERFORM 3200-LIST-FAILURE
                 END-IF
           END-EVALUATE.

       3050-FIND-ADDRESS.
           MOVE ZERO TO WS-ADDR-FOUND-IX
           PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
              UNTIL WS-ADDR-IX > WS-ADDR-COUNT
                 OR WS-ADDR-FOUND-IX NOT = ZERO
              IF WS-AD-CUSTOMER-ID (WS-ADDR-IX) = WS-SW-CUSTOMER-ID
                 MOVE WS-ADDR-IX TO WS-ADDR-FOUND-IX
              END-IF
           END-PERFORM.

      * POSTLOOK works on a copy - the register shows the address as
      * it stands on file. One that passes only once standardised is
      * counted: ADDRMNT puts it into the standard form next time the
      * address is changed.
       3100-CHECK-ADDRESS.
           ADD 1 TO WS-CHECKED-COUNT
           MOVE WS-AD-STREET (WS-ADDR-FOUND-IX) TO WS-PS-STREET
           MOVE WS-AD-CITY (WS-ADDR-FOUND-IX) TO WS-PS-CITY
           MOVE WS-AD-POSTAL (WS-ADDR-FOUND-IX) TO WS-PS-POSTAL-CODE
           MOVE WS-AD-REGION (WS-ADDR-FOUND-IX) TO WS-PS-REGION
           CALL 'POSTLOOK' USING WS-POSTLOOK-PARM
           IF WS-PS-VALID
              ADD 1 TO WS-PASSED-COUNT
              IF WS-PS-STANDARDISED
                 ADD 1 TO WS-NON-STANDARD-COUNT
              END-IF
           END-IF.

      * A new branch closes the last one's count and opens its own
      * heading - only branches with something to clean are headed.
       3200-LIST-FAILURE.
           IF WS-SW-BRANCH-CODE NOT = WS-HEADED-BRANCH
              PERFORM 3900-END-BRANCH
              MOVE WS-SW-BRANCH-CODE TO WS-HEADED-BRANCH
              MOVE WS-SW-BRANCH-CODE TO WS-RB-BRANCH-CODE
              MOVE SPACES TO SWEEP-REPORT-RECORD
              WRITE SWEEP-REPORT-RECORD
              MOVE WS-RPT-BRANCH-LINE TO SWEEP-REPORT-RECORD
              WRITE SWEEP-REPORT-RECORD
              MOVE WS-RPT-COLUMN-LINE TO SWEEP-REPORT-RECORD
              WRITE SWEEP-REPORT-RECORD
           END-IF
           ADD 1 TO WS-FAILED-COUNT
           ADD 1 TO WS-BRANCH-FAIL-COUNT
           MOVE WS-SW-CUSTOMER-ID TO WS-RD-CUSTOMER-ID
           MOVE WS-SW-LAST-NAME TO WS-RD-LAST-NAME
           PERFORM 7000-WRITE-ADDRESS-LINES.

       3900-END-BRANCH.
           IF WS-BRANCH-FAIL-COUNT > ZERO
              MOVE WS-HEADED-BRANCH TO WS-RBT-BRANCH-CODE
              MOVE WS-BRANCH-FAIL-COUNT TO WS-RBT-COUNT
              MOVE WS-RPT-BRANCH-TOTAL-LINE TO SWEEP-REPORT-RECORD
              WRITE SWEEP-REPORT-RECORD
              MOVE ZERO TO WS-BRANCH-FAIL-COUNT
           END-IF.

      * Every address no customer on TEXEM claimed - mail there goes
      * to nobody on the books, whatever POSTLOOK makes of it.
       5000-LIST-ORPHAN-ADDRESSES.
           PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
              UNTIL WS-ADDR-IX > WS-ADDR-COUNT
              IF NOT WS-AD-MATCHED (WS-ADDR-IX)
                 IF WS-ORPHAN-COUNT = ZERO
                    MOVE SPACES TO SWEEP-REPORT-RECORD
                    WRITE SWEEP-REPORT-RECORD
                    MOVE WS-RPT-ORPHAN-LINE TO SWEEP-REPORT-RECORD
                    WRITE SWEEP-REPORT-RECORD
                    MOVE WS-RPT-COLUMN-LINE TO SWEEP-REPORT-RECORD
                    WRITE SWEEP-REPORT-RECORD
                 END-IF
                 ADD 1 TO WS-ORPHAN-COUNT
                 MOVE WS-ADDR-IX TO WS-ADDR-FOUND-IX
                 MOVE WS-AD-CUSTOMER-ID (WS-ADDR-IX)
                   TO WS-RD-CUSTOMER-ID
                 MOVE SPACES TO WS-RD-LAST-NAME
                 MOVE 'NO CUSTOMER ON TEXEM' TO WS-PS-RESULT-TEXT
                 PERFORM 7000-WRITE-ADDRESS-LINES
              END-IF
           END-PERFORM.

       6100-LOAD-ADDRESSES.
           OPEN INPUT ADDRESS-MASTER-FILE
           EVALUATE TRUE
              WHEN ADDRMST-OK
                 READ ADDRESS-MASTER-FILE
                 PERFORM WITH TEST BEFORE
                         UNTIL ADDRMST-EOF
                            OR WS-ADDR-COUNT
                               NOT LESS THAN WS-ADDR-MAX
                    ADD 1 TO WS-ADDR-COUNT
                    MOVE ADM-CUSTOMER-ID
                      TO WS-AD-CUSTOMER-ID (WS-ADDR-COUNT)
                    MOVE ADM-STREET TO WS-AD-STREET (WS-ADDR-COUNT)
                    MOVE ADM-CITY TO WS-AD-CITY (WS-ADDR-COUNT)
                    MOVE ADM-POSTAL-CODE
                      TO WS-AD-POSTAL (WS-ADDR-COUNT)
                    MOVE ADM-REGION TO WS-AD-REGION (WS-ADDR-COUNT)
                    MOVE 'N' TO WS-AD-MATCHED-SW (WS-ADDR-COUNT)
                    READ ADDRESS-MASTER-FILE
                 END-PERFORM
                 IF NOT ADDRMST-EOF
                    DISPLAY 'ADDRSWP: ADDRMST HOLDS MORE THAN '
                        WS-ADDR-MAX ' RECORDS - THE REST ARE NOT '
                        'SWEPT'
                    MOVE 4 TO RETURN-CODE
                 END-IF
                 CLOSE ADDRESS-MASTER-FILE
              WHEN ADDRMST-NOT-FOUND
                 DISPLAY 'ADDRSWP: NO ADDRMST FILE - NO ADDRESSES '
                     'TO SWEEP'
              WHEN OTHER
                 DISPLAY 'ADDRSWP: UNEXPECTED ADDRMST STATUS '
                     WS-ADDRMST-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

      * WS-ADDR-FOUND-IX, WS-RD-CUSTOMER-ID, WS-RD-LAST-NAME and the
      * reason in WS-PS-RESULT-TEXT set by the caller.
       7000-WRITE-ADDRESS-LINES.
           MOVE WS-AD-POSTAL (WS-ADDR-FOUND-IX) TO WS-RD-POSTAL
           MOVE WS-AD-CITY (WS-ADDR-FOUND-IX) TO WS-RD-CITY
           MOVE WS-PS-RESULT-TEXT TO WS-RD-REASON
           MOVE WS-RPT-DETAIL-LINE TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD
           MOVE WS-AD-STREET (WS-ADDR-FOUND-IX) TO WS-RS-STREET
           MOVE WS-AD-REGION (WS-ADDR-FOUND-IX) TO WS-RS-REGION
           MOVE WS-RPT-STREET-LINE TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD.

       8000-HOUSEKEEPING.
           MOVE SPACES TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD
           MOVE 'CUSTOMERS READ' TO WS-RT-LABEL
           MOVE WS-ROWS-READ TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'ADDRESSES ON FILE' TO WS-RT-LABEL
           MOVE WS-ADDR-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'ADDRESSES CHECKED' TO WS-RT-LABEL
           MOVE WS-CHECKED-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'PASSED' TO WS-RT-LABEL
           MOVE WS-PASSED-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE '  OF WHICH NOT STANDARD FORM' TO WS-RT-LABEL
           MOVE WS-NON-STANDARD-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'FAILED' TO WS-RT-LABEL
           MOVE WS-FAILED-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'CLOSED CUSTOMERS PASSED OVER' TO WS-RT-LABEL
           MOVE WS-CLOSED-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'CUSTOMERS WITH NO ADDRESS' TO WS-RT-LABEL
           MOVE WS-NO-ADDRESS-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'ADDRESSES WITH NO CUSTOMER' TO WS-RT-LABEL
           MOVE WS-ORPHAN-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE

           CLOSE SWEEP-REPORT

           MOVE WS-CHECKED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'ADDRSWP: ADDRESSES CHECKED: ' WS-COUNT-FORMATTED
           MOVE WS-FAILED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'ADDRSWP: ADDRESSES FAILED: ' WS-COUNT-FORMATTED
           MOVE WS-ORPHAN-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'ADDRSWP: ADDRESSES WITH NO CUSTOMER: '
               WS-COUNT-FORMATTED

           IF (WS-FAILED-COUNT > ZERO OR WS-ORPHAN-COUNT > ZERO)
              AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-RPT-TOTAL-LINE TO SWEEP-REPORT-RECORD
           WRITE SWEEP-REPORT-RECORD.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'ADDRSWP: SQLCODE ' SQLCODE
               ' - DEADLOCK/TIMEOUT, RETRY ' WS-RETRY-COUNT
               ' OF ' WS-MAX-RETRIES ' IN ' WS-RETRY-DELAY-SECS
               ' SECONDS'
           CALL 'C$SLEEP' USING WS-RETRY-DELAY-SECS
           .

       9500-LOOKUP-ERROR-CODE.
      * Look the code up through the shared ERRLOOK routine, which
      * reads the loadable ERRCFILE registry at run time and falls
      * back to the compiled-in table when the file is absent.
           MOVE WS-ERRCODE-LOOKUP-CODE TO WS-EL-CODE
           CALL 'ERRLOOK' USING WS-ERRLOOK-PARM
           MOVE WS-EL-RC TO WS-ERRCODE-LOOKUP-RC
           MOVE WS-EL-TEXT TO WS-ERRCODE-LOOKUP-TEXT
           MOVE WS-EL-FOUND-SW TO WS-ERRCODE-LOOKUP-SW
           IF WS-EL-ACTION NOT = SPACES
               DISPLAY 'OPERATOR ACTION: ' WS-EL-ACTION
           END-IF
           .

       9600-RESOLVE-BUSINESS-DATE.
      * The register is dated with the window's business date, not
      * the clock's. With no control file at all the system date
      * stands in, with a note.
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
               WHEN BUSDATE-OK
                   READ BUSINESS-DATE-FILE
                   IF BUSDATE-OK
                       MOVE BD-BUSINESS-DATE TO WS-RUN-BUS-DATE
                   END-IF
                   CLOSE BUSINESS-DATE-FILE
               WHEN BUSDATE-NOT-FOUND
                   DISPLAY 'ADDRSWP: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'ADDRSWP: UNEXPECTED BUSDATE STATUS '
                       WS-BUSDATE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
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
           MOVE WS-ADDR-COUNT TO RUN-RECS-IN
           MOVE WS-PASSED-COUNT TO RUN-RECS-OUT
           COMPUTE RUN-RECS-REJECTED = WS-FAILED-COUNT
                                     + WS-ORPHAN-COUNT
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUNLOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUNLOG-OK
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY 'ADDRSWP: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9800-CHECK-SQLCODE.
      * Common guard after every SQL operation - the run only reads,
      * so anything other than clean completion simply ends it.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              PERFORM 9999-ROLLBACK-AND-ABEND
           END-IF.

       9999-ROLLBACK-AND-ABEND.
           EXEC SQL
              ROLLBACK
           END-EXEC.
           DISPLAY 'ADDRSWP: UNEXPECTED SQLCODE ' SQLCODE
               ' - RUN ENDED'
           MOVE 16 TO RETURN-CODE
           GOBACK.
