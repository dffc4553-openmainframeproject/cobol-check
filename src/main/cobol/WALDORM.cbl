      * escheatment parameter - to the ESCHCAND candidate list the
      * compliance team works from.
      *
      * A wallet on a product (PRODMAST, resolved through PRODLOOK)
      * goes dormant after its product's dormancy months; the card's
      * period applies to a wallet on no product and to a product
      * that sets none. Escheatment stays one period for every
      * wallet - it is the law's, not the product's.
      *
      * Parameter cards: dormancy months, escheatment months.
      *****************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the date this run is logged under, so the window
      * audit finds it on the night it was due.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
      * Shared run-log - one standard record per run, appended by
      * every batch program so the morning line can summarize the
      * whole night from one file.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One record per dormant wallet - the file the statement and
           RECORDING MODE F
           DATA RECORD IS DORMANCY-REPORT-RECORD.
       01  DORMANCY-REPORT-RECORD  PIC X(80).
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

           05  WS-REPORT-STATUS     PIC XX.
               88  REPORT-OK        VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'WALDORM'.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK         VALUE '00'.
               88  BUSDATE-NOT-FOUND  VALUE '35'.
           05  WS-RUNLOG-STATUS     PIC XX.
               88  RUNLOG-OK        VALUE '00'.
           05  WS-RUN-START-TIME    PIC X(08).
           05  WS-RUN-TIME-RAW      PIC 9(08).
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
           05  WS-DORMANT-MONTHS    PIC 9(4) VALUE ZERO.
           05  WS-ESCHEAT-MONTHS    PIC 9(4) VALUE ZERO.
           05  WS-DATE-RAW          PIC 9(08).
           05  WS-DM-CUSTOMER-ID    PIC 9(9).
           05  WS-DM-WALLET-NO      PIC 9(2).
           05  WS-DM-WALLET         PIC S9(8)V99 COMP-3.
           05  WS-DM-PRODUCT        PIC X(04).
           05  WS-WALLET-DORMANT-MONTHS PIC 9(4).
           05  WS-DM-CREA-TMS       PIC X(26).
           05  WS-DM-LAST-TMS       PIC X(26).
           05  WS-LAST-TMS-IND      PIC S9(4) COMP.
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WALDORM'.

      * Call parameter block for PRODLOOK, the shared wallet product
      * lookup - same field layout as PRODLOOK's own linkage section.
       01  WS-PRODLOOK-PARM.
           05  WS-PL-FUNCTION      PIC X(04).
           05  WS-PL-PRODUCT-CODE  PIC X(04).
           05  WS-PL-DESCRIPTION   PIC X(20).
           05  WS-PL-MONTHLY-RATE  PIC 9(3)V9(6).
           05  WS-PL-FEE-CODE      PIC X(04) OCCURS 4 TIMES.
           05  WS-PL-MIN-BALANCE   PIC 9(8)V99.
           05  WS-PL-DORMANT-MONTHS PIC 9(04).
           05  WS-PL-OVERDRAFT-SW  PIC X(01).
               88  WS-PL-OVERDRAFT-ALLOWED VALUE 'Y'.
           05  WS-PL-FOUND-SW      PIC X(01).
               88  WS-PL-FOUND        VALUE 'Y'.
           05  WS-PL-RETURN-CODE   PIC 9(02).

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.
           EXEC SQL
              DECLARE DORM-CUR CURSOR FOR
              SELECT A.CUSTOMER_ID, A.WALLET_NO, A.WALLET,
                     A.TMS_CREA, MAX(H.TMS_CREA), A.PRODUCT_CODE
              FROM TEXE2 A
              LEFT OUTER JOIN TEXE2HIST H
                ON H.CUSTOMER_ID = A.CUSTOMER_ID
               AND H.WALLET_NO = A.WALLET_NO
              GROUP BY A.CUSTOMER_ID, A.WALLET_NO, A.WALLET,
                       A.TMS_CREA, A.PRODUCT_CODE
              ORDER BY A.CUSTOMER_ID, A.WALLET_NO
           END-EXEC.

              UNTIL SQLCODE = 100
           PERFORM 4000-CLOSE-CURSOR
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

           IF WS-DORMANT-MONTHS NOT > ZERO
              DISPLAY 'WALDORM: A POSITIVE DORMANCY-MONTHS PARAMETER '
                  'IS REQUIRED'
              FETCH DORM-CUR
              INTO :WS-DM-CUSTOMER-ID, :WS-DM-WALLET-NO,
                   :WS-DM-WALLET, :WS-DM-CREA-TMS,
                   :WS-DM-LAST-TMS :WS-LAST-TMS-IND,
                   :WS-DM-PRODUCT
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           PERFORM 1100-DATE-TO-MONTHS
           COMPUTE WS-MONTHS-INACTIVE
              = WS-TODAY-MONTHS - WS-LAST-MONTHS
           PERFORM 3150-RESOLVE-DORMANCY-PERIOD

           IF WS-MONTHS-INACTIVE NOT < WS-WALLET-DORMANT-MONTHS
              ADD 1 TO WS-DORMANT-COUNT
              PERFORM 3200-WRITE-DORMANT-FLAG
              PERFORM 3300-ADD-TO-AGE-BAND
              END-IF
           END-IF.

      * The wallet's product sets its dormancy period; a wallet on
      * no product, or on a product with no period of its own, goes
      * dormant after the months on the parameter card.
       3150-RESOLVE-DORMANCY-PERIOD.
           MOVE WS-DORMANT-MONTHS TO WS-WALLET-DORMANT-MONTHS
           IF WS-DM-PRODUCT NOT = SPACES
              MOVE 'PROD' TO WS-PL-FUNCTION
              MOVE WS-DM-PRODUCT TO WS-PL-PRODUCT-CODE
              CALL 'PRODLOOK' USING WS-PRODLOOK-PARM
              IF WS-PL-FOUND
                 AND WS-PL-DORMANT-MONTHS > ZERO
                 MOVE WS-PL-DORMANT-MONTHS
                   TO WS-WALLET-DORMANT-MONTHS
              END-IF
           END-IF.

       3200-WRITE-DORMANT-FLAG.
           MOVE WS-DM-CUSTOMER-ID TO DRM-CUSTOMER-ID
           MOVE WS-DM-WALLET-NO TO DRM-WALLET-NO
           END-IF
           .

       9600-RESOLVE-BUSINESS-DATE.
      * The run is logged under the window's business date, not the
      * clock's, so the audit of the night it ran finds it. With no
      * control file at all the system date stands in, with a note.
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
               WHEN BUSDATE-OK
                   READ BUSINESS-DATE-FILE
                   IF BUSDATE-OK
                       MOVE BD-BUSINESS-DATE TO WS-RUN-BUS-DATE
                   END-IF
                   CLOSE BUSINESS-DATE-FILE
               WHEN BUSDATE-NOT-FOUND
                   DISPLAY 'WALDORM: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'WALDORM: UNEXPECTED BUSDATE STATUS '
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
           MOVE WS-WALLET-COUNT TO RUN-RECS-IN
           MOVE WS-DORMANT-COUNT TO RUN-RECS-OUT
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
               DISPLAY 'WALDORM: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9999-ABORT.
           EXEC SQL
              ROLLBACK
