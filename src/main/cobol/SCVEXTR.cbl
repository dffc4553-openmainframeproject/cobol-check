       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SCVEXTR.
      *****************************************************************
      * Deposit-insurance single customer view. The deposit-guarantee
      * scheme wants, on demand and on its periodic cycle, one record
      * per depositor aggregating every wallet the depositor owns in
      * the home currency, with the amount the scheme insures and the
      * uninsured excess. THRSHRPT only returns the customers above
      * the large-balance threshold, so it never answered this.
      *
      * This run walks every wallet once per owner, in depositor
      * order: the holder's part of a wallet is what the TEXOWN
      * further owners' shares leave of 100 percent, each joint owner
      * takes their own share, and a trustee takes none. Each part
      * converts to the home currency through EXRATES the way
      * THRSHRPT converts, and a change of depositor closes the
      * aggregate:
      *
      *   SCVFILE  - the scheme's prescribed layout, one record per
      *              depositor - aggregate, insured amount (capped
      *              at the scheme limit, never below zero), excess,
      *              mailing address - closed with a trailer carrying
      *              the record count and the control totals.
      *   SCVEXCP  - the exceptions list: every depositor whose data
      *              is incomplete for the scheme - no address on
      *              ADDRMST, suspended status, KYC never verified on
      *              KYCREV or its review overdue on the reference
      *              date - one line per reason, with the counts at
      *              the foot. The depositor still goes on SCVFILE,
      *              flagged, so the scheme sees the whole book.
      *
      * Closed customers hold nothing and are left out. Parameter
      * cards: reference date (YYYY-MM-DD, blank takes the business
      * date), home currency, scheme limit (9(8)V99 zoned). A wallet
      * whose currency has no EXRATES rate is carried at its native
      * amount with a warning, the same fallback as THRSHRPT. Ends
      * RC 4 when there are exceptions.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXRATES"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RATE-STATUS.
           SELECT SCV-FILE ASSIGN TO "SCVFILE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SCV-STATUS.
           SELECT EXCEPTION-REPORT ASSIGN TO "SCVEXCP"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-EXCP-STATUS.
      * The customer mailing-address file ADDRMNT maintains - the
      * scheme pays out by post, so a depositor without one is an
      * exception.
           SELECT ADDRESS-MASTER-FILE ASSIGN TO "ADDRMST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ADDRMST-STATUS.
      * KYC periodic reviews, maintained by KYCMNT.
           SELECT KYC-REVIEW-FILE ASSIGN TO "KYCREV"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-KYC-STATUS.
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
       FD  EXCHANGE-RATE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 22 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS EXCHANGE-RATE-RECORD.
       01  EXCHANGE-RATE-RECORD.
           05  XRT-RATE-DATE       PIC X(10).
           05  XRT-CURRENCY        PIC X(03).
           05  XRT-RATE            PIC 9(3)V9(6).
      * The scheme's prescribed layout: record type '1', reference
      * date, depositor, names, mailing address, currency, the count
      * of wallets owned and how many of them are joint, the signed
      * aggregate (trailing embedded sign, as on ESTMTX), insured
      * amount, excess, and the exceptions flag. The trailer is type
      * '9' with the count and control totals.
       FD  SCV-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 160 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS SCV-RECORD.
       01  SCV-RECORD.
           05  SCV-RECORD-TYPE     PIC X(01).
           05  SCV-REFERENCE-DATE  PIC X(10).
           05  SCV-DEPOSITOR-ID    PIC 9(9).
           05  SCV-LAST-NAME       PIC X(10).
           05  SCV-FIRST-NAME      PIC X(10).
           05  SCV-STREET          PIC X(30).
           05  SCV-CITY            PIC X(20).
           05  SCV-POSTAL-CODE     PIC X(10).
           05  SCV-REGION          PIC X(03).
           05  SCV-CURRENCY        PIC X(03).
           05  SCV-WALLET-COUNT    PIC 9(3).
           05  SCV-JOINT-COUNT     PIC 9(3).
           05  SCV-AGGREGATE       PIC S9(13)V99.
           05  SCV-INSURED         PIC 9(13)V99.
           05  SCV-EXCESS          PIC 9(13)V99.
      *    'Y' WHEN THE DEPOSITOR IS ON THE SCVEXCP EXCEPTIONS LIST.
           05  SCV-EXCEPTION-FLAG  PIC X(01).
           05  FILLER              PIC X(02).
       01  SCV-TRAILER REDEFINES SCV-RECORD.
           05  SCT-RECORD-TYPE     PIC X(01).
           05  SCT-REFERENCE-DATE  PIC X(10).
           05  SCT-RECORD-COUNT    PIC 9(9).
           05  SCT-EXCEPTION-COUNT PIC 9(9).
           05  SCT-TOTAL-AGGREGATE PIC S9(15)V99.
           05  SCT-TOTAL-INSURED   PIC 9(15)V99.
           05  SCT-TOTAL-EXCESS    PIC 9(15)V99.
           05  FILLER              PIC X(80).
       FD  EXCEPTION-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS EXCEPTION-REPORT-RECORD.
       01  EXCEPTION-REPORT-RECORD PIC X(80).
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
       FD  KYC-REVIEW-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS KYC-REVIEW-RECORD.
       01  KYC-REVIEW-RECORD.
           COPY KYCREV.
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
           05  WS-RATE-STATUS       PIC XX.
               88  RATE-OK          VALUE '00'.
               88  RATE-EOF         VALUE '10'.
               88  RATE-NOT-FOUND   VALUE '35'.
           05  WS-SCV-STATUS        PIC XX.
               88  SCV-OK           VALUE '00'.
           05  WS-EXCP-STATUS       PIC XX.
               88  EXCP-OK          VALUE '00'.
           05  WS-ADDRMST-STATUS    PIC XX.
               88  ADDRMST-OK       VALUE '00'.
               88  ADDRMST-EOF      VALUE '10'.
               88  ADDRMST-NOT-FOUND VALUE '35'.
           05  WS-KYC-STATUS        PIC XX.
               88  KYC-OK           VALUE '00'.
               88  KYC-EOF          VALUE '10'.
               88  KYC-NOT-FOUND    VALUE '35'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'SCVEXTR'.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK         VALUE '00'.
               88  BUSDATE-NOT-FOUND  VALUE '35'.
           05  WS-RUNLOG-STATUS     PIC XX.
               88  RUNLOG-OK        VALUE '00'.
           05  WS-RUN-START-TIME    PIC X(08).
           05  WS-RUN-TIME-RAW      PIC 9(08).
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
           05  WS-REFERENCE-DATE    PIC X(10) VALUE SPACES.
           05  WS-HOME-CURRENCY     PIC X(03) VALUE SPACES.
           05  WS-SCHEME-LIMIT      PIC 9(8)V99 VALUE ZERO.
           05  WS-RATE-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-RATE-MAX          PIC S9(4) COMP VALUE 50.
           05  WS-RATE-IX           PIC S9(4) COMP.
           05  WS-RATE-FOUND-SW     PIC X(01).
               88  RATE-FOUND          VALUE 'Y'.
           05  WS-CONV-RATE         PIC 9(3)V9(6) COMP-3.
           05  WS-CONV-WALLET       PIC S9(11)V99 COMP-3.
           05  WS-ADDR-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-ADDR-MAX          PIC S9(4) COMP VALUE 5000.
           05  WS-ADDR-IX           PIC S9(4) COMP.
           05  WS-ADDR-FOUND-IX     PIC S9(4) COMP VALUE ZERO.
           05  WS-KYC-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  WS-KYC-MAX           PIC S9(4) COMP VALUE 5000.
           05  WS-KYC-IX            PIC S9(4) COMP.
           05  WS-KYC-FOUND-IX      PIC S9(4) COMP VALUE ZERO.
      * One owner's part of one wallet, as the cursor delivers it.
           05  WS-PT-DEPOSITOR      PIC 9(9).
           05  WS-PT-FIRST-NAME     PIC X(10).
           05  WS-PT-LAST-NAME      PIC X(10).
           05  WS-PT-CUST-STATUS    PIC X(01).
           05  WS-PT-WALLET         PIC S9(8)V99 COMP-3.
           05  WS-PT-CURRENCY       PIC X(03).
           05  WS-PT-SHARE-PCT      PIC S9(3)V99 COMP-3.
           05  WS-PT-JOINT-SW       PIC X(01).
               88  PART-IS-JOINT       VALUE 'J'.
           05  WS-PT-SHARE-AMOUNT   PIC S9(11)V99 COMP-3.
      * The depositor being aggregated - the cursor arrives in
      * depositor order, so a change of depositor closes the total.
           05  WS-GRP-DEPOSITOR     PIC 9(9) VALUE ZERO.
           05  WS-GRP-FIRST-NAME    PIC X(10).
           05  WS-GRP-LAST-NAME     PIC X(10).
           05  WS-GRP-CUST-STATUS   PIC X(01).
           05  WS-GRP-TOTAL         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-GRP-WALLETS       PIC S9(4) COMP VALUE ZERO.
           05  WS-GRP-JOINT         PIC S9(4) COMP VALUE ZERO.
           05  WS-GROUP-OPEN-SW     PIC X(01) VALUE 'N'.
               88  GROUP-OPEN          VALUE 'Y'.
           05  WS-GRP-EXCEPTION-SW  PIC X(01).
               88  GROUP-HAS-EXCEPTION VALUE 'Y'.
           05  WS-INSURED           PIC S9(13)V99 COMP-3.
           05  WS-EXCESS            PIC S9(13)V99 COMP-3.
      * Control totals for the trailer and the foot of the list.
           05  WS-DEPOSITOR-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-PART-COUNT        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-EXCP-DEPOSITORS   PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-NOADDR-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-SUSP-COUNT        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-NOKYC-COUNT       PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-KYCDUE-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TOTAL-AGGREGATE   PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-INSURED     PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-EXCESS      PIC S9(15)V99 COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZZ,ZZ9.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.

       01  WS-EXCP-HEAD-LINE.
           05  FILLER               PIC X(36) VALUE
               'SINGLE CUSTOMER VIEW EXCEPTIONS AS  '.
           05  FILLER               PIC X(03) VALUE 'AT '.
           05  WS-EH-REFERENCE-DATE PIC X(10).
           05  FILLER               PIC X(31) VALUE SPACES.
       01  WS-EXCP-LINE.
           05  FILLER               PIC X(09) VALUE 'CUSTOMER '.
           05  WS-EX-DEPOSITOR      PIC 9(9).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-EX-FIRST-NAME     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-EX-LAST-NAME      PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-EX-REASON         PIC X(30).
           05  FILLER               PIC X(09) VALUE SPACES.
       01  WS-EXCP-COUNT-LINE.
           05  WS-EC-TAG            PIC X(32).
           05  WS-EC-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(37) VALUE SPACES.

      * The mailing addresses in storage, keyed by customer.
       01  WS-ADDR-TABLE.
           05  WS-ADDR-ENTRY OCCURS 5000 TIMES.
               10  WS-AD-CUSTOMER-ID  PIC 9(09).
               10  WS-AD-STREET       PIC X(30).
               10  WS-AD-CITY         PIC X(20).
               10  WS-AD-POSTAL       PIC X(10).
               10  WS-AD-REGION       PIC X(03).

      * The KYC reviews in storage - who was ever verified, and when
      * the next review falls due.
       01  WS-KYC-TABLE.
           05  WS-KYC-ENTRY OCCURS 5000 TIMES.
               10  WS-KY-CUSTOMER-ID  PIC 9(09).
               10  WS-KY-NEXT-DUE     PIC X(10).

      * Exchange rates as loaded from EXRATES, keyed by currency.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 50 TIMES.
               10  WS-RT-CURRENCY   PIC X(03).
               10  WS-RT-RATE       PIC 9(3)V9(6).

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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'SCVEXTR'.

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.
       EXEC SQL INCLUDE TEXOWN END-EXEC.

      * Every owner's part of every wallet, in depositor order. The
      * first half is the holder's part - what the further owners'
      * shares leave of 100 - marked joint when a joint owner shares
      * it; the second half is each joint owner's own share. A
      * trustee owns no part and appears in neither.
           EXEC SQL
              DECLARE SCV-CUR CURSOR FOR
              SELECT D.CUSTOMER_ID, D.FIRST_NAME, D.LAST_NAME,
                     D.CUST_STATUS, P.WALLET, P.CURRENCY_CODE,
                     P.SHARE_PCT, P.JOINT_SW
              FROM TEXEM D,
                   (SELECT A.CUSTOMER_ID AS DEPOSITOR_ID,
                           A.WALLET, A.CURRENCY_CODE,
                           100 - COALESCE(
                              (SELECT SUM(O.SHARE_PCT)
                               FROM TEXOWN O
                               WHERE O.CUSTOMER_ID = A.CUSTOMER_ID
                                 AND O.WALLET_NO = A.WALLET_NO), 0)
                              AS SHARE_PCT,
                           CASE WHEN EXISTS
                              (SELECT 1 FROM TEXOWN J
                               WHERE J.CUSTOMER_ID = A.CUSTOMER_ID
                                 AND J.WALLET_NO = A.WALLET_NO
                                 AND J.OWNER_ROLE = 'J')
                              THEN 'J' ELSE 'S' END AS JOINT_SW
                    FROM TEXE2 A
                    UNION ALL
                    SELECT O.CO_OWNER_ID, A.WALLET, A.CURRENCY_CODE,
                           O.SHARE_PCT, 'J'
                    FROM TEXOWN O, TEXE2 A
                    WHERE A.CUSTOMER_ID = O.CUSTOMER_ID
                      AND A.WALLET_NO = O.WALLET_NO
                      AND O.OWNER_ROLE = 'J') P
              WHERE D.CUSTOMER_ID = P.DEPOSITOR_ID
                AND D.CUST_STATUS <> 'C'
              ORDER BY D.CUSTOMER_ID
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-RATES
           PERFORM 1600-LOAD-ADDRESSES
           PERFORM 1700-LOAD-KYC-REVIEWS
           PERFORM 2000-OPEN-CURSOR
           PERFORM 3000-TAKE-ONE-PART
              UNTIL SQLCODE = 100
           PERFORM 3500-CLOSE-DEPOSITOR
           PERFORM 4000-CLOSE-CURSOR
           PERFORM 8000-HOUSEKEEPING
           PERFORM 9700-WRITE-RUN-LOG
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-REFERENCE-DATE
           ACCEPT WS-HOME-CURRENCY
           ACCEPT WS-SCHEME-LIMIT

           MOVE ZERO TO RETURN-CODE

           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           PERFORM 9600-RESOLVE-BUSINESS-DATE

           IF WS-REFERENCE-DATE = SPACES
              MOVE WS-RUN-BUS-DATE TO WS-REFERENCE-DATE
           END-IF

           IF WS-SCHEME-LIMIT NOT NUMERIC
              OR WS-SCHEME-LIMIT = ZERO
              DISPLAY 'SCVEXTR: SCHEME LIMIT CARD MISSING OR ZERO - '
                  'NOTHING WOULD BE INSURED, RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           IF WS-HOME-CURRENCY = SPACES
              DISPLAY 'SCVEXTR: HOME CURRENCY CARD MISSING - '
                  'RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT SCV-FILE
           IF NOT SCV-OK
              DISPLAY 'SCVEXTR: UNEXPECTED SCVFILE STATUS '
                  WS-SCV-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT EXCEPTION-REPORT
           IF NOT EXCP-OK
              DISPLAY 'SCVEXTR: UNEXPECTED SCVEXCP STATUS '
                  WS-EXCP-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-REFERENCE-DATE TO WS-EH-REFERENCE-DATE
           MOVE WS-EXCP-HEAD-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD.

       1500-LOAD-RATES.
      * The day's rates into storage - a missing file leaves the
      * table empty and every foreign wallet then converts at its
      * native amount, said out loud per currency.
           OPEN INPUT EXCHANGE-RATE-FILE
           EVALUATE TRUE
              WHEN RATE-OK
                 READ EXCHANGE-RATE-FILE
                 PERFORM WITH TEST BEFORE
                         UNTIL RATE-EOF
                            OR WS-RATE-COUNT
                               NOT LESS THAN WS-RATE-MAX
                    ADD 1 TO WS-RATE-COUNT
                    MOVE XRT-CURRENCY
                      TO WS-RT-CURRENCY (WS-RATE-COUNT)
                    MOVE XRT-RATE TO WS-RT-RATE (WS-RATE-COUNT)
                    READ EXCHANGE-RATE-FILE
                 END-PERFORM
                 CLOSE EXCHANGE-RATE-FILE
              WHEN RATE-NOT-FOUND
                 DISPLAY 'SCVEXTR: NO EXRATES FILE - FOREIGN '
                     'WALLETS CARRIED AT NATIVE AMOUNTS'
              WHEN OTHER
                 DISPLAY 'SCVEXTR: UNEXPECTED EXRATES STATUS '
                     WS-RATE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

       1600-LOAD-ADDRESSES.
      * No address file at all makes every depositor an exception -
      * said once here rather than left to the list to reveal.
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
                    READ ADDRESS-MASTER-FILE
                 END-PERFORM
                 IF NOT ADDRMST-EOF
                    DISPLAY 'SCVEXTR: ADDRMST HOLDS MORE THAN '
                        WS-ADDR-MAX ' RECORDS - THE REST ARE '
                        'REPORTED AS MISSING'
                 END-IF
                 CLOSE ADDRESS-MASTER-FILE
              WHEN ADDRMST-NOT-FOUND
                 DISPLAY 'SCVEXTR: NO ADDRMST FILE - EVERY '
                     'DEPOSITOR WILL REPORT WITH NO ADDRESS'
              WHEN OTHER
                 DISPLAY 'SCVEXTR: UNEXPECTED ADDRMST STATUS '
                     WS-ADDRMST-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

       1700-LOAD-KYC-REVIEWS.
           OPEN INPUT KYC-REVIEW-FILE
           EVALUATE TRUE
              WHEN KYC-OK
                 READ KYC-REVIEW-FILE
                 PERFORM WITH TEST BEFORE
                         UNTIL KYC-EOF
                            OR WS-KYC-COUNT
                               NOT LESS THAN WS-KYC-MAX
                    ADD 1 TO WS-KYC-COUNT
                    MOVE KYC-CUSTOMER-ID
                      TO WS-KY-CUSTOMER-ID (WS-KYC-COUNT)
                    MOVE KYC-NEXT-DUE TO WS-KY-NEXT-DUE (WS-KYC-COUNT)
                    READ KYC-REVIEW-FILE
                 END-PERFORM
                 IF NOT KYC-EOF
                    DISPLAY 'SCVEXTR: KYCREV HOLDS MORE THAN '
                        WS-KYC-MAX ' RECORDS - THE REST ARE '
                        'REPORTED AS UNVERIFIED'
                 END-IF
                 CLOSE KYC-REVIEW-FILE
              WHEN KYC-NOT-FOUND
                 DISPLAY 'SCVEXTR: NO KYCREV FILE - EVERY '
                     'DEPOSITOR WILL REPORT AS UNVERIFIED'
              WHEN OTHER
                 DISPLAY 'SCVEXTR: UNEXPECTED KYCREV STATUS '
                     WS-KYC-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

       2000-OPEN-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2010-TRY-OPEN
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       2010-TRY-OPEN.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              OPEN SCV-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       3000-TAKE-ONE-PART.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3010-TRY-FETCH
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                ADD 1 TO WS-PART-COUNT
                IF NOT GROUP-OPEN
                   OR WS-PT-DEPOSITOR NOT = WS-GRP-DEPOSITOR
                   PERFORM 3500-CLOSE-DEPOSITOR
                   MOVE WS-PT-DEPOSITOR TO WS-GRP-DEPOSITOR
                   MOVE WS-PT-FIRST-NAME TO WS-GRP-FIRST-NAME
                   MOVE WS-PT-LAST-NAME TO WS-GRP-LAST-NAME
                   MOVE WS-PT-CUST-STATUS TO WS-GRP-CUST-STATUS
                   MOVE ZERO TO WS-GRP-TOTAL
                   MOVE ZERO TO WS-GRP-WALLETS
                   MOVE ZERO TO WS-GRP-JOINT
                   MOVE 'Y' TO WS-GROUP-OPEN-SW
                END-IF
                ADD 1 TO WS-GRP-WALLETS
                IF PART-IS-JOINT
                   ADD 1 TO WS-GRP-JOINT
                END-IF
                PERFORM 3100-CONVERT-PART
                ADD WS-CONV-WALLET TO WS-GRP-TOTAL
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       3010-TRY-FETCH.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              FETCH SCV-CUR
              INTO :WS-PT-DEPOSITOR, :WS-PT-FIRST-NAME,
                   :WS-PT-LAST-NAME, :WS-PT-CUST-STATUS,
                   :WS-PT-WALLET, :WS-PT-CURRENCY,
                   :WS-PT-SHARE-PCT, :WS-PT-JOINT-SW
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * The owner's share of the wallet first, then the same
      * conversion THRSHRPT applies - a part already in the home
      * currency (or with no currency at all) passes through, a
      * missing rate falls back to the native amount with a warning.
       3100-CONVERT-PART.
           COMPUTE WS-PT-SHARE-AMOUNT ROUNDED
              = WS-PT-WALLET * WS-PT-SHARE-PCT / 100
           IF WS-PT-CURRENCY = WS-HOME-CURRENCY
              OR WS-PT-CURRENCY = SPACES
              MOVE WS-PT-SHARE-AMOUNT TO WS-CONV-WALLET
           ELSE
              MOVE 'N' TO WS-RATE-FOUND-SW
              PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                      UNTIL WS-RATE-IX > WS-RATE-COUNT
                 IF WS-RT-CURRENCY (WS-RATE-IX) = WS-PT-CURRENCY
                    MOVE WS-RT-RATE (WS-RATE-IX) TO WS-CONV-RATE
                    SET RATE-FOUND TO TRUE
                 END-IF
              END-PERFORM
              IF RATE-FOUND
                 COMPUTE WS-CONV-WALLET ROUNDED
                    = WS-PT-SHARE-AMOUNT * WS-CONV-RATE
              ELSE
                 DISPLAY 'SCVEXTR: NO RATE FOR ' WS-PT-CURRENCY
                     ' - NATIVE AMOUNT USED'
                 MOVE WS-PT-SHARE-AMOUNT TO WS-CONV-WALLET
              END-IF
           END-IF.

      * The depositor's aggregate is complete: cap it at the scheme
      * limit, check the data the scheme needs, and write the view.
      * A depositor whose wallets net to an overdraft is insured for
      * nothing and has no excess.
       3500-CLOSE-DEPOSITOR.
           IF GROUP-OPEN
              ADD 1 TO WS-DEPOSITOR-COUNT
              EVALUATE TRUE
                 WHEN WS-GRP-TOTAL NOT > ZERO
                    MOVE ZERO TO WS-INSURED
                    MOVE ZERO TO WS-EXCESS
                 WHEN WS-GRP-TOTAL > WS-SCHEME-LIMIT
                    MOVE WS-SCHEME-LIMIT TO WS-INSURED
                    COMPUTE WS-EXCESS = WS-GRP-TOTAL - WS-SCHEME-LIMIT
                 WHEN OTHER
                    MOVE WS-GRP-TOTAL TO WS-INSURED
                    MOVE ZERO TO WS-EXCESS
              END-EVALUATE
              ADD WS-GRP-TOTAL TO WS-TOTAL-AGGREGATE
              ADD WS-INSURED TO WS-TOTAL-INSURED
              ADD WS-EXCESS TO WS-TOTAL-EXCESS
              PERFORM 3600-CHECK-EXCEPTIONS
              PERFORM 3700-WRITE-SCV-RECORD
           END-IF
           MOVE 'N' TO WS-GROUP-OPEN-SW.

       3600-CHECK-EXCEPTIONS.
           MOVE 'N' TO WS-GRP-EXCEPTION-SW

           MOVE ZERO TO WS-ADDR-FOUND-IX
           PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
                   UNTIL WS-ADDR-IX > WS-ADDR-COUNT
              IF WS-AD-CUSTOMER-ID (WS-ADDR-IX) = WS-GRP-DEPOSITOR
                 MOVE WS-ADDR-IX TO WS-ADDR-FOUND-IX
              END-IF
           END-PERFORM
           IF WS-ADDR-FOUND-IX = ZERO
              ADD 1 TO WS-NOADDR-COUNT
              MOVE 'NO ADDRESS ON ADDRMST' TO WS-EX-REASON
              PERFORM 3650-WRITE-EXCEPTION
           END-IF

           IF WS-GRP-CUST-STATUS = 'S'
              ADD 1 TO WS-SUSP-COUNT
              MOVE 'CUSTOMER SUSPENDED' TO WS-EX-REASON
              PERFORM 3650-WRITE-EXCEPTION
           END-IF

           MOVE ZERO TO WS-KYC-FOUND-IX
           PERFORM VARYING WS-KYC-IX FROM 1 BY 1
                   UNTIL WS-KYC-IX > WS-KYC-COUNT
              IF WS-KY-CUSTOMER-ID (WS-KYC-IX) = WS-GRP-DEPOSITOR
                 MOVE WS-KYC-IX TO WS-KYC-FOUND-IX
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-KYC-FOUND-IX = ZERO
                 ADD 1 TO WS-NOKYC-COUNT
                 MOVE 'KYC NEVER VERIFIED' TO WS-EX-REASON
                 PERFORM 3650-WRITE-EXCEPTION
              WHEN WS-KY-NEXT-DUE (WS-KYC-FOUND-IX)
                      < WS-REFERENCE-DATE
                 ADD 1 TO WS-KYCDUE-COUNT
                 MOVE 'KYC REVIEW OVERDUE' TO WS-EX-REASON
                 PERFORM 3650-WRITE-EXCEPTION
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF GROUP-HAS-EXCEPTION
              ADD 1 TO WS-EXCP-DEPOSITORS
           END-IF.

       3650-WRITE-EXCEPTION.
           MOVE 'Y' TO WS-GRP-EXCEPTION-SW
           MOVE WS-GRP-DEPOSITOR TO WS-EX-DEPOSITOR
           MOVE WS-GRP-FIRST-NAME TO WS-EX-FIRST-NAME
           MOVE WS-GRP-LAST-NAME TO WS-EX-LAST-NAME
           MOVE WS-EXCP-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD.

       3700-WRITE-SCV-RECORD.
           MOVE SPACES TO SCV-RECORD
           MOVE '1' TO SCV-RECORD-TYPE
           MOVE WS-REFERENCE-DATE TO SCV-REFERENCE-DATE
           MOVE WS-GRP-DEPOSITOR TO SCV-DEPOSITOR-ID
           MOVE WS-GRP-LAST-NAME TO SCV-LAST-NAME
           MOVE WS-GRP-FIRST-NAME TO SCV-FIRST-NAME
           IF WS-ADDR-FOUND-IX > ZERO
              MOVE WS-AD-STREET (WS-ADDR-FOUND-IX) TO SCV-STREET
              MOVE WS-AD-CITY (WS-ADDR-FOUND-IX) TO SCV-CITY
              MOVE WS-AD-POSTAL (WS-ADDR-FOUND-IX)
                TO SCV-POSTAL-CODE
              MOVE WS-AD-REGION (WS-ADDR-FOUND-IX) TO SCV-REGION
           END-IF
           MOVE WS-HOME-CURRENCY TO SCV-CURRENCY
           MOVE WS-GRP-WALLETS TO SCV-WALLET-COUNT
           MOVE WS-GRP-JOINT TO SCV-JOINT-COUNT
           MOVE WS-GRP-TOTAL TO SCV-AGGREGATE
           MOVE WS-INSURED TO SCV-INSURED
           MOVE WS-EXCESS TO SCV-EXCESS
           IF GROUP-HAS-EXCEPTION
              MOVE 'Y' TO SCV-EXCEPTION-FLAG
           ELSE
              MOVE 'N' TO SCV-EXCEPTION-FLAG
           END-IF
           WRITE SCV-RECORD.

       4000-CLOSE-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4010-TRY-CLOSE
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       4010-TRY-CLOSE.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              CLOSE SCV-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       8000-HOUSEKEEPING.
      * The view's trailer - type '9', the depositor count and the
      * control totals the scheme proves the file against - then the
      * counts at the foot of the exceptions list.
           MOVE SPACES TO SCV-RECORD
           MOVE '9' TO SCT-RECORD-TYPE
           MOVE WS-REFERENCE-DATE TO SCT-REFERENCE-DATE
           MOVE WS-DEPOSITOR-COUNT TO SCT-RECORD-COUNT
           MOVE WS-EXCP-DEPOSITORS TO SCT-EXCEPTION-COUNT
           MOVE WS-TOTAL-AGGREGATE TO SCT-TOTAL-AGGREGATE
           MOVE WS-TOTAL-INSURED TO SCT-TOTAL-INSURED
           MOVE WS-TOTAL-EXCESS TO SCT-TOTAL-EXCESS
           WRITE SCV-RECORD

           MOVE SPACES TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE 'DEPOSITORS ON THE VIEW          ' TO WS-EC-TAG
           MOVE WS-DEPOSITOR-COUNT TO WS-EC-COUNT
           MOVE WS-EXCP-COUNT-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE 'DEPOSITORS WITH EXCEPTIONS      ' TO WS-EC-TAG
           MOVE WS-EXCP-DEPOSITORS TO WS-EC-COUNT
           MOVE WS-EXCP-COUNT-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE '  NO ADDRESS ON ADDRMST         ' TO WS-EC-TAG
           MOVE WS-NOADDR-COUNT TO WS-EC-COUNT
           MOVE WS-EXCP-COUNT-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE '  CUSTOMER SUSPENDED            ' TO WS-EC-TAG
           MOVE WS-SUSP-COUNT TO WS-EC-COUNT
           MOVE WS-EXCP-COUNT-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE '  KYC NEVER VERIFIED            ' TO WS-EC-TAG
           MOVE WS-NOKYC-COUNT TO WS-EC-COUNT
           MOVE WS-EXCP-COUNT-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD
           MOVE '  KYC REVIEW OVERDUE            ' TO WS-EC-TAG
           MOVE WS-KYCDUE-COUNT TO WS-EC-COUNT
           MOVE WS-EXCP-COUNT-LINE TO EXCEPTION-REPORT-RECORD
           WRITE EXCEPTION-REPORT-RECORD

           CLOSE SCV-FILE
           CLOSE EXCEPTION-REPORT

           MOVE WS-DEPOSITOR-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'SCVEXTR: DEPOSITORS ON THE VIEW: '
               WS-COUNT-FORMATTED
           MOVE WS-PART-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'SCVEXTR: WALLET PARTS AGGREGATED: '
               WS-COUNT-FORMATTED
           MOVE WS-EXCP-DEPOSITORS TO WS-COUNT-FORMATTED
           DISPLAY 'SCVEXTR: DEPOSITORS WITH EXCEPTIONS: '
               WS-COUNT-FORMATTED

           IF WS-EXCP-DEPOSITORS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'SCVEXTR: SQLCODE ' SQLCODE
               ' - DEADLOCK/TIMEOUT, RETRY ' WS-RETRY-COUNT
               ' OF ' WS-MAX-RETRIES ' IN ' WS-RETRY-DELAY-SECS
               ' SECONDS'
           CALL 'C$SLEEP' USING WS-RETRY-DELAY-SECS
           .

       9800-CHECK-SQLCODE.
      * Common guard after every cursor operation - anything other
      * than clean completion or end of cursor abandons the run.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              PERFORM 9999-ABORT
           END-IF.

       9500-LOOKUP-ERROR-CODE.
      * Look the code up through the shared ERRLOOK routine, which
      * reads the loadable ERRCFILE registry at run time - carrying
      * the severity and operator-action line the registry now has -
      * and falls back to the compiled-in table when the file is
      * absent.
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
                   DISPLAY 'SCVEXTR: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'SCVEXTR: UNEXPECTED BUSDATE STATUS '
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
           MOVE WS-PART-COUNT TO RUN-RECS-IN
           MOVE WS-DEPOSITOR-COUNT TO RUN-RECS-OUT
           MOVE WS-EXCP-DEPOSITORS TO RUN-RECS-REJECTED
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUNLOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUNLOG-OK
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY 'SCVEXTR: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9999-ABORT.
           EXEC SQL
              ROLLBACK
           END-EXEC.
           DISPLAY 'SCVEXTR: UNEXPECTED SQLCODE ' SQLCODE
               ' - ABORTING'
           MOVE 16 TO RETURN-CODE
           GOBACK.
