       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ALRTRUN.
      *****************************************************************
      * Nightly customer balance and movement alerts. A customer used
      * to find out about a low balance or an unexpected debit only
      * when the monthly statement arrived. Customers who have asked
      * for alerts hold a preference per wallet on ALRTPREF
      * (maintained by ALRTMNT): a low-balance threshold, a
      * large-movement threshold and the channel, e-mail or SMS.
      * This run measures the business date against them:
      *   - large movement: any single movement of the day, credit or
      *     debit, at least the threshold - one alert per wallet,
      *     carrying the largest such movement and how many there
      *     were;
      *   - low balance: the wallet's closing TEXE2 balance is below
      *     the threshold and the day opened at or above it - one
      *     alert on the crossing, not one every night the wallet
      *     stays low.
      * Each alert goes to ALRTNOTE, the outbound extract for the
      * messaging provider, closed with a trailer carrying the count
      * (and the e-mail and SMS split) the provider counts its way
      * to. An alert for a customer who may not be contacted - not
      * active on TEXEM, or flagged MAIL-UNDELIV because the contact
      * details came back - is not sent but written to the ALRTSUPP
      * suppression log with the reason, so the contact centre can
      * see what the customer was not told.
      *
      * The day's movements are read from WALMVXTR's MOVEXTR extract,
      * which must be the business date's and must count out to its
      * trailer; otherwise no alerts go out (ALRTNOTE carries only an
      * empty trailer) and the step ends RC 8. The closing balances
      * and the contact status are read from DB2. The business date
      * comes from the BUSDATE control record.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEMENT-EXTRACT ASSIGN TO "MOVEXTR"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-EXTRACT-STATUS.
      * The customers' alert preferences. No file means nobody has
      * asked for alerts yet - the run writes an empty extract.
           SELECT ALERT-PREF-FILE ASSIGN TO "ALRTPREF"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PREF-STATUS.
           SELECT NOTIFICATION-EXTRACT ASSIGN TO "ALRTNOTE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-NOTE-STATUS.
      * Alerts withheld, appended night after night like the run
      * log.
           SELECT SUPPRESSION-LOG ASSIGN TO "ALRTSUPP"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SUPP-STATUS.
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
       FD  MOVEMENT-EXTRACT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS MOVEMENT-EXTRACT-RECORD.
       01  MOVEMENT-EXTRACT-RECORD.
           COPY MOVEXTR.
       FD  ALERT-PREF-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ALERT-PREF-RECORD.
       01  ALERT-PREF-RECORD.
           COPY ALRTPREF.
      * One record per alert to send. The last record is a trailer,
      * 'TRAILER' in the key positions as on NAMEXTR and MOVEXTR.
       FD  NOTIFICATION-EXTRACT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 130 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS NOTIFICATION-RECORD.
       01  NOTIFICATION-RECORD.
           05  ANT-DETAIL.
               10  ANT-CUSTOMER-ID     PIC 9(9).
               10  ANT-WALLET-NO       PIC 9(2).
      * 'L' low balance, 'M' large movement.
               10  ANT-ALERT-TYPE      PIC X(1).
               10  ANT-CHANNEL         PIC X(1).
               10  ANT-CONTACT         PIC X(40).
               10  ANT-FIRST-NAME      PIC X(10).
               10  ANT-LAST-NAME       PIC X(10).
               10  ANT-BUS-DATE        PIC X(10).
               10  ANT-CURRENCY-CODE   PIC X(3).
               10  ANT-THRESHOLD       PIC 9(8)V99.
      * The largest movement for 'M'; the closing balance for 'L'.
               10  ANT-AMOUNT          PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
      * How many of the day's movements reached the threshold ('M').
               10  ANT-MOVE-COUNT      PIC 9(3).
               10  ANT-CLOSING-BALANCE PIC S9(8)V99
                                       SIGN LEADING SEPARATE.
               10  FILLER              PIC X(8).
           05  ANT-TRAILER REDEFINES ANT-DETAIL.
               10  ANT-TRL-ID          PIC X(9).
               10  ANT-TRL-BUS-DATE    PIC X(10).
               10  ANT-TRL-RECORD-COUNT PIC 9(9).
               10  ANT-TRL-EMAIL-COUNT PIC 9(9).
               10  ANT-TRL-SMS-COUNT   PIC 9(9).
               10  FILLER              PIC X(84).
       FD  SUPPRESSION-LOG
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS SUPPRESSION-RECORD.
       01  SUPPRESSION-RECORD.
           05  SUP-BUS-DATE        PIC X(10).
           05  SUP-CUSTOMER-ID     PIC 9(9).
           05  SUP-WALLET-NO       PIC 9(2).
           05  SUP-ALERT-TYPE      PIC X(1).
           05  SUP-CHANNEL         PIC X(1).
           05  SUP-REASON          PIC X(30).
           05  FILLER              PIC X(27).
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
           05  WS-EXTRACT-STATUS    PIC XX.
               88  EXTRACT-OK       VALUE '00'.
               88  EXTRACT-EOF      VALUE '10'.
           05  WS-PREF-STATUS       PIC XX.
               88  PREF-OK          VALUE '00'.
               88  PREF-EOF         VALUE '10'.
               88  PREF-NOT-FOUND   VALUE '35'.
           05  WS-NOTE-STATUS       PIC XX.
               88  NOTE-OK          VALUE '00'.
           05  WS-SUPP-STATUS       PIC XX.
               88  SUPP-OK          VALUE '00'.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK         VALUE '00'.
               88  BUSDATE-NOT-FOUND  VALUE '35'.
           05  WS-RUNLOG-STATUS     PIC XX.
               88  RUNLOG-OK        VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'ALRTRUN'.
           05  WS-RUN-START-TIME    PIC X(08).
           05  WS-RUN-TIME-RAW      PIC 9(08).
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
      * Extract control - details counted against the trailer.
           05  WS-EXTRACT-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TRAILER-SW        PIC X(01) VALUE 'N'.
               88  TRAILER-SEEN     VALUE 'Y'.
           05  WS-EXTRACT-BAD-SW    PIC X(01) VALUE 'N'.
               88  EXTRACT-REJECTED VALUE 'Y'.
      * The wallet the current run of movements belongs to, and its
      * preference entry (zero - the wallet has none).
           05  WS-BREAK-CUSTOMER    PIC 9(9) VALUE ZERO.
           05  WS-BREAK-WALLET      PIC 9(2) VALUE ZERO.
           05  WS-MATCH-IX          PIC S9(4) COMP VALUE ZERO.
           05  WS-MV-DELTA          PIC S9(9)V99 COMP-3.
           05  WS-MV-ABS            PIC S9(9)V99 COMP-3.
           05  WS-LARGEST-ABS       PIC S9(9)V99 COMP-3.
           05  WS-PREF-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-PREF-MAX          PIC S9(4) COMP VALUE 2000.
           05  WS-PREF-IX           PIC S9(4) COMP.
           05  WS-PREF-DROPPED      PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-LOW-ALERT-SW      PIC X(01).
               88  LOW-ALERT        VALUE 'Y'.
           05  WS-LARGE-ALERT-SW    PIC X(01).
               88  LARGE-ALERT      VALUE 'Y'.
      * Why the customer may not be contacted; spaces - they may.
           05  WS-SUPPRESS-REASON   PIC X(30).
           05  WS-ALERT-TYPE        PIC X(01).
           05  WS-ALERT-THRESHOLD   PIC 9(8)V99.
           05  WS-ALERT-AMOUNT      PIC S9(9)V99 COMP-3.
           05  WS-ALERT-MOVES       PIC 9(3).
           05  WS-NOTIFY-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-EMAIL-COUNT       PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-SMS-COUNT         PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-SUPPRESS-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZZ,ZZ9.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.

      * The preferences in storage, with what the day's movements
      * did to each wallet accumulated alongside.
       01  WS-PREF-TABLE.
           05  WS-PT-ENTRY OCCURS 2000 TIMES.
               10  WS-PT-CUSTOMER-ID  PIC 9(9).
               10  WS-PT-WALLET-NO    PIC 9(2).
               10  WS-PT-LOW-BALANCE  PIC 9(8)V99.
               10  WS-PT-LARGE-MOVE   PIC 9(8)V99.
               10  WS-PT-CHANNEL      PIC X(01).
               10  WS-PT-CONTACT      PIC X(40).
               10  WS-PT-MOVED-SW     PIC X(01).
                   88  WS-PT-MOVED    VALUE 'Y'.
               10  WS-PT-OPENING      PIC S9(8)V99 COMP-3.
               10  WS-PT-LARGE-COUNT  PIC S9(5) COMP-3.
               10  WS-PT-LARGEST      PIC S9(9)V99 COMP-3.

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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'ALRTRUN'.

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-PREFERENCES
           PERFORM 2000-READ-EXTRACT
           PERFORM 3000-MEASURE-ONE-MOVEMENT
              UNTIL EXTRACT-EOF OR TRAILER-SEEN
           PERFORM 4000-CLOSE-EXTRACT
           IF EXTRACT-REJECTED
              DISPLAY 'ALRTRUN: MOVEXTR NOT USABLE - NO ALERTS SENT'
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 5000-EVALUATE-PREFERENCE
                 VARYING WS-PREF-IX FROM 1 BY 1
                 UNTIL WS-PREF-IX > WS-PREF-COUNT
           END-IF
           PERFORM 6000-WRITE-TRAILER
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

           OPEN INPUT MOVEMENT-EXTRACT
           IF NOT EXTRACT-OK
              DISPLAY 'ALRTRUN: UNEXPECTED MOVEXTR STATUS ON OPEN '
                  WS-EXTRACT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT NOTIFICATION-EXTRACT
           IF NOT NOTE-OK
              DISPLAY 'ALRTRUN: UNEXPECTED ALRTNOTE STATUS ON OPEN '
                  WS-NOTE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN EXTEND SUPPRESSION-LOG
           IF NOT SUPP-OK
              OPEN OUTPUT SUPPRESSION-LOG
           END-IF
           IF NOT SUPP-OK
              DISPLAY 'ALRTRUN: UNEXPECTED ALRTSUPP STATUS ON OPEN '
                  WS-SUPP-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      * Preferences past the table's end cannot be measured - the
      * run goes on for the rest and ends RC 4.
       1500-LOAD-PREFERENCES.
           OPEN INPUT ALERT-PREF-FILE
           EVALUATE TRUE
              WHEN PREF-OK
                 READ ALERT-PREF-FILE
                 PERFORM 1510-STORE-PREFERENCE
                    UNTIL NOT PREF-OK
                 CLOSE ALERT-PREF-FILE
              WHEN PREF-NOT-FOUND
                 DISPLAY 'ALRTRUN: NO ALRTPREF FILE - NO CUSTOMER '
                     'HAS ASKED FOR ALERTS'
              WHEN OTHER
                 DISPLAY 'ALRTRUN: UNEXPECTED ALRTPREF STATUS '
                     WS-PREF-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE
           IF WS-PREF-DROPPED > ZERO
              MOVE WS-PREF-DROPPED TO WS-COUNT-FORMATTED
              DISPLAY 'ALRTRUN: ALRTPREF HOLDS MORE THAN '
                  WS-PREF-MAX ' PREFERENCES - ' WS-COUNT-FORMATTED
                  ' NOT MEASURED'
              MOVE 4 TO RETURN-CODE
           END-IF.

       1510-STORE-PREFERENCE.
           IF WS-PREF-COUNT < WS-PREF-MAX
              ADD 1 TO WS-PREF-COUNT
              MOVE APF-CUSTOMER-ID
                TO WS-PT-CUSTOMER-ID (WS-PREF-COUNT)
              MOVE APF-WALLET-NO TO WS-PT-WALLET-NO (WS-PREF-COUNT)
              MOVE APF-LOW-BALANCE
                TO WS-PT-LOW-BALANCE (WS-PREF-COUNT)
              MOVE APF-LARGE-MOVEMENT
                TO WS-PT-LARGE-MOVE (WS-PREF-COUNT)
              MOVE APF-CHANNEL TO WS-PT-CHANNEL (WS-PREF-COUNT)
              MOVE APF-CONTACT TO WS-PT-CONTACT (WS-PREF-COUNT)
              MOVE 'N' TO WS-PT-MOVED-SW (WS-PREF-COUNT)
              MOVE ZERO TO WS-PT-OPENING (WS-PREF-COUNT)
              MOVE ZERO TO WS-PT-LARGE-COUNT (WS-PREF-COUNT)
              MOVE ZERO TO WS-PT-LARGEST (WS-PREF-COUNT)
           ELSE
              ADD 1 TO WS-PREF-DROPPED
           END-IF
           READ ALERT-PREF-FILE.

       2000-READ-EXTRACT.
           READ MOVEMENT-EXTRACT
           IF NOT EXTRACT-OK AND NOT EXTRACT-EOF
              DISPLAY 'ALRTRUN: UNEXPECTED MOVEXTR STATUS ON READ '
                  WS-EXTRACT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      * One extract record - a movement to measure, or the trailer
      * that proves the file is the day's and complete.
       3000-MEASURE-ONE-MOVEMENT.
           IF MVX-TRL-ID = 'TRAILER'
              MOVE 'Y' TO WS-TRAILER-SW
              PERFORM 3050-CHECK-TRAILER
           ELSE
              ADD 1 TO WS-EXTRACT-COUNT
              IF MVX-CUSTOMER-ID NOT = WS-BREAK-CUSTOMER
                 OR MVX-WALLET-NO NOT = WS-BREAK-WALLET
                 MOVE MVX-CUSTOMER-ID TO WS-BREAK-CUSTOMER
                 MOVE MVX-WALLET-NO TO WS-BREAK-WALLET
                 PERFORM 3200-FIND-PREFERENCE
              END-IF
              IF WS-MATCH-IX > ZERO
                 PERFORM 3100-ACCUMULATE-MOVEMENT
              END-IF
              PERFORM 2000-READ-EXTRACT
           END-IF.

       3050-CHECK-TRAILER.
           IF MVX-TRL-BUS-DATE NOT = WS-RUN-BUS-DATE
              DISPLAY 'ALRTRUN: MOVEXTR IS FOR ' MVX-TRL-BUS-DATE
                  ', NOT ' WS-RUN-BUS-DATE
              MOVE 'Y' TO WS-EXTRACT-BAD-SW
           END-IF
           IF MVX-TRL-RECORD-COUNT NOT = WS-EXTRACT-COUNT
              DISPLAY 'ALRTRUN: MOVEXTR TRAILER COUNT '
                  MVX-TRL-RECORD-COUNT ' BUT ' WS-EXTRACT-COUNT
                  ' DETAILS READ'
              MOVE 'Y' TO WS-EXTRACT-BAD-SW
           END-IF.

      * The extract runs timestamp order within wallet, so the first
      * movement seen for a wallet carries the day's opening balance.
       3100-ACCUMULATE-MOVEMENT.
           IF NOT WS-PT-MOVED (WS-MATCH-IX)
              MOVE 'Y' TO WS-PT-MOVED-SW (WS-MATCH-IX)
              MOVE MVX-OLD-WALLET TO WS-PT-OPENING (WS-MATCH-IX)
           END-IF
           IF WS-PT-LARGE-MOVE (WS-MATCH-IX) > ZERO
              COMPUTE WS-MV-DELTA = MVX-NEW-WALLET - MVX-OLD-WALLET
              MOVE WS-MV-DELTA TO WS-MV-ABS
              IF WS-MV-ABS < ZERO
                 COMPUTE WS-MV-ABS = ZERO - WS-MV-ABS
              END-IF
              IF WS-MV-ABS NOT < WS-PT-LARGE-MOVE (WS-MATCH-IX)
                 ADD 1 TO WS-PT-LARGE-COUNT (WS-MATCH-IX)
                 MOVE WS-PT-LARGEST (WS-MATCH-IX) TO WS-LARGEST-ABS
                 IF WS-LARGEST-ABS < ZERO
                    COMPUTE WS-LARGEST-ABS = ZERO - WS-LARGEST-ABS
                 END-IF
                 IF WS-MV-ABS > WS-LARGEST-ABS
                    MOVE WS-MV-DELTA TO WS-PT-LARGEST (WS-MATCH-IX)
                 END-IF
              END-IF
           END-IF.

       3200-FIND-PREFERENCE.
           MOVE ZERO TO WS-MATCH-IX
           PERFORM VARYING WS-PREF-IX FROM 1 BY 1
              UNTIL WS-PREF-IX > WS-PREF-COUNT
                 OR WS-MATCH-IX > ZERO
              IF WS-PT-CUSTOMER-ID (WS-PREF-IX) = WS-BREAK-CUSTOMER
                 AND WS-PT-WALLET-NO (WS-PREF-IX) = WS-BREAK-WALLET
                 MOVE WS-PREF-IX TO WS-MATCH-IX
              END-IF
           END-PERFORM.

       4000-CLOSE-EXTRACT.
           CLOSE MOVEMENT-EXTRACT
           IF NOT TRAILER-SEEN
              DISPLAY 'ALRTRUN: MOVEXTR HAS NO TRAILER - THE '
                  'EXTRACT IS INCOMPLETE'
              MOVE 'Y' TO WS-EXTRACT-BAD-SW
           END-IF.

      * Only a wallet that moved today can have crossed its low
      * threshold or taken a large movement, so a quiet wallet costs
      * no DB2 call at all.
       5000-EVALUATE-PREFERENCE.
           IF WS-PT-MOVED (WS-PREF-IX)
              PERFORM 5100-FETCH-CLOSING-BALANCE
              MOVE 'N' TO WS-LOW-ALERT-SW
              MOVE 'N' TO WS-LARGE-ALERT-SW
              IF SQLCODE = ZERO
                 IF WS-PT-LOW-BALANCE (WS-PREF-IX) > ZERO
                    AND WS-PT-OPENING (WS-PREF-IX)
                        NOT < WS-PT-LOW-BALANCE (WS-PREF-IX)
                    AND WALLET OF TEXE2
                        < WS-PT-LOW-BALANCE (WS-PREF-IX)
                    MOVE 'Y' TO WS-LOW-ALERT-SW
                 END-IF
                 IF WS-PT-LARGE-COUNT (WS-PREF-IX) > ZERO
                    MOVE 'Y' TO WS-LARGE-ALERT-SW
                 END-IF
              END-IF
              IF LOW-ALERT OR LARGE-ALERT
                 PERFORM 5200-CHECK-CONTACT
                 PERFORM 5500-ISSUE-ALERTS
              END-IF
           END-IF.

      * A wallet closed or merged away since the apply has no
      * balance to report - nothing is sent for it.
       5100-FETCH-CLOSING-BALANCE.
           MOVE WS-PT-CUSTOMER-ID (WS-PREF-IX)
             TO CUSTOMER-ID OF TEXE2
           MOVE WS-PT-WALLET-NO (WS-PREF-IX) TO WALLET-NO OF TEXE2
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 5110-TRY-SELECT-WALLET
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                CONTINUE
             WHEN 100
                DISPLAY 'ALRTRUN: ' CUSTOMER-ID OF TEXE2 '/'
                    WALLET-NO OF TEXE2
                    ' HAS A PREFERENCE BUT NO WALLET ON TEXE2'
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       5110-TRY-SELECT-WALLET.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              SELECT WALLET, CURRENCY_CODE
              INTO :WALLET OF TEXE2, :CURRENCY-CODE OF TEXE2
              FROM TEXE2
              WHERE CUSTOMER_ID = :CUSTOMER-ID OF TEXE2
                AND WALLET_NO = :WALLET-NO OF TEXE2
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * Whether the customer may be contacted at all. Only an active
      * customer whose contact details have not come back is sent
      * anything.
       5200-CHECK-CONTACT.
           MOVE SPACES TO WS-SUPPRESS-REASON
           MOVE WS-PT-CUSTOMER-ID (WS-PREF-IX)
             TO CUSTOMER-ID OF TEXEM
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 5210-TRY-SELECT-CUSTOMER
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                EVALUATE TRUE
                  WHEN CUST-STATUS OF TEXEM = 'S'
                     MOVE 'CUSTOMER SUSPENDED'
                       TO WS-SUPPRESS-REASON
                  WHEN CUST-STATUS OF TEXEM = 'C'
                     MOVE 'CUSTOMER CLOSED' TO WS-SUPPRESS-REASON
                  WHEN CUST-STATUS OF TEXEM = 'D'
                     MOVE 'CUSTOMER DECEASED' TO WS-SUPPRESS-REASON
                  WHEN CUST-STATUS OF TEXEM NOT = 'A'
                     MOVE 'CUSTOMER NOT ACTIVE'
                       TO WS-SUPPRESS-REASON
                  WHEN MAIL-UNDELIV OF TEXEM = 'Y'
                     MOVE 'CONTACT DETAILS UNDELIVERABLE'
                       TO WS-SUPPRESS-REASON
                END-EVALUATE
             WHEN 100
                MOVE SPACES TO FIRST-NAME OF TEXEM
                MOVE SPACES TO LAST-NAME OF TEXEM
                MOVE 'CUSTOMER NOT ON TEXEM' TO WS-SUPPRESS-REASON
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       5210-TRY-SELECT-CUSTOMER.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              SELECT FIRST_NAME, LAST_NAME, CUST_STATUS, MAIL_UNDELIV
              INTO :FIRST-NAME OF TEXEM, :LAST-NAME OF TEXEM,
                   :CUST-STATUS OF TEXEM, :MAIL-UNDELIV OF TEXEM
              FROM TEXEM
              WHERE CUSTOMER_ID = :CUSTOMER-ID OF TEXEM
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       5500-ISSUE-ALERTS.
           IF LOW-ALERT
              MOVE 'L' TO WS-ALERT-TYPE
              MOVE WS-PT-LOW-BALANCE (WS-PREF-IX)
                TO WS-ALERT-THRESHOLD
              MOVE WALLET OF TEXE2 TO WS-ALERT-AMOUNT
              MOVE ZERO TO WS-ALERT-MOVES
              PERFORM 5600-SEND-OR-SUPPRESS
           END-IF
           IF LARGE-ALERT
              MOVE 'M' TO WS-ALERT-TYPE
              MOVE WS-PT-LARGE-MOVE (WS-PREF-IX)
                TO WS-ALERT-THRESHOLD
              MOVE WS-PT-LARGEST (WS-PREF-IX) TO WS-ALERT-AMOUNT
              IF WS-PT-LARGE-COUNT (WS-PREF-IX) > 999
                 MOVE 999 TO WS-ALERT-MOVES
              ELSE
                 MOVE WS-PT-LARGE-COUNT (WS-PREF-IX)
                   TO WS-ALERT-MOVES
              END-IF
              PERFORM 5600-SEND-OR-SUPPRESS
           END-IF.

       5600-SEND-OR-SUPPRESS.
           IF WS-SUPPRESS-REASON = SPACES
              PERFORM 5700-WRITE-NOTIFICATION
           ELSE
              PERFORM 5800-WRITE-SUPPRESSION
           END-IF.

       5700-WRITE-NOTIFICATION.
           MOVE SPACES TO NOTIFICATION-RECORD
           MOVE WS-PT-CUSTOMER-ID (WS-PREF-IX) TO ANT-CUSTOMER-ID
           MOVE WS-PT-WALLET-NO (WS-PREF-IX) TO ANT-WALLET-NO
           MOVE WS-ALERT-TYPE TO ANT-ALERT-TYPE
           MOVE WS-PT-CHANNEL (WS-PREF-IX) TO ANT-CHANNEL
           MOVE WS-PT-CONTACT (WS-PREF-IX) TO ANT-CONTACT
           MOVE FIRST-NAME OF TEXEM TO ANT-FIRST-NAME
           MOVE LAST-NAME OF TEXEM TO ANT-LAST-NAME
           MOVE WS-RUN-BUS-DATE TO ANT-BUS-DATE
           MOVE CURRENCY-CODE OF TEXE2 TO ANT-CURRENCY-CODE
           MOVE WS-ALERT-THRESHOLD TO ANT-THRESHOLD
           MOVE WS-ALERT-AMOUNT TO ANT-AMOUNT
           MOVE WS-ALERT-MOVES TO ANT-MOVE-COUNT
           MOVE WALLET OF TEXE2 TO ANT-CLOSING-BALANCE
           WRITE NOTIFICATION-RECORD
           ADD 1 TO WS-NOTIFY-COUNT
           IF WS-PT-CHANNEL (WS-PREF-IX) = 'S'
              ADD 1 TO WS-SMS-COUNT
           ELSE
              ADD 1 TO WS-EMAIL-COUNT
           END-IF.

       5800-WRITE-SUPPRESSION.
           MOVE SPACES TO SUPPRESSION-RECORD
           MOVE WS-RUN-BUS-DATE TO SUP-BUS-DATE
           MOVE WS-PT-CUSTOMER-ID (WS-PREF-IX) TO SUP-CUSTOMER-ID
           MOVE WS-PT-WALLET-NO (WS-PREF-IX) TO SUP-WALLET-NO
           MOVE WS-ALERT-TYPE TO SUP-ALERT-TYPE
           MOVE WS-PT-CHANNEL (WS-PREF-IX) TO SUP-CHANNEL
           MOVE WS-SUPPRESS-REASON TO SUP-REASON
           WRITE SUPPRESSION-RECORD
           ADD 1 TO WS-SUPPRESS-COUNT.

       6000-WRITE-TRAILER.
           MOVE SPACES TO NOTIFICATION-RECORD
           MOVE 'TRAILER' TO ANT-TRL-ID
           MOVE WS-RUN-BUS-DATE TO ANT-TRL-BUS-DATE
           MOVE WS-NOTIFY-COUNT TO ANT-TRL-RECORD-COUNT
           MOVE WS-EMAIL-COUNT TO ANT-TRL-EMAIL-COUNT
           MOVE WS-SMS-COUNT TO ANT-TRL-SMS-COUNT
           WRITE NOTIFICATION-RECORD.

       8000-HOUSEKEEPING.
           CLOSE NOTIFICATION-EXTRACT
           CLOSE SUPPRESSION-LOG

           MOVE WS-PREF-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'ALRTRUN: ' WS-RUN-BUS-DATE
               ' PREFERENCES MEASURED: ' WS-COUNT-FORMATTED
           MOVE WS-EXTRACT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'ALRTRUN: MOVEMENTS READ:        '
               WS-COUNT-FORMATTED
           MOVE WS-NOTIFY-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'ALRTRUN: ALERTS SENT:           '
               WS-COUNT-FORMATTED
           MOVE WS-SUPPRESS-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'ALRTRUN: ALERTS SUPPRESSED:     '
               WS-COUNT-FORMATTED.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'ALRTRUN: SQLCODE ' SQLCODE
               ' - DEADLOCK/TIMEOUT, RETRY ' WS-RETRY-COUNT
               ' OF ' WS-MAX-RETRIES ' IN ' WS-RETRY-DELAY-SECS
               ' SECONDS'
           CALL 'C$SLEEP' USING WS-RETRY-DELAY-SECS
           .

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
      * The day measured is the window's business date, not the
      * clock's. With no control file at all the system date stands
      * in, with a note.
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
               WHEN BUSDATE-OK
                   READ BUSINESS-DATE-FILE
                   IF BUSDATE-OK
                       MOVE BD-BUSINESS-DATE TO WS-RUN-BUS-DATE
                   END-IF
                   CLOSE BUSINESS-DATE-FILE
               WHEN BUSDATE-NOT-FOUND
                   DISPLAY 'ALRTRUN: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'ALRTRUN: UNEXPECTED BUSDATE STATUS '
                       WS-BUSDATE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       9700-WRITE-RUN-LOG.
      * Append this run's standard record to the shared run log -
      * movements read in, alerts sent out, alerts suppressed.
           MOVE WS-PGM-NAME TO RUN-PROGRAM
           MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE
           MOVE WS-RUN-START-TIME TO RUN-START-TIME
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO RUN-END-TIME (1:2)
           MOVE ':'                   TO RUN-END-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO RUN-END-TIME (4:2)
           MOVE ':'                   TO RUN-END-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO RUN-END-TIME (7:2)
           MOVE WS-EXTRACT-COUNT TO RUN-RECS-IN
           MOVE WS-NOTIFY-COUNT TO RUN-RECS-OUT
           MOVE WS-SUPPRESS-COUNT TO RUN-RECS-REJECTED
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUNLOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUNLOG-OK
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY 'ALRTRUN: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9800-CHECK-SQLCODE.
      * Common guard after every DB2 call - anything other than clean
      * completion or not found abandons the run.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              PERFORM 9999-ABORT
           END-IF.

       9999-ABORT.
           EXEC SQL
              ROLLBACK
           END-EXEC.
           DISPLAY 'ALRTRUN: UNEXPECTED SQLCODE ' SQLCODE
               ' - ABORTING'
           MOVE 16 TO RETURN-CODE
           GOBACK.
