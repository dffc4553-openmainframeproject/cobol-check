       ID DIVISION.
       PROGRAM-ID.         RATEFEED.
       AUTHOR.             (TNP).
       DATE-WRITTEN.       15.10.2026.
      *--------------+------+-------------------------------------------
      *
      *     DAILY INTAKE OF THE MARKET-DATA VENDOR'S EXCHANGE-RATE
      *     FILE INTO EXRATES. RATEMNT'S RATETRAN CARDS WERE KEYED BY
      *     HAND EACH MORNING, AND ON A DAY NOBODY KEYED THEM EVERY
      *     CONVERTING PROGRAM QUIETLY USED YESTERDAY'S RATE. THIS
      *     RUN TAKES THE RATES FROM THE VENDOR INSTEAD, AND REFUSES
      *     TO LET A RATE GO STALE WITHOUT STOPPING THE WINDOW.
      *
      *     THE MKTRATES FEED IS A HEADER (RATE DATE, THE VENDOR'S
      *     BASE CURRENCY), ONE QUOTE PER CURRENCY AGAINST THAT BASE,
      *     AND A TRAILER COUNTING THE QUOTES. A QUOTE IS EITHER
      *     UNITS OF THE CURRENCY PER ONE BASE UNIT ('U') OR BASE
      *     UNITS PER ONE UNIT OF THE CURRENCY ('B'). EXRATES HOLDS
      *     REPORTING-CURRENCY UNITS PER ONE UNIT OF EACH CURRENCY,
      *     SO EVERY RATE IS INVERTED OR CROSSED THROUGH THE VENDOR
      *     BASE TO THE REPORTING CURRENCY ON THE CARD.
      *
      *     THE FEED IS TAKEN WHOLE OR NOT AT ALL - A HEADER DATE
      *     OTHER THAN THE BUSDATE BUSINESS DATE, A MISSING TRAILER
      *     OR A TRAILER COUNT THAT DOES NOT AGREE REFUSES IT, AND
      *     NOTHING ON EXRATES CHANGES. ONLY THE CURRENCIES ALREADY
      *     CARRIED ON EXRATES ARE REFRESHED - A NEW CURRENCY IS
      *     STILL ADDED THROUGH RATEMNT. EACH REFRESHED RATE GETS
      *     RATEMNT'S TOLERANCE CHECK, A RATEAUDT RECORD AND AN
      *     XRHIST RECORD, EXACTLY AS A KEYED CARD WOULD.
      *
      *     LAST, EVERY RATE ON EXRATES IS AGED IN BUSINESS DAYS
      *     (DATEUTIL AND THE HOLCAL CALENDAR) TO THE BUSINESS DATE.
      *     ANY RATE OLDER THAN THE STALE LIMIT - WHETHER THE FEED
      *     WAS REFUSED, LATE, OR SIMPLY DID NOT QUOTE THE CURRENCY -
      *     ENDS THE STEP RC 12 SO THE RATE CONSUMERS DO NOT RUN.
      *     A REFUSED FEED, A REJECTED QUOTE, A CURRENCY NOT QUOTED
      *     OR A MOVE PAST THE TOLERANCE ENDS RC 4 ON ITS OWN.
      *
      *     SYSIN CARDS: REPORTING CURRENCY, TOLERANCE PERCENT
      *     (999V99 AS ON RATEMNT, ZERO DISABLES THE CHECK), STALE
      *     LIMIT IN BUSINESS DAYS (99), HOLCAL REGION (BLANK FOR
      *     THE EVERY-REGION ENTRIES ONLY).
      *
      *--------------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MARKET-RATE-FILE ASSIGN TO "MKTRATES"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FEED-STATUS.
           SELECT EXCHANGE-RATE-FILE ASSIGN TO "EXRATES"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RATE-STATUS.
      *    SAME AUDIT AND HISTORY FILES RATEMNT APPENDS TO.
           SELECT RATE-AUDIT-FILE ASSIGN TO "RATEAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
           SELECT RATE-HISTORY-FILE ASSIGN TO "XRHIST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-HIST-STATUS.
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
      *    THE VENDOR FILE - RECORD TYPE IN THE FIRST THREE BYTES.
       FD  MARKET-RATE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS MARKET-RATE-RECORD.
       01  MARKET-RATE-RECORD.
           05 MKR-RECORD-TYPE    PIC X(03).
               88 MKR-HEADER     VALUE 'HDR'.
               88 MKR-QUOTE      VALUE 'RTE'.
               88 MKR-TRAILER    VALUE 'TRL'.
           05 MKR-BODY           PIC X(37).
           05 MKR-HEADER-BODY REDEFINES MKR-BODY.
              10 MKR-HDR-RATE-DATE      PIC X(10).
              10 MKR-HDR-BASE-CURRENCY  PIC X(03).
              10 MKR-HDR-VENDOR-ID      PIC X(08).
              10 FILLER                 PIC X(16).
           05 MKR-QUOTE-BODY REDEFINES MKR-BODY.
              10 MKR-CURRENCY           PIC X(03).
              10 MKR-QUOTE-BASIS        PIC X(01).
                  88 MKR-UNITS-PER-BASE VALUE 'U'.
                  88 MKR-BASE-PER-UNIT  VALUE 'B'.
              10 MKR-RATE               PIC 9(7)V9(8).
              10 FILLER                 PIC X(18).
           05 MKR-TRAILER-BODY REDEFINES MKR-BODY.
              10 MKR-TRL-QUOTE-COUNT    PIC 9(07).
              10 FILLER                 PIC X(30).
       FD  EXCHANGE-RATE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 22 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS EXCHANGE-RATE-RECORD.
       01  EXCHANGE-RATE-RECORD.
           05 XRT-RATE-DATE      PIC X(10).
           05 XRT-CURRENCY       PIC X(03).
           05 XRT-RATE           PIC 9(3)V9(6).
       FD  RATE-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 33 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS RATE-AUDIT-RECORD.
       01  RATE-AUDIT-RECORD.
           05 RAU-DATE           PIC X(10).
           05 RAU-CURRENCY       PIC X(03).
           05 RAU-OLD-RATE       PIC 9(3)V9(6).
           05 RAU-NEW-RATE       PIC 9(3)V9(6).
      *    'T' - THE MOVE EXCEEDED THE TOLERANCE; SPACE - WITHIN
      *    TOLERANCE. THE FEED NEVER ADDS A CURRENCY, SO NEVER 'N'.
           05 RAU-FLAG           PIC X(01).
           05 FILLER             PIC X(01).
       FD  RATE-HISTORY-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 22 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS RATE-HISTORY-RECORD.
       01  RATE-HISTORY-RECORD.
           05 XRH-RATE-DATE      PIC X(10).
           05 XRH-CURRENCY       PIC X(03).
           05 XRH-RATE           PIC 9(3)V9(6).
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
      *-----------------------------------------------------------------
       01  WORK-FIELDS-1.
          03 WS-FEED-STATUS         PIC X(02).
              88 FEED-OK            VALUE '00'.
              88 FEED-EOF           VALUE '10'.
              88 FEED-NOT-FOUND     VALUE '35'.
          03 WS-RATE-STATUS         PIC X(02).
              88 RATE-OK            VALUE '00'.
              88 RATE-EOF           VALUE '10'.
              88 RATE-NOT-FOUND     VALUE '35'.
          03 WS-AUDIT-STATUS        PIC X(02).
              88 AUDIT-OK           VALUE '00'.
          03 WS-HIST-STATUS         PIC X(02).
              88 HIST-OK            VALUE '00'.
              88 HIST-NOT-FOUND     VALUE '35'.
          03 WS-BUSDATE-STATUS      PIC X(02).
              88 BUSDATE-OK         VALUE '00'.
              88 BUSDATE-NOT-FOUND  VALUE '35'.
          03 WS-RUNLOG-STATUS       PIC X(02).
              88 RUNLOG-OK          VALUE '00'.
          03 WS-REPORT-CURRENCY     PIC X(03).
          03 WS-TOLERANCE-PCT       PIC 9(3)V99 VALUE ZERO.
          03 WS-STALE-LIMIT         PIC 9(02).
          03 WS-REGION              PIC X(03).
          03 WS-RUN-BUS-DATE        PIC X(10) VALUE SPACES.
          03 WS-RUN-DATE-RAW8       PIC X(08).
          03 WS-RUN-TIME-RAW        PIC X(08).
          03 WS-RUN-START-TIME      PIC X(08).
          03 WS-HIGHEST-RC          PIC 9(02) VALUE ZERO.
          03 WS-FEED-SW             PIC X(01) VALUE 'Y'.
              88 FEED-ACCEPTED      VALUE 'Y'.
              88 FEED-REFUSED       VALUE 'N'.
          03 WS-FEED-OPEN-SW        PIC X(01) VALUE 'N'.
              88 FEED-OPEN          VALUE 'Y'.
          03 WS-BASE-CURRENCY       PIC X(03).
          03 WS-RATE-COUNT          PIC S9(4) COMP VALUE ZERO.
          03 WS-RATE-MAX            PIC S9(4) COMP VALUE 50.
          03 WS-RATE-IX             PIC S9(4) COMP.
          03 WS-QUOTE-COUNT         PIC S9(4) COMP VALUE ZERO.
          03 WS-QUOTE-MAX           PIC S9(4) COMP VALUE 300.
          03 WS-QUOTE-IX            PIC S9(4) COMP.
          03 WS-FOUND-IX            PIC S9(4) COMP.
      *    THE TWO SIDES OF A CROSS - THE CURRENCY BEING RATED AND
      *    THE REPORTING CURRENCY - EACH AS QUOTED AGAINST THE BASE.
          03 WS-CCY-BASIS           PIC X(01).
          03 WS-CCY-QUOTE           PIC 9(7)V9(8).
          03 WS-RPT-BASIS           PIC X(01).
          03 WS-RPT-QUOTE           PIC 9(7)V9(8).
          03 WS-OLD-RATE            PIC 9(3)V9(6).
          03 WS-NEW-RATE            PIC 9(3)V9(6).
          03 WS-RATE-MOVE           PIC S9(4)V9(6) COMP-3.
          03 WS-MOVE-PCT            PIC S9(5)V99 COMP-3.
          03 WS-EDITS-SW            PIC X(01).
              88 EDITS-OK           VALUE 'Y'.
          03 WS-FLAGGED-SW          PIC X(01) VALUE 'N'.
              88 TOLERANCE-FLAGGED  VALUE 'Y'.
          03 WS-STEP-DATE           PIC X(10).
          03 WS-BUSINESS-DAYS       PIC S9(4) COMP.
          03 WS-QUOTES-READ         PIC S9(7) COMP-3 VALUE ZERO.
          03 WS-QUOTE-REJECTS       PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-APPLIED-COUNT       PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-UNQUOTED-COUNT      PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-STALE-COUNT         PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-COUNT-FORMATTED     PIC ZZ.ZZ9.
      *-----------------------------------------------------------------
      *    THE RATE FILE IN STORAGE WHILE THE FEED IS APPLIED - LOAD,
      *    WORK, REWRITE, AS RATEMNT DOES. ENTRIES KEEP THE DATE THEY
      *    WERE LAST STRUCK, WHICH IS WHAT THE STALE CHECK AGES.
      *-----------------------------------------------------------------
       01  WS-RATE-TABLE.
           05 WS-RT-ENTRY OCCURS 50 TIMES.
              10 WS-RT-DATE          PIC X(10).
              10 WS-RT-CURRENCY      PIC X(03).
              10 WS-RT-RATE          PIC 9(3)V9(6).
      *-----------------------------------------------------------------
      *    THE VENDOR'S QUOTES AS RECEIVED. THE WHOLE FEED IS HELD
      *    BEFORE ANYTHING IS APPLIED - THE REPORTING CURRENCY'S OWN
      *    QUOTE MAY COME ANYWHERE IN THE FILE, AND A TRAILER THAT
      *    DOES NOT AGREE MUST STOP ALL OF IT.
      *-----------------------------------------------------------------
       01  WS-QUOTE-TABLE.
           05 WS-VQ-ENTRY OCCURS 300 TIMES.
              10 WS-VQ-CURRENCY      PIC X(03).
              10 WS-VQ-BASIS         PIC X(01).
              10 WS-VQ-RATE          PIC 9(7)V9(8).

      *-----------------------------------------------------------------
      *    CALL PARAMETER BLOCK FOR DATEUTIL, THE SHARED DATE
      *    UTILITY - 'NBD ' STEPS THE STALE CHECK THROUGH THE
      *    BUSINESS DAYS SINCE EACH RATE WAS STRUCK.
      *-----------------------------------------------------------------
       01  WS-DATEUTIL-PARM.
           05 WS-DU-FUNCTION         PIC X(04).
           05 WS-DU-INPUT-DATE       PIC X(10).
           05 WS-DU-DAYS-TO-ADD      PIC S9(05).
           05 WS-DU-OUTPUT-DATE      PIC X(10).
           05 WS-DU-RETURN-CODE      PIC 9(02).
               88 WS-DU-OK              VALUE 00.
           05 WS-DU-INPUT-DATE-2     PIC X(10).
           05 WS-DU-DAYS-DIFFERENCE  PIC S9(07).
           05 WS-DU-REGION           PIC X(03).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAIN SECTION.
      *-----------------------------------------------------------------
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)

           ACCEPT WS-REPORT-CURRENCY
           ACCEPT WS-TOLERANCE-PCT
           ACCEPT WS-STALE-LIMIT
           ACCEPT WS-REGION

           PERFORM 9600-RESOLVE-BUSINESS-DATE
           PERFORM 0100-EDIT-CARDS

           IF WS-HIGHEST-RC = ZERO
               PERFORM 1500-LOAD-RATE-FILE
           END-IF
           IF WS-HIGHEST-RC = ZERO
               PERFORM 2000-LOAD-VENDOR-FEED
               IF FEED-ACCEPTED
                   PERFORM 3000-APPLY-FEED-RATES
               END-IF
               IF FEED-ACCEPTED
                   PERFORM 4000-REWRITE-RATE-FILE
               END-IF
               PERFORM 5000-CHECK-STALE-RATES
               PERFORM 6000-DISPLAY-TOTALS
           END-IF

           MOVE WS-HIGHEST-RC TO RETURN-CODE
           PERFORM 9700-WRITE-RUN-LOG
           GOBACK
           .

       0100-EDIT-CARDS SECTION.
      *-----------------------------------------------------------------
      *    A CARD ERROR STOPS THE RUN BEFORE EXRATES IS TOUCHED.
      *-----------------------------------------------------------------
           IF WS-REPORT-CURRENCY NOT ALPHABETIC
              OR WS-REPORT-CURRENCY = SPACES
               DISPLAY "RATEFEED: REPORTING CURRENCY '"
                   WS-REPORT-CURRENCY "' IS NOT THREE LETTERS"
               MOVE 8 TO WS-HIGHEST-RC
           END-IF
           IF WS-TOLERANCE-PCT NOT NUMERIC
               DISPLAY "RATEFEED: TOLERANCE CARD IS NOT NUMERIC"
               MOVE 8 TO WS-HIGHEST-RC
           END-IF
           IF WS-STALE-LIMIT NOT NUMERIC
               DISPLAY "RATEFEED: STALE LIMIT CARD IS NOT A NUMBER "
                   "OF BUSINESS DAYS"
               MOVE 8 TO WS-HIGHEST-RC
           END-IF
           .

       1500-LOAD-RATE-FILE SECTION.
      *-----------------------------------------------------------------
      *    NO FILE YET MEANS NOTHING IS CARRIED - THE FEED HAS NO
      *    CURRENCY TO REFRESH UNTIL RATEMNT HAS ADDED SOME.
      *-----------------------------------------------------------------
           OPEN INPUT EXCHANGE-RATE-FILE
           EVALUATE TRUE
               WHEN RATE-OK
                   READ EXCHANGE-RATE-FILE
                   PERFORM WITH TEST BEFORE
                           UNTIL RATE-EOF
                              OR WS-RATE-COUNT
                                 NOT LESS THAN WS-RATE-MAX
                       ADD 1 TO WS-RATE-COUNT
                       MOVE XRT-RATE-DATE
                         TO WS-RT-DATE (WS-RATE-COUNT)
                       MOVE XRT-CURRENCY
                         TO WS-RT-CURRENCY (WS-RATE-COUNT)
                       MOVE XRT-RATE
                         TO WS-RT-RATE (WS-RATE-COUNT)
                       READ EXCHANGE-RATE-FILE
                   END-PERFORM
                   CLOSE EXCHANGE-RATE-FILE
               WHEN RATE-NOT-FOUND
                   DISPLAY "RATEFEED: NO EXRATES FILE - NO CURRENCY "
                       "IS CARRIED YET"
               WHEN OTHER
                   DISPLAY "RATEFEED: UNEXPECTED EXRATES STATUS "
                       WS-RATE-STATUS
                   MOVE 12 TO WS-HIGHEST-RC
           END-EVALUATE
           .

       2000-LOAD-VENDOR-FEED SECTION.
      *-----------------------------------------------------------------
      *    READ THE WHOLE FEED AND PROVE IT BEFORE ANY RATE IS USED:
      *    THE HEADER FIRST, DATED FOR TONIGHT'S BUSINESS DATE, THE
      *    QUOTES, THEN A TRAILER AGREEING WITH THE QUOTES READ. A
      *    FEED THAT FAILS ANY OF THIS IS REFUSED WHOLE.
      *-----------------------------------------------------------------
           OPEN INPUT MARKET-RATE-FILE
           EVALUATE TRUE
               WHEN FEED-OK
                   MOVE 'Y' TO WS-FEED-OPEN-SW
               WHEN FEED-NOT-FOUND
                   DISPLAY "RATEFEED: NO MKTRATES FEED RECEIVED"
                   MOVE 'N' TO WS-FEED-SW
               WHEN OTHER
                   DISPLAY "RATEFEED: UNEXPECTED MKTRATES STATUS "
                       WS-FEED-STATUS
                   MOVE 'N' TO WS-FEED-SW
                   MOVE 12 TO WS-HIGHEST-RC
           END-EVALUATE

           IF FEED-ACCEPTED
               READ MARKET-RATE-FILE
               IF FEED-EOF OR NOT MKR-HEADER
                   DISPLAY "RATEFEED: MKTRATES DOES NOT START WITH "
                       "A HEADER RECORD"
                   MOVE 'N' TO WS-FEED-SW
               END-IF
           END-IF

           IF FEED-ACCEPTED
               IF MKR-HDR-RATE-DATE NOT = WS-RUN-BUS-DATE
                   DISPLAY "RATEFEED: FEED IS DATED "
                       MKR-HDR-RATE-DATE " BUT THE BUSINESS DATE IS "
                       WS-RUN-BUS-DATE
                   MOVE 'N' TO WS-FEED-SW
               END-IF
               IF MKR-HDR-BASE-CURRENCY NOT ALPHABETIC
                  OR MKR-HDR-BASE-CURRENCY = SPACES
                   DISPLAY "RATEFEED: FEED BASE CURRENCY '"
                       MKR-HDR-BASE-CURRENCY "' IS NOT THREE LETTERS"
                   MOVE 'N' TO WS-FEED-SW
               END-IF
               MOVE MKR-HDR-BASE-CURRENCY TO WS-BASE-CURRENCY
           END-IF

           IF FEED-ACCEPTED
               DISPLAY "RATEFEED: FEED FROM " MKR-HDR-VENDOR-ID
                   " DATED " MKR-HDR-RATE-DATE
                   " QUOTED AGAINST " WS-BASE-CURRENCY
               READ MARKET-RATE-FILE
               PERFORM WITH TEST BEFORE
                       UNTIL FEED-EOF OR MKR-TRAILER
                   PERFORM 2100-TAKE-VENDOR-QUOTE
                   READ MARKET-RATE-FILE
               END-PERFORM
               IF FEED-EOF
                   DISPLAY "RATEFEED: MKTRATES HAS NO TRAILER - "
                       "THE FEED IS INCOMPLETE"
                   MOVE 'N' TO WS-FEED-SW
               END-IF
           END-IF

           IF FEED-ACCEPTED
               IF MKR-TRL-QUOTE-COUNT NOT NUMERIC
                  OR MKR-TRL-QUOTE-COUNT NOT = WS-QUOTES-READ
                   MOVE WS-QUOTES-READ TO WS-COUNT-FORMATTED
                   DISPLAY "RATEFEED: TRAILER COUNT "
                       MKR-TRL-QUOTE-COUNT " DOES NOT AGREE WITH "
                       WS-COUNT-FORMATTED " QUOTES READ"
                   MOVE 'N' TO WS-FEED-SW
               END-IF
           END-IF

           IF FEED-OPEN
               CLOSE MARKET-RATE-FILE
           END-IF

           IF FEED-REFUSED
               DISPLAY "RATEFEED: FEED REFUSED - NO RATE APPLIED"
               IF WS-HIGHEST-RC < 4
                   MOVE 4 TO WS-HIGHEST-RC
               END-IF
           END-IF
           .

       2100-TAKE-VENDOR-QUOTE SECTION.
      *-----------------------------------------------------------------
      *    ONE QUOTE LINE. A BAD LINE IS SAID OUT LOUD AND LEFT OUT;
      *    THE CURRENCY THEN KEEPS ITS OLD RATE AND THE STALE CHECK
      *    DECIDES WHETHER THAT MATTERS.
      *-----------------------------------------------------------------
           ADD 1 TO WS-QUOTES-READ
           MOVE 'Y' TO WS-EDITS-SW

           IF NOT MKR-QUOTE
               DISPLAY "RATEFEED: UNKNOWN RECORD TYPE '"
                   MKR-RECORD-TYPE "' - LINE REJECTED"
               MOVE 'N' TO WS-EDITS-SW
           END-IF

           IF EDITS-OK
               IF MKR-CURRENCY NOT ALPHABETIC
                  OR MKR-CURRENCY = SPACES
                   DISPLAY "RATEFEED: CURRENCY '" MKR-CURRENCY
                       "' IS NOT THREE LETTERS - QUOTE REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK
               IF NOT MKR-UNITS-PER-BASE AND NOT MKR-BASE-PER-UNIT
                   DISPLAY "RATEFEED: QUOTE BASIS '" MKR-QUOTE-BASIS
                       "' FOR " MKR-CURRENCY
                       " IS NOT U OR B - QUOTE REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK
               IF MKR-RATE NOT NUMERIC OR MKR-RATE = ZERO
                   DISPLAY "RATEFEED: RATE FOR " MKR-CURRENCY
                       " IS NOT A POSITIVE NUMBER - QUOTE REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK
               MOVE ZERO TO WS-FOUND-IX
               PERFORM VARYING WS-QUOTE-IX FROM 1 BY 1
                   UNTIL WS-QUOTE-IX > WS-QUOTE-COUNT
                   IF WS-VQ-CURRENCY (WS-QUOTE-IX) = MKR-CURRENCY
                       MOVE WS-QUOTE-IX TO WS-FOUND-IX
                   END-IF
               END-PERFORM
               IF WS-FOUND-IX NOT = ZERO
                   DISPLAY "RATEFEED: SECOND QUOTE FOR " MKR-CURRENCY
                       " - FIRST QUOTE KEPT"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK
               IF WS-QUOTE-COUNT NOT LESS THAN WS-QUOTE-MAX
                   DISPLAY "RATEFEED: QUOTE TABLE FULL - "
                       MKR-CURRENCY " NOT TAKEN"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK
               ADD 1 TO WS-QUOTE-COUNT
               MOVE MKR-CURRENCY TO WS-VQ-CURRENCY (WS-QUOTE-COUNT)
               MOVE MKR-QUOTE-BASIS TO WS-VQ-BASIS (WS-QUOTE-COUNT)
               MOVE MKR-RATE TO WS-VQ-RATE (WS-QUOTE-COUNT)
           ELSE
               ADD 1 TO WS-QUOTE-REJECTS
           END-IF
           .

       3000-APPLY-FEED-RATES SECTION.
      *-----------------------------------------------------------------
      *    EVERY RATE IS CROSSED THROUGH THE VENDOR BASE, SO THE
      *    REPORTING CURRENCY ITSELF MUST BE QUOTED - OR BE THE BASE.
      *    WITHOUT IT NO RATE IN THE FEED CAN BE USED.
      *-----------------------------------------------------------------
           IF WS-REPORT-CURRENCY = WS-BASE-CURRENCY
               MOVE 'B' TO WS-RPT-BASIS
               MOVE 1 TO WS-RPT-QUOTE
           ELSE
               MOVE ZERO TO WS-FOUND-IX
               PERFORM VARYING WS-QUOTE-IX FROM 1 BY 1
                   UNTIL WS-QUOTE-IX > WS-QUOTE-COUNT
                   IF WS-VQ-CURRENCY (WS-QUOTE-IX)
                      = WS-REPORT-CURRENCY
                       MOVE WS-QUOTE-IX TO WS-FOUND-IX
                   END-IF
               END-PERFORM
               IF WS-FOUND-IX = ZERO
                   DISPLAY "RATEFEED: REPORTING CURRENCY "
                       WS-REPORT-CURRENCY " IS NOT QUOTED - NO RATE "
                       "CAN BE CROSS-CALCULATED"
                   DISPLAY "RATEFEED: FEED REFUSED - NO RATE APPLIED"
                   MOVE 'N' TO WS-FEED-SW
                   IF WS-HIGHEST-RC < 4
                       MOVE 4 TO WS-HIGHEST-RC
                   END-IF
               ELSE
                   MOVE WS-VQ-BASIS (WS-FOUND-IX) TO WS-RPT-BASIS
                   MOVE WS-VQ-RATE (WS-FOUND-IX) TO WS-RPT-QUOTE
               END-IF
           END-IF

           IF FEED-ACCEPTED
               OPEN EXTEND RATE-AUDIT-FILE
               IF NOT AUDIT-OK
                   OPEN OUTPUT RATE-AUDIT-FILE
               END-IF
               IF NOT AUDIT-OK
                   DISPLAY "RATEFEED: UNEXPECTED RATEAUDT STATUS "
                       WS-AUDIT-STATUS
                   MOVE 'N' TO WS-FEED-SW
                   MOVE 12 TO WS-HIGHEST-RC
               END-IF
           END-IF

           IF FEED-ACCEPTED
               OPEN EXTEND RATE-HISTORY-FILE
               IF HIST-NOT-FOUND
                   OPEN OUTPUT RATE-HISTORY-FILE
               END-IF
               IF NOT HIST-OK
                   DISPLAY "RATEFEED: UNEXPECTED XRHIST STATUS "
                       WS-HIST-STATUS
                   CLOSE RATE-AUDIT-FILE
                   MOVE 'N' TO WS-FEED-SW
                   MOVE 12 TO WS-HIGHEST-RC
               END-IF
           END-IF

           IF FEED-ACCEPTED
               PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                   UNTIL WS-RATE-IX > WS-RATE-COUNT
                   PERFORM 3100-APPLY-ONE-RATE
               END-PERFORM
               CLOSE RATE-AUDIT-FILE
               CLOSE RATE-HISTORY-FILE
           END-IF
           .

       3100-APPLY-ONE-RATE SECTION.
      *-----------------------------------------------------------------
      *    REFRESH ONE CARRIED CURRENCY FROM THE FEED.
      *-----------------------------------------------------------------
           MOVE 'Y' TO WS-EDITS-SW
           IF WS-RT-CURRENCY (WS-RATE-IX) = WS-BASE-CURRENCY
               MOVE 'B' TO WS-CCY-BASIS
               MOVE 1 TO WS-CCY-QUOTE
           ELSE
               MOVE ZERO TO WS-FOUND-IX
               PERFORM VARYING WS-QUOTE-IX FROM 1 BY 1
                   UNTIL WS-QUOTE-IX > WS-QUOTE-COUNT
                   IF WS-VQ-CURRENCY (WS-QUOTE-IX)
                      = WS-RT-CURRENCY (WS-RATE-IX)
                       MOVE WS-QUOTE-IX TO WS-FOUND-IX
                   END-IF
               END-PERFORM
               IF WS-FOUND-IX = ZERO
                   DISPLAY "RATEFEED: " WS-RT-CURRENCY (WS-RATE-IX)
                       " IS NOT QUOTED IN THE FEED - RATE OF "
                       WS-RT-DATE (WS-RATE-IX) " KEPT"
                   ADD 1 TO WS-UNQUOTED-COUNT
                   MOVE 'N' TO WS-EDITS-SW
               ELSE
                   MOVE WS-VQ-BASIS (WS-FOUND-IX) TO WS-CCY-BASIS
                   MOVE WS-VQ-RATE (WS-FOUND-IX) TO WS-CCY-QUOTE
               END-IF
           END-IF

           IF EDITS-OK
               PERFORM 3200-CROSS-RATE
           END-IF

           IF EDITS-OK
               MOVE WS-RT-RATE (WS-RATE-IX) TO WS-OLD-RATE
               PERFORM 3300-CHECK-TOLERANCE
               MOVE WS-RUN-BUS-DATE TO WS-RT-DATE (WS-RATE-IX)
               MOVE WS-NEW-RATE TO WS-RT-RATE (WS-RATE-IX)
               PERFORM 3500-WRITE-AUDIT-RECORD
               PERFORM 3600-WRITE-HISTORY-RECORD
               ADD 1 TO WS-APPLIED-COUNT
           END-IF
           .

       3200-CROSS-RATE SECTION.
      *-----------------------------------------------------------------
      *    REPORTING UNITS PER ONE UNIT OF THE CURRENCY, FROM THE TWO
      *    QUOTES AGAINST THE BASE. TAKEN IN ONE COMPUTE FROM THE
      *    QUOTES AS RECEIVED SO NOTHING IS ROUNDED TWICE. A RESULT
      *    EXRATES CANNOT HOLD - ABOVE 999 OR BELOW ITS SIXTH
      *    DECIMAL - IS REJECTED, NOT TRUNCATED.
      *-----------------------------------------------------------------
           EVALUATE WS-CCY-BASIS ALSO WS-RPT-BASIS
               WHEN 'B' ALSO 'B'
                   COMPUTE WS-NEW-RATE ROUNDED
                      = WS-CCY-QUOTE / WS-RPT-QUOTE
                       ON SIZE ERROR
                           MOVE 'N' TO WS-EDITS-SW
                   END-COMPUTE
               WHEN 'B' ALSO 'U'
                   COMPUTE WS-NEW-RATE ROUNDED
                      = WS-CCY-QUOTE * WS-RPT-QUOTE
                       ON SIZE ERROR
                           MOVE 'N' TO WS-EDITS-SW
                   END-COMPUTE
               WHEN 'U' ALSO 'B'
                   COMPUTE WS-NEW-RATE ROUNDED
                      = 1 / (WS-CCY-QUOTE * WS-RPT-QUOTE)
                       ON SIZE ERROR
                           MOVE 'N' TO WS-EDITS-SW
                   END-COMPUTE
               WHEN OTHER
                   COMPUTE WS-NEW-RATE ROUNDED
                      = WS-RPT-QUOTE / WS-CCY-QUOTE
                       ON SIZE ERROR
                           MOVE 'N' TO WS-EDITS-SW
                   END-COMPUTE
           END-EVALUATE

           IF EDITS-OK AND WS-NEW-RATE = ZERO
               MOVE 'N' TO WS-EDITS-SW
           END-IF
           IF NOT EDITS-OK
               DISPLAY "RATEFEED: RATE FOR "
                   WS-RT-CURRENCY (WS-RATE-IX)
                   " IN " WS-REPORT-CURRENCY
                   " IS OUTSIDE WHAT EXRATES CAN HOLD - NOT APPLIED"
               ADD 1 TO WS-QUOTE-REJECTS
           END-IF
           .

       3300-CHECK-TOLERANCE SECTION.
      *-----------------------------------------------------------------
      *    RATEMNT'S CHECK: PAST THE TOLERANCE THE MOVE IS FLAGGED
      *    AND SAID OUT LOUD, BUT THE RATE STILL APPLIES.
      *-----------------------------------------------------------------
           MOVE SPACE TO RAU-FLAG
           IF WS-TOLERANCE-PCT > ZERO
              AND WS-OLD-RATE > ZERO
               COMPUTE WS-RATE-MOVE = WS-NEW-RATE - WS-OLD-RATE
               IF WS-RATE-MOVE < ZERO
                   COMPUTE WS-RATE-MOVE = ZERO - WS-RATE-MOVE
               END-IF
               COMPUTE WS-MOVE-PCT ROUNDED
                  = WS-RATE-MOVE * 100 / WS-OLD-RATE
               IF WS-MOVE-PCT > WS-TOLERANCE-PCT
                   MOVE 'T' TO RAU-FLAG
                   MOVE 'Y' TO WS-FLAGGED-SW
                   DISPLAY "RATEFEED: " WS-RT-CURRENCY (WS-RATE-IX)
                       " MOVED " WS-MOVE-PCT
                       " PERCENT FROM THE PRIOR RATE - FLAGGED"
               END-IF
           END-IF
           .

       3500-WRITE-AUDIT-RECORD SECTION.
      *-----------------------------------------------------------------
           MOVE WS-RUN-BUS-DATE TO RAU-DATE
           MOVE WS-RT-CURRENCY (WS-RATE-IX) TO RAU-CURRENCY
           MOVE WS-OLD-RATE TO RAU-OLD-RATE
           MOVE WS-NEW-RATE TO RAU-NEW-RATE
           MOVE SPACE TO RATE-AUDIT-RECORD (33:1)
           WRITE RATE-AUDIT-RECORD
           .

       3600-WRITE-HISTORY-RECORD SECTION.
      *-----------------------------------------------------------------
           MOVE WS-RUN-BUS-DATE TO XRH-RATE-DATE
           MOVE WS-RT-CURRENCY (WS-RATE-IX) TO XRH-CURRENCY
           MOVE WS-NEW-RATE TO XRH-RATE
           WRITE RATE-HISTORY-RECORD
           .

       4000-REWRITE-RATE-FILE SECTION.
      *-----------------------------------------------------------------
           OPEN OUTPUT EXCHANGE-RATE-FILE
           IF NOT RATE-OK
               DISPLAY "RATEFEED: UNEXPECTED EXRATES STATUS "
                   WS-RATE-STATUS " ON REWRITE"
               MOVE 12 TO WS-HIGHEST-RC
           ELSE
               PERFORM VARYING WS-RATE-IX FROM 1 BY 1
                   UNTIL WS-RATE-IX > WS-RATE-COUNT
                   MOVE WS-RT-DATE (WS-RATE-IX) TO XRT-RATE-DATE
                   MOVE WS-RT-CURRENCY (WS-RATE-IX) TO XRT-CURRENCY
                   MOVE WS-RT-RATE (WS-RATE-IX) TO XRT-RATE
                   WRITE EXCHANGE-RATE-RECORD
               END-PERFORM
               CLOSE EXCHANGE-RATE-FILE
           END-IF
           .

       5000-CHECK-STALE-RATES SECTION.
      *-----------------------------------------------------------------
      *    AGE EVERY RATE NOW ON FILE, REFRESHED OR NOT. A RATE
      *    STRUCK ON THE LAST BUSINESS DAY IS ONE DAY OLD; ONE STRUCK
      *    TODAY IS NONE. PAST THE LIMIT THE STEP FAILS RC 12.
      *-----------------------------------------------------------------
           PERFORM VARYING WS-RATE-IX FROM 1 BY 1
               UNTIL WS-RATE-IX > WS-RATE-COUNT
               PERFORM 5100-AGE-ONE-RATE
               IF WS-BUSINESS-DAYS > WS-STALE-LIMIT
                   DISPLAY "RATEFEED: " WS-RT-CURRENCY (WS-RATE-IX)
                       " RATE STRUCK " WS-RT-DATE (WS-RATE-IX)
                       " IS OLDER THAN " WS-STALE-LIMIT
                       " BUSINESS DAYS - STALE"
                   ADD 1 TO WS-STALE-COUNT
               END-IF
           END-PERFORM

           IF WS-STALE-COUNT > ZERO
               MOVE 12 TO WS-HIGHEST-RC
           END-IF
           .

       5100-AGE-ONE-RATE SECTION.
      *-----------------------------------------------------------------
      *    STEP FORWARD ONE BUSINESS DAY AT A TIME FROM THE RATE
      *    DATE TO THE BUSINESS DATE, STOPPING AS SOON AS THE LIMIT
      *    IS PASSED. A RATE DATE DATEUTIL CANNOT READ COUNTS AS
      *    STALE - NOBODY CAN SAY HOW OLD IT IS.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-BUSINESS-DAYS
           MOVE WS-RT-DATE (WS-RATE-IX) TO WS-STEP-DATE
           MOVE WS-REGION TO WS-DU-REGION

           MOVE 'VAL ' TO WS-DU-FUNCTION
           MOVE WS-STEP-DATE TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF NOT WS-DU-OK
               COMPUTE WS-BUSINESS-DAYS = WS-STALE-LIMIT + 1
               MOVE WS-RUN-BUS-DATE TO WS-STEP-DATE
           END-IF

           PERFORM WITH TEST BEFORE
                   UNTIL WS-STEP-DATE NOT LESS THAN WS-RUN-BUS-DATE
                      OR WS-BUSINESS-DAYS > WS-STALE-LIMIT
               MOVE 'NBD ' TO WS-DU-FUNCTION
               MOVE WS-STEP-DATE TO WS-DU-INPUT-DATE
               CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
               IF WS-DU-OK
                   MOVE WS-DU-OUTPUT-DATE TO WS-STEP-DATE
                   IF WS-STEP-DATE NOT > WS-RUN-BUS-DATE
                       ADD 1 TO WS-BUSINESS-DAYS
                   END-IF
               ELSE
                   COMPUTE WS-BUSINESS-DAYS = WS-STALE-LIMIT + 1
               END-IF
           END-PERFORM
           .

       6000-DISPLAY-TOTALS SECTION.
      *-----------------------------------------------------------------
           MOVE WS-QUOTES-READ TO WS-COUNT-FORMATTED
           DISPLAY "RATEFEED: VENDOR QUOTES READ: "
               WS-COUNT-FORMATTED
           MOVE WS-QUOTE-REJECTS TO WS-COUNT-FORMATTED
           DISPLAY "RATEFEED: QUOTES REJECTED: "
               WS-COUNT-FORMATTED
           MOVE WS-APPLIED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "RATEFEED: RATES REFRESHED: "
               WS-COUNT-FORMATTED
           MOVE WS-UNQUOTED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "RATEFEED: CARRIED CURRENCIES NOT QUOTED: "
               WS-COUNT-FORMATTED
           MOVE WS-STALE-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "RATEFEED: STALE RATES: "
               WS-COUNT-FORMATTED

           IF (WS-QUOTE-REJECTS > ZERO
               OR WS-UNQUOTED-COUNT > ZERO
               OR TOLERANCE-FLAGGED)
              AND WS-HIGHEST-RC < 4
               MOVE 4 TO WS-HIGHEST-RC
           END-IF
           .

       9600-RESOLVE-BUSINESS-DATE SECTION.
      *-----------------------------------------------------------------
      *    THE FEED MUST BE DATED FOR THE WINDOW'S BUSINESS DATE.
      *    WITH NO CONTROL FILE AT ALL (AN AD-HOC RUN OUTSIDE THE
      *    WINDOW) THE SYSTEM DATE STANDS IN, WITH A NOTE.
      *-----------------------------------------------------------------
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
               WHEN BUSDATE-OK
                   READ BUSINESS-DATE-FILE
                   IF BUSDATE-OK
                       MOVE BD-BUSINESS-DATE TO WS-RUN-BUS-DATE
                   END-IF
                   CLOSE BUSINESS-DATE-FILE
               WHEN BUSDATE-NOT-FOUND
                   DISPLAY "RATEFEED: NO BUSDATE CONTROL FILE - "
                       "USING THE SYSTEM DATE"
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
                   DISPLAY "RATEFEED: UNEXPECTED BUSDATE STATUS "
                       WS-BUSDATE-STATUS
                   MOVE 12 TO WS-HIGHEST-RC
           END-EVALUATE
           .

       9700-WRITE-RUN-LOG SECTION.
      *-----------------------------------------------------------------
      *    APPEND THIS RUN'S STANDARD RECORD TO THE SHARED RUN LOG -
      *    QUOTES READ IN, RATES REFRESHED OUT, REJECTED QUOTES AND
      *    STALE RATES AS THE REJECTS.
      *-----------------------------------------------------------------
           MOVE 'RATEFEED' TO RUN-PROGRAM
           MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE
           MOVE WS-RUN-START-TIME TO RUN-START-TIME
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO RUN-END-TIME (1:2)
           MOVE ':'                   TO RUN-END-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO RUN-END-TIME (4:2)
           MOVE ':'                   TO RUN-END-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO RUN-END-TIME (7:2)
           MOVE WS-QUOTES-READ TO RUN-RECS-IN
           MOVE WS-APPLIED-COUNT TO RUN-RECS-OUT
           COMPUTE RUN-RECS-REJECTED
              = WS-QUOTE-REJECTS + WS-STALE-COUNT
           MOVE WS-HIGHEST-RC TO RUN-RETURN-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUNLOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUNLOG-OK
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY "RATEFEED: RUN LOG UNAVAILABLE - STATUS "
                   WS-RUNLOG-STATUS
           END-IF
           .
