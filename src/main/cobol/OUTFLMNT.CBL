       ID DIVISION.
       PROGRAM-ID.         OUTFLMNT.
       AUTHOR.             (TNP).
       DATE-WRITTEN.       02.09.2026.
      *--------------+------+-------------------------------------------
      *
      *     MAINTENANCE AND LISTING FOR THE OUTFLIM DAILY OUTFLOW
      *     LIMIT FILE - THE MOST A CUSTOMER MAY BE DEBITED ON ONE
      *     BUSINESS DATE, WHATEVER THE CHANNEL. A LIMIT IS HELD
      *     PER CUSTOMER, AS A DEFAULT PER KYCREV RISK TIER, OR AS
      *     ONE HOUSE DEFAULT (SEE OUTFLIM.CPY). THE APPLY
      *     (WALADJPG) AND THE TRANSFER RUN (WALXFER) RESOLVE THE
      *     LIMIT THROUGH OUTFLOOK AND REFUSE ANY DEBIT THAT WOULD
      *     TAKE THE DAY'S RUNNING TOTAL PAST IT. TWO ACTIONS FROM
      *     SYSIN:
      *
      *        APPLY  -  READ THE OUTFTRAN CARDS (ACTION, CUSTOMER,
      *                  TIER, LIMIT), VALIDATE EACH - 'A' ADDS OR
      *                  REPLACES THE LIMIT, 'D' WITHDRAWS IT - AND
      *                  REWRITE THE FILE. EVERY CHANGE WRITES AN
      *                  OUTFAUDT RECORD WITH THE OLD AND NEW LIMIT.
      *        LIST   -  WRITE THE LIMIT FILE TO THE OUTFRPT REPORT.
      *
      *     SYSIN CARDS: ACTION, EFFECTIVE DATE (YYYY-MM-DD).
      *
      *--------------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFLOW-LIMIT-FILE ASSIGN TO "OUTFLIM"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-LIMIT-STATUS.
           SELECT OUTF-TRAN-FILE ASSIGN TO "OUTFTRAN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TRAN-STATUS.
           SELECT OUTF-REPORT ASSIGN TO "OUTFRPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
      *    ONE AUDIT RECORD PER APPLIED CHANGE - OLD AND NEW LIMIT,
      *    SO EVERY RAISE OR CUT OF A CUSTOMER'S DAILY LIMIT CAN BE
      *    ANSWERED AFTER THE FACT.
           SELECT OUTF-AUDIT-FILE ASSIGN TO "OUTFAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OUTFLOW-LIMIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS OUTFLOW-LIMIT-RECORD.
       01  OUTFLOW-LIMIT-RECORD.
           COPY OUTFLIM.
       FD  OUTF-TRAN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 21 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS OUTF-TRAN-RECORD.
       01  OUTF-TRAN-RECORD.
           05 OTR-ACTION         PIC X(01).
              88 OTR-ADD-REPLACE VALUE 'A'.
              88 OTR-DELETE      VALUE 'D'.
           05 OTR-CUSTOMER-ID    PIC 9(9).
           05 OTR-RISK-TIER      PIC X(01).
              88 OTR-TIER-VALID  VALUE 'H' 'M' 'L'.
           05 OTR-LIMIT          PIC 9(8)V99.
       FD  OUTF-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS OUTF-REPORT-RECORD.
       01  OUTF-REPORT-RECORD    PIC X(60).
       FD  OUTF-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 41 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS OUTF-AUDIT-RECORD.
       01  OUTF-AUDIT-RECORD.
           05 OAU-DATE           PIC X(10).
           05 OAU-CUSTOMER-ID    PIC 9(9).
           05 OAU-RISK-TIER      PIC X(01).
           05 OAU-OLD-LIMIT      PIC 9(8)V99.
           05 OAU-NEW-LIMIT      PIC 9(8)V99.
      *    'N' - NEW LIMIT SET; 'D' - LIMIT WITHDRAWN; SPACE - AN
      *    EXISTING LIMIT MOVED.
           05 OAU-FLAG           PIC X(01).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WORK-FIELDS-1.
          03 WS-LIMIT-STATUS        PIC X(02).
              88 LIMIT-OK           VALUE '00'.
              88 LIMIT-EOF          VALUE '10'.
              88 LIMIT-NOT-FOUND    VALUE '35'.
          03 WS-TRAN-STATUS         PIC X(02).
              88 TRAN-OK            VALUE '00'.
              88 TRAN-EOF           VALUE '10'.
              88 TRAN-NOT-FOUND     VALUE '35'.
          03 WS-REPORT-STATUS       PIC X(02).
              88 REPORT-OK          VALUE '00'.
          03 WS-AUDIT-STATUS        PIC X(02).
              88 AUDIT-OK           VALUE '00'.
          03 WS-ACTION              PIC X(05).
              88 ACTION-APPLY       VALUE 'APPLY'.
              88 ACTION-LIST        VALUE 'LIST '.
          03 WS-EFFECTIVE-DATE      PIC X(10).
          03 WS-LIMIT-COUNT         PIC S9(4) COMP VALUE ZERO.
          03 WS-LIMIT-MAX           PIC S9(4) COMP VALUE 500.
          03 WS-LIMIT-IX            PIC S9(4) COMP.
          03 WS-FOUND-IX            PIC S9(4) COMP.
          03 WS-OLD-LIMIT           PIC 9(8)V99.
          03 WS-NEW-LIMIT           PIC 9(8)V99.
          03 WS-AUDIT-FLAG          PIC X(01).
          03 WS-EDITS-SW            PIC X(01).
              88 EDITS-OK           VALUE 'Y'.
          03 WS-APPLIED-COUNT       PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-REJECT-COUNT        PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-COUNT-FORMATTED     PIC ZZ.ZZ9.
      *-----------------------------------------------------------------
      *    THE LIMIT FILE IN STORAGE WHILE THE CARDS ARE APPLIED -
      *    LOAD, WORK, REWRITE, THE OVDRMNT PATTERN. A DELETED LIMIT
      *    IS BLANKED IN PLACE AND DROPPED BY THE REWRITE.
      *-----------------------------------------------------------------
       01  WS-LIMIT-TABLE.
           05 WS-LT-ENTRY OCCURS 500 TIMES.
              10 WS-LT-CUSTOMER      PIC 9(9).
              10 WS-LT-RISK-TIER     PIC X(01).
              10 WS-LT-LIMIT         PIC 9(8)V99.
              10 WS-LT-DELETED-SW    PIC X(01).
                 88 WS-LT-DELETED    VALUE 'Y'.

       01  WS-REPORT-LINE.
          03 WS-RL-CUSTOMER         PIC 9(9).
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-RL-SCOPE            PIC X(14).
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-RL-LIMIT            PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER                 PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------------
      *    CALL PARAMETER BLOCK FOR DATEUTIL, THE SHARED DATE
      *    UTILITY - THE EFFECTIVE-DATE CARD GOES THROUGH ITS
      *    VALIDATION.
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
           ACCEPT WS-ACTION
           ACCEPT WS-EFFECTIVE-DATE

           EVALUATE TRUE
               WHEN ACTION-APPLY
                   PERFORM 1000-APPLY-LIMIT-CARDS
               WHEN ACTION-LIST
                   PERFORM 5000-LIST-LIMITS
               WHEN OTHER
                   DISPLAY "OUTFLMNT: ACTION MUST BE APPLY OR LIST"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .

       1000-APPLY-LIMIT-CARDS SECTION.
      *-----------------------------------------------------------------
           MOVE 'VAL ' TO WS-DU-FUNCTION
           MOVE WS-EFFECTIVE-DATE TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF NOT WS-DU-OK
               DISPLAY "OUTFLMNT: " WS-EFFECTIVE-DATE
                   " IS NOT A VALID EFFECTIVE DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1500-LOAD-LIMIT-FILE

           OPEN INPUT OUTF-TRAN-FILE
           EVALUATE TRUE
               WHEN TRAN-OK
                   CONTINUE
               WHEN TRAN-NOT-FOUND
                   DISPLAY "OUTFLMNT: NO OUTFTRAN CARDS - NOTHING "
                       "TO APPLY"
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY "OUTFLMNT: UNEXPECTED OUTFTRAN STATUS "
                       WS-TRAN-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           OPEN EXTEND OUTF-AUDIT-FILE
           IF NOT AUDIT-OK
               OPEN OUTPUT OUTF-AUDIT-FILE
           END-IF
           IF NOT AUDIT-OK
               DISPLAY "OUTFLMNT: UNEXPECTED OUTFAUDT STATUS "
                   WS-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           READ OUTF-TRAN-FILE
           PERFORM WITH TEST BEFORE UNTIL TRAN-EOF
               PERFORM 2000-APPLY-ONE-CARD
               READ OUTF-TRAN-FILE
           END-PERFORM
           CLOSE OUTF-TRAN-FILE
           CLOSE OUTF-AUDIT-FILE

           PERFORM 4000-REWRITE-LIMIT-FILE

           MOVE WS-APPLIED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "OUTFLMNT: LIMIT CARDS APPLIED: "
               WS-COUNT-FORMATTED
           MOVE WS-REJECT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "OUTFLMNT: LIMIT CARDS REJECTED: "
               WS-COUNT-FORMATTED

           IF WS-REJECT-COUNT > ZERO
              AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       1500-LOAD-LIMIT-FILE SECTION.
      *-----------------------------------------------------------------
      *    NO FILE YET IS A FIRST-TIME LOAD - EVERY CARD SETS A NEW
      *    LIMIT.
      *-----------------------------------------------------------------
           OPEN INPUT OUTFLOW-LIMIT-FILE
           EVALUATE TRUE
               WHEN LIMIT-OK
                   READ OUTFLOW-LIMIT-FILE
                   PERFORM WITH TEST BEFORE
                           UNTIL LIMIT-EOF
                              OR WS-LIMIT-COUNT
                                 NOT LESS THAN WS-LIMIT-MAX
                       ADD 1 TO WS-LIMIT-COUNT
                       MOVE OFL-CUSTOMER-ID
                         TO WS-LT-CUSTOMER (WS-LIMIT-COUNT)
                       MOVE OFL-RISK-TIER
                         TO WS-LT-RISK-TIER (WS-LIMIT-COUNT)
                       MOVE OFL-DAILY-LIMIT
                         TO WS-LT-LIMIT (WS-LIMIT-COUNT)
                       MOVE 'N'
                         TO WS-LT-DELETED-SW (WS-LIMIT-COUNT)
                       READ OUTFLOW-LIMIT-FILE
                   END-PERFORM
                   CLOSE OUTFLOW-LIMIT-FILE
               WHEN LIMIT-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OUTFLMNT: UNEXPECTED OUTFLIM STATUS "
                       WS-LIMIT-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       2000-APPLY-ONE-CARD SECTION.
      *-----------------------------------------------------------------
           PERFORM 2100-EDIT-CARD
           IF EDITS-OK
               PERFORM 2200-FIND-EXISTING-LIMIT
               EVALUATE TRUE
                   WHEN OTR-ADD-REPLACE
                       PERFORM 2400-STORE-LIMIT
                   WHEN OTR-DELETE
                       PERFORM 2450-WITHDRAW-LIMIT
               END-EVALUATE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           .

       2100-EDIT-CARD SECTION.
      *-----------------------------------------------------------------
      *    A CUSTOMER CARD KEYS ON THE CUSTOMER ALONE - ANY TIER
      *    PUNCHED WITH IT IS IGNORED. CUSTOMER 000000000 IS A
      *    DEFAULT: FOR THE TIER PUNCHED, OR WITH NO TIER THE HOUSE
      *    DEFAULT. AN ADD NEEDS A POSITIVE LIMIT - A ZERO LIMIT
      *    WOULD STOP EVERY DEBIT; TO LIFT A LIMIT, DELETE IT.
      *-----------------------------------------------------------------
           MOVE 'Y' TO WS-EDITS-SW

           IF NOT OTR-ADD-REPLACE AND NOT OTR-DELETE
               DISPLAY "OUTFLMNT: ACTION '" OTR-ACTION
                   "' IS NOT A OR D - CARD REJECTED"
               MOVE 'N' TO WS-EDITS-SW
           END-IF

           IF EDITS-OK
               IF OTR-CUSTOMER-ID NOT NUMERIC
                   DISPLAY "OUTFLMNT: CUSTOMER '" OTR-CUSTOMER-ID
                       "' IS NOT A CUSTOMER NUMBER - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK
               IF OTR-CUSTOMER-ID NOT = ZERO
                   MOVE SPACE TO OTR-RISK-TIER
               ELSE
                   IF OTR-RISK-TIER NOT = SPACE
                      AND NOT OTR-TIER-VALID
                       DISPLAY "OUTFLMNT: TIER '" OTR-RISK-TIER
                           "' IS NOT H, M OR L - CARD REJECTED"
                       MOVE 'N' TO WS-EDITS-SW
                   END-IF
               END-IF
           END-IF

           IF EDITS-OK AND OTR-ADD-REPLACE
               IF OTR-LIMIT NOT NUMERIC OR OTR-LIMIT = ZERO
                   DISPLAY "OUTFLMNT: LIMIT FOR " OTR-CUSTOMER-ID
                       "/" OTR-RISK-TIER
                       " IS NOT A POSITIVE AMOUNT - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF
           .

       2200-FIND-EXISTING-LIMIT SECTION.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-FOUND-IX
           MOVE ZERO TO WS-OLD-LIMIT
           PERFORM VARYING WS-LIMIT-IX FROM 1 BY 1
               UNTIL WS-LIMIT-IX > WS-LIMIT-COUNT
               IF WS-LT-CUSTOMER (WS-LIMIT-IX) = OTR-CUSTOMER-ID
                  AND WS-LT-RISK-TIER (WS-LIMIT-IX) = OTR-RISK-TIER
                  AND NOT WS-LT-DELETED (WS-LIMIT-IX)
                   MOVE WS-LIMIT-IX TO WS-FOUND-IX
                   MOVE WS-LT-LIMIT (WS-LIMIT-IX) TO WS-OLD-LIMIT
               END-IF
           END-PERFORM
           .

       2400-STORE-LIMIT SECTION.
      *-----------------------------------------------------------------
           IF WS-FOUND-IX = ZERO
               IF WS-LIMIT-COUNT NOT LESS THAN WS-LIMIT-MAX
                   DISPLAY "OUTFLMNT: LIMIT TABLE FULL - "
                       OTR-CUSTOMER-ID "/" OTR-RISK-TIER
                       " NOT STORED"
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   ADD 1 TO WS-LIMIT-COUNT
                   MOVE WS-LIMIT-COUNT TO WS-FOUND-IX
                   MOVE 'N' TO WS-AUDIT-FLAG
               END-IF
           ELSE
               MOVE SPACE TO WS-AUDIT-FLAG
           END-IF
           IF WS-FOUND-IX NOT = ZERO
               MOVE OTR-CUSTOMER-ID
                 TO WS-LT-CUSTOMER (WS-FOUND-IX)
               MOVE OTR-RISK-TIER
                 TO WS-LT-RISK-TIER (WS-FOUND-IX)
               MOVE OTR-LIMIT TO WS-LT-LIMIT (WS-FOUND-IX)
               MOVE 'N' TO WS-LT-DELETED-SW (WS-FOUND-IX)
               MOVE OTR-LIMIT TO WS-NEW-LIMIT
               PERFORM 2500-WRITE-AUDIT-RECORD
               ADD 1 TO WS-APPLIED-COUNT
           END-IF
           .

       2450-WITHDRAW-LIMIT SECTION.
      *-----------------------------------------------------------------
           IF WS-FOUND-IX = ZERO
               DISPLAY "OUTFLMNT: NO LIMIT ON FILE FOR "
                   OTR-CUSTOMER-ID "/" OTR-RISK-TIER
                   " - DELETE REJECTED"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE 'Y' TO WS-LT-DELETED-SW (WS-FOUND-IX)
               MOVE 'D' TO WS-AUDIT-FLAG
               MOVE ZERO TO WS-NEW-LIMIT
               PERFORM 2500-WRITE-AUDIT-RECORD
               ADD 1 TO WS-APPLIED-COUNT
           END-IF
           .

       2500-WRITE-AUDIT-RECORD SECTION.
      *-----------------------------------------------------------------
           MOVE WS-EFFECTIVE-DATE TO OAU-DATE
           MOVE OTR-CUSTOMER-ID TO OAU-CUSTOMER-ID
           MOVE OTR-RISK-TIER TO OAU-RISK-TIER
           MOVE WS-OLD-LIMIT TO OAU-OLD-LIMIT
           MOVE WS-NEW-LIMIT TO OAU-NEW-LIMIT
           MOVE WS-AUDIT-FLAG TO OAU-FLAG
           WRITE OUTF-AUDIT-RECORD
           .

       4000-REWRITE-LIMIT-FILE SECTION.
      *-----------------------------------------------------------------
           OPEN OUTPUT OUTFLOW-LIMIT-FILE
           PERFORM VARYING WS-LIMIT-IX FROM 1 BY 1
               UNTIL WS-LIMIT-IX > WS-LIMIT-COUNT
               IF NOT WS-LT-DELETED (WS-LIMIT-IX)
                   MOVE SPACES TO OUTFLOW-LIMIT-RECORD
                   MOVE WS-LT-CUSTOMER (WS-LIMIT-IX)
                     TO OFL-CUSTOMER-ID
                   MOVE WS-LT-RISK-TIER (WS-LIMIT-IX)
                     TO OFL-RISK-TIER
                   MOVE WS-LT-LIMIT (WS-LIMIT-IX)
                     TO OFL-DAILY-LIMIT
                   WRITE OUTFLOW-LIMIT-RECORD
               END-IF
           END-PERFORM
           CLOSE OUTFLOW-LIMIT-FILE
           .

       5000-LIST-LIMITS SECTION.
      *-----------------------------------------------------------------
           OPEN OUTPUT OUTF-REPORT
           IF NOT REPORT-OK
               DISPLAY "OUTFLMNT: UNEXPECTED OUTFRPT STATUS "
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT OUTFLOW-LIMIT-FILE
           EVALUATE TRUE
               WHEN LIMIT-OK
                   READ OUTFLOW-LIMIT-FILE
                   PERFORM WITH TEST BEFORE UNTIL LIMIT-EOF
                       ADD 1 TO WS-LIMIT-COUNT
                       MOVE OFL-CUSTOMER-ID TO WS-RL-CUSTOMER
                       EVALUATE TRUE
                           WHEN OFL-CUSTOMER-ID NOT = ZERO
                               MOVE "CUSTOMER" TO WS-RL-SCOPE
                           WHEN OFL-NO-TIER
                               MOVE "HOUSE DEFAULT" TO WS-RL-SCOPE
                           WHEN OTHER
                               MOVE SPACES TO WS-RL-SCOPE
                               STRING "TIER " OFL-RISK-TIER
                                   " DEFAULT" DELIMITED BY SIZE
                                   INTO WS-RL-SCOPE
                       END-EVALUATE
                       MOVE OFL-DAILY-LIMIT TO WS-RL-LIMIT
                       MOVE WS-REPORT-LINE TO OUTF-REPORT-RECORD
                       WRITE OUTF-REPORT-RECORD
                       READ OUTFLOW-LIMIT-FILE
                   END-PERFORM
                   CLOSE OUTFLOW-LIMIT-FILE
               WHEN LIMIT-NOT-FOUND
                   DISPLAY "OUTFLMNT: NO OUTFLIM FILE TO LIST"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "OUTFLMNT: UNEXPECTED OUTFLIM STATUS "
                       WS-LIMIT-STATUS
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           CLOSE OUTF-REPORT

           MOVE WS-LIMIT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "OUTFLMNT: LIMITS LISTED: " WS-COUNT-FORMATTED
           .
