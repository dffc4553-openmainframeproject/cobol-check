       ID DIVISION.
       PROGRAM-ID.         ALRTMNT.
       AUTHOR.             (TNP).
       DATE-WRITTEN.       15.10.2026.
      *--------------+------+-------------------------------------------
      *
      *     MAINTENANCE AND LISTING FOR THE ALRTPREF CUSTOMER ALERT-
      *     PREFERENCE FILE. A CUSTOMER WHO WANTS TO HEAR ABOUT A LOW
      *     BALANCE OR A LARGE MOVEMENT THE MORNING AFTER - NOT WHEN
      *     THE MONTHLY STATEMENT ARRIVES - GIVES THE BRANCH OR THE
      *     CONTACT CENTRE A THRESHOLD OF EACH KIND FOR EACH WALLET,
      *     AND THE CHANNEL: E-MAIL OR SMS, WITH THE ADDRESS OR
      *     NUMBER. THE NIGHTLY ALERT RUN (ALRTRUN) LOADS THE FILE AND
      *     MEASURES THE DAY AGAINST IT. TWO ACTIONS FROM SYSIN:
      *
      *        APPLY  -  READ THE ALRTTRAN CARDS (ACTION, CUSTOMER,
      *                  WALLET, LOW-BALANCE THRESHOLD, LARGE-
      *                  MOVEMENT THRESHOLD, CHANNEL, CONTACT),
      *                  VALIDATE EACH - 'A' ADDS OR REPLACES THE
      *                  WALLET'S PREFERENCE, 'D' WITHDRAWS IT - AND
      *                  REWRITE THE FILE.
      *        LIST   -  WRITE THE PREFERENCE FILE TO THE ALRTRPT
      *                  REPORT.
      *
      *     SYSIN CARDS: ACTION, EFFECTIVE DATE (YYYY-MM-DD) - THE
      *     DATE A CHANGED PREFERENCE IS STAMPED WITH.
      *
      *--------------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-PREF-FILE ASSIGN TO "ALRTPREF"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PREF-STATUS.
           SELECT ALERT-TRAN-FILE ASSIGN TO "ALRTTRAN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TRAN-STATUS.
           SELECT ALERT-REPORT ASSIGN TO "ALRTRPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-PREF-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 90 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ALERT-PREF-RECORD.
       01  ALERT-PREF-RECORD.
           COPY ALRTPREF.
       FD  ALERT-TRAN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ALERT-TRAN-RECORD.
       01  ALERT-TRAN-RECORD.
           05 ATR-ACTION         PIC X(01).
              88 ATR-ADD-REPLACE VALUE 'A'.
              88 ATR-DELETE      VALUE 'D'.
           05 ATR-CUSTOMER-ID    PIC 9(9).
           05 ATR-WALLET-NO      PIC 9(2).
           05 ATR-LOW-BALANCE    PIC 9(8)V99.
           05 ATR-LARGE-MOVEMENT PIC 9(8)V99.
           05 ATR-CHANNEL        PIC X(01).
              88 ATR-BY-EMAIL    VALUE 'E'.
              88 ATR-BY-SMS      VALUE 'S'.
           05 ATR-CONTACT        PIC X(40).
           05 FILLER             PIC X(07).
       FD  ALERT-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ALERT-REPORT-RECORD.
       01  ALERT-REPORT-RECORD   PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WORK-FIELDS-1.
          03 WS-PREF-STATUS         PIC X(02).
              88 PREF-OK            VALUE '00'.
              88 PREF-EOF           VALUE '10'.
              88 PREF-NOT-FOUND     VALUE '35'.
          03 WS-TRAN-STATUS         PIC X(02).
              88 TRAN-OK            VALUE '00'.
              88 TRAN-EOF           VALUE '10'.
              88 TRAN-NOT-FOUND     VALUE '35'.
          03 WS-REPORT-STATUS       PIC X(02).
              88 REPORT-OK          VALUE '00'.
          03 WS-ACTION              PIC X(05).
              88 ACTION-APPLY       VALUE 'APPLY'.
              88 ACTION-LIST        VALUE 'LIST '.
          03 WS-EFFECTIVE-DATE      PIC X(10).
          03 WS-PREF-COUNT          PIC S9(4) COMP VALUE ZERO.
          03 WS-PREF-MAX            PIC S9(4) COMP VALUE 2000.
          03 WS-PREF-IX             PIC S9(4) COMP.
          03 WS-FOUND-IX            PIC S9(4) COMP.
          03 WS-AT-SIGN-COUNT       PIC S9(4) COMP.
          03 WS-EDITS-SW            PIC X(01).
              88 EDITS-OK           VALUE 'Y'.
          03 WS-APPLIED-COUNT       PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-REJECT-COUNT        PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-COUNT-FORMATTED     PIC ZZ.ZZ9.
      *-----------------------------------------------------------------
      *    THE PREFERENCE FILE IN STORAGE WHILE THE CARDS ARE APPLIED
      *    - LOAD, WORK, REWRITE, THE OVDRMNT PATTERN. A WITHDRAWN
      *    PREFERENCE IS MARKED IN PLACE AND DROPPED BY THE REWRITE.
      *-----------------------------------------------------------------
       01  WS-PREF-TABLE.
           05 WS-PT-ENTRY OCCURS 2000 TIMES.
              10 WS-PT-RECORD        PIC X(90).
              10 WS-PT-DELETED-SW    PIC X(01).
                 88 WS-PT-DELETED    VALUE 'Y'.

       01  WS-REPORT-LINE.
          03 WS-RL-CUSTOMER         PIC 9(9).
          03 FILLER                 PIC X(01) VALUE '/'.
          03 WS-RL-WALLET-NO        PIC 9(2).
          03 FILLER                 PIC X(06) VALUE ' LOW  '.
          03 WS-RL-LOW-BALANCE      PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER                 PIC X(08) VALUE ' LARGE  '.
          03 WS-RL-LARGE-MOVEMENT   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RL-CHANNEL          PIC X(01).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RL-CONTACT          PIC X(40).
          03 FILLER                 PIC X(05) VALUE SPACES.

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
                   PERFORM 1000-APPLY-PREFERENCE-CARDS
               WHEN ACTION-LIST
                   PERFORM 5000-LIST-PREFERENCES
               WHEN OTHER
                   DISPLAY "ALRTMNT: ACTION MUST BE APPLY OR LIST"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .

       1000-APPLY-PREFERENCE-CARDS SECTION.
      *-----------------------------------------------------------------
           MOVE 'VAL ' TO WS-DU-FUNCTION
           MOVE WS-EFFECTIVE-DATE TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF NOT WS-DU-OK
               DISPLAY "ALRTMNT: " WS-EFFECTIVE-DATE
                   " IS NOT A VALID EFFECTIVE DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1500-LOAD-PREFERENCE-FILE

           OPEN INPUT ALERT-TRAN-FILE
           EVALUATE TRUE
               WHEN TRAN-OK
                   CONTINUE
               WHEN TRAN-NOT-FOUND
                   DISPLAY "ALRTMNT: NO ALRTTRAN CARDS - NOTHING "
                       "TO APPLY"
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY "ALRTMNT: UNEXPECTED ALRTTRAN STATUS "
                       WS-TRAN-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           READ ALERT-TRAN-FILE
           PERFORM WITH TEST BEFORE UNTIL TRAN-EOF
               PERFORM 2000-APPLY-ONE-CARD
               READ ALERT-TRAN-FILE
           END-PERFORM
           CLOSE ALERT-TRAN-FILE

           PERFORM 4000-REWRITE-PREFERENCE-FILE

           MOVE WS-APPLIED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "ALRTMNT: PREFERENCE CARDS APPLIED: "
               WS-COUNT-FORMATTED
           MOVE WS-REJECT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "ALRTMNT: PREFERENCE CARDS REJECTED: "
               WS-COUNT-FORMATTED

           IF WS-REJECT-COUNT > ZERO
              AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       1500-LOAD-PREFERENCE-FILE SECTION.
      *-----------------------------------------------------------------
      *    NO FILE YET IS A FIRST-TIME LOAD - EVERY CARD ADDS A NEW
      *    PREFERENCE. A FILE LARGER THAN THE TABLE WOULD LOSE ITS
      *    TAIL ON THE REWRITE, SO IT STOPS THE RUN INSTEAD.
      *-----------------------------------------------------------------
           OPEN INPUT ALERT-PREF-FILE
           EVALUATE TRUE
               WHEN PREF-OK
                   READ ALERT-PREF-FILE
                   PERFORM WITH TEST BEFORE UNTIL PREF-EOF
                       IF WS-PREF-COUNT NOT LESS THAN WS-PREF-MAX
                           DISPLAY "ALRTMNT: ALRTPREF HOLDS MORE "
                               "THAN " WS-PREF-MAX " PREFERENCES - "
                               "NOTHING APPLIED"
                           CLOSE ALERT-PREF-FILE
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-PREF-COUNT
                       MOVE ALERT-PREF-RECORD
                         TO WS-PT-RECORD (WS-PREF-COUNT)
                       MOVE 'N'
                         TO WS-PT-DELETED-SW (WS-PREF-COUNT)
                       READ ALERT-PREF-FILE
                   END-PERFORM
                   CLOSE ALERT-PREF-FILE
               WHEN PREF-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ALRTMNT: UNEXPECTED ALRTPREF STATUS "
                       WS-PREF-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       2000-APPLY-ONE-CARD SECTION.
      *-----------------------------------------------------------------
           PERFORM 2100-EDIT-CARD
           IF EDITS-OK
               PERFORM 2200-FIND-EXISTING-PREFERENCE
               EVALUATE TRUE
                   WHEN ATR-ADD-REPLACE
                       PERFORM 2400-STORE-PREFERENCE
                   WHEN ATR-DELETE
                       PERFORM 2450-WITHDRAW-PREFERENCE
               END-EVALUATE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           .

       2100-EDIT-CARD SECTION.
      *-----------------------------------------------------------------
      *    A BLANK OR ZERO WALLET NUMBER MEANS WALLET 01, THE SAME
      *    DEFAULT EVERY OTHER KEYED INTAKE ASSUMES. AN ADD NEEDS AT
      *    LEAST ONE THRESHOLD - A PREFERENCE THAT CAN NEVER ALERT IS
      *    A DELETE, NOT AN ADD - AND A CONTACT THE CHANNEL CAN USE:
      *    AN E-MAIL ADDRESS CARRIES AN '@', A MOBILE NUMBER STARTS
      *    WITH A DIGIT OR THE INTERNATIONAL '+'.
      *-----------------------------------------------------------------
           MOVE 'Y' TO WS-EDITS-SW

           IF NOT ATR-ADD-REPLACE AND NOT ATR-DELETE
               DISPLAY "ALRTMNT: ACTION '" ATR-ACTION
                   "' IS NOT A OR D - CARD REJECTED"
               MOVE 'N' TO WS-EDITS-SW
           END-IF

           IF EDITS-OK
               IF ATR-CUSTOMER-ID NOT NUMERIC
                  OR ATR-CUSTOMER-ID = ZERO
                   DISPLAY "ALRTMNT: CUSTOMER '" ATR-CUSTOMER-ID
                       "' IS NOT A CUSTOMER NUMBER - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK
               IF ATR-WALLET-NO NOT NUMERIC
                  OR ATR-WALLET-NO = ZERO
                   MOVE 01 TO ATR-WALLET-NO
               END-IF
           END-IF

           IF EDITS-OK AND ATR-ADD-REPLACE
               IF ATR-LOW-BALANCE NOT NUMERIC
                  OR ATR-LARGE-MOVEMENT NOT NUMERIC
                   DISPLAY "ALRTMNT: THRESHOLDS FOR " ATR-CUSTOMER-ID
                       " ARE NOT AMOUNTS - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK AND ATR-ADD-REPLACE
               IF ATR-LOW-BALANCE = ZERO
                  AND ATR-LARGE-MOVEMENT = ZERO
                   DISPLAY "ALRTMNT: NO THRESHOLD GIVEN FOR "
                       ATR-CUSTOMER-ID " - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK AND ATR-ADD-REPLACE
               IF NOT ATR-BY-EMAIL AND NOT ATR-BY-SMS
                   DISPLAY "ALRTMNT: CHANNEL '" ATR-CHANNEL
                       "' FOR " ATR-CUSTOMER-ID
                       " IS NOT E OR S - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK AND ATR-ADD-REPLACE
               MOVE ZERO TO WS-AT-SIGN-COUNT
               INSPECT ATR-CONTACT TALLYING WS-AT-SIGN-COUNT
                   FOR ALL '@'
               EVALUATE TRUE
                   WHEN ATR-CONTACT = SPACES
                       DISPLAY "ALRTMNT: NO CONTACT GIVEN FOR "
                           ATR-CUSTOMER-ID " - CARD REJECTED"
                       MOVE 'N' TO WS-EDITS-SW
                   WHEN ATR-BY-EMAIL
                    AND WS-AT-SIGN-COUNT NOT = 1
                       DISPLAY "ALRTMNT: CONTACT FOR "
                           ATR-CUSTOMER-ID
                           " IS NOT AN E-MAIL ADDRESS - CARD REJECTED"
                       MOVE 'N' TO WS-EDITS-SW
                   WHEN ATR-BY-SMS
                    AND (WS-AT-SIGN-COUNT NOT = ZERO
                     OR (ATR-CONTACT (1:1) NOT NUMERIC
                         AND ATR-CONTACT (1:1) NOT = '+'))
                       DISPLAY "ALRTMNT: CONTACT FOR "
                           ATR-CUSTOMER-ID
                           " IS NOT A MOBILE NUMBER - CARD REJECTED"
                       MOVE 'N' TO WS-EDITS-SW
               END-EVALUATE
           END-IF
           .

       2200-FIND-EXISTING-PREFERENCE SECTION.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-PREF-IX FROM 1 BY 1
               UNTIL WS-PREF-IX > WS-PREF-COUNT
               MOVE WS-PT-RECORD (WS-PREF-IX) TO ALERT-PREF-RECORD
               IF APF-CUSTOMER-ID = ATR-CUSTOMER-ID
                  AND APF-WALLET-NO = ATR-WALLET-NO
                  AND NOT WS-PT-DELETED (WS-PREF-IX)
                   MOVE WS-PREF-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           .

       2400-STORE-PREFERENCE SECTION.
      *-----------------------------------------------------------------
           IF WS-FOUND-IX = ZERO
               IF WS-PREF-COUNT NOT LESS THAN WS-PREF-MAX
                   DISPLAY "ALRTMNT: PREFERENCE TABLE FULL - "
                       ATR-CUSTOMER-ID " NOT STORED"
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   ADD 1 TO WS-PREF-COUNT
                   MOVE WS-PREF-COUNT TO WS-FOUND-IX
               END-IF
           END-IF
           IF WS-FOUND-IX NOT = ZERO
               MOVE SPACES TO ALERT-PREF-RECORD
               MOVE ATR-CUSTOMER-ID TO APF-CUSTOMER-ID
               MOVE ATR-WALLET-NO TO APF-WALLET-NO
               MOVE ATR-LOW-BALANCE TO APF-LOW-BALANCE
               MOVE ATR-LARGE-MOVEMENT TO APF-LARGE-MOVEMENT
               MOVE ATR-CHANNEL TO APF-CHANNEL
               MOVE ATR-CONTACT TO APF-CONTACT
               MOVE WS-EFFECTIVE-DATE TO APF-LAST-CHANGED
               MOVE ALERT-PREF-RECORD TO WS-PT-RECORD (WS-FOUND-IX)
               MOVE 'N' TO WS-PT-DELETED-SW (WS-FOUND-IX)
               ADD 1 TO WS-APPLIED-COUNT
           END-IF
           .

       2450-WITHDRAW-PREFERENCE SECTION.
      *-----------------------------------------------------------------
           IF WS-FOUND-IX = ZERO
               DISPLAY "ALRTMNT: NO PREFERENCE ON FILE FOR "
                   ATR-CUSTOMER-ID "/" ATR-WALLET-NO
                   " - DELETE REJECTED"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE 'Y' TO WS-PT-DELETED-SW (WS-FOUND-IX)
               ADD 1 TO WS-APPLIED-COUNT
           END-IF
           .

       4000-REWRITE-PREFERENCE-FILE SECTION.
      *-----------------------------------------------------------------
           OPEN OUTPUT ALERT-PREF-FILE
           PERFORM VARYING WS-PREF-IX FROM 1 BY 1
               UNTIL WS-PREF-IX > WS-PREF-COUNT
               IF NOT WS-PT-DELETED (WS-PREF-IX)
                   MOVE WS-PT-RECORD (WS-PREF-IX)
                     TO ALERT-PREF-RECORD
                   WRITE ALERT-PREF-RECORD
               END-IF
           END-PERFORM
           CLOSE ALERT-PREF-FILE
           .

       5000-LIST-PREFERENCES SECTION.
      *-----------------------------------------------------------------
           OPEN OUTPUT ALERT-REPORT
           IF NOT REPORT-OK
               DISPLAY "ALRTMNT: UNEXPECTED ALRTRPT STATUS "
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ALERT-PREF-FILE
           EVALUATE TRUE
               WHEN PREF-OK
                   READ ALERT-PREF-FILE
                   PERFORM WITH TEST BEFORE UNTIL PREF-EOF
                       ADD 1 TO WS-PREF-COUNT
                       MOVE APF-CUSTOMER-ID TO WS-RL-CUSTOMER
                       MOVE APF-WALLET-NO TO WS-RL-WALLET-NO
                       MOVE APF-LOW-BALANCE TO WS-RL-LOW-BALANCE
                       MOVE APF-LARGE-MOVEMENT
                         TO WS-RL-LARGE-MOVEMENT
                       MOVE APF-CHANNEL TO WS-RL-CHANNEL
                       MOVE APF-CONTACT TO WS-RL-CONTACT
                       MOVE WS-REPORT-LINE TO ALERT-REPORT-RECORD
                       WRITE ALERT-REPORT-RECORD
                       READ ALERT-PREF-FILE
                   END-PERFORM
                   CLOSE ALERT-PREF-FILE
               WHEN PREF-NOT-FOUND
                   DISPLAY "ALRTMNT: NO ALRTPREF FILE TO LIST"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "ALRTMNT: UNEXPECTED ALRTPREF STATUS "
                       WS-PREF-STATUS
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           CLOSE ALERT-REPORT

           MOVE WS-PREF-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "ALRTMNT: PREFERENCES LISTED: " WS-COUNT-FORMATTED
           .
