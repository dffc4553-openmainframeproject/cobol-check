       ID DIVISION.
       PROGRAM-ID.         PRODMNT.
       AUTHOR.             (TNP).
       DATE-WRITTEN.       15.10.2026.
      *--------------+------+-------------------------------------------
      *
      *     MAINTENANCE AND LISTING FOR THE PRODMAST WALLET PRODUCT
      *     FILE - THE TERMS EACH PRODUCT THE BANK SELLS CARRIES:
      *     MONTHLY INTEREST RATE, THE FEESCHED FEES IT IS CHARGED,
      *     THE MINIMUM BALANCE THAT EARNS INTEREST, THE MONTHS
      *     WITHOUT MOVEMENT BEFORE IT IS DORMANT, AND WHETHER IT
      *     MAY BE OVERDRAWN (SEE PRODMAST.CPY). WALLETS ARE PUT ON
      *     A PRODUCT BY WALPRMNT; WALINT, WALFEE, WALDORM AND THE
      *     DEBIT RUNS RESOLVE THE TERMS THROUGH PRODLOOK. TWO
      *     ACTIONS FROM SYSIN:
      *
      *        APPLY  -  READ THE PRODTRAN CARDS (ACTION, PRODUCT,
      *                  TERMS, AUTHORIZING USERNO), VALIDATE EACH -
      *                  'A' ADDS OR REPLACES THE PRODUCT, 'D'
      *                  WITHDRAWS IT - AND REWRITE THE FILE. EVERY
      *                  CHANGE WRITES A PRODAUDT RECORD WITH THE OLD
      *                  AND NEW TERMS AND WHO AUTHORIZED IT.
      *        LIST   -  WRITE THE PRODUCT FILE TO THE PRODRPT
      *                  REPORT.
      *
      *     A WITHDRAWN PRODUCT'S WALLETS FALL BACK TO THE HOUSE
      *     TERMS - MOVE THEM TO ANOTHER PRODUCT WITH WALPRMNT FIRST.
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
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PRODUCT-STATUS.
           SELECT PROD-TRAN-FILE ASSIGN TO "PRODTRAN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TRAN-STATUS.
      *    THE FEE SCHEDULE WALFEE CHARGES FROM - A PRODUCT MAY NAME
      *    ONLY FEES THAT ARE ON IT.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FEE-STATUS.
           SELECT PROD-REPORT ASSIGN TO "PRODRPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
      *    ONE AUDIT RECORD PER APPLIED CHANGE - OLD AND NEW TERMS,
      *    SO EVERY RATE OR FEE CHANGE ON A PRODUCT CAN BE ANSWERED
      *    AFTER THE FACT.
           SELECT PROD-AUDIT-FILE ASSIGN TO "PRODAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PRODUCT-MASTER-RECORD.
       01  PRODUCT-MASTER-RECORD.
           COPY PRODMAST.
       FD  PROD-TRAN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 68 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PROD-TRAN-RECORD.
       01  PROD-TRAN-RECORD.
           05 PTR-ACTION         PIC X(01).
              88 PTR-ADD-REPLACE VALUE 'A'.
              88 PTR-DELETE      VALUE 'D'.
           05 PTR-PRODUCT-CODE   PIC X(04).
      *    THE TERMS, IN PRODMAST ORDER - IGNORED ON A DELETE.
           05 PTR-TERMS.
              10 PTR-DESCRIPTION    PIC X(20).
              10 PTR-MONTHLY-RATE   PIC 9(3)V9(6).
              10 PTR-FEE-CODES.
                 15 PTR-FEE-CODE    PIC X(04) OCCURS 4 TIMES.
              10 PTR-MIN-BALANCE    PIC 9(8)V99.
              10 PTR-DORMANT-MONTHS PIC 9(04).
              10 PTR-OVERDRAFT-SW   PIC X(01).
                 88 PTR-OVERDRAFT-VALID VALUE 'Y' 'N'.
      *    THE USERNO AUTHORIZING THE CHANGE.
           05 PTR-USERNO         PIC 9(03).
       FD  FEE-SCHEDULE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 25 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS FEE-SCHEDULE-RECORD.
       01  FEE-SCHEDULE-RECORD.
           05 FEE-CODE           PIC X(04).
           05 FILLER             PIC X(21).
       FD  PROD-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PROD-REPORT-RECORD.
       01  PROD-REPORT-RECORD    PIC X(100).
       FD  PROD-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 138 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PROD-AUDIT-RECORD.
       01  PROD-AUDIT-RECORD.
           05 PAU-DATE           PIC X(10).
           05 PAU-PRODUCT-CODE   PIC X(04).
      *    OLD AND NEW TERMS, EACH THE 60 BYTES THAT FOLLOW THE CODE
      *    ON PRODMAST.
           05 PAU-OLD-TERMS      PIC X(60).
           05 PAU-NEW-TERMS      PIC X(60).
      *    'N' - NEW PRODUCT; 'D' - PRODUCT WITHDRAWN; SPACE - AN
      *    EXISTING PRODUCT'S TERMS CHANGED.
           05 PAU-FLAG           PIC X(01).
           05 PAU-USERNO         PIC 9(03).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WORK-FIELDS-1.
          03 WS-PRODUCT-STATUS      PIC X(02).
              88 PRODUCT-OK         VALUE '00'.
              88 PRODUCT-EOF        VALUE '10'.
              88 PRODUCT-NOT-FOUND  VALUE '35'.
          03 WS-TRAN-STATUS         PIC X(02).
              88 TRAN-OK            VALUE '00'.
              88 TRAN-EOF           VALUE '10'.
              88 TRAN-NOT-FOUND     VALUE '35'.
          03 WS-FEE-STATUS          PIC X(02).
              88 FEE-OK             VALUE '00'.
              88 FEE-EOF            VALUE '10'.
              88 FEE-NOT-FOUND      VALUE '35'.
          03 WS-REPORT-STATUS       PIC X(02).
              88 REPORT-OK          VALUE '00'.
          03 WS-AUDIT-STATUS        PIC X(02).
              88 AUDIT-OK           VALUE '00'.
          03 WS-ACTION              PIC X(05).
              88 ACTION-APPLY       VALUE 'APPLY'.
              88 ACTION-LIST        VALUE 'LIST '.
          03 WS-EFFECTIVE-DATE      PIC X(10).
          03 WS-PRODUCT-COUNT       PIC S9(4) COMP VALUE ZERO.
          03 WS-PRODUCT-MAX         PIC S9(4) COMP VALUE 200.
          03 WS-PRODUCT-IX          PIC S9(4) COMP.
          03 WS-FOUND-IX            PIC S9(4) COMP.
          03 WS-FEE-COUNT           PIC S9(4) COMP VALUE ZERO.
          03 WS-FEE-MAX             PIC S9(4) COMP VALUE 50.
          03 WS-FEE-IX              PIC S9(4) COMP.
          03 WS-CODE-IX             PIC S9(4) COMP.
          03 WS-OTHER-IX            PIC S9(4) COMP.
          03 WS-FEE-FOUND-SW        PIC X(01).
              88 FEE-ON-SCHEDULE    VALUE 'Y'.
          03 WS-OLD-TERMS           PIC X(60).
          03 WS-AUDIT-FLAG          PIC X(01).
          03 WS-EDITS-SW            PIC X(01).
              88 EDITS-OK           VALUE 'Y'.
          03 WS-APPLIED-COUNT       PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-REJECT-COUNT        PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-COUNT-FORMATTED     PIC ZZ.ZZ9.
      *-----------------------------------------------------------------
      *    THE PRODUCT FILE IN STORAGE WHILE THE CARDS ARE APPLIED -
      *    LOAD, WORK, REWRITE, THE OVDRMNT PATTERN. A WITHDRAWN
      *    PRODUCT IS FLAGGED IN PLACE AND DROPPED BY THE REWRITE.
      *    THE TERMS ARE HELD AS THE 60 BYTES OF PRODMAST AFTER THE
      *    CODE.
      *-----------------------------------------------------------------
       01  WS-PRODUCT-TABLE.
           05 WS-PT-ENTRY OCCURS 200 TIMES.
              10 WS-PT-PRODUCT-CODE  PIC X(04).
              10 WS-PT-TERMS         PIC X(60).
              10 WS-PT-DELETED-SW    PIC X(01).
                 88 WS-PT-DELETED    VALUE 'Y'.
      *-----------------------------------------------------------------
      *    THE FEE CODES ON FEESCHED.
      *-----------------------------------------------------------------
       01  WS-FEE-TABLE.
           05 WS-FT-CODE OCCURS 50 TIMES PIC X(04).

       01  WS-REPORT-LINE.
          03 WS-RL-PRODUCT          PIC X(04).
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-RL-DESCRIPTION      PIC X(20).
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-RL-RATE             PIC ZZ9,999999.
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-RL-MIN-BALANCE      PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-RL-DORMANT-MONTHS   PIC ZZZ9.
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-RL-OVERDRAFT        PIC X(01).
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-RL-FEE-CODES.
             05 WS-RL-FEE-ENTRY OCCURS 4 TIMES.
                07 WS-RL-FEE-CODE   PIC X(04).
                07 FILLER           PIC X(01).
          03 FILLER                 PIC X(16) VALUE SPACES.

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
                   PERFORM 1000-APPLY-PRODUCT-CARDS
               WHEN ACTION-LIST
                   PERFORM 5000-LIST-PRODUCTS
               WHEN OTHER
                   DISPLAY "PRODMNT: ACTION MUST BE APPLY OR LIST"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .

       1000-APPLY-PRODUCT-CARDS SECTION.
      *-----------------------------------------------------------------
           MOVE 'VAL ' TO WS-DU-FUNCTION
           MOVE WS-EFFECTIVE-DATE TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF NOT WS-DU-OK
               DISPLAY "PRODMNT: " WS-EFFECTIVE-DATE
                   " IS NOT A VALID EFFECTIVE DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1500-LOAD-PRODUCT-FILE
           PERFORM 1600-LOAD-FEE-CODES

           OPEN INPUT PROD-TRAN-FILE
           EVALUATE TRUE
               WHEN TRAN-OK
                   CONTINUE
               WHEN TRAN-NOT-FOUND
                   DISPLAY "PRODMNT: NO PRODTRAN CARDS - NOTHING "
                       "TO APPLY"
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY "PRODMNT: UNEXPECTED PRODTRAN STATUS "
                       WS-TRAN-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           OPEN EXTEND PROD-AUDIT-FILE
           IF NOT AUDIT-OK
               OPEN OUTPUT PROD-AUDIT-FILE
           END-IF
           IF NOT AUDIT-OK
               DISPLAY "PRODMNT: UNEXPECTED PRODAUDT STATUS "
                   WS-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           READ PROD-TRAN-FILE
           PERFORM WITH TEST BEFORE UNTIL TRAN-EOF
               PERFORM 2000-APPLY-ONE-CARD
               READ PROD-TRAN-FILE
           END-PERFORM
           CLOSE PROD-TRAN-FILE
           CLOSE PROD-AUDIT-FILE

           PERFORM 4000-REWRITE-PRODUCT-FILE

           MOVE WS-APPLIED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "PRODMNT: PRODUCT CARDS APPLIED: "
               WS-COUNT-FORMATTED
           MOVE WS-REJECT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "PRODMNT: PRODUCT CARDS REJECTED: "
               WS-COUNT-FORMATTED

           IF WS-REJECT-COUNT > ZERO
              AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       1500-LOAD-PRODUCT-FILE SECTION.
      *-----------------------------------------------------------------
      *    NO FILE YET IS A FIRST-TIME LOAD - EVERY CARD ADDS A NEW
      *    PRODUCT.
      *-----------------------------------------------------------------
           OPEN INPUT PRODUCT-MASTER-FILE
           EVALUATE TRUE
               WHEN PRODUCT-OK
                   READ PRODUCT-MASTER-FILE
                   PERFORM WITH TEST BEFORE
                           UNTIL PRODUCT-EOF
                              OR WS-PRODUCT-COUNT
                                 NOT LESS THAN WS-PRODUCT-MAX
                       ADD 1 TO WS-PRODUCT-COUNT
                       MOVE PRD-PRODUCT-CODE
                         TO WS-PT-PRODUCT-CODE (WS-PRODUCT-COUNT)
                       MOVE PRODUCT-MASTER-RECORD (5:60)
                         TO WS-PT-TERMS (WS-PRODUCT-COUNT)
                       MOVE 'N'
                         TO WS-PT-DELETED-SW (WS-PRODUCT-COUNT)
                       READ PRODUCT-MASTER-FILE
                   END-PERFORM
                   CLOSE PRODUCT-MASTER-FILE
               WHEN PRODUCT-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PRODMNT: UNEXPECTED PRODMAST STATUS "
                       WS-PRODUCT-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       1600-LOAD-FEE-CODES SECTION.
      *-----------------------------------------------------------------
      *    NO FEESCHED FILE - NO FEE CAN BE CHARGED, SO A CARD
      *    NAMING ONE IS REJECTED.
      *-----------------------------------------------------------------
           OPEN INPUT FEE-SCHEDULE-FILE
           EVALUATE TRUE
               WHEN FEE-OK
                   READ FEE-SCHEDULE-FILE
                   PERFORM WITH TEST BEFORE
                           UNTIL FEE-EOF
                              OR WS-FEE-COUNT
                                 NOT LESS THAN WS-FEE-MAX
                       ADD 1 TO WS-FEE-COUNT
                       MOVE FEE-CODE TO WS-FT-CODE (WS-FEE-COUNT)
                       READ FEE-SCHEDULE-FILE
                   END-PERFORM
                   CLOSE FEE-SCHEDULE-FILE
               WHEN FEE-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PRODMNT: UNEXPECTED FEESCHED STATUS "
                       WS-FEE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       2000-APPLY-ONE-CARD SECTION.
      *-----------------------------------------------------------------
           PERFORM 2100-EDIT-CARD
           IF EDITS-OK
               PERFORM 2200-FIND-EXISTING-PRODUCT
               EVALUATE TRUE
                   WHEN PTR-ADD-REPLACE
                       PERFORM 2400-STORE-PRODUCT
                   WHEN PTR-DELETE
                       PERFORM 2450-WITHDRAW-PRODUCT
               END-EVALUATE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           .

       2100-EDIT-CARD SECTION.
      *-----------------------------------------------------------------
      *    AN ADD NEEDS A DESCRIPTION, NUMERIC TERMS AND AN OVERDRAFT
      *    SWITCH OF Y OR N. A ZERO RATE IS A PRODUCT THAT EARNS NO
      *    INTEREST; ZERO DORMANCY MONTHS LEAVES THE WALDORM CARD'S
      *    PERIOD TO APPLY. EACH FEE CODE NAMED MUST BE ON FEESCHED,
      *    AND NAMED ONCE.
      *-----------------------------------------------------------------
           MOVE 'Y' TO WS-EDITS-SW

           IF NOT PTR-ADD-REPLACE AND NOT PTR-DELETE
               DISPLAY "PRODMNT: ACTION '" PTR-ACTION
                   "' IS NOT A OR D - CARD REJECTED"
               MOVE 'N' TO WS-EDITS-SW
           END-IF

           IF EDITS-OK
               IF PTR-PRODUCT-CODE = SPACES
                   DISPLAY "PRODMNT: NO PRODUCT CODE - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK
               IF PTR-USERNO NOT NUMERIC
                  OR PTR-USERNO = ZERO
                   DISPLAY "PRODMNT: AUTHORIZING USERNO MISSING FOR "
                       PTR-PRODUCT-CODE " - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK AND PTR-ADD-REPLACE
               IF PTR-DESCRIPTION = SPACES
                   DISPLAY "PRODMNT: NO DESCRIPTION FOR "
                       PTR-PRODUCT-CODE " - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK AND PTR-ADD-REPLACE
               IF PTR-MONTHLY-RATE NOT NUMERIC
                  OR PTR-MIN-BALANCE NOT NUMERIC
                  OR PTR-DORMANT-MONTHS NOT NUMERIC
                   DISPLAY "PRODMNT: RATE, MINIMUM BALANCE OR "
                       "DORMANCY MONTHS FOR " PTR-PRODUCT-CODE
                       " NOT NUMERIC - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK AND PTR-ADD-REPLACE
               IF NOT PTR-OVERDRAFT-VALID
                   DISPLAY "PRODMNT: OVERDRAFT SWITCH '"
                       PTR-OVERDRAFT-SW "' FOR " PTR-PRODUCT-CODE
                       " IS NOT Y OR N - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK AND PTR-ADD-REPLACE
               PERFORM VARYING WS-CODE-IX FROM 1 BY 1
                   UNTIL WS-CODE-IX > 4
                      OR NOT EDITS-OK
                   IF PTR-FEE-CODE (WS-CODE-IX) NOT = SPACES
                       PERFORM 2150-EDIT-FEE-CODE
                   END-IF
               END-PERFORM
           END-IF
           .

       2150-EDIT-FEE-CODE SECTION.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-FEE-FOUND-SW
           PERFORM VARYING WS-FEE-IX FROM 1 BY 1
               UNTIL WS-FEE-IX > WS-FEE-COUNT
               IF WS-FT-CODE (WS-FEE-IX) = PTR-FEE-CODE (WS-CODE-IX)
                   SET FEE-ON-SCHEDULE TO TRUE
               END-IF
           END-PERFORM
           IF NOT FEE-ON-SCHEDULE
               DISPLAY "PRODMNT: FEE " PTR-FEE-CODE (WS-CODE-IX)
                   " FOR " PTR-PRODUCT-CODE
                   " IS NOT ON FEESCHED - CARD REJECTED"
               MOVE 'N' TO WS-EDITS-SW
           END-IF

           PERFORM VARYING WS-OTHER-IX FROM 1 BY 1
               UNTIL WS-OTHER-IX NOT LESS THAN WS-CODE-IX
               IF PTR-FEE-CODE (WS-OTHER-IX)
                  = PTR-FEE-CODE (WS-CODE-IX)
                  AND EDITS-OK
                   DISPLAY "PRODMNT: FEE " PTR-FEE-CODE (WS-CODE-IX)
                       " NAMED TWICE FOR " PTR-PRODUCT-CODE
                       " - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-PERFORM
           .

       2200-FIND-EXISTING-PRODUCT SECTION.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-FOUND-IX
           MOVE SPACES TO WS-OLD-TERMS
           PERFORM VARYING WS-PRODUCT-IX FROM 1 BY 1
               UNTIL WS-PRODUCT-IX > WS-PRODUCT-COUNT
               IF WS-PT-PRODUCT-CODE (WS-PRODUCT-IX)
                  = PTR-PRODUCT-CODE
                  AND NOT WS-PT-DELETED (WS-PRODUCT-IX)
                   MOVE WS-PRODUCT-IX TO WS-FOUND-IX
                   MOVE WS-PT-TERMS (WS-PRODUCT-IX) TO WS-OLD-TERMS
               END-IF
           END-PERFORM
           .

       2400-STORE-PRODUCT SECTION.
      *-----------------------------------------------------------------
           IF WS-FOUND-IX = ZERO
               IF WS-PRODUCT-COUNT NOT LESS THAN WS-PRODUCT-MAX
                   DISPLAY "PRODMNT: PRODUCT TABLE FULL - "
                       PTR-PRODUCT-CODE " NOT STORED"
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   ADD 1 TO WS-PRODUCT-COUNT
                   MOVE WS-PRODUCT-COUNT TO WS-FOUND-IX
                   MOVE 'N' TO WS-AUDIT-FLAG
               END-IF
           ELSE
               MOVE SPACE TO WS-AUDIT-FLAG
           END-IF
           IF WS-FOUND-IX NOT = ZERO
               MOVE PTR-PRODUCT-CODE
                 TO WS-PT-PRODUCT-CODE (WS-FOUND-IX)
               MOVE PTR-TERMS TO WS-PT-TERMS (WS-FOUND-IX)
               MOVE 'N' TO WS-PT-DELETED-SW (WS-FOUND-IX)
               MOVE PTR-TERMS TO PAU-NEW-TERMS
               PERFORM 2500-WRITE-AUDIT-RECORD
               ADD 1 TO WS-APPLIED-COUNT
           END-IF
           .

       2450-WITHDRAW-PRODUCT SECTION.
      *-----------------------------------------------------------------
           IF WS-FOUND-IX = ZERO
               DISPLAY "PRODMNT: NO PRODUCT ON FILE FOR "
                   PTR-PRODUCT-CODE " - DELETE REJECTED"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE 'Y' TO WS-PT-DELETED-SW (WS-FOUND-IX)
               MOVE 'D' TO WS-AUDIT-FLAG
               MOVE SPACES TO PAU-NEW-TERMS
               PERFORM 2500-WRITE-AUDIT-RECORD
               ADD 1 TO WS-APPLIED-COUNT
           END-IF
           .

       2500-WRITE-AUDIT-RECORD SECTION.
      *-----------------------------------------------------------------
           MOVE WS-EFFECTIVE-DATE TO PAU-DATE
           MOVE PTR-PRODUCT-CODE TO PAU-PRODUCT-CODE
           MOVE WS-OLD-TERMS TO PAU-OLD-TERMS
           MOVE WS-AUDIT-FLAG TO PAU-FLAG
           MOVE PTR-USERNO TO PAU-USERNO
           WRITE PROD-AUDIT-RECORD
           .

       4000-REWRITE-PRODUCT-FILE SECTION.
      *-----------------------------------------------------------------
           OPEN OUTPUT PRODUCT-MASTER-FILE
           PERFORM VARYING WS-PRODUCT-IX FROM 1 BY 1
               UNTIL WS-PRODUCT-IX > WS-PRODUCT-COUNT
               IF NOT WS-PT-DELETED (WS-PRODUCT-IX)
                   MOVE SPACES TO PRODUCT-MASTER-RECORD
                   MOVE WS-PT-PRODUCT-CODE (WS-PRODUCT-IX)
                     TO PRD-PRODUCT-CODE
                   MOVE WS-PT-TERMS (WS-PRODUCT-IX)
                     TO PRODUCT-MASTER-RECORD (5:60)
                   WRITE PRODUCT-MASTER-RECORD
               END-IF
           END-PERFORM
           CLOSE PRODUCT-MASTER-FILE
           .

       5000-LIST-PRODUCTS SECTION.
      *-----------------------------------------------------------------
           OPEN OUTPUT PROD-REPORT
           IF NOT REPORT-OK
               DISPLAY "PRODMNT: UNEXPECTED PRODRPT STATUS "
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT PRODUCT-MASTER-FILE
           EVALUATE TRUE
               WHEN PRODUCT-OK
                   READ PRODUCT-MASTER-FILE
                   PERFORM WITH TEST BEFORE UNTIL PRODUCT-EOF
                       ADD 1 TO WS-PRODUCT-COUNT
                       MOVE PRD-PRODUCT-CODE TO WS-RL-PRODUCT
                       MOVE PRD-DESCRIPTION TO WS-RL-DESCRIPTION
                       MOVE PRD-MONTHLY-RATE TO WS-RL-RATE
                       MOVE PRD-MIN-BALANCE TO WS-RL-MIN-BALANCE
                       MOVE PRD-DORMANT-MONTHS
                         TO WS-RL-DORMANT-MONTHS
                       MOVE PRD-OVERDRAFT-SW TO WS-RL-OVERDRAFT
                       MOVE SPACES TO WS-RL-FEE-CODES
                       PERFORM VARYING WS-CODE-IX FROM 1 BY 1
                           UNTIL WS-CODE-IX > 4
                           MOVE PRD-FEE-CODE (WS-CODE-IX)
                             TO WS-RL-FEE-CODE (WS-CODE-IX)
                       END-PERFORM
                       MOVE WS-REPORT-LINE TO PROD-REPORT-RECORD
                       WRITE PROD-REPORT-RECORD
                       READ PRODUCT-MASTER-FILE
                   END-PERFORM
                   CLOSE PRODUCT-MASTER-FILE
               WHEN PRODUCT-NOT-FOUND
                   DISPLAY "PRODMNT: NO PRODMAST FILE TO LIST"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "PRODMNT: UNEXPECTED PRODMAST STATUS "
                       WS-PRODUCT-STATUS
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           CLOSE PROD-REPORT

           MOVE WS-PRODUCT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "PRODMNT: PRODUCTS LISTED: " WS-COUNT-FORMATTED
           .
