       ID DIVISION.
       PROGRAM-ID.         PRODLOOK.
       AUTHOR.             (TNP).
       DATE-WRITTEN.       15.10.2026.
      *--------------+------+-------------------------------------------
      *
      *     SHARED WALLET PRODUCT LOOKUP. CALLED LIKE OUTFLOOK WITH A
      *     FUNCTION CODE AND A PRODUCT CODE; RETURNS THE PRODUCT'S
      *     TERMS FROM THE PRODMAST FILE. EVERY PROGRAM THAT APPLIES
      *     A WALLET'S INTEREST RATE, FEES, DORMANCY PERIOD OR
      *     OVERDRAFT PERMISSION RESOLVES THEM HERE, SO THE RUNS
      *     CANNOT DISAGREE ON WHAT A PRODUCT MEANS.
      *
      *     FUNCTIONS SUPPORTED (PL-FUNCTION):
      *        'PROD'  -  TERMS FOR PL-PRODUCT-CODE. A BLANK CODE, OR
      *                   ONE NOT ON PRODMAST - PL-FOUND-SW 'N', AND
      *                   THE CALLER APPLIES THE HOUSE TERMS.
      *
      *     PRODMAST IS READ ONCE ON THE FIRST CALL OF THE RUN UNIT.
      *     NO PRODMAST FILE MEANS NO PRODUCTS - EVERY WALLET TAKES
      *     THE HOUSE TERMS.
      *
      *--------------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMAST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PRODUCT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-MASTER-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PRODUCT-MASTER-RECORD.
       01  PRODUCT-MASTER-RECORD.
           COPY PRODMAST.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WORK-FIELDS-1.
          03 WS-PRODUCT-STATUS      PIC X(02).
              88 PRODUCT-OK         VALUE '00'.
              88 PRODUCT-EOF        VALUE '10'.
              88 PRODUCT-NOT-FOUND  VALUE '35'.
          03 WS-LOADED-SW           PIC X(01) VALUE 'N'.
              88 PRODUCTS-LOADED    VALUE 'Y'.
          03 WS-PRODUCT-COUNT       PIC S9(4) COMP VALUE ZERO.
          03 WS-PRODUCT-MAX         PIC S9(4) COMP VALUE 200.
          03 WS-PRODUCT-IX          PIC S9(4) COMP.
      *-----------------------------------------------------------------
      *    THE PRODUCT FILE IN STORAGE, AS PRODMNT WROTE IT.
      *-----------------------------------------------------------------
       01  WS-PRODUCT-TABLE.
           05 WS-PT-ENTRY OCCURS 200 TIMES.
              10 WS-PT-PRODUCT-CODE  PIC X(04).
              10 WS-PT-DESCRIPTION   PIC X(20).
              10 WS-PT-MONTHLY-RATE  PIC 9(3)V9(6).
              10 WS-PT-FEE-CODES     PIC X(16).
              10 WS-PT-MIN-BALANCE   PIC 9(8)V99.
              10 WS-PT-DORMANT-MONTHS PIC 9(04).
              10 WS-PT-OVERDRAFT-SW  PIC X(01).

       LINKAGE SECTION.
       01  PRODLOOK-PARM.
           05 PL-FUNCTION             PIC X(04).
               88 PL-PRODUCT-TERMS       VALUE 'PROD'.
           05 PL-PRODUCT-CODE         PIC X(04).
           05 PL-DESCRIPTION          PIC X(20).
           05 PL-MONTHLY-RATE         PIC 9(3)V9(6).
           05 PL-FEE-CODES.
               10 PL-FEE-CODE         PIC X(04) OCCURS 4 TIMES.
           05 PL-MIN-BALANCE          PIC 9(8)V99.
           05 PL-DORMANT-MONTHS       PIC 9(04).
           05 PL-OVERDRAFT-SW         PIC X(01).
               88 PL-OVERDRAFT-ALLOWED   VALUE 'Y'.
           05 PL-FOUND-SW             PIC X(01).
               88 PL-FOUND               VALUE 'Y'.
           05 PL-RETURN-CODE          PIC 9(02).
               88 PL-OK                  VALUE 00.
               88 PL-INVALID-FUNCTION    VALUE 08.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING PRODLOOK-PARM.
      *-----------------------------------------------------------------
       0000-MAIN SECTION.
      *-----------------------------------------------------------------
           MOVE ZERO TO PL-RETURN-CODE

           IF NOT PRODUCTS-LOADED
               PERFORM 1000-LOAD-PRODUCTS
           END-IF

           EVALUATE TRUE
               WHEN PL-PRODUCT-TERMS
                   PERFORM 2000-RESOLVE-PRODUCT
               WHEN OTHER
                   SET PL-INVALID-FUNCTION TO TRUE
           END-EVALUATE
           GOBACK
           .

       1000-LOAD-PRODUCTS SECTION.
      *-----------------------------------------------------------------
           MOVE 'Y' TO WS-LOADED-SW
           MOVE ZERO TO WS-PRODUCT-COUNT

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
                       MOVE PRD-DESCRIPTION
                         TO WS-PT-DESCRIPTION (WS-PRODUCT-COUNT)
                       MOVE PRD-MONTHLY-RATE
                         TO WS-PT-MONTHLY-RATE (WS-PRODUCT-COUNT)
                       MOVE PRD-FEE-CODES
                         TO WS-PT-FEE-CODES (WS-PRODUCT-COUNT)
                       MOVE PRD-MIN-BALANCE
                         TO WS-PT-MIN-BALANCE (WS-PRODUCT-COUNT)
                       MOVE PRD-DORMANT-MONTHS
                         TO WS-PT-DORMANT-MONTHS (WS-PRODUCT-COUNT)
                       MOVE PRD-OVERDRAFT-SW
                         TO WS-PT-OVERDRAFT-SW (WS-PRODUCT-COUNT)
                       READ PRODUCT-MASTER-FILE
                   END-PERFORM
                   IF NOT PRODUCT-EOF
                       DISPLAY "PRODLOOK: PRODMAST HOLDS MORE THAN "
                           WS-PRODUCT-MAX " PRODUCTS - THE REST TAKE "
                           "THE HOUSE TERMS"
                   END-IF
                   CLOSE PRODUCT-MASTER-FILE
               WHEN PRODUCT-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PRODLOOK: UNEXPECTED PRODMAST STATUS "
                       WS-PRODUCT-STATUS " - HOUSE TERMS APPLIED"
           END-EVALUATE
           .

       2000-RESOLVE-PRODUCT SECTION.
      *-----------------------------------------------------------------
           MOVE 'N' TO PL-FOUND-SW
           MOVE SPACES TO PL-DESCRIPTION
           MOVE ZERO TO PL-MONTHLY-RATE
           MOVE SPACES TO PL-FEE-CODES
           MOVE ZERO TO PL-MIN-BALANCE
           MOVE ZERO TO PL-DORMANT-MONTHS
           MOVE SPACE TO PL-OVERDRAFT-SW

           IF PL-PRODUCT-CODE NOT = SPACES
               PERFORM VARYING WS-PRODUCT-IX FROM 1 BY 1
                   UNTIL WS-PRODUCT-IX > WS-PRODUCT-COUNT
                      OR PL-FOUND
                   IF WS-PT-PRODUCT-CODE (WS-PRODUCT-IX)
                      = PL-PRODUCT-CODE
                       MOVE WS-PT-DESCRIPTION (WS-PRODUCT-IX)
                         TO PL-DESCRIPTION
                       MOVE WS-PT-MONTHLY-RATE (WS-PRODUCT-IX)
                         TO PL-MONTHLY-RATE
                       MOVE WS-PT-FEE-CODES (WS-PRODUCT-IX)
                         TO PL-FEE-CODES
                       MOVE WS-PT-MIN-BALANCE (WS-PRODUCT-IX)
                         TO PL-MIN-BALANCE
                       MOVE WS-PT-DORMANT-MONTHS (WS-PRODUCT-IX)
                         TO PL-DORMANT-MONTHS
                       MOVE WS-PT-OVERDRAFT-SW (WS-PRODUCT-IX)
                         TO PL-OVERDRAFT-SW
                       SET PL-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           .
