       ID DIVISION.
       PROGRAM-ID.         OUTFLOOK.
       AUTHOR.             (TNP).
       DATE-WRITTEN.       02.09.2026.
      *--------------+------+-------------------------------------------
      *
      *     SHARED DAILY OUTFLOW LIMIT LOOKUP. CALLED LIKE RATELOOK
      *     WITH A FUNCTION CODE AND A CUSTOMER; RETURNS THE MOST
      *     THAT CUSTOMER MAY BE DEBITED ON ONE BUSINESS DATE AND
      *     WHERE THE FIGURE CAME FROM. EVERY PROGRAM THAT DEBITS A
      *     WALLET AGAINST THE LIMIT SHOULD RESOLVE IT HERE, SO THE
      *     CHANNELS CANNOT DISAGREE ON A CUSTOMER'S LIMIT.
      *
      *     FUNCTIONS SUPPORTED (OL-FUNCTION):
      *        'DLIM'  -  DAILY LIMIT FOR OL-CUSTOMER-ID. THE
      *                   CUSTOMER'S OWN OUTFLIM RECORD WINS; FAILING
      *                   THAT THE DEFAULT FOR THE CUSTOMER'S KYCREV
      *                   RISK TIER; FAILING THAT THE HOUSE DEFAULT.
      *                   NONE OF THE THREE - OL-FOUND-SW 'N', THE
      *                   CUSTOMER IS NOT LIMITED.
      *
      *     OUTFLIM AND KYCREV ARE READ ONCE ON THE FIRST CALL OF THE
      *     RUN UNIT. NO OUTFLIM FILE MEANS NOBODY IS LIMITED; NO
      *     KYCREV FILE MEANS ONLY CUSTOMER LIMITS AND THE HOUSE
      *     DEFAULT CAN APPLY.
      *
      *--------------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTFLOW-LIMIT-FILE ASSIGN TO "OUTFLIM"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-LIMIT-STATUS.
           SELECT KYC-REVIEW-FILE ASSIGN TO "KYCREV"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-KYC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OUTFLOW-LIMIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS OUTFLOW-LIMIT-RECORD.
       01  OUTFLOW-LIMIT-RECORD.
           COPY OUTFLIM.
       FD  KYC-REVIEW-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS KYC-REVIEW-RECORD.
       01  KYC-REVIEW-RECORD.
           COPY KYCREV.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WORK-FIELDS-1.
          03 WS-LIMIT-STATUS        PIC X(02).
              88 LIMIT-OK           VALUE '00'.
              88 LIMIT-EOF          VALUE '10'.
              88 LIMIT-NOT-FOUND    VALUE '35'.
          03 WS-KYC-STATUS          PIC X(02).
              88 KYC-OK             VALUE '00'.
              88 KYC-EOF            VALUE '10'.
              88 KYC-NOT-FOUND      VALUE '35'.
          03 WS-LOADED-SW           PIC X(01) VALUE 'N'.
              88 LIMITS-LOADED      VALUE 'Y'.
          03 WS-LIMIT-COUNT         PIC S9(4) COMP VALUE ZERO.
          03 WS-LIMIT-MAX           PIC S9(4) COMP VALUE 500.
          03 WS-LIMIT-IX            PIC S9(4) COMP.
          03 WS-TIER-COUNT          PIC S9(4) COMP VALUE ZERO.
          03 WS-TIER-MAX            PIC S9(4) COMP VALUE 5000.
          03 WS-TIER-IX             PIC S9(4) COMP.
          03 WS-CUSTOMER-TIER       PIC X(01).
          03 WS-TIER-LIMIT          PIC 9(8)V99.
          03 WS-TIER-LIMIT-SW       PIC X(01).
              88 TIER-LIMIT-FOUND   VALUE 'Y'.
          03 WS-HOUSE-LIMIT         PIC 9(8)V99.
          03 WS-HOUSE-LIMIT-SW      PIC X(01).
              88 HOUSE-LIMIT-FOUND  VALUE 'Y'.
      *-----------------------------------------------------------------
      *    THE LIMIT FILE IN STORAGE - CUSTOMER LIMITS AND THE TIER
      *    AND HOUSE DEFAULTS ALIKE, AS OUTFLMNT WROTE THEM.
      *-----------------------------------------------------------------
       01  WS-LIMIT-TABLE.
           05 WS-LT-ENTRY OCCURS 500 TIMES.
              10 WS-LT-CUSTOMER      PIC 9(9).
              10 WS-LT-RISK-TIER     PIC X(01).
              10 WS-LT-LIMIT         PIC 9(8)V99.
      *-----------------------------------------------------------------
      *    EVERY CUSTOMER'S KYCREV RISK TIER, FOR THE TIER DEFAULT.
      *-----------------------------------------------------------------
       01  WS-TIER-TABLE.
           05 WS-TT-ENTRY OCCURS 5000 TIMES.
              10 WS-TT-CUSTOMER      PIC 9(9).
              10 WS-TT-RISK-TIER     PIC X(01).

       LINKAGE SECTION.
       01  OUTFLOOK-PARM.
           05 OL-FUNCTION             PIC X(04).
               88 OL-DAILY-LIMIT-FOR     VALUE 'DLIM'.
           05 OL-CUSTOMER-ID          PIC 9(09).
           05 OL-DAILY-LIMIT          PIC 9(8)V99.
      *    WHERE THE LIMIT CAME FROM - 'C' THE CUSTOMER'S OWN, 'T' THE
      *    RISK-TIER DEFAULT, 'H' THE HOUSE DEFAULT.
           05 OL-SOURCE               PIC X(01).
               88 OL-CUSTOMER-LIMIT      VALUE 'C'.
               88 OL-TIER-DEFAULT        VALUE 'T'.
               88 OL-HOUSE-DEFAULT       VALUE 'H'.
           05 OL-FOUND-SW             PIC X(01).
               88 OL-FOUND               VALUE 'Y'.
           05 OL-RETURN-CODE          PIC 9(02).
               88 OL-OK                  VALUE 00.
               88 OL-INVALID-FUNCTION    VALUE 08.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING OUTFLOOK-PARM.
      *-----------------------------------------------------------------
       0000-MAIN SECTION.
      *-----------------------------------------------------------------
           MOVE ZERO TO OL-RETURN-CODE

           IF NOT LIMITS-LOADED
               PERFORM 1000-LOAD-LIMITS
           END-IF

           EVALUATE TRUE
               WHEN OL-DAILY-LIMIT-FOR
                   PERFORM 2000-RESOLVE-DAILY-LIMIT
               WHEN OTHER
                   SET OL-INVALID-FUNCTION TO TRUE
           END-EVALUATE
           GOBACK
           .

       1000-LOAD-LIMITS SECTION.
      *-----------------------------------------------------------------
           MOVE 'Y' TO WS-LOADED-SW
           MOVE ZERO TO WS-LIMIT-COUNT
           MOVE ZERO TO WS-TIER-COUNT

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
                       READ OUTFLOW-LIMIT-FILE
                   END-PERFORM
                   IF NOT LIMIT-EOF
                       DISPLAY "OUTFLOOK: OUTFLIM HOLDS MORE THAN "
                           WS-LIMIT-MAX " LIMITS - EXCESS IGNORED"
                   END-IF
                   CLOSE OUTFLOW-LIMIT-FILE
               WHEN LIMIT-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OUTFLOOK: UNEXPECTED OUTFLIM STATUS "
                       WS-LIMIT-STATUS " - NO LIMITS APPLIED"
           END-EVALUATE

           IF WS-LIMIT-COUNT > ZERO
               PERFORM 1500-LOAD-RISK-TIERS
           END-IF
           .

       1500-LOAD-RISK-TIERS SECTION.
      *-----------------------------------------------------------------
           OPEN INPUT KYC-REVIEW-FILE
           EVALUATE TRUE
               WHEN KYC-OK
                   READ KYC-REVIEW-FILE
                   PERFORM WITH TEST BEFORE
                           UNTIL KYC-EOF
                              OR WS-TIER-COUNT
                                 NOT LESS THAN WS-TIER-MAX
                       ADD 1 TO WS-TIER-COUNT
                       MOVE KYC-CUSTOMER-ID
                         TO WS-TT-CUSTOMER (WS-TIER-COUNT)
                       MOVE KYC-RISK-TIER
                         TO WS-TT-RISK-TIER (WS-TIER-COUNT)
                       READ KYC-REVIEW-FILE
                   END-PERFORM
                   IF NOT KYC-EOF
                       DISPLAY "OUTFLOOK: KYCREV HOLDS MORE THAN "
                           WS-TIER-MAX " CUSTOMERS - THE REST TAKE "
                           "THE HOUSE DEFAULT"
                   END-IF
                   CLOSE KYC-REVIEW-FILE
               WHEN KYC-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OUTFLOOK: UNEXPECTED KYCREV STATUS "
                       WS-KYC-STATUS " - NO TIER DEFAULTS APPLIED"
           END-EVALUATE
           .

       2000-RESOLVE-DAILY-LIMIT SECTION.
      *-----------------------------------------------------------------
      *    ONE PASS OVER THE LIMIT TABLE PICKS UP THE CUSTOMER'S OWN
      *    LIMIT AND BOTH DEFAULTS; THE MOST SPECIFIC ONE FOUND IS
      *    RETURNED.
      *-----------------------------------------------------------------
           MOVE 'N' TO OL-FOUND-SW
           MOVE SPACE TO OL-SOURCE
           MOVE ZERO TO OL-DAILY-LIMIT
           MOVE 'N' TO WS-TIER-LIMIT-SW
           MOVE 'N' TO WS-HOUSE-LIMIT-SW
           MOVE SPACE TO WS-CUSTOMER-TIER

           PERFORM VARYING WS-TIER-IX FROM 1 BY 1
               UNTIL WS-TIER-IX > WS-TIER-COUNT
                  OR WS-CUSTOMER-TIER NOT = SPACE
               IF WS-TT-CUSTOMER (WS-TIER-IX) = OL-CUSTOMER-ID
                   MOVE WS-TT-RISK-TIER (WS-TIER-IX)
                     TO WS-CUSTOMER-TIER
               END-IF
           END-PERFORM

           PERFORM VARYING WS-LIMIT-IX FROM 1 BY 1
               UNTIL WS-LIMIT-IX > WS-LIMIT-COUNT
                  OR OL-FOUND
               EVALUATE TRUE
                   WHEN WS-LT-CUSTOMER (WS-LIMIT-IX) = OL-CUSTOMER-ID
                       MOVE WS-LT-LIMIT (WS-LIMIT-IX)
                         TO OL-DAILY-LIMIT
                       SET OL-CUSTOMER-LIMIT TO TRUE
                       SET OL-FOUND TO TRUE
                   WHEN WS-LT-CUSTOMER (WS-LIMIT-IX) NOT = ZERO
                       CONTINUE
                   WHEN WS-LT-RISK-TIER (WS-LIMIT-IX) = SPACE
                       MOVE WS-LT-LIMIT (WS-LIMIT-IX)
                         TO WS-HOUSE-LIMIT
                       SET HOUSE-LIMIT-FOUND TO TRUE
                   WHEN WS-LT-RISK-TIER (WS-LIMIT-IX)
                        = WS-CUSTOMER-TIER
                       MOVE WS-LT-LIMIT (WS-LIMIT-IX)
                         TO WS-TIER-LIMIT
                       SET TIER-LIMIT-FOUND TO TRUE
               END-EVALUATE
           END-PERFORM

           EVALUATE TRUE
               WHEN OL-FOUND
                   CONTINUE
               WHEN TIER-LIMIT-FOUND
                   MOVE WS-TIER-LIMIT TO OL-DAILY-LIMIT
                   SET OL-TIER-DEFAULT TO TRUE
                   SET OL-FOUND TO TRUE
               WHEN HOUSE-LIMIT-FOUND
                   MOVE WS-HOUSE-LIMIT TO OL-DAILY-LIMIT
                   SET OL-HOUSE-DEFAULT TO TRUE
                   SET OL-FOUND TO TRUE
           END-EVALUATE
           .
