       ID DIVISION.
       PROGRAM-ID.         KYCMNT.
       AUTHOR.             (TNP).
       DATE-WRITTEN.       15.10.2026.
      *--------------+------+-------------------------------------------
      *
      *     MAINTENANCE AND REVIEW-DUE WORKLIST FOR THE KYCREV
      *     PERIODIC-REVIEW FILE. EVERY CUSTOMER MUST BE RE-VERIFIED
      *     ON A CYCLE SET BY RISK - HIGH EVERY YEAR, MEDIUM EVERY
      *     TWO, LOW EVERY THREE - AND THE LAST REVIEW, THE TIER AND
      *     THE NEXT DUE DATE ARE KEPT HERE, ONE RECORD PER
      *     CUSTOMER. THE APPLY (WALADJPG) AND THE TRANSFER RUN
      *     (WALXFER) LOAD THIS FILE AT START-UP AND REFUSE ANY
      *     DEBIT FOR A CUSTOMER PAST THE DUE DATE UNTIL THE REVIEW
      *     IS RECORDED HERE. TWO ACTIONS FROM SYSIN:
      *
      *        APPLY  -  READ THE KYCTRAN CARDS: 'R' RECORDS A
      *                  COMPLETED REVIEW (AND ADDS THE CUSTOMER ON
      *                  A FIRST REVIEW), 'T' MOVES THE CUSTOMER TO
      *                  A NEW RISK TIER, 'D' DROPS THE RECORD. THE
      *                  NEXT DUE DATE IS RECOMPUTED FROM THE LAST
      *                  REVIEW AND THE TIER ON EVERY CHANGE, AND
      *                  EVERY CHANGE WRITES A KYCAUDT RECORD WITH
      *                  THE OLD AND NEW TIER AND DUE DATE.
      *        DUE    -  THE MONTHLY WORKLIST: EVERY REVIEW FALLING
      *                  DUE BY THE END OF THE EFFECTIVE DATE'S
      *                  MONTH, OR ALREADY OVERDUE, ON KYCDUE BY
      *                  BRANCH, OLDEST DUE DATE FIRST. OVERDUE
      *                  REVIEWS ARE FLAGGED AND END THE STEP RC 4.
      *
      *     THE USERNO ON EACH CARD MUST BE ACTIVE ON THE SHARED
      *     USER MASTER WITH UPDATE OR APPROVE AUTHORITY; DROPPING
      *     A RECORD LIFTS THE DEBIT RESTRICTION, SO IT NEEDS
      *     APPROVE AUTHORITY.
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
           SELECT KYC-REVIEW-FILE ASSIGN TO "KYCREV"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-KYC-STATUS.
           SELECT KYC-TRAN-FILE ASSIGN TO "KYCTRAN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TRAN-STATUS.
      *    ONE AUDIT RECORD PER APPLIED CHANGE - OLD AND NEW TIER
      *    AND DUE DATE, SO EVERY REVIEW AND EVERY RE-RATING CAN BE
      *    ANSWERED AFTER THE FACT.
           SELECT KYC-AUDIT-FILE ASSIGN TO "KYCAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
           SELECT KYC-DUE-REPORT ASSIGN TO "KYCDUE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-USERMST-STATUS.
           SELECT SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SECLOG-STATUS.
           SELECT KYC-SORT-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  KYC-REVIEW-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS KYC-REVIEW-RECORD.
       01  KYC-REVIEW-RECORD     PIC X(60).
       FD  KYC-TRAN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS KYC-TRAN-RECORD.
       01  KYC-TRAN-RECORD.
           05 KTR-ACTION         PIC X(01).
              88 KTR-REVIEW      VALUE 'R'.
              88 KTR-TIER-CHANGE VALUE 'T'.
              88 KTR-DELETE      VALUE 'D'.
           05 KTR-CUSTOMER-ID    PIC 9(09).
           05 KTR-USERNO         PIC 9(03).
      *    BRANCH AND TIER MAY BE LEFT BLANK ON A REVIEW OF A
      *    CUSTOMER ALREADY ON FILE - THE STORED ONES STAND.
           05 KTR-BRANCH-CODE    PIC X(03).
           05 KTR-RISK-TIER      PIC X(01).
      *    THE DATE THE REVIEW WAS COMPLETED - BLANK MEANS THE
      *    EFFECTIVE DATE.
           05 KTR-REVIEW-DATE    PIC X(10).
           05 FILLER             PIC X(13).
       FD  KYC-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 45 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS KYC-AUDIT-RECORD.
       01  KYC-AUDIT-RECORD.
           05 KAU-DATE           PIC X(10).
           05 KAU-CUSTOMER-ID    PIC 9(09).
           05 KAU-ACTION         PIC X(01).
           05 KAU-USERNO         PIC 9(03).
           05 KAU-OLD-TIER       PIC X(01).
           05 KAU-NEW-TIER       PIC X(01).
           05 KAU-OLD-NEXT-DUE   PIC X(10).
           05 KAU-NEW-NEXT-DUE   PIC X(10).
       FD  KYC-DUE-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS KYC-DUE-RECORD.
       01  KYC-DUE-RECORD        PIC X(80).
       FD  USER-MASTER-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 25 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS USER-MASTER-RECORD.
       01  USER-MASTER-RECORD.
           05 UM-USERNO          PIC 9(03).
           05 UM-NAME            PIC X(20).
           05 UM-STATUS          PIC X(01).
           05 UM-AUTHORITY       PIC X(01).
       FD  SECURITY-LOG
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 31 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS SECURITY-LOG-RECORD.
       01  SECURITY-LOG-RECORD.
           05 SEC-DATE           PIC X(10).
           05 SEC-PROGRAM        PIC X(08).
           05 SEC-USERNO         PIC 9(03).
           05 SEC-ACTION         PIC X(10).
      *    THE KYCREV LAYOUT, WITH ONLY THE WORKLIST KEYS NAMED.
       SD  KYC-SORT-FILE.
       01  KYC-SORT-RECORD.
           05 SRT-CUSTOMER-ID    PIC 9(09).
           05 SRT-BRANCH-CODE    PIC X(03).
           05 FILLER             PIC X(11).
           05 SRT-NEXT-DUE       PIC X(10).
           05 FILLER             PIC X(27).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WORK-FIELDS-1.
          03 WS-KYC-STATUS          PIC X(02).
              88 KYC-OK             VALUE '00'.
              88 KYC-EOF            VALUE '10'.
              88 KYC-NOT-FOUND      VALUE '35'.
          03 WS-TRAN-STATUS         PIC X(02).
              88 TRAN-OK            VALUE '00'.
              88 TRAN-EOF           VALUE '10'.
              88 TRAN-NOT-FOUND     VALUE '35'.
          03 WS-AUDIT-STATUS        PIC X(02).
              88 AUDIT-OK           VALUE '00'.
          03 WS-REPORT-STATUS       PIC X(02).
              88 REPORT-OK          VALUE '00'.
          03 WS-USERMST-STATUS      PIC X(02).
              88 USERMST-OK         VALUE '00'.
              88 USERMST-EOF        VALUE '10'.
              88 USERMST-NOT-FOUND  VALUE '35'.
          03 WS-SECLOG-STATUS       PIC X(02).
              88 SECLOG-OK          VALUE '00'.
          03 WS-ACTION              PIC X(05).
              88 ACTION-APPLY       VALUE 'APPLY'.
              88 ACTION-DUE         VALUE 'DUE  '.
          03 WS-EFFECTIVE-DATE      PIC X(10).
          03 WS-MONTH-END           PIC X(10).
          03 WS-KYC-COUNT           PIC S9(4) COMP VALUE ZERO.
          03 WS-KYC-MAX             PIC S9(4) COMP VALUE 5000.
          03 WS-KYC-IX              PIC S9(4) COMP.
          03 WS-FOUND-IX            PIC S9(4) COMP.
          03 WS-USER-COUNT          PIC S9(4) COMP VALUE ZERO.
          03 WS-USER-MAX            PIC S9(4) COMP VALUE 200.
          03 WS-USER-IX             PIC S9(4) COMP.
          03 WS-CHECK-USERNO        PIC 9(03).
          03 WS-USER-AUTH           PIC X(01).
              88 USER-CAN-UPDATE    VALUE 'U' 'A'.
              88 USER-CAN-APPROVE   VALUE 'A'.
          03 WS-EDITS-SW            PIC X(01).
              88 EDITS-OK           VALUE 'Y'.
          03 WS-SORT-EOF-SW         PIC X(01).
              88 SORTED-EOF         VALUE 'Y'.
          03 WS-REVIEW-DATE         PIC X(10).
          03 WS-OLD-TIER            PIC X(01).
          03 WS-OLD-NEXT-DUE        PIC X(10).
          03 WS-CYCLE-YEARS         PIC 9(01).
      *    THE NEXT DUE DATE IS BUILT ON THE LAST REVIEW DATE BY
      *    ADDING THE CYCLE TO THE YEAR - A 29 FEBRUARY REVIEW
      *    FALLS DUE ON THE 28TH IN A COMMON YEAR.
          03 WS-NEXT-DUE            PIC X(10).
          03 WS-NEXT-DUE-R REDEFINES WS-NEXT-DUE.
             05 WS-ND-YEAR          PIC 9(04).
             05 FILLER              PIC X(06).
          03 WS-BRANCH-BREAK        PIC X(03).
          03 WS-DAYS-OVERDUE        PIC S9(07).
          03 WS-APPLIED-COUNT       PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-REJECT-COUNT        PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-DUE-COUNT           PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-BRANCH-DUE-COUNT    PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-OVERDUE-COUNT       PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-COUNT-FORMATTED     PIC ZZ.ZZ9.

      *-----------------------------------------------------------------
      *    THE REVIEW FILE IN STORAGE WHILE THE CARDS ARE APPLIED -
      *    LOAD, WORK, REWRITE, THE OVDRMNT PATTERN. EACH ENTRY IS
      *    WORKED ON THROUGH WS-KYC-WORK; A DROPPED RECORD IS
      *    FLAGGED IN PLACE AND LEFT OFF BY THE REWRITE.
      *-----------------------------------------------------------------
       01  WS-KYC-TABLE.
           05 WS-KT-ENTRY OCCURS 5000 TIMES.
              10 WS-KT-RECORD        PIC X(60).
              10 WS-KT-DELETED-SW    PIC X(01).
                 88 WS-KT-DELETED    VALUE 'Y'.
       01  WS-KYC-WORK.
           COPY KYCREV.

      *-----------------------------------------------------------------
      *    THE USER MASTER IN STORAGE FOR THE USERNO CHECKS.
      *-----------------------------------------------------------------
       01  WS-USER-TABLE.
           05 WS-USER-ENTRY OCCURS 200 TIMES.
              10 WS-UT-USERNO        PIC 9(03).
              10 WS-UT-NAME          PIC X(20).
              10 WS-UT-STATUS        PIC X(01).
              10 WS-UT-AUTHORITY     PIC X(01).

       01  WS-DUE-HEADING.
          03 FILLER                 PIC X(24) VALUE
             'KYC REVIEWS DUE BY      '.
          03 WS-DH-MONTH-END        PIC X(10).
          03 FILLER                 PIC X(07) VALUE ' AS AT '.
          03 WS-DH-DATE             PIC X(10).
          03 FILLER                 PIC X(29) VALUE SPACES.
       01  WS-BRANCH-HEADING.
          03 FILLER                 PIC X(07) VALUE 'BRANCH '.
          03 WS-BH-BRANCH           PIC X(03).
          03 FILLER                 PIC X(70) VALUE SPACES.
       01  WS-DUE-LINE.
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-DL-CUSTOMER         PIC 9(09).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-DL-TIER             PIC X(01).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-DL-LAST-REVIEW      PIC X(10).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-DL-NEXT-DUE         PIC X(10).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-DL-REVIEWED-BY      PIC 9(03).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-DL-DAYS-OVERDUE     PIC Z.ZZ9.
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-DL-FLAG             PIC X(09).
          03 FILLER                 PIC X(24) VALUE SPACES.
       01  WS-BRANCH-TOTAL-LINE.
          03 FILLER                 PIC X(07) VALUE 'BRANCH '.
          03 WS-BT-BRANCH           PIC X(03).
          03 FILLER                 PIC X(14) VALUE
             ' REVIEWS DUE: '.
          03 WS-BT-COUNT            PIC ZZ.ZZ9.
          03 FILLER                 PIC X(50) VALUE SPACES.

      *-----------------------------------------------------------------
      *    CALL PARAMETER BLOCK FOR DATEUTIL, THE SHARED DATE
      *    UTILITY - THE EFFECTIVE AND REVIEW DATES ARE VALIDATED,
      *    THE MONTH END FOUND AND THE DAYS OVERDUE COUNTED THROUGH
      *    IT.
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

           MOVE 'VAL ' TO WS-DU-FUNCTION
           MOVE WS-EFFECTIVE-DATE TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF NOT WS-DU-OK
               DISPLAY "KYCMNT: " WS-EFFECTIVE-DATE
                   " IS NOT A VALID EFFECTIVE DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN ACTION-APPLY
                   PERFORM 1000-APPLY-REVIEW-CARDS
               WHEN ACTION-DUE
                   PERFORM 5000-REVIEW-DUE-WORKLIST
               WHEN OTHER
                   DISPLAY "KYCMNT: ACTION MUST BE APPLY OR DUE"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .

       1000-APPLY-REVIEW-CARDS SECTION.
      *-----------------------------------------------------------------
           PERFORM 1200-LOAD-USER-MASTER
           PERFORM 1500-LOAD-REVIEW-FILE

           OPEN INPUT KYC-TRAN-FILE
           EVALUATE TRUE
               WHEN TRAN-OK
                   CONTINUE
               WHEN TRAN-NOT-FOUND
                   DISPLAY "KYCMNT: NO KYCTRAN CARDS - NOTHING "
                       "TO APPLY"
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY "KYCMNT: UNEXPECTED KYCTRAN STATUS "
                       WS-TRAN-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           OPEN EXTEND KYC-AUDIT-FILE
           IF NOT AUDIT-OK
               OPEN OUTPUT KYC-AUDIT-FILE
           END-IF
           IF NOT AUDIT-OK
               DISPLAY "KYCMNT: UNEXPECTED KYCAUDT STATUS "
                   WS-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           READ KYC-TRAN-FILE
           PERFORM WITH TEST BEFORE UNTIL TRAN-EOF
               PERFORM 2000-APPLY-ONE-CARD
               READ KYC-TRAN-FILE
           END-PERFORM
           CLOSE KYC-TRAN-FILE
           CLOSE KYC-AUDIT-FILE

           PERFORM 4000-REWRITE-REVIEW-FILE

           MOVE WS-APPLIED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "KYCMNT: REVIEW CARDS APPLIED: "
               WS-COUNT-FORMATTED
           MOVE WS-REJECT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "KYCMNT: REVIEW CARDS REJECTED: "
               WS-COUNT-FORMATTED

           IF WS-REJECT-COUNT > ZERO
              AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       1200-LOAD-USER-MASTER SECTION.
      *-----------------------------------------------------------------
      *    A MISSING OR EMPTY FILE LEAVES THE TABLE EMPTY AND EVERY
      *    USERNO FAILS VALIDATION - THE RUN FAILS CLOSED.
      *-----------------------------------------------------------------
           OPEN INPUT USER-MASTER-FILE
           EVALUATE TRUE
               WHEN USERMST-OK
                   READ USER-MASTER-FILE
                   PERFORM WITH TEST BEFORE
                           UNTIL USERMST-EOF
                              OR WS-USER-COUNT
                                 NOT LESS THAN WS-USER-MAX
                       ADD 1 TO WS-USER-COUNT
                       MOVE UM-USERNO
                         TO WS-UT-USERNO (WS-USER-COUNT)
                       MOVE UM-NAME
                         TO WS-UT-NAME (WS-USER-COUNT)
                       MOVE UM-STATUS
                         TO WS-UT-STATUS (WS-USER-COUNT)
                       MOVE UM-AUTHORITY
                         TO WS-UT-AUTHORITY (WS-USER-COUNT)
                       READ USER-MASTER-FILE
                   END-PERFORM
                   CLOSE USER-MASTER-FILE
               WHEN USERMST-NOT-FOUND
                   DISPLAY "KYCMNT: USER MASTER FILE NOT FOUND - "
                       "ALL USER NUMBERS WILL BE REJECTED"
               WHEN OTHER
                   DISPLAY "KYCMNT: UNEXPECTED USERMST STATUS "
                       WS-USERMST-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       1300-LOOKUP-USER SECTION.
      *-----------------------------------------------------------------
      *    AUTHORITY OF WS-CHECK-USERNO, SPACE WHEN IT IS NOT AN
      *    ACTIVE USER.
      *-----------------------------------------------------------------
           MOVE SPACE TO WS-USER-AUTH
           PERFORM VARYING WS-USER-IX FROM 1 BY 1
               UNTIL WS-USER-IX > WS-USER-COUNT
               IF WS-CHECK-USERNO = WS-UT-USERNO (WS-USER-IX)
                  AND WS-UT-STATUS (WS-USER-IX) = 'A'
                   MOVE WS-UT-AUTHORITY (WS-USER-IX) TO WS-USER-AUTH
               END-IF
           END-PERFORM
           .

       1400-LOG-SECURITY-VIOLATION SECTION.
      *-----------------------------------------------------------------
           MOVE WS-EFFECTIVE-DATE TO SEC-DATE
           MOVE 'KYCMNT' TO SEC-PROGRAM
           MOVE WS-CHECK-USERNO TO SEC-USERNO
           MOVE 'KYCMAINT' TO SEC-ACTION
           OPEN EXTEND SECURITY-LOG
           IF NOT SECLOG-OK
               OPEN OUTPUT SECURITY-LOG
           END-IF
           IF SECLOG-OK
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG
           ELSE
               DISPLAY "KYCMNT: SECURITY LOG UNAVAILABLE - STATUS "
                   WS-SECLOG-STATUS
           END-IF
           .

       1500-LOAD-REVIEW-FILE SECTION.
      *-----------------------------------------------------------------
      *    NO FILE YET IS A FIRST-TIME LOAD - EVERY REVIEW CARD ADDS
      *    ITS CUSTOMER.
      *-----------------------------------------------------------------
           OPEN INPUT KYC-REVIEW-FILE
           EVALUATE TRUE
               WHEN KYC-OK
                   READ KYC-REVIEW-FILE
                   PERFORM WITH TEST BEFORE
                           UNTIL KYC-EOF
                              OR WS-KYC-COUNT
                                 NOT LESS THAN WS-KYC-MAX
                       ADD 1 TO WS-KYC-COUNT
                       MOVE KYC-REVIEW-RECORD
                         TO WS-KT-RECORD (WS-KYC-COUNT)
                       MOVE 'N'
                         TO WS-KT-DELETED-SW (WS-KYC-COUNT)
                       READ KYC-REVIEW-FILE
                   END-PERFORM
                   CLOSE KYC-REVIEW-FILE
               WHEN KYC-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "KYCMNT: UNEXPECTED KYCREV STATUS "
                       WS-KYC-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       2000-APPLY-ONE-CARD SECTION.
      *-----------------------------------------------------------------
           PERFORM 2100-EDIT-CARD
           IF EDITS-OK
               MOVE KYC-RISK-TIER TO WS-OLD-TIER
               MOVE KYC-NEXT-DUE TO WS-OLD-NEXT-DUE
               EVALUATE TRUE
                   WHEN KTR-REVIEW
                       PERFORM 2400-RECORD-REVIEW
                   WHEN KTR-TIER-CHANGE
                       PERFORM 2500-CHANGE-TIER
                   WHEN KTR-DELETE
                       PERFORM 2600-DROP-RECORD
               END-EVALUATE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           .

       2100-EDIT-CARD SECTION.
      *-----------------------------------------------------------------
      *    A CARD FOR A CUSTOMER NOT YET ON FILE IS ONLY GOOD AS A
      *    FIRST REVIEW, AND THEN IT MUST CARRY THE TIER. A BLANK
      *    BRANCH ON A FIRST REVIEW MEANS HEAD OFFICE, THE SAME
      *    '000' DEFAULT TEXEM CARRIES.
      *-----------------------------------------------------------------
           MOVE 'Y' TO WS-EDITS-SW

           IF NOT KTR-REVIEW AND NOT KTR-TIER-CHANGE
              AND NOT KTR-DELETE
               DISPLAY "KYCMNT: ACTION '" KTR-ACTION
                   "' IS NOT R, T OR D - CARD REJECTED"
               MOVE 'N' TO WS-EDITS-SW
           END-IF

           IF EDITS-OK
               IF KTR-CUSTOMER-ID NOT NUMERIC
                  OR KTR-CUSTOMER-ID = ZERO
                   DISPLAY "KYCMNT: CUSTOMER '" KTR-CUSTOMER-ID
                       "' IS NOT A CUSTOMER NUMBER - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK
               IF KTR-USERNO NUMERIC
                   MOVE KTR-USERNO TO WS-CHECK-USERNO
               ELSE
                   MOVE ZERO TO WS-CHECK-USERNO
               END-IF
               PERFORM 1300-LOOKUP-USER
               IF NOT USER-CAN-UPDATE
                  OR (KTR-DELETE AND NOT USER-CAN-APPROVE)
                   DISPLAY "KYCMNT: USERNO " WS-CHECK-USERNO
                       " NOT AUTHORISED FOR " KTR-CUSTOMER-ID
                       " - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
                   PERFORM 1400-LOG-SECURITY-VIOLATION
               END-IF
           END-IF

           IF EDITS-OK
               PERFORM 2200-FIND-EXISTING-RECORD
               IF WS-FOUND-IX = ZERO
                   IF NOT KTR-REVIEW
                       DISPLAY "KYCMNT: NO REVIEW RECORD FOR "
                           KTR-CUSTOMER-ID " - CARD REJECTED"
                       MOVE 'N' TO WS-EDITS-SW
                   ELSE
                       MOVE SPACES TO WS-KYC-WORK
                       MOVE KTR-CUSTOMER-ID TO KYC-CUSTOMER-ID
                       MOVE '000' TO KYC-BRANCH-CODE
                       MOVE ZERO TO KYC-REVIEWED-BY
                   END-IF
               ELSE
                   MOVE WS-KT-RECORD (WS-FOUND-IX) TO WS-KYC-WORK
               END-IF
           END-IF

           IF EDITS-OK AND NOT KTR-DELETE
               IF KTR-RISK-TIER NOT = 'H'
                  AND KTR-RISK-TIER NOT = 'M'
                  AND KTR-RISK-TIER NOT = 'L'
                  AND (KTR-RISK-TIER NOT = SPACE
                       OR KTR-TIER-CHANGE
                       OR WS-FOUND-IX = ZERO)
                   DISPLAY "KYCMNT: RISK TIER FOR " KTR-CUSTOMER-ID
                       " IS NOT H, M OR L - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK AND KTR-REVIEW
               PERFORM 2300-EDIT-REVIEW-DATE
           END-IF
           .

       2200-FIND-EXISTING-RECORD SECTION.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-KYC-IX FROM 1 BY 1
               UNTIL WS-KYC-IX > WS-KYC-COUNT
               IF WS-KT-RECORD (WS-KYC-IX) (1:9) = KTR-CUSTOMER-ID
                  AND NOT WS-KT-DELETED (WS-KYC-IX)
                   MOVE WS-KYC-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           .

       2300-EDIT-REVIEW-DATE SECTION.
      *-----------------------------------------------------------------
      *    A REVIEW CANNOT BE RECORDED AHEAD OF THE EFFECTIVE DATE,
      *    NOR BEHIND THE REVIEW ALREADY ON FILE.
      *-----------------------------------------------------------------
           IF KTR-REVIEW-DATE = SPACES
               MOVE WS-EFFECTIVE-DATE TO WS-REVIEW-DATE
           ELSE
               MOVE KTR-REVIEW-DATE TO WS-REVIEW-DATE
           END-IF

           MOVE 'VAL ' TO WS-DU-FUNCTION
           MOVE WS-REVIEW-DATE TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           EVALUATE TRUE
               WHEN NOT WS-DU-OK
                   DISPLAY "KYCMNT: REVIEW DATE " WS-REVIEW-DATE
                       " FOR " KTR-CUSTOMER-ID
                       " IS NOT A VALID DATE - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               WHEN WS-REVIEW-DATE > WS-EFFECTIVE-DATE
                   DISPLAY "KYCMNT: REVIEW DATE " WS-REVIEW-DATE
                       " FOR " KTR-CUSTOMER-ID
                       " IS AFTER THE EFFECTIVE DATE - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               WHEN WS-FOUND-IX NOT = ZERO
                AND WS-REVIEW-DATE < KYC-LAST-REVIEW
                   DISPLAY "KYCMNT: REVIEW DATE " WS-REVIEW-DATE
                       " FOR " KTR-CUSTOMER-ID
                       " IS BEFORE THE LAST REVIEW - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
           END-EVALUATE
           .

       2400-RECORD-REVIEW SECTION.
      *-----------------------------------------------------------------
           IF WS-FOUND-IX = ZERO
               IF WS-KYC-COUNT NOT LESS THAN WS-KYC-MAX
                   DISPLAY "KYCMNT: REVIEW TABLE FULL - "
                       KTR-CUSTOMER-ID " NOT STORED"
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   ADD 1 TO WS-KYC-COUNT
                   MOVE WS-KYC-COUNT TO WS-FOUND-IX
                   MOVE SPACE TO WS-OLD-TIER
                   MOVE SPACES TO WS-OLD-NEXT-DUE
               END-IF
           END-IF
           IF WS-FOUND-IX NOT = ZERO
               IF KTR-BRANCH-CODE NOT = SPACES
                   MOVE KTR-BRANCH-CODE TO KYC-BRANCH-CODE
               END-IF
               IF KTR-RISK-TIER NOT = SPACE
                   MOVE KTR-RISK-TIER TO KYC-RISK-TIER
               END-IF
               MOVE WS-REVIEW-DATE TO KYC-LAST-REVIEW
               MOVE KTR-USERNO TO KYC-REVIEWED-BY
               PERFORM 2900-STORE-RECORD
           END-IF
           .

       2500-CHANGE-TIER SECTION.
      *-----------------------------------------------------------------
      *    A RE-RATING MOVES THE DUE DATE BUT NOT THE LAST REVIEW -
      *    A CUSTOMER RAISED TO HIGH RISK CAN FALL OVERDUE AT ONCE.
      *-----------------------------------------------------------------
           MOVE KTR-RISK-TIER TO KYC-RISK-TIER
           IF KTR-BRANCH-CODE NOT = SPACES
               MOVE KTR-BRANCH-CODE TO KYC-BRANCH-CODE
           END-IF
           PERFORM 2900-STORE-RECORD
           .

       2600-DROP-RECORD SECTION.
      *-----------------------------------------------------------------
           MOVE 'Y' TO WS-KT-DELETED-SW (WS-FOUND-IX)
           MOVE SPACE TO KYC-RISK-TIER
           MOVE SPACES TO KYC-NEXT-DUE
           PERFORM 3000-WRITE-AUDIT-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           .

       2800-COMPUTE-NEXT-DUE SECTION.
      *-----------------------------------------------------------------
           EVALUATE TRUE
               WHEN KYC-HIGH-RISK
                   MOVE 1 TO WS-CYCLE-YEARS
               WHEN KYC-MEDIUM-RISK
                   MOVE 2 TO WS-CYCLE-YEARS
               WHEN OTHER
                   MOVE 3 TO WS-CYCLE-YEARS
           END-EVALUATE
           MOVE KYC-LAST-REVIEW TO WS-NEXT-DUE
           ADD WS-CYCLE-YEARS TO WS-ND-YEAR
           MOVE 'VAL ' TO WS-DU-FUNCTION
           MOVE WS-NEXT-DUE TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF NOT WS-DU-OK
               MOVE '28' TO WS-NEXT-DUE (9:2)
           END-IF
           MOVE WS-NEXT-DUE TO KYC-NEXT-DUE
           .

       2900-STORE-RECORD SECTION.
      *-----------------------------------------------------------------
           PERFORM 2800-COMPUTE-NEXT-DUE
           MOVE WS-EFFECTIVE-DATE TO KYC-LAST-CHANGE
           MOVE WS-KYC-WORK TO WS-KT-RECORD (WS-FOUND-IX)
           MOVE 'N' TO WS-KT-DELETED-SW (WS-FOUND-IX)
           PERFORM 3000-WRITE-AUDIT-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           .

       3000-WRITE-AUDIT-RECORD SECTION.
      *-----------------------------------------------------------------
           MOVE WS-EFFECTIVE-DATE TO KAU-DATE
           MOVE KTR-CUSTOMER-ID TO KAU-CUSTOMER-ID
           MOVE KTR-ACTION TO KAU-ACTION
           MOVE KTR-USERNO TO KAU-USERNO
           MOVE WS-OLD-TIER TO KAU-OLD-TIER
           MOVE KYC-RISK-TIER TO KAU-NEW-TIER
           MOVE WS-OLD-NEXT-DUE TO KAU-OLD-NEXT-DUE
           MOVE KYC-NEXT-DUE TO KAU-NEW-NEXT-DUE
           WRITE KYC-AUDIT-RECORD
           .

       4000-REWRITE-REVIEW-FILE SECTION.
      *-----------------------------------------------------------------
           OPEN OUTPUT KYC-REVIEW-FILE
           PERFORM VARYING WS-KYC-IX FROM 1 BY 1
               UNTIL WS-KYC-IX > WS-KYC-COUNT
               IF NOT WS-KT-DELETED (WS-KYC-IX)
                   MOVE WS-KT-RECORD (WS-KYC-IX) TO KYC-REVIEW-RECORD
                   WRITE KYC-REVIEW-RECORD
               END-IF
           END-PERFORM
           CLOSE KYC-REVIEW-FILE
           .

       5000-REVIEW-DUE-WORKLIST SECTION.
      *-----------------------------------------------------------------
      *    EVERY REVIEW DUE ON OR BEFORE THE LAST DAY OF THE
      *    EFFECTIVE DATE'S MONTH, SORTED INTO BRANCH AND DUE-DATE
      *    ORDER SO EACH BRANCH WORKS ITS OWN SECTION OLDEST FIRST.
      *-----------------------------------------------------------------
           MOVE 'EOM ' TO WS-DU-FUNCTION
           MOVE WS-EFFECTIVE-DATE TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           MOVE WS-DU-OUTPUT-DATE TO WS-MONTH-END

           OPEN OUTPUT KYC-DUE-REPORT
           IF NOT REPORT-OK
               DISPLAY "KYCMNT: UNEXPECTED KYCDUE STATUS "
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-MONTH-END TO WS-DH-MONTH-END
           MOVE WS-EFFECTIVE-DATE TO WS-DH-DATE
           MOVE WS-DUE-HEADING TO KYC-DUE-RECORD
           WRITE KYC-DUE-RECORD

           SORT KYC-SORT-FILE
               ON ASCENDING KEY SRT-BRANCH-CODE SRT-NEXT-DUE
                                SRT-CUSTOMER-ID
               INPUT PROCEDURE 5100-SELECT-DUE-REVIEWS
               OUTPUT PROCEDURE 5500-PRINT-WORKLIST

           CLOSE KYC-DUE-REPORT

           MOVE WS-DUE-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "KYCMNT: REVIEWS DUE BY " WS-MONTH-END ": "
               WS-COUNT-FORMATTED
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "KYCMNT: REVIEWS OVERDUE: "
               WS-COUNT-FORMATTED

           IF WS-OVERDUE-COUNT > ZERO
              AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       5100-SELECT-DUE-REVIEWS SECTION.
      *-----------------------------------------------------------------
           OPEN INPUT KYC-REVIEW-FILE
           EVALUATE TRUE
               WHEN KYC-OK
                   READ KYC-REVIEW-FILE
                   PERFORM WITH TEST BEFORE UNTIL KYC-EOF
                       MOVE KYC-REVIEW-RECORD TO WS-KYC-WORK
                       IF KYC-NEXT-DUE NOT > WS-MONTH-END
                           RELEASE KYC-SORT-RECORD
                               FROM KYC-REVIEW-RECORD
                       END-IF
                       READ KYC-REVIEW-FILE
                   END-PERFORM
                   CLOSE KYC-REVIEW-FILE
               WHEN KYC-NOT-FOUND
                   DISPLAY "KYCMNT: NO KYCREV FILE - NO REVIEWS DUE"
               WHEN OTHER
                   DISPLAY "KYCMNT: UNEXPECTED KYCREV STATUS "
                       WS-KYC-STATUS
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           .

       5500-PRINT-WORKLIST SECTION.
      *-----------------------------------------------------------------
      *    A BRANCH HEADING ON EVERY CHANGE OF BRANCH AND A COUNT
      *    LINE TO CLOSE IT.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE HIGH-VALUES TO WS-BRANCH-BREAK
           RETURN KYC-SORT-FILE INTO WS-KYC-WORK
               AT END
                   SET SORTED-EOF TO TRUE
           END-RETURN
           PERFORM WITH TEST BEFORE UNTIL SORTED-EOF
               IF KYC-BRANCH-CODE NOT = WS-BRANCH-BREAK
                   PERFORM 5700-CLOSE-BRANCH
                   MOVE KYC-BRANCH-CODE TO WS-BRANCH-BREAK
                   MOVE KYC-BRANCH-CODE TO WS-BH-BRANCH
                   MOVE WS-BRANCH-HEADING TO KYC-DUE-RECORD
                   WRITE KYC-DUE-RECORD
               END-IF
               PERFORM 5600-PRINT-ONE-REVIEW
               RETURN KYC-SORT-FILE INTO WS-KYC-WORK
                   AT END
                       SET SORTED-EOF TO TRUE
               END-RETURN
           END-PERFORM
           PERFORM 5700-CLOSE-BRANCH
           .

       5600-PRINT-ONE-REVIEW SECTION.
      *-----------------------------------------------------------------
      *    DUE ON THE EFFECTIVE DATE ITSELF IS NOT YET OVERDUE -
      *    THE DEBIT RESTRICTION STARTS THE DAY AFTER.
      *-----------------------------------------------------------------
           ADD 1 TO WS-DUE-COUNT
           ADD 1 TO WS-BRANCH-DUE-COUNT
           MOVE SPACES TO WS-DL-FLAG
           MOVE ZERO TO WS-DAYS-OVERDUE
           IF KYC-NEXT-DUE < WS-EFFECTIVE-DATE
               MOVE 'DIF ' TO WS-DU-FUNCTION
               MOVE KYC-NEXT-DUE TO WS-DU-INPUT-DATE
               MOVE WS-EFFECTIVE-DATE TO WS-DU-INPUT-DATE-2
               CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
               IF WS-DU-OK
                   MOVE WS-DU-DAYS-DIFFERENCE TO WS-DAYS-OVERDUE
               END-IF
               MOVE '*OVERDUE' TO WS-DL-FLAG
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF
           MOVE KYC-CUSTOMER-ID TO WS-DL-CUSTOMER
           MOVE KYC-RISK-TIER TO WS-DL-TIER
           MOVE KYC-LAST-REVIEW TO WS-DL-LAST-REVIEW
           MOVE KYC-NEXT-DUE TO WS-DL-NEXT-DUE
           MOVE KYC-REVIEWED-BY TO WS-DL-REVIEWED-BY
           MOVE WS-DAYS-OVERDUE TO WS-DL-DAYS-OVERDUE
           MOVE WS-DUE-LINE TO KYC-DUE-RECORD
           WRITE KYC-DUE-RECORD
           .

       5700-CLOSE-BRANCH SECTION.
      *-----------------------------------------------------------------
           IF WS-BRANCH-BREAK NOT = HIGH-VALUES
               MOVE WS-BRANCH-BREAK TO WS-BT-BRANCH
               MOVE WS-BRANCH-DUE-COUNT TO WS-BT-COUNT
               MOVE WS-BRANCH-TOTAL-LINE TO KYC-DUE-RECORD
               WRITE KYC-DUE-RECORD
           END-IF
           MOVE ZERO TO WS-BRANCH-DUE-COUNT
           .
