       ID DIVISION.
       PROGRAM-ID.         BRCHMNT.
       AUTHOR.             (TNP).
       DATE-WRITTEN.       15.10.2026.
      *--------------+------+-------------------------------------------
      *
      *     MAINTENANCE AND LISTING FOR THE BRCHMAST BRANCH MASTER -
      *     CODE, NAME, REGION, STATUS AND PARENT BRANCH FOR EVERY
      *     BRANCH A CUSTOMER MAY SIT ON (SEE BRCHMAST.CPY). CUSTONBD
      *     AND TEXMMNT VALIDATE TEXEM'S BRANCH-CODE THROUGH BRCHLOOK;
      *     BRCHCONS MOVES A CLOSING BRANCH'S CUSTOMERS TO ITS
      *     SUCCESSOR. TWO ACTIONS FROM SYSIN:
      *
      *        APPLY  -  READ THE BRCHTRAN CARDS AND REWRITE THE FILE.
      *                  'A' ADDS A BRANCH, OPEN; 'C' CHANGES ITS
      *                  NAME, REGION OR PARENT; 'X' CLOSES IT TO A
      *                  SUCCESSOR FROM A CLOSE DATE - THE BRANCH
      *                  TAKES NO NEW CUSTOMERS FROM THEN ON, AND
      *                  BRCHCONS MOVES THE ONES IT HAS. EVERY CHANGE
      *                  WRITES A BRCHAUDT RECORD WITH THE BEFORE AND
      *                  AFTER IMAGES AND WHO AUTHORIZED IT.
      *        LIST   -  WRITE THE BRANCH FILE TO THE BRCHRPT REPORT.
      *
      *     A BRANCH IS NEVER DELETED - CLOSED BRANCHES STAY ON THE
      *     FILE SO HISTORY CAN STILL NAME THEM. THE USERNO ON EACH
      *     CARD MUST BE ACTIVE ON THE SHARED USER MASTER WITH UPDATE
      *     OR APPROVE AUTHORITY; A CARD THAT FAILS GOES TO SECLOG.
      *
      *     SYSIN CARDS: ACTION, EFFECTIVE DATE (YYYY-MM-DD).
      *
      *--------------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRCHMAST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BRANCH-STATUS.
           SELECT BRCH-TRAN-FILE ASSIGN TO "BRCHTRAN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TRAN-STATUS.
           SELECT BRCH-REPORT ASSIGN TO "BRCHRPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
      *    ONE AUDIT RECORD PER APPLIED CHANGE - BEFORE AND AFTER
      *    IMAGES, IN THE ADDRMNT STYLE.
           SELECT BRCH-AUDIT-FILE ASSIGN TO "BRCHAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-USERMST-STATUS.
           SELECT SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SECLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-MASTER-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS BRANCH-MASTER-RECORD.
       01  BRANCH-MASTER-RECORD.
           COPY BRCHMAST.
       FD  BRCH-TRAN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 57 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS BRCH-TRAN-RECORD.
       01  BRCH-TRAN-RECORD.
           05 BTR-ACTION         PIC X(01).
              88 BTR-ADD         VALUE 'A'.
              88 BTR-CHANGE      VALUE 'C'.
              88 BTR-CLOSE       VALUE 'X'.
           05 BTR-BRANCH-CODE    PIC X(03).
      *    NAME, REGION AND PARENT - REQUIRED ON AN ADD; ON A CHANGE
      *    A BLANK FIELD KEEPS THE ONE ON FILE.
           05 BTR-BRANCH-NAME    PIC X(30).
           05 BTR-REGION         PIC X(04).
           05 BTR-PARENT-BRANCH  PIC X(03).
      *    SUCCESSOR AND CLOSE DATE - A CLOSE ONLY.
           05 BTR-SUCCESSOR      PIC X(03).
           05 BTR-CLOSE-DATE     PIC X(10).
      *    THE USERNO AUTHORIZING THE CHANGE.
           05 BTR-USERNO         PIC 9(03).
       FD  BRCH-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS BRCH-REPORT-RECORD.
       01  BRCH-REPORT-RECORD    PIC X(100).
       FD  BRCH-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 127 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS BRCH-AUDIT-RECORD.
       01  BRCH-AUDIT-RECORD.
           05 BAU-DATE           PIC X(10).
           05 BAU-BRANCH-CODE    PIC X(03).
      *    'A' ADDED, 'C' CHANGED, 'X' CLOSED TO A SUCCESSOR, 'K'
      *    CONSOLIDATED BY BRCHCONS.
           05 BAU-ACTION         PIC X(01).
      *    BEFORE AND AFTER, EACH THE 51 BYTES THAT FOLLOW THE CODE
      *    ON BRCHMAST.
           05 BAU-OLD-IMAGE      PIC X(51).
           05 BAU-NEW-IMAGE      PIC X(51).
           05 BAU-USERNO         PIC 9(03).
           05 BAU-PGM-NAME       PIC X(08).
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

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WORK-FIELDS-1.
          03 WS-BRANCH-STATUS       PIC X(02).
              88 BRANCH-OK          VALUE '00'.
              88 BRANCH-EOF         VALUE '10'.
              88 BRANCH-NOT-FOUND   VALUE '35'.
          03 WS-TRAN-STATUS         PIC X(02).
              88 TRAN-OK            VALUE '00'.
              88 TRAN-EOF           VALUE '10'.
              88 TRAN-NOT-FOUND     VALUE '35'.
          03 WS-REPORT-STATUS       PIC X(02).
              88 REPORT-OK          VALUE '00'.
          03 WS-AUDIT-STATUS        PIC X(02).
              88 AUDIT-OK           VALUE '00'.
          03 WS-USERMST-STATUS      PIC X(02).
              88 USERMST-OK         VALUE '00'.
              88 USERMST-EOF        VALUE '10'.
              88 USERMST-NOT-FOUND  VALUE '35'.
          03 WS-SECLOG-STATUS       PIC X(02).
              88 SECLOG-OK          VALUE '00'.
          03 WS-ACTION              PIC X(05).
              88 ACTION-APPLY       VALUE 'APPLY'.
              88 ACTION-LIST        VALUE 'LIST '.
          03 WS-EFFECTIVE-DATE      PIC X(10).
          03 WS-BRANCH-COUNT        PIC S9(4) COMP VALUE ZERO.
          03 WS-BRANCH-MAX          PIC S9(4) COMP VALUE 500.
          03 WS-BRANCH-IX           PIC S9(4) COMP.
          03 WS-FOUND-IX            PIC S9(4) COMP.
          03 WS-SEARCH-CODE         PIC X(03).
          03 WS-SEARCH-IX           PIC S9(4) COMP.
          03 WS-CHILD-COUNT         PIC S9(4) COMP.
          03 WS-USER-COUNT          PIC S9(4) COMP VALUE ZERO.
          03 WS-USER-MAX            PIC S9(4) COMP VALUE 200.
          03 WS-USER-IX             PIC S9(4) COMP.
          03 WS-USER-AUTH           PIC X(01).
              88 USER-CAN-UPDATE    VALUE 'U' 'A'.
          03 WS-OLD-IMAGE           PIC X(51).
          03 WS-AUDIT-ACTION        PIC X(01).
          03 WS-EDITS-SW            PIC X(01).
              88 EDITS-OK           VALUE 'Y'.
          03 WS-APPLIED-COUNT       PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-REJECT-COUNT        PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-COUNT-FORMATTED     PIC ZZ,ZZ9.
      *-----------------------------------------------------------------
      *    THE BRANCH FILE IN STORAGE WHILE THE CARDS ARE APPLIED -
      *    LOAD, WORK, REWRITE, THE PRODMNT PATTERN. EACH ENTRY IS
      *    THE BRCHMAST RECORD AS IT WILL BE WRITTEN BACK.
      *-----------------------------------------------------------------
       01  WS-BRANCH-TABLE.
           05 WS-BT-ENTRY OCCURS 500 TIMES.
              10 WS-BT-BRANCH-CODE   PIC X(03).
              10 WS-BT-IMAGE.
                 15 WS-BT-BRANCH-NAME PIC X(30).
                 15 WS-BT-REGION      PIC X(04).
                 15 WS-BT-STATUS      PIC X(01).
                 15 WS-BT-PARENT      PIC X(03).
                 15 WS-BT-SUCCESSOR   PIC X(03).
                 15 WS-BT-CLOSE-DATE  PIC X(10).
      *-----------------------------------------------------------------
      *    THE USER MASTER IN STORAGE FOR THE USERNO CHECKS.
      *-----------------------------------------------------------------
       01  WS-USER-TABLE.
           05 WS-USER-ENTRY OCCURS 200 TIMES.
              10 WS-UT-USERNO        PIC 9(03).
              10 WS-UT-NAME          PIC X(20).
              10 WS-UT-STATUS        PIC X(01).
              10 WS-UT-AUTHORITY     PIC X(01).

       01  WS-REPORT-LINE.
          03 WS-RL-BRANCH           PIC X(03).
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-RL-NAME             PIC X(30).
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-RL-REGION           PIC X(04).
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-RL-STATUS           PIC X(01).
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-RL-PARENT           PIC X(03).
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-RL-SUCCESSOR        PIC X(03).
          03 FILLER                 PIC X(02) VALUE SPACES.
          03 WS-RL-CLOSE-DATE       PIC X(10).
          03 FILLER                 PIC X(34) VALUE SPACES.

      *-----------------------------------------------------------------
      *    CALL PARAMETER BLOCK FOR DATEUTIL, THE SHARED DATE
      *    UTILITY - THE EFFECTIVE DATE AND EVERY CLOSE DATE GO
      *    THROUGH ITS VALIDATION.
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
                   PERFORM 1000-APPLY-BRANCH-CARDS
               WHEN ACTION-LIST
                   PERFORM 5000-LIST-BRANCHES
               WHEN OTHER
                   DISPLAY "BRCHMNT: ACTION MUST BE APPLY OR LIST"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .

       1000-APPLY-BRANCH-CARDS SECTION.
      *-----------------------------------------------------------------
           MOVE 'VAL ' TO WS-DU-FUNCTION
           MOVE WS-EFFECTIVE-DATE TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF NOT WS-DU-OK
               DISPLAY "BRCHMNT: " WS-EFFECTIVE-DATE
                   " IS NOT A VALID EFFECTIVE DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1200-LOAD-USER-MASTER
           PERFORM 1500-LOAD-BRANCH-FILE

           OPEN INPUT BRCH-TRAN-FILE
           EVALUATE TRUE
               WHEN TRAN-OK
                   CONTINUE
               WHEN TRAN-NOT-FOUND
                   DISPLAY "BRCHMNT: NO BRCHTRAN CARDS - NOTHING "
                       "TO APPLY"
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY "BRCHMNT: UNEXPECTED BRCHTRAN STATUS "
                       WS-TRAN-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           OPEN EXTEND BRCH-AUDIT-FILE
           IF NOT AUDIT-OK
               OPEN OUTPUT BRCH-AUDIT-FILE
           END-IF
           IF NOT AUDIT-OK
               DISPLAY "BRCHMNT: UNEXPECTED BRCHAUDT STATUS "
                   WS-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           READ BRCH-TRAN-FILE
           PERFORM WITH TEST BEFORE UNTIL TRAN-EOF
               PERFORM 2000-APPLY-ONE-CARD
               READ BRCH-TRAN-FILE
           END-PERFORM
           CLOSE BRCH-TRAN-FILE
           CLOSE BRCH-AUDIT-FILE

           PERFORM 4000-REWRITE-BRANCH-FILE

           MOVE WS-APPLIED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "BRCHMNT: BRANCH CARDS APPLIED: "
               WS-COUNT-FORMATTED
           MOVE WS-REJECT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "BRCHMNT: BRANCH CARDS REJECTED: "
               WS-COUNT-FORMATTED

           IF WS-REJECT-COUNT > ZERO
              AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       1200-LOAD-USER-MASTER SECTION.
      *-----------------------------------------------------------------
      *    NO USER MASTER LEAVES THE TABLE EMPTY AND EVERY CARD'S
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
                   DISPLAY "BRCHMNT: USER MASTER FILE NOT FOUND - "
                       "ALL USER NUMBERS WILL BE REJECTED"
               WHEN OTHER
                   DISPLAY "BRCHMNT: UNEXPECTED USERMST STATUS "
                       WS-USERMST-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       1300-LOOKUP-USER SECTION.
      *-----------------------------------------------------------------
      *    AUTHORITY OF THE CARD'S USERNO, SPACE WHEN IT IS NOT AN
      *    ACTIVE USER.
      *-----------------------------------------------------------------
           MOVE SPACE TO WS-USER-AUTH
           PERFORM VARYING WS-USER-IX FROM 1 BY 1
               UNTIL WS-USER-IX > WS-USER-COUNT
               IF BTR-USERNO = WS-UT-USERNO (WS-USER-IX)
                  AND WS-UT-STATUS (WS-USER-IX) = 'A'
                   MOVE WS-UT-AUTHORITY (WS-USER-IX) TO WS-USER-AUTH
               END-IF
           END-PERFORM
           .

       1400-LOG-SECURITY-VIOLATION SECTION.
      *-----------------------------------------------------------------
           MOVE WS-EFFECTIVE-DATE TO SEC-DATE
           MOVE 'BRCHMNT' TO SEC-PROGRAM
           MOVE BTR-USERNO TO SEC-USERNO
           MOVE 'BRCHMAINT' TO SEC-ACTION
           OPEN EXTEND SECURITY-LOG
           IF NOT SECLOG-OK
               OPEN OUTPUT SECURITY-LOG
           END-IF
           IF SECLOG-OK
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG
           ELSE
               DISPLAY "BRCHMNT: SECURITY LOG UNAVAILABLE - STATUS "
                   WS-SECLOG-STATUS
           END-IF
           .

       1500-LOAD-BRANCH-FILE SECTION.
      *-----------------------------------------------------------------
      *    NO FILE YET IS A FIRST-TIME LOAD - THE FIRST CARD SHOULD
      *    ADD '000', HEAD OFFICE.
      *-----------------------------------------------------------------
           OPEN INPUT BRANCH-MASTER-FILE
           EVALUATE TRUE
               WHEN BRANCH-OK
                   READ BRANCH-MASTER-FILE
                   PERFORM WITH TEST BEFORE
                           UNTIL BRANCH-EOF
                              OR WS-BRANCH-COUNT
                                 NOT LESS THAN WS-BRANCH-MAX
                       ADD 1 TO WS-BRANCH-COUNT
                       MOVE BRM-BRANCH-CODE
                         TO WS-BT-BRANCH-CODE (WS-BRANCH-COUNT)
                       MOVE BRANCH-MASTER-RECORD (4:51)
                         TO WS-BT-IMAGE (WS-BRANCH-COUNT)
                       READ BRANCH-MASTER-FILE
                   END-PERFORM
                   CLOSE BRANCH-MASTER-FILE
               WHEN BRANCH-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BRCHMNT: UNEXPECTED BRCHMAST STATUS "
                       WS-BRANCH-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       2000-APPLY-ONE-CARD SECTION.
      *-----------------------------------------------------------------
           PERFORM 2100-EDIT-CARD
           IF EDITS-OK
               EVALUATE TRUE
                   WHEN BTR-ADD
                       PERFORM 2400-ADD-BRANCH
                   WHEN BTR-CHANGE
                       PERFORM 2450-CHANGE-BRANCH
                   WHEN BTR-CLOSE
                       PERFORM 2470-CLOSE-BRANCH
               END-EVALUATE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           .

       2100-EDIT-CARD SECTION.
      *-----------------------------------------------------------------
      *    THE ACTION, THE CODE AND THE USERNO FIRST; THEN WHAT EACH
      *    ACTION NEEDS OF THE FILE AS IT STANDS - AN ADD A CODE NOT
      *    YET USED, A CHANGE OR CLOSE ONE THAT IS, AND ANY PARENT OR
      *    SUCCESSOR NAMED AN OPEN BRANCH OTHER THAN THIS ONE.
      *-----------------------------------------------------------------
           MOVE 'Y' TO WS-EDITS-SW

           IF NOT BTR-ADD AND NOT BTR-CHANGE AND NOT BTR-CLOSE
               DISPLAY "BRCHMNT: ACTION '" BTR-ACTION
                   "' IS NOT A, C OR X - CARD REJECTED"
               MOVE 'N' TO WS-EDITS-SW
           END-IF

           IF EDITS-OK
               IF BTR-BRANCH-CODE = SPACES
                   DISPLAY "BRCHMNT: NO BRANCH CODE - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK
               IF BTR-USERNO NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-SW
               ELSE
                   PERFORM 1300-LOOKUP-USER
                   IF NOT USER-CAN-UPDATE
                       MOVE 'N' TO WS-EDITS-SW
                   END-IF
               END-IF
               IF NOT EDITS-OK
                   DISPLAY "BRCHMNT: USERNO " BTR-USERNO
                       " NOT AUTHORIZED FOR " BTR-BRANCH-CODE
                       " - CARD REJECTED"
                   PERFORM 1400-LOG-SECURITY-VIOLATION
               END-IF
           END-IF

           IF EDITS-OK
               MOVE BTR-BRANCH-CODE TO WS-SEARCH-CODE
               PERFORM 2200-FIND-BRANCH
               MOVE WS-SEARCH-IX TO WS-FOUND-IX
               EVALUATE TRUE
                   WHEN BTR-ADD AND WS-FOUND-IX NOT = ZERO
                       DISPLAY "BRCHMNT: BRANCH " BTR-BRANCH-CODE
                           " ALREADY ON FILE - ADD REJECTED"
                       MOVE 'N' TO WS-EDITS-SW
                   WHEN NOT BTR-ADD AND WS-FOUND-IX = ZERO
                       DISPLAY "BRCHMNT: BRANCH " BTR-BRANCH-CODE
                           " NOT ON FILE - CARD REJECTED"
                       MOVE 'N' TO WS-EDITS-SW
                   WHEN NOT BTR-ADD
                    AND WS-BT-STATUS (WS-FOUND-IX) NOT = 'A'
                       DISPLAY "BRCHMNT: BRANCH " BTR-BRANCH-CODE
                           " IS NOT OPEN - CARD REJECTED"
                       MOVE 'N' TO WS-EDITS-SW
               END-EVALUATE
           END-IF

           IF EDITS-OK AND BTR-ADD
               IF BTR-BRANCH-NAME = SPACES
                  OR BTR-REGION = SPACES
                   DISPLAY "BRCHMNT: NAME AND REGION REQUIRED FOR "
                       BTR-BRANCH-CODE " - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK
              AND NOT BTR-CLOSE
              AND BTR-PARENT-BRANCH NOT = SPACES
               IF BTR-PARENT-BRANCH = BTR-BRANCH-CODE
                   DISPLAY "BRCHMNT: BRANCH " BTR-BRANCH-CODE
                       " CANNOT BE ITS OWN PARENT - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               ELSE
                   MOVE BTR-PARENT-BRANCH TO WS-SEARCH-CODE
                   PERFORM 2200-FIND-BRANCH
                   IF WS-SEARCH-IX = ZERO
                       DISPLAY "BRCHMNT: PARENT " BTR-PARENT-BRANCH
                           " FOR " BTR-BRANCH-CODE
                           " IS NOT ON FILE - CARD REJECTED"
                       MOVE 'N' TO WS-EDITS-SW
                   END-IF
               END-IF
           END-IF

           IF EDITS-OK AND BTR-CLOSE
               PERFORM 2150-EDIT-CLOSE
           END-IF
           .

       2150-EDIT-CLOSE SECTION.
      *-----------------------------------------------------------------
      *    HEAD OFFICE NEVER CLOSES. THE SUCCESSOR MUST BE AN OPEN
      *    BRANCH, AND NO OPEN BRANCH MAY STILL REPORT UP TO THE ONE
      *    CLOSING - RE-PARENT THEM FIRST.
      *-----------------------------------------------------------------
           IF BTR-BRANCH-CODE = '000'
               DISPLAY "BRCHMNT: HEAD OFFICE CANNOT BE CLOSED - "
                   "CARD REJECTED"
               MOVE 'N' TO WS-EDITS-SW
           END-IF

           IF EDITS-OK
               MOVE 'VAL ' TO WS-DU-FUNCTION
               MOVE BTR-CLOSE-DATE TO WS-DU-INPUT-DATE
               CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
               IF NOT WS-DU-OK
                   DISPLAY "BRCHMNT: CLOSE DATE " BTR-CLOSE-DATE
                       " FOR " BTR-BRANCH-CODE
                       " IS NOT A VALID DATE - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK
               IF BTR-SUCCESSOR = SPACES
                  OR BTR-SUCCESSOR = BTR-BRANCH-CODE
                   DISPLAY "BRCHMNT: CLOSE OF " BTR-BRANCH-CODE
                       " NEEDS ANOTHER BRANCH AS SUCCESSOR - "
                       "CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               ELSE
                   MOVE BTR-SUCCESSOR TO WS-SEARCH-CODE
                   PERFORM 2200-FIND-BRANCH
                   IF WS-SEARCH-IX = ZERO
                       DISPLAY "BRCHMNT: SUCCESSOR " BTR-SUCCESSOR
                           " IS NOT ON FILE - CARD REJECTED"
                       MOVE 'N' TO WS-EDITS-SW
                   ELSE
                       IF WS-BT-STATUS (WS-SEARCH-IX) NOT = 'A'
                           DISPLAY "BRCHMNT: SUCCESSOR "
                               BTR-SUCCESSOR
                               " IS NOT OPEN - CARD REJECTED"
                           MOVE 'N' TO WS-EDITS-SW
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF EDITS-OK
               MOVE ZERO TO WS-CHILD-COUNT
               PERFORM VARYING WS-BRANCH-IX FROM 1 BY 1
                   UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
                   IF WS-BT-PARENT (WS-BRANCH-IX) = BTR-BRANCH-CODE
                      AND WS-BT-STATUS (WS-BRANCH-IX) = 'A'
                       ADD 1 TO WS-CHILD-COUNT
                   END-IF
               END-PERFORM
               IF WS-CHILD-COUNT > ZERO
                   DISPLAY "BRCHMNT: " WS-CHILD-COUNT
                       " OPEN BRANCH(ES) STILL REPORT TO "
                       BTR-BRANCH-CODE " - CLOSE REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF
           .

       2200-FIND-BRANCH SECTION.
      *-----------------------------------------------------------------
      *    WS-SEARCH-CODE'S ENTRY, ZERO WHEN NOT ON FILE.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-SEARCH-IX
           PERFORM VARYING WS-BRANCH-IX FROM 1 BY 1
               UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
                  OR WS-SEARCH-IX NOT = ZERO
               IF WS-BT-BRANCH-CODE (WS-BRANCH-IX) = WS-SEARCH-CODE
                   MOVE WS-BRANCH-IX TO WS-SEARCH-IX
               END-IF
           END-PERFORM
           .

       2400-ADD-BRANCH SECTION.
      *-----------------------------------------------------------------
           IF WS-BRANCH-COUNT NOT LESS THAN WS-BRANCH-MAX
               DISPLAY "BRCHMNT: BRANCH TABLE FULL - "
                   BTR-BRANCH-CODE " NOT ADDED"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-BRANCH-COUNT TO WS-FOUND-IX
               MOVE SPACES TO WS-OLD-IMAGE
               MOVE BTR-BRANCH-CODE
                 TO WS-BT-BRANCH-CODE (WS-FOUND-IX)
               MOVE SPACES TO WS-BT-IMAGE (WS-FOUND-IX)
               MOVE BTR-BRANCH-NAME TO WS-BT-BRANCH-NAME (WS-FOUND-IX)
               MOVE BTR-REGION TO WS-BT-REGION (WS-FOUND-IX)
               MOVE 'A' TO WS-BT-STATUS (WS-FOUND-IX)
               MOVE BTR-PARENT-BRANCH TO WS-BT-PARENT (WS-FOUND-IX)
               MOVE 'A' TO WS-AUDIT-ACTION
               PERFORM 2500-WRITE-AUDIT-RECORD
               ADD 1 TO WS-APPLIED-COUNT
           END-IF
           .

       2450-CHANGE-BRANCH SECTION.
      *-----------------------------------------------------------------
           MOVE WS-BT-IMAGE (WS-FOUND-IX) TO WS-OLD-IMAGE
           IF BTR-BRANCH-NAME NOT = SPACES
               MOVE BTR-BRANCH-NAME TO WS-BT-BRANCH-NAME (WS-FOUND-IX)
           END-IF
           IF BTR-REGION NOT = SPACES
               MOVE BTR-REGION TO WS-BT-REGION (WS-FOUND-IX)
           END-IF
           IF BTR-PARENT-BRANCH NOT = SPACES
               MOVE BTR-PARENT-BRANCH TO WS-BT-PARENT (WS-FOUND-IX)
           END-IF
           MOVE 'C' TO WS-AUDIT-ACTION
           PERFORM 2500-WRITE-AUDIT-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           .

       2470-CLOSE-BRANCH SECTION.
      *-----------------------------------------------------------------
           MOVE WS-BT-IMAGE (WS-FOUND-IX) TO WS-OLD-IMAGE
           MOVE 'C' TO WS-BT-STATUS (WS-FOUND-IX)
           MOVE BTR-SUCCESSOR TO WS-BT-SUCCESSOR (WS-FOUND-IX)
           MOVE BTR-CLOSE-DATE TO WS-BT-CLOSE-DATE (WS-FOUND-IX)
           MOVE 'X' TO WS-AUDIT-ACTION
           PERFORM 2500-WRITE-AUDIT-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           .

       2500-WRITE-AUDIT-RECORD SECTION.
      *-----------------------------------------------------------------
           MOVE WS-EFFECTIVE-DATE TO BAU-DATE
           MOVE BTR-BRANCH-CODE TO BAU-BRANCH-CODE
           MOVE WS-AUDIT-ACTION TO BAU-ACTION
           MOVE WS-OLD-IMAGE TO BAU-OLD-IMAGE
           MOVE WS-BT-IMAGE (WS-FOUND-IX) TO BAU-NEW-IMAGE
           MOVE BTR-USERNO TO BAU-USERNO
           MOVE 'BRCHMNT' TO BAU-PGM-NAME
           WRITE BRCH-AUDIT-RECORD
           .

       4000-REWRITE-BRANCH-FILE SECTION.
      *-----------------------------------------------------------------
           OPEN OUTPUT BRANCH-MASTER-FILE
           PERFORM VARYING WS-BRANCH-IX FROM 1 BY 1
               UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
               MOVE SPACES TO BRANCH-MASTER-RECORD
               MOVE WS-BT-BRANCH-CODE (WS-BRANCH-IX)
                 TO BRM-BRANCH-CODE
               MOVE WS-BT-IMAGE (WS-BRANCH-IX)
                 TO BRANCH-MASTER-RECORD (4:51)
               WRITE BRANCH-MASTER-RECORD
           END-PERFORM
           CLOSE BRANCH-MASTER-FILE
           .

       5000-LIST-BRANCHES SECTION.
      *-----------------------------------------------------------------
           OPEN OUTPUT BRCH-REPORT
           IF NOT REPORT-OK
               DISPLAY "BRCHMNT: UNEXPECTED BRCHRPT STATUS "
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT BRANCH-MASTER-FILE
           EVALUATE TRUE
               WHEN BRANCH-OK
                   READ BRANCH-MASTER-FILE
                   PERFORM WITH TEST BEFORE UNTIL BRANCH-EOF
                       ADD 1 TO WS-BRANCH-COUNT
                       MOVE BRM-BRANCH-CODE TO WS-RL-BRANCH
                       MOVE BRM-BRANCH-NAME TO WS-RL-NAME
                       MOVE BRM-REGION TO WS-RL-REGION
                       MOVE BRM-STATUS TO WS-RL-STATUS
                       MOVE BRM-PARENT-BRANCH TO WS-RL-PARENT
                       MOVE BRM-SUCCESSOR TO WS-RL-SUCCESSOR
                       MOVE BRM-CLOSE-DATE TO WS-RL-CLOSE-DATE
                       MOVE WS-REPORT-LINE TO BRCH-REPORT-RECORD
                       WRITE BRCH-REPORT-RECORD
                       READ BRANCH-MASTER-FILE
                   END-PERFORM
                   CLOSE BRANCH-MASTER-FILE
               WHEN BRANCH-NOT-FOUND
                   DISPLAY "BRCHMNT: NO BRCHMAST FILE TO LIST"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "BRCHMNT: UNEXPECTED BRCHMAST STATUS "
                       WS-BRANCH-STATUS
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           CLOSE BRCH-REPORT

           MOVE WS-BRANCH-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "BRCHMNT: BRANCHES LISTED: " WS-COUNT-FORMATTED
           .
