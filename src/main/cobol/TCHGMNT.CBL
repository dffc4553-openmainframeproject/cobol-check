       ID DIVISION.
       PROGRAM-ID.         TCHGMNT.
       AUTHOR.             (TNP).
       DATE-WRITTEN.       15.10.2026.
      *--------------+------+-------------------------------------------
      *
      *     MAINTENANCE AND LISTING FOR THE TERMSCHG CHANGE-OF-TERMS
      *     FILE - A CHANGE TO THE HOUSE INTEREST RATE (INTPARM) OR
      *     TO A FEE (FEESCHED) IS LODGED HERE WITH THE DATE IT IS
      *     TO TAKE EFFECT, INSTEAD OF THE FILE BEING EDITED ON THE
      *     DAY (SEE TERMSCHG.CPY). WALINT AND WALFEE TAKE THE
      *     CHANGES IN FORCE THROUGH TCHGLOOK; TCHGNOT WRITES TO THE
      *     CUSTOMERS A LESS FAVOURABLE CHANGE TOUCHES. TWO ACTIONS
      *     FROM SYSIN:
      *
      *        APPLY  -  READ THE TCHGTRAN CARDS (ACTION, CHANGE,
      *                  NEW TERMS, EFFECTIVE DATE, AUTHORIZING
      *                  USERNO), VALIDATE EACH - 'L' LODGES A NEW
      *                  CHANGE UNDER THE NEXT FREE NUMBER, 'W'
      *                  WITHDRAWS ONE NOT YET EFFECTIVE - AND
      *                  REWRITE THE FILE.
      *        LIST   -  WRITE THE CHANGE FILE TO THE TCHGRPT REPORT.
      *
      *     A LODGED CHANGE IS MEASURED AGAINST THE TERMS IT REPLACES
      *     - THE LATEST CHANGE ALREADY LODGED FOR THE SAME RATE OR
      *     FEE WITH AN EARLIER EFFECTIVE DATE, OR INTPARM / FEESCHED
      *     WHERE THERE IS NONE. A LOWER RATE, A NEW FEE, A DEARER
      *     AMOUNT, A WIDER TRIGGER OR A CHANGE OF FEE TYPE IS LESS
      *     FAVOURABLE: IT IS MARKED FOR NOTICE WITH THE RUN'S NOTICE
      *     PERIOD, AND REFUSED WHEN ITS EFFECTIVE DATE IS SOONER
      *     THAN THAT PERIOD FROM THE BUSINESS DATE.
      *
      *     A LODGE OR A WITHDRAWAL CHANGES WHAT THE NEXT CHANGE FOR
      *     THE SAME RATE OR FEE REPLACES, SO EVERY LATER CHANGE STILL
      *     LODGED WITHOUT NOTICE IS MEASURED AGAIN. ONE NOW LESS
      *     FAVOURABLE IS MARKED FOR NOTICE WITH THE RUN'S PERIOD; IF
      *     IT TAKES EFFECT TOO SOON FOR THAT, THE CARD IS REJECTED
      *     AND NOTHING IS CHANGED.
      *
      *     SYSIN CARDS: ACTION, BUSINESS DATE (YYYY-MM-DD), NOTICE
      *     DAYS (BLANK = 060).
      *
      *--------------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMS-CHANGE-FILE ASSIGN TO "TERMSCHG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CHANGE-STATUS.
           SELECT TCHG-TRAN-FILE ASSIGN TO "TCHGTRAN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TRAN-STATUS.
      *    THE TERMS AS THEY STAND - WHAT A LODGED CHANGE IS MEASURED
      *    AGAINST WHEN NO EARLIER CHANGE IS LODGED.
           SELECT RATE-PARM-FILE ASSIGN TO "INTPARM"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PARM-STATUS.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-FEE-STATUS.
           SELECT TCHG-REPORT ASSIGN TO "TCHGRPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TERMS-CHANGE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 110 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS TERMS-CHANGE-RECORD.
       01  TERMS-CHANGE-RECORD.
           COPY TERMSCHG.
       FD  TCHG-TRAN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 54 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS TCHG-TRAN-RECORD.
       01  TCHG-TRAN-RECORD.
           05 TTR-ACTION         PIC X(01).
              88 TTR-LODGE       VALUE 'L'.
              88 TTR-WITHDRAW    VALUE 'W'.
      *    THE CHANGE TO WITHDRAW - IGNORED ON A LODGE.
           05 TTR-CHANGE-NO      PIC 9(05).
      *    THE NEW TERMS, IN TERMSCHG ORDER - IGNORED ON A WITHDRAW.
           05 TTR-CHANGE-TYPE    PIC X(01).
              88 TTR-RATE-CHANGE VALUE 'R'.
              88 TTR-FEE-CHANGE  VALUE 'F'.
           05 TTR-FEE-CODE       PIC X(04).
           05 TTR-NEW-RATE       PIC 9(3)V9(6).
           05 TTR-NEW-FEE-TYPE   PIC X(01).
              88 TTR-FEE-FLAT    VALUE 'A'.
              88 TTR-FEE-PERCENT VALUE 'P'.
              88 TTR-FEE-DROPPED VALUE 'D'.
              88 TTR-FEE-TYPE-VALID VALUE 'A' 'P' 'D'.
           05 TTR-NEW-FEE-AMOUNT PIC 9(8)V99.
           05 TTR-NEW-FEE-TRIGGER PIC 9(8)V99.
           05 TTR-EFFECTIVE-DATE PIC X(10).
      *    THE USERNO AUTHORIZING THE CHANGE.
           05 TTR-USERNO         PIC 9(03).
       FD  RATE-PARM-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 9 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS RATE-PARM-RECORD.
       01  RATE-PARM-RECORD.
           05 PARM-MONTHLY-RATE  PIC 9(3)V9(6).
       FD  FEE-SCHEDULE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 25 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS FEE-SCHEDULE-RECORD.
       01  FEE-SCHEDULE-RECORD.
           05 FEE-CODE           PIC X(04).
           05 FEE-TYPE           PIC X(01).
           05 FEE-AMOUNT         PIC 9(8)V99.
           05 FEE-MIN-TRIGGER    PIC 9(8)V99.
       FD  TCHG-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS TCHG-REPORT-RECORD.
       01  TCHG-REPORT-RECORD    PIC X(100).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WORK-FIELDS-1.
          03 WS-CHANGE-STATUS       PIC X(02).
              88 CHANGE-OK          VALUE '00'.
              88 CHANGE-EOF         VALUE '10'.
              88 CHANGE-NOT-FOUND   VALUE '35'.
          03 WS-TRAN-STATUS         PIC X(02).
              88 TRAN-OK            VALUE '00'.
              88 TRAN-EOF           VALUE '10'.
              88 TRAN-NOT-FOUND     VALUE '35'.
          03 WS-PARM-STATUS         PIC X(02).
              88 PARM-OK            VALUE '00'.
              88 PARM-NOT-FOUND     VALUE '35'.
          03 WS-FEE-STATUS          PIC X(02).
              88 FEE-OK             VALUE '00'.
              88 FEE-EOF            VALUE '10'.
              88 FEE-NOT-FOUND      VALUE '35'.
          03 WS-REPORT-STATUS       PIC X(02).
              88 REPORT-OK          VALUE '00'.
          03 WS-ACTION              PIC X(05).
              88 ACTION-APPLY       VALUE 'APPLY'.
              88 ACTION-LIST        VALUE 'LIST '.
          03 WS-BUSINESS-DATE      PIC X(10).
          03 WS-NOTICE-CARD         PIC X(03).
          03 WS-NOTICE-DAYS         PIC 9(03) VALUE 060.
          03 WS-EARLIEST-DATE       PIC X(10).
          03 WS-CHANGE-COUNT        PIC S9(4) COMP VALUE ZERO.
          03 WS-CHANGE-MAX          PIC S9(4) COMP VALUE 200.
          03 WS-CHANGE-IX           PIC S9(4) COMP.
          03 WS-FOUND-IX            PIC S9(4) COMP.
          03 WS-PRIOR-IX            PIC S9(4) COMP.
          03 WS-LATER-IX            PIC S9(4) COMP.
          03 WS-NEXT-CHANGE-NO      PIC 9(05) VALUE ZERO.
          03 WS-HOUSE-RATE          PIC 9(3)V9(6) VALUE ZERO.
          03 WS-FEE-COUNT           PIC S9(4) COMP VALUE ZERO.
          03 WS-FEE-MAX             PIC S9(4) COMP VALUE 50.
          03 WS-FEE-IX              PIC S9(4) COMP.
      *    THE TERMS A LODGED CHANGE REPLACES.
          03 WS-PRIOR-SW            PIC X(01).
              88 PRIOR-TERMS-FOUND  VALUE 'Y'.
          03 WS-PRIOR-RATE          PIC 9(3)V9(6).
          03 WS-PRIOR-FEE-TYPE      PIC X(01).
          03 WS-PRIOR-FEE-AMOUNT    PIC 9(8)V99.
          03 WS-PRIOR-FEE-TRIGGER   PIC 9(8)V99.
          03 WS-NOTICE-SW           PIC X(01).
              88 NOTICE-REQUIRED    VALUE 'Y'.
      *    THE CHANGE JUST LODGED OR WITHDRAWN - THE LATER CHANGES FOR
      *    THE SAME RATE OR FEE ARE MEASURED AGAIN BEHIND IT.
          03 WS-PIVOT-TYPE          PIC X(01).
          03 WS-PIVOT-FEE-CODE      PIC X(04).
          03 WS-PIVOT-DATE          PIC X(10).
          03 WS-RECHECK-SW          PIC X(01).
              88 RECHECK-MARKING    VALUE 'M'.
          03 WS-SHORT-COUNT         PIC S9(4) COMP.
          03 WS-UNDO-RECORD         PIC X(110).
          03 WS-EDITS-SW            PIC X(01).
              88 EDITS-OK           VALUE 'Y'.
          03 WS-APPLIED-COUNT       PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-REJECT-COUNT        PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-COUNT-FORMATTED     PIC ZZ.ZZ9.
      *-----------------------------------------------------------------
      *    THE CHANGE FILE IN STORAGE WHILE THE CARDS ARE APPLIED -
      *    LOAD, WORK, REWRITE, THE PRODMNT PATTERN. NOTHING IS EVER
      *    DROPPED: A WITHDRAWN CHANGE STAYS ON AS HISTORY.
      *-----------------------------------------------------------------
       01  WS-CHANGE-TABLE.
           05 WS-CT-ENTRY OCCURS 200 TIMES.
              10 WS-CT-RECORD        PIC X(110).
      *-----------------------------------------------------------------
      *    THE FEE SCHEDULE AS IT STANDS.
      *-----------------------------------------------------------------
       01  WS-FEE-TABLE.
           05 WS-FT-ENTRY OCCURS 50 TIMES.
              10 WS-FT-CODE          PIC X(04).
              10 WS-FT-TYPE          PIC X(01).
              10 WS-FT-AMOUNT        PIC 9(8)V99.
              10 WS-FT-TRIGGER       PIC 9(8)V99.
      *-----------------------------------------------------------------
      *    ONE CHANGE, WORKED ON IN THE TERMSCHG LAYOUT.
      *-----------------------------------------------------------------
       01  WS-CHANGE-WORK.
           COPY TERMSCHG.
      *-----------------------------------------------------------------
      *    THE CHANGE BEING MEASURED AGAINST THE TERMS IT REPLACES -
      *    THE CARD'S NEW ONE, OR A LATER ONE MEASURED AGAIN.
      *-----------------------------------------------------------------
       01  WS-CANDIDATE.
           COPY TERMSCHG.

       01  WS-LIST-HEADING.
          03 FILLER                 PIC X(30) VALUE
             'CHANGES OF TERMS AS AT        '.
          03 WS-LH-DATE             PIC X(10).
          03 FILLER                 PIC X(60) VALUE SPACES.
       01  WS-LIST-CAPTION.
          03 FILLER                 PIC X(50) VALUE
             'CHNGE T CODE       RATE F      AMOUNT     TRIGGER '.
          03 FILLER                 PIC X(50) VALUE
             'EFFECTIVE  N DAY S NOTIFIED   CLEAR        COUNT  '.
       01  WS-REPORT-LINE.
          03 WS-RL-CHANGE-NO        PIC 9(05).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RL-TYPE             PIC X(01).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RL-FEE-CODE         PIC X(04).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RL-RATE             PIC ZZ9,999999.
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RL-FEE-TYPE         PIC X(01).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RL-FEE-AMOUNT       PIC ZZZZZZZ9,99.
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RL-FEE-TRIGGER      PIC ZZZZZZZ9,99.
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RL-EFFECTIVE-DATE   PIC X(10).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RL-NOTICE           PIC X(01).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RL-NOTICE-DAYS      PIC ZZ9.
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RL-STATUS           PIC X(01).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RL-NOTICE-DATE      PIC X(10).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RL-CLEAR-DATE       PIC X(10).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RL-COUNT            PIC ZZZZZZ9.
          03 FILLER                 PIC X(02) VALUE SPACES.

      *-----------------------------------------------------------------
      *    CALL PARAMETER BLOCK FOR DATEUTIL, THE SHARED DATE
      *    UTILITY - THE BUSINESS-DATE CARD AND EVERY EFFECTIVE DATE
      *    GO THROUGH ITS VALIDATION, AND IT WORKS OUT THE EARLIEST
      *    DATE A LESS FAVOURABLE CHANGE CAN TAKE EFFECT.
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
           ACCEPT WS-BUSINESS-DATE
           MOVE SPACES TO WS-NOTICE-CARD
           ACCEPT WS-NOTICE-CARD

           EVALUATE TRUE
               WHEN ACTION-APPLY
                   PERFORM 1000-APPLY-CHANGE-CARDS
               WHEN ACTION-LIST
                   PERFORM 5000-LIST-CHANGES
               WHEN OTHER
                   DISPLAY "TCHGMNT: ACTION MUST BE APPLY OR LIST"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .

       1000-APPLY-CHANGE-CARDS SECTION.
      *-----------------------------------------------------------------
           MOVE 'VAL ' TO WS-DU-FUNCTION
           MOVE WS-BUSINESS-DATE TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF NOT WS-DU-OK
               DISPLAY "TCHGMNT: " WS-BUSINESS-DATE
                   " IS NOT A VALID BUSINESS DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-NOTICE-CARD NOT = SPACES
               IF WS-NOTICE-CARD NOT NUMERIC
                   DISPLAY "TCHGMNT: NOTICE DAYS CARD '"
                       WS-NOTICE-CARD "' IS NOT NUMERIC"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-NOTICE-CARD TO WS-NOTICE-DAYS
           END-IF

           MOVE 'ADD ' TO WS-DU-FUNCTION
           MOVE WS-BUSINESS-DATE TO WS-DU-INPUT-DATE
           MOVE WS-NOTICE-DAYS TO WS-DU-DAYS-TO-ADD
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           MOVE WS-DU-OUTPUT-DATE TO WS-EARLIEST-DATE

           PERFORM 1500-LOAD-CHANGE-FILE
           PERFORM 1600-LOAD-CURRENT-TERMS

           OPEN INPUT TCHG-TRAN-FILE
           EVALUATE TRUE
               WHEN TRAN-OK
                   CONTINUE
               WHEN TRAN-NOT-FOUND
                   DISPLAY "TCHGMNT: NO TCHGTRAN CARDS - NOTHING "
                       "TO APPLY"
                   MOVE 4 TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY "TCHGMNT: UNEXPECTED TCHGTRAN STATUS "
                       WS-TRAN-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           READ TCHG-TRAN-FILE
           PERFORM WITH TEST BEFORE UNTIL TRAN-EOF
               PERFORM 2000-APPLY-ONE-CARD
               READ TCHG-TRAN-FILE
           END-PERFORM
           CLOSE TCHG-TRAN-FILE

           PERFORM 4000-REWRITE-CHANGE-FILE

           MOVE WS-APPLIED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "TCHGMNT: CHANGE CARDS APPLIED: "
               WS-COUNT-FORMATTED
           MOVE WS-REJECT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "TCHGMNT: CHANGE CARDS REJECTED: "
               WS-COUNT-FORMATTED

           IF WS-REJECT-COUNT > ZERO
              AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       1500-LOAD-CHANGE-FILE SECTION.
      *-----------------------------------------------------------------
      *    NO FILE YET IS A FIRST-TIME LOAD - THE FIRST CHANGE LODGED
      *    IS NUMBER 1.
      *-----------------------------------------------------------------
           OPEN INPUT TERMS-CHANGE-FILE
           EVALUATE TRUE
               WHEN CHANGE-OK
                   READ TERMS-CHANGE-FILE
                   PERFORM WITH TEST BEFORE
                           UNTIL CHANGE-EOF
                              OR WS-CHANGE-COUNT
                                 NOT LESS THAN WS-CHANGE-MAX
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE TERMS-CHANGE-RECORD
                         TO WS-CT-RECORD (WS-CHANGE-COUNT)
                       IF TCH-CHANGE-NO OF TERMS-CHANGE-RECORD
                          > WS-NEXT-CHANGE-NO
                           MOVE TCH-CHANGE-NO OF TERMS-CHANGE-RECORD
                             TO WS-NEXT-CHANGE-NO
                       END-IF
                       READ TERMS-CHANGE-FILE
                   END-PERFORM
                   IF NOT CHANGE-EOF
                       DISPLAY "TCHGMNT: TERMSCHG HOLDS MORE THAN "
                           WS-CHANGE-MAX " CHANGES - RUN REFUSED"
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
                   CLOSE TERMS-CHANGE-FILE
               WHEN CHANGE-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "TCHGMNT: UNEXPECTED TERMSCHG STATUS "
                       WS-CHANGE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       1600-LOAD-CURRENT-TERMS SECTION.
      *-----------------------------------------------------------------
      *    NO INTPARM - A RATE CHANGE IS MEASURED AGAINST ZERO AND SO
      *    NEVER NEEDS NOTICE; NO FEESCHED - EVERY FEE IS NEW.
      *-----------------------------------------------------------------
           OPEN INPUT RATE-PARM-FILE
           EVALUATE TRUE
               WHEN PARM-OK
                   READ RATE-PARM-FILE
                   IF PARM-OK
                       MOVE PARM-MONTHLY-RATE TO WS-HOUSE-RATE
                   END-IF
                   CLOSE RATE-PARM-FILE
               WHEN PARM-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "TCHGMNT: UNEXPECTED INTPARM STATUS "
                       WS-PARM-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

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
                       MOVE FEE-TYPE TO WS-FT-TYPE (WS-FEE-COUNT)
                       MOVE FEE-AMOUNT TO WS-FT-AMOUNT (WS-FEE-COUNT)
                       MOVE FEE-MIN-TRIGGER
                         TO WS-FT-TRIGGER (WS-FEE-COUNT)
                       READ FEE-SCHEDULE-FILE
                   END-PERFORM
                   CLOSE FEE-SCHEDULE-FILE
               WHEN FEE-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "TCHGMNT: UNEXPECTED FEESCHED STATUS "
                       WS-FEE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       2000-APPLY-ONE-CARD SECTION.
      *-----------------------------------------------------------------
           PERFORM 2100-EDIT-CARD
           IF EDITS-OK
               EVALUATE TRUE
                   WHEN TTR-LODGE
                       PERFORM 2400-LODGE-CHANGE
                   WHEN TTR-WITHDRAW
                       PERFORM 2450-WITHDRAW-CHANGE
               END-EVALUATE
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF
           .

       2100-EDIT-CARD SECTION.
      *-----------------------------------------------------------------
      *    A LODGE NEEDS A TYPE OF R OR F, A VALID EFFECTIVE DATE NOT
      *    BEFORE THE BUSINESS DATE, AND NUMERIC TERMS: A NONZERO
      *    RATE, OR A FEE CODE WITH TYPE A, P OR D AND, UNLESS THE
      *    FEE IS DROPPED, A NONZERO AMOUNT. THE SAME RATE OR FEE
      *    CANNOT CHANGE TWICE ON ONE DATE.
      *-----------------------------------------------------------------
           MOVE 'Y' TO WS-EDITS-SW

           IF NOT TTR-LODGE AND NOT TTR-WITHDRAW
               DISPLAY "TCHGMNT: ACTION '" TTR-ACTION
                   "' IS NOT L OR W - CARD REJECTED"
               MOVE 'N' TO WS-EDITS-SW
           END-IF

           IF EDITS-OK
               IF TTR-USERNO NOT NUMERIC
                  OR TTR-USERNO = ZERO
                   DISPLAY "TCHGMNT: AUTHORIZING USERNO MISSING - "
                       "CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK AND TTR-LODGE
               IF NOT TTR-RATE-CHANGE AND NOT TTR-FEE-CHANGE
                   DISPLAY "TCHGMNT: CHANGE TYPE '" TTR-CHANGE-TYPE
                       "' IS NOT R OR F - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK AND TTR-LODGE AND TTR-RATE-CHANGE
               MOVE SPACES TO TTR-FEE-CODE
               IF TTR-NEW-RATE NOT NUMERIC
                  OR TTR-NEW-RATE = ZERO
                   DISPLAY "TCHGMNT: RATE CHANGE NEEDS A NONZERO "
                       "NUMERIC RATE - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK AND TTR-LODGE AND TTR-FEE-CHANGE
               IF TTR-FEE-CODE = SPACES
                   DISPLAY "TCHGMNT: FEE CHANGE WITHOUT A FEE CODE - "
                       "CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK AND TTR-LODGE AND TTR-FEE-CHANGE
               IF NOT TTR-FEE-TYPE-VALID
                   DISPLAY "TCHGMNT: FEE TYPE '" TTR-NEW-FEE-TYPE
                       "' FOR " TTR-FEE-CODE
                       " IS NOT A, P OR D - CARD REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK AND TTR-LODGE AND TTR-FEE-CHANGE
               IF TTR-FEE-DROPPED
                   MOVE ZERO TO TTR-NEW-FEE-AMOUNT
                   MOVE ZERO TO TTR-NEW-FEE-TRIGGER
               ELSE
                   IF TTR-NEW-FEE-AMOUNT NOT NUMERIC
                      OR TTR-NEW-FEE-TRIGGER NOT NUMERIC
                      OR TTR-NEW-FEE-AMOUNT = ZERO
                       DISPLAY "TCHGMNT: AMOUNT OR TRIGGER FOR "
                           TTR-FEE-CODE " NOT NUMERIC, OR NO "
                           "AMOUNT - CARD REJECTED"
                       MOVE 'N' TO WS-EDITS-SW
                   END-IF
               END-IF
           END-IF

           IF EDITS-OK AND TTR-LODGE
               MOVE 'VAL ' TO WS-DU-FUNCTION
               MOVE TTR-EFFECTIVE-DATE TO WS-DU-INPUT-DATE
               CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
               IF NOT WS-DU-OK
                   DISPLAY "TCHGMNT: " TTR-EFFECTIVE-DATE
                       " IS NOT A VALID EFFECTIVE DATE - CARD "
                       "REJECTED"
                   MOVE 'N' TO WS-EDITS-SW
               ELSE
                   IF TTR-EFFECTIVE-DATE < WS-BUSINESS-DATE
                       DISPLAY "TCHGMNT: EFFECTIVE DATE "
                           TTR-EFFECTIVE-DATE " IS IN THE PAST - "
                           "CARD REJECTED"
                       MOVE 'N' TO WS-EDITS-SW
                   END-IF
               END-IF
           END-IF

           IF EDITS-OK AND TTR-LODGE
               PERFORM VARYING WS-CHANGE-IX FROM 1 BY 1
                   UNTIL WS-CHANGE-IX > WS-CHANGE-COUNT
                      OR NOT EDITS-OK
                   MOVE WS-CT-RECORD (WS-CHANGE-IX) TO WS-CHANGE-WORK
                   IF TCH-CHANGE-TYPE OF WS-CHANGE-WORK
                      = TTR-CHANGE-TYPE
                      AND TCH-FEE-CODE OF WS-CHANGE-WORK
                          = TTR-FEE-CODE
                      AND TCH-EFFECTIVE-DATE OF WS-CHANGE-WORK
                          = TTR-EFFECTIVE-DATE
                      AND NOT TCH-WITHDRAWN OF WS-CHANGE-WORK
                       DISPLAY "TCHGMNT: CHANGE "
                           TCH-CHANGE-NO OF WS-CHANGE-WORK
                           " ALREADY LODGED FOR THE SAME TERMS ON "
                           TTR-EFFECTIVE-DATE " - CARD REJECTED"
                       MOVE 'N' TO WS-EDITS-SW
                   END-IF
               END-PERFORM
           END-IF
           .

       2200-FIND-PRIOR-TERMS SECTION.
      *-----------------------------------------------------------------
      *    THE TERMS THE CANDIDATE CHANGE REPLACES: THE LATEST CHANGE
      *    LODGED FOR THE SAME RATE OR FEE THAT TAKES EFFECT BEFORE
      *    IT, ELSE THE FILE AS IT STANDS. A DROPPED FEE IS NO FEE.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-PRIOR-IX
           PERFORM VARYING WS-CHANGE-IX FROM 1 BY 1
               UNTIL WS-CHANGE-IX > WS-CHANGE-COUNT
               MOVE WS-CT-RECORD (WS-CHANGE-IX) TO WS-CHANGE-WORK
               IF TCH-CHANGE-TYPE OF WS-CHANGE-WORK
                  = TCH-CHANGE-TYPE OF WS-CANDIDATE
                  AND TCH-FEE-CODE OF WS-CHANGE-WORK
                      = TCH-FEE-CODE OF WS-CANDIDATE
                  AND TCH-EFFECTIVE-DATE OF WS-CHANGE-WORK
                      < TCH-EFFECTIVE-DATE OF WS-CANDIDATE
                  AND NOT TCH-WITHDRAWN OF WS-CHANGE-WORK
                   IF WS-PRIOR-IX = ZERO
                       MOVE WS-CHANGE-IX TO WS-PRIOR-IX
                   ELSE
                       IF WS-CT-RECORD (WS-CHANGE-IX) (41:10)
                          > WS-CT-RECORD (WS-PRIOR-IX) (41:10)
                           MOVE WS-CHANGE-IX TO WS-PRIOR-IX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-PRIOR-SW
           MOVE ZERO TO WS-PRIOR-RATE
           MOVE SPACE TO WS-PRIOR-FEE-TYPE
           MOVE ZERO TO WS-PRIOR-FEE-AMOUNT
           MOVE ZERO TO WS-PRIOR-FEE-TRIGGER
           IF WS-PRIOR-IX NOT = ZERO
               MOVE WS-CT-RECORD (WS-PRIOR-IX) TO WS-CHANGE-WORK
               SET PRIOR-TERMS-FOUND TO TRUE
               MOVE TCH-NEW-RATE OF WS-CHANGE-WORK TO WS-PRIOR-RATE
               MOVE TCH-NEW-FEE-TYPE OF WS-CHANGE-WORK
                 TO WS-PRIOR-FEE-TYPE
               MOVE TCH-NEW-FEE-AMOUNT OF WS-CHANGE-WORK
                 TO WS-PRIOR-FEE-AMOUNT
               MOVE TCH-NEW-FEE-TRIGGER OF WS-CHANGE-WORK
                 TO WS-PRIOR-FEE-TRIGGER
               IF TCH-FEE-DROPPED OF WS-CHANGE-WORK
                   MOVE 'N' TO WS-PRIOR-SW
               END-IF
           ELSE
               IF TCH-RATE-CHANGE OF WS-CANDIDATE
                   SET PRIOR-TERMS-FOUND TO TRUE
                   MOVE WS-HOUSE-RATE TO WS-PRIOR-RATE
               ELSE
                   PERFORM VARYING WS-FEE-IX FROM 1 BY 1
                       UNTIL WS-FEE-IX > WS-FEE-COUNT
                       IF WS-FT-CODE (WS-FEE-IX)
                          = TCH-FEE-CODE OF WS-CANDIDATE
                           SET PRIOR-TERMS-FOUND TO TRUE
                           MOVE WS-FT-TYPE (WS-FEE-IX)
                             TO WS-PRIOR-FEE-TYPE
                           MOVE WS-FT-AMOUNT (WS-FEE-IX)
                             TO WS-PRIOR-FEE-AMOUNT
                           MOVE WS-FT-TRIGGER (WS-FEE-IX)
                             TO WS-PRIOR-FEE-TRIGGER
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           .

       2300-CLASSIFY-CHANGE SECTION.
      *-----------------------------------------------------------------
      *    LESS FAVOURABLE - NOTICE REQUIRED - WHEN THE RATE FALLS,
      *    OR A FEE IS NEW, CHANGES TYPE, COSTS MORE, OR REACHES MORE
      *    WALLETS: A TRIGGER RAISED, OR TAKEN OFF SO EVERY WALLET
      *    PAYS. DROPPING A FEE NEVER NEEDS NOTICE.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-NOTICE-SW
           EVALUATE TRUE
               WHEN TCH-RATE-CHANGE OF WS-CANDIDATE
                   IF TCH-NEW-RATE OF WS-CANDIDATE < WS-PRIOR-RATE
                       SET NOTICE-REQUIRED TO TRUE
                   END-IF
               WHEN TCH-FEE-DROPPED OF WS-CANDIDATE
                   CONTINUE
               WHEN NOT PRIOR-TERMS-FOUND
                   SET NOTICE-REQUIRED TO TRUE
               WHEN TCH-NEW-FEE-TYPE OF WS-CANDIDATE
                    NOT = WS-PRIOR-FEE-TYPE
                   SET NOTICE-REQUIRED TO TRUE
               WHEN TCH-NEW-FEE-AMOUNT OF WS-CANDIDATE
                    > WS-PRIOR-FEE-AMOUNT
                   SET NOTICE-REQUIRED TO TRUE
               WHEN WS-PRIOR-FEE-TRIGGER NOT = ZERO
                    AND (TCH-NEW-FEE-TRIGGER OF WS-CANDIDATE = ZERO
                     OR TCH-NEW-FEE-TRIGGER OF WS-CANDIDATE
                        > WS-PRIOR-FEE-TRIGGER)
                   SET NOTICE-REQUIRED TO TRUE
           END-EVALUATE
           .

       2400-LODGE-CHANGE SECTION.
      *-----------------------------------------------------------------
           PERFORM 2410-BUILD-CHANGE
           PERFORM 2200-FIND-PRIOR-TERMS
           PERFORM 2300-CLASSIFY-CHANGE

           IF NOTICE-REQUIRED
              AND TTR-EFFECTIVE-DATE < WS-EARLIEST-DATE
               DISPLAY "TCHGMNT: " TTR-CHANGE-TYPE " " TTR-FEE-CODE
                   " EFFECTIVE " TTR-EFFECTIVE-DATE
                   " IS LESS FAVOURABLE - NEEDS " WS-NOTICE-DAYS
                   " DAYS NOTICE, EFFECTIVE " WS-EARLIEST-DATE
                   " AT THE EARLIEST - CARD REJECTED"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF WS-CHANGE-COUNT NOT LESS THAN WS-CHANGE-MAX
                   DISPLAY "TCHGMNT: CHANGE TABLE FULL - "
                       TTR-CHANGE-TYPE " " TTR-FEE-CODE
                       " NOT LODGED"
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   PERFORM 2420-STORE-CHANGE
               END-IF
           END-IF
           .

       2410-BUILD-CHANGE SECTION.
      *-----------------------------------------------------------------
      *    THE CARD'S CHANGE IN THE TERMSCHG LAYOUT - THE NUMBER AND
      *    THE NOTICE ARE SET ONCE IT IS KNOWN TO STAND.
      *-----------------------------------------------------------------
           MOVE SPACES TO WS-CANDIDATE
           MOVE ZERO TO TCH-CHANGE-NO OF WS-CANDIDATE
           MOVE TTR-CHANGE-TYPE TO TCH-CHANGE-TYPE OF WS-CANDIDATE
           MOVE TTR-FEE-CODE TO TCH-FEE-CODE OF WS-CANDIDATE
           IF TTR-RATE-CHANGE
               MOVE TTR-NEW-RATE TO TCH-NEW-RATE OF WS-CANDIDATE
               MOVE SPACE TO TCH-NEW-FEE-TYPE OF WS-CANDIDATE
               MOVE ZERO TO TCH-NEW-FEE-AMOUNT OF WS-CANDIDATE
               MOVE ZERO TO TCH-NEW-FEE-TRIGGER OF WS-CANDIDATE
           ELSE
               MOVE ZERO TO TCH-NEW-RATE OF WS-CANDIDATE
               MOVE TTR-NEW-FEE-TYPE
                 TO TCH-NEW-FEE-TYPE OF WS-CANDIDATE
               MOVE TTR-NEW-FEE-AMOUNT
                 TO TCH-NEW-FEE-AMOUNT OF WS-CANDIDATE
               MOVE TTR-NEW-FEE-TRIGGER
                 TO TCH-NEW-FEE-TRIGGER OF WS-CANDIDATE
           END-IF
           MOVE TTR-EFFECTIVE-DATE
             TO TCH-EFFECTIVE-DATE OF WS-CANDIDATE
           MOVE 'N' TO TCH-NOTICE-SW OF WS-CANDIDATE
           MOVE ZERO TO TCH-NOTICE-DAYS OF WS-CANDIDATE
           SET TCH-LODGED OF WS-CANDIDATE TO TRUE
           MOVE TTR-USERNO TO TCH-LODGED-BY OF WS-CANDIDATE
           MOVE WS-BUSINESS-DATE TO TCH-LODGED-DATE OF WS-CANDIDATE
           MOVE ZERO TO TCH-NOTICE-COUNT OF WS-CANDIDATE
           MOVE ZERO TO TCH-WITHDRAWN-BY OF WS-CANDIDATE
           .

       2420-STORE-CHANGE SECTION.
      *-----------------------------------------------------------------
      *    THE CHANGE GOES ON THE TABLE, AND THE LATER CHANGES FOR THE
      *    SAME RATE OR FEE ARE MEASURED AGAIN BEHIND IT. ONE THAT
      *    WOULD NEED NOTICE IT IS TOO LATE TO GIVE TAKES THE CHANGE
      *    BACK OFF AGAIN.
      *-----------------------------------------------------------------
           MOVE WS-NOTICE-SW TO TCH-NOTICE-SW OF WS-CANDIDATE
           IF NOTICE-REQUIRED
               MOVE WS-NOTICE-DAYS TO TCH-NOTICE-DAYS OF WS-CANDIDATE
           END-IF
           ADD 1 TO WS-NEXT-CHANGE-NO
           MOVE WS-NEXT-CHANGE-NO TO TCH-CHANGE-NO OF WS-CANDIDATE
           ADD 1 TO WS-CHANGE-COUNT
           MOVE WS-CANDIDATE TO WS-CT-RECORD (WS-CHANGE-COUNT)

           MOVE TTR-CHANGE-TYPE TO WS-PIVOT-TYPE
           MOVE TTR-FEE-CODE TO WS-PIVOT-FEE-CODE
           MOVE TTR-EFFECTIVE-DATE TO WS-PIVOT-DATE
           MOVE 'C' TO WS-RECHECK-SW
           PERFORM 2500-RECHECK-LATER-CHANGES
           IF WS-SHORT-COUNT > ZERO
               SUBTRACT 1 FROM WS-CHANGE-COUNT
               SUBTRACT 1 FROM WS-NEXT-CHANGE-NO
               DISPLAY "TCHGMNT: " TTR-CHANGE-TYPE " " TTR-FEE-CODE
                   " EFFECTIVE " TTR-EFFECTIVE-DATE
                   " WOULD LEAVE A LATER CHANGE SHORT OF NOTICE - "
                   "CARD REJECTED"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE 'M' TO WS-RECHECK-SW
               PERFORM 2500-RECHECK-LATER-CHANGES
               ADD 1 TO WS-APPLIED-COUNT
               MOVE WS-CT-RECORD (WS-CHANGE-COUNT) TO WS-CHANGE-WORK
               IF TCH-NOTICE-REQUIRED OF WS-CHANGE-WORK
                   DISPLAY "TCHGMNT: CHANGE " WS-NEXT-CHANGE-NO
                       " LODGED EFFECTIVE " TTR-EFFECTIVE-DATE
                       " - LESS FAVOURABLE, NOTICE TO BE GIVEN"
               ELSE
                   DISPLAY "TCHGMNT: CHANGE " WS-NEXT-CHANGE-NO
                       " LODGED EFFECTIVE " TTR-EFFECTIVE-DATE
                       " - NO NOTICE NEEDED"
               END-IF
           END-IF
           .

       2450-WITHDRAW-CHANGE SECTION.
      *-----------------------------------------------------------------
      *    ONLY A CHANGE NOT YET EFFECTIVE CAN BE WITHDRAWN - ONE IN
      *    FORCE IS REVERSED BY LODGING ANOTHER.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-CHANGE-IX FROM 1 BY 1
               UNTIL WS-CHANGE-IX > WS-CHANGE-COUNT
               MOVE WS-CT-RECORD (WS-CHANGE-IX) TO WS-CHANGE-WORK
               IF TCH-CHANGE-NO OF WS-CHANGE-WORK = TTR-CHANGE-NO
                   MOVE WS-CHANGE-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM

           IF WS-FOUND-IX = ZERO
               DISPLAY "TCHGMNT: NO CHANGE " TTR-CHANGE-NO
                   " ON FILE - WITHDRAW REJECTED"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE WS-CT-RECORD (WS-FOUND-IX) TO WS-CHANGE-WORK
               EVALUATE TRUE
                   WHEN TCH-WITHDRAWN OF WS-CHANGE-WORK
                       DISPLAY "TCHGMNT: CHANGE " TTR-CHANGE-NO
                           " ALREADY WITHDRAWN - WITHDRAW REJECTED"
                       ADD 1 TO WS-REJECT-COUNT
                   WHEN TCH-EFFECTIVE-DATE OF WS-CHANGE-WORK
                        NOT > WS-BUSINESS-DATE
                       DISPLAY "TCHGMNT: CHANGE " TTR-CHANGE-NO
                           " EFFECTIVE "
                           TCH-EFFECTIVE-DATE OF WS-CHANGE-WORK
                           " - TOO LATE TO WITHDRAW, LODGE ANOTHER"
                       ADD 1 TO WS-REJECT-COUNT
                   WHEN OTHER
                       PERFORM 2460-STORE-WITHDRAWAL
               END-EVALUATE
           END-IF
           .

       2460-STORE-WITHDRAWAL SECTION.
      *-----------------------------------------------------------------
      *    THE LATER CHANGES FOR THE SAME RATE OR FEE NOW REPLACE WHAT
      *    THE WITHDRAWN ONE DID, AND ARE MEASURED AGAIN. ONE THAT
      *    WOULD NEED NOTICE IT IS TOO LATE TO GIVE KEEPS THE CHANGE.
      *-----------------------------------------------------------------
           MOVE WS-CT-RECORD (WS-FOUND-IX) TO WS-UNDO-RECORD
           MOVE TCH-CHANGE-TYPE OF WS-CHANGE-WORK TO WS-PIVOT-TYPE
           MOVE TCH-FEE-CODE OF WS-CHANGE-WORK TO WS-PIVOT-FEE-CODE
           MOVE TCH-EFFECTIVE-DATE OF WS-CHANGE-WORK TO WS-PIVOT-DATE
           SET TCH-WITHDRAWN OF WS-CHANGE-WORK TO TRUE
           MOVE TTR-USERNO TO TCH-WITHDRAWN-BY OF WS-CHANGE-WORK
           MOVE WS-BUSINESS-DATE
             TO TCH-WITHDRAWN-DATE OF WS-CHANGE-WORK
           MOVE WS-CHANGE-WORK TO WS-CT-RECORD (WS-FOUND-IX)

           MOVE 'C' TO WS-RECHECK-SW
           PERFORM 2500-RECHECK-LATER-CHANGES
           IF WS-SHORT-COUNT > ZERO
               MOVE WS-UNDO-RECORD TO WS-CT-RECORD (WS-FOUND-IX)
               DISPLAY "TCHGMNT: WITHDRAWING CHANGE " TTR-CHANGE-NO
                   " WOULD LEAVE A LATER CHANGE SHORT OF NOTICE - "
                   "WITHDRAW REJECTED"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE 'M' TO WS-RECHECK-SW
               PERFORM 2500-RECHECK-LATER-CHANGES
               ADD 1 TO WS-APPLIED-COUNT
           END-IF
           .

       2500-RECHECK-LATER-CHANGES SECTION.
      *-----------------------------------------------------------------
      *    EVERY CHANGE FOR THE PIVOT'S RATE OR FEE TAKING EFFECT
      *    AFTER IT, STILL LODGED AND NOT MARKED FOR NOTICE, IS
      *    MEASURED AGAIN. CHECKING COUNTS THOSE NOW LESS FAVOURABLE
      *    AND TOO SOON FOR NOTICE; MARKING SETS THE NOTICE ON THE
      *    REST. A MARKED CHANGE KEEPS ITS TERMS, SO THE ONES AFTER IT
      *    MEASURE THE SAME EITHER WAY.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-SHORT-COUNT
           PERFORM 2510-RECHECK-ONE-CHANGE
               VARYING WS-LATER-IX FROM 1 BY 1
               UNTIL WS-LATER-IX > WS-CHANGE-COUNT
           .

       2510-RECHECK-ONE-CHANGE SECTION.
      *-----------------------------------------------------------------
           MOVE WS-CT-RECORD (WS-LATER-IX) TO WS-CANDIDATE
           IF TCH-CHANGE-TYPE OF WS-CANDIDATE = WS-PIVOT-TYPE
              AND TCH-FEE-CODE OF WS-CANDIDATE = WS-PIVOT-FEE-CODE
              AND TCH-EFFECTIVE-DATE OF WS-CANDIDATE > WS-PIVOT-DATE
              AND TCH-LODGED OF WS-CANDIDATE
              AND NOT TCH-NOTICE-REQUIRED OF WS-CANDIDATE
               PERFORM 2200-FIND-PRIOR-TERMS
               PERFORM 2300-CLASSIFY-CHANGE
               IF NOTICE-REQUIRED
                   IF TCH-EFFECTIVE-DATE OF WS-CANDIDATE
                      < WS-EARLIEST-DATE
                       ADD 1 TO WS-SHORT-COUNT
                       DISPLAY "TCHGMNT: CHANGE "
                           TCH-CHANGE-NO OF WS-CANDIDATE
                           " EFFECTIVE "
                           TCH-EFFECTIVE-DATE OF WS-CANDIDATE
                           " WOULD BECOME LESS FAVOURABLE - NEEDS "
                           WS-NOTICE-DAYS " DAYS NOTICE"
                   ELSE
                       IF RECHECK-MARKING
                           MOVE 'Y' TO TCH-NOTICE-SW OF WS-CANDIDATE
                           MOVE WS-NOTICE-DAYS
                             TO TCH-NOTICE-DAYS OF WS-CANDIDATE
                           SET TCH-LODGED OF WS-CANDIDATE TO TRUE
                           MOVE WS-CANDIDATE
                             TO WS-CT-RECORD (WS-LATER-IX)
                           DISPLAY "TCHGMNT: CHANGE "
                               TCH-CHANGE-NO OF WS-CANDIDATE
                               " EFFECTIVE "
                               TCH-EFFECTIVE-DATE OF WS-CANDIDATE
                               " IS NOW LESS FAVOURABLE - NOTICE TO "
                               "BE GIVEN"
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       4000-REWRITE-CHANGE-FILE SECTION.
      *-----------------------------------------------------------------
           OPEN OUTPUT TERMS-CHANGE-FILE
           IF NOT CHANGE-OK
               DISPLAY "TCHGMNT: UNEXPECTED TERMSCHG STATUS ON "
                   "REWRITE " WS-CHANGE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WS-CHANGE-IX FROM 1 BY 1
               UNTIL WS-CHANGE-IX > WS-CHANGE-COUNT
               MOVE WS-CT-RECORD (WS-CHANGE-IX) TO TERMS-CHANGE-RECORD
               WRITE TERMS-CHANGE-RECORD
           END-PERFORM
           CLOSE TERMS-CHANGE-FILE
           .

       5000-LIST-CHANGES SECTION.
      *-----------------------------------------------------------------
           OPEN OUTPUT TCHG-REPORT
           IF NOT REPORT-OK
               DISPLAY "TCHGMNT: UNEXPECTED TCHGRPT STATUS "
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-LH-DATE
           MOVE WS-LIST-HEADING TO TCHG-REPORT-RECORD
           WRITE TCHG-REPORT-RECORD
           MOVE WS-LIST-CAPTION TO TCHG-REPORT-RECORD
           WRITE TCHG-REPORT-RECORD

           OPEN INPUT TERMS-CHANGE-FILE
           EVALUATE TRUE
               WHEN CHANGE-OK
                   READ TERMS-CHANGE-FILE
                   PERFORM WITH TEST BEFORE UNTIL CHANGE-EOF
                       ADD 1 TO WS-CHANGE-COUNT
                       PERFORM 5100-LIST-ONE-CHANGE
                       READ TERMS-CHANGE-FILE
                   END-PERFORM
                   CLOSE TERMS-CHANGE-FILE
               WHEN CHANGE-NOT-FOUND
                   DISPLAY "TCHGMNT: NO TERMSCHG FILE TO LIST"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "TCHGMNT: UNEXPECTED TERMSCHG STATUS "
                       WS-CHANGE-STATUS
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           CLOSE TCHG-REPORT

           MOVE WS-CHANGE-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "TCHGMNT: CHANGES LISTED: " WS-COUNT-FORMATTED
           .

       5100-LIST-ONE-CHANGE SECTION.
      *-----------------------------------------------------------------
           MOVE TCH-CHANGE-NO OF TERMS-CHANGE-RECORD TO WS-RL-CHANGE-NO
           MOVE TCH-CHANGE-TYPE OF TERMS-CHANGE-RECORD TO WS-RL-TYPE
           MOVE TCH-FEE-CODE OF TERMS-CHANGE-RECORD TO WS-RL-FEE-CODE
           MOVE TCH-NEW-RATE OF TERMS-CHANGE-RECORD TO WS-RL-RATE
           MOVE TCH-NEW-FEE-TYPE OF TERMS-CHANGE-RECORD
             TO WS-RL-FEE-TYPE
           MOVE TCH-NEW-FEE-AMOUNT OF TERMS-CHANGE-RECORD
             TO WS-RL-FEE-AMOUNT
           MOVE TCH-NEW-FEE-TRIGGER OF TERMS-CHANGE-RECORD
             TO WS-RL-FEE-TRIGGER
           MOVE TCH-EFFECTIVE-DATE OF TERMS-CHANGE-RECORD
             TO WS-RL-EFFECTIVE-DATE
           MOVE TCH-NOTICE-SW OF TERMS-CHANGE-RECORD TO WS-RL-NOTICE
           MOVE TCH-NOTICE-DAYS OF TERMS-CHANGE-RECORD
             TO WS-RL-NOTICE-DAYS
           MOVE TCH-STATUS OF TERMS-CHANGE-RECORD TO WS-RL-STATUS
           MOVE TCH-NOTICE-DATE OF TERMS-CHANGE-RECORD
             TO WS-RL-NOTICE-DATE
           MOVE TCH-CLEAR-DATE OF TERMS-CHANGE-RECORD
             TO WS-RL-CLEAR-DATE
           MOVE TCH-NOTICE-COUNT OF TERMS-CHANGE-RECORD
             TO WS-RL-COUNT
           MOVE WS-REPORT-LINE TO TCHG-REPORT-RECORD
           WRITE TCHG-REPORT-RECORD
           .
