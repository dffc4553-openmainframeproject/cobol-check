       ID DIVISION.
       PROGRAM-ID.         AUTHCHK.
       AUTHOR.             (TNP).
       DATE-WRITTEN.       15.10.2026.
      *--------------+------+-------------------------------------------
      *
      *     SHARED DUAL-CONTROL CHECK FOR THE DESTRUCTIVE AND OVERRIDE
      *     UTILITIES - WALREST, CUSTREST, CUSTPURG, CUSTMERG AND
      *     LOCKMNT FORCE. EACH OF THEM USED TO RUN ON ONE OPERATOR'S
      *     SAY-SO; NOW EACH CALLS HERE BEFORE IT TOUCHES ANYTHING,
      *     THE WAY THE WALLET UPDATERS CALL WALLOCK, AND REFUSES TO
      *     START UNLESS THE TOKEN IT PRESENTS IS GOOD.
      *
      *     FUNCTIONS SUPPORTED (AC-FUNCTION):
      *        'USE '  -  VALIDATE AND CONSUME AC-TOKEN-ID FOR A RUN
      *                   OF AC-PROGRAM BY AC-SUBMITTER OVER AC-SCOPE.
      *                   THE TOKEN MUST BE ON THE AUTHTOKN REGISTER,
      *                   RAISED FOR THIS PROGRAM, STILL OPEN, RAISED
      *                   FOR THE CURRENT BUSINESS DATE (A TOKEN DIES
      *                   WITH ITS WINDOW), FOR EXACTLY THIS SCOPE, BY
      *                   A USERNO OTHER THAN THE SUBMITTER WHO STILL
      *                   HOLDS APPROVE AUTHORITY; AND THE SUBMITTER
      *                   MUST BE AN ACTIVE USER. A GOOD TOKEN IS
      *                   MARKED USED THERE AND THEN - IT IS SPENT
      *                   EVEN IF THE RUN IT OPENED FAILS LATER.
      *                   RC 08 WITH AC-REASON SAYING WHY ON A
      *                   REFUSAL; AC-RAISED-BY NAMES THE AUTHORISER.
      *
      *     EVERY USE AND EVERY REFUSAL GOES TO THE SHARED SECLOG -
      *     'TOKENUSED' OR 'TOKENREFUS' UNDER THE UTILITY'S NAME AND
      *     THE SUBMITTER'S USERNO. A REFUSAL IS A VIOLATION LIKE ANY
      *     OTHER REJECTED ATTEMPT.
      *
      *     THE CALLER'S STEP NEEDS AUTHTOKN (DISP=OLD, SO THE
      *     REGISTER ITSELF IS SERIALIZED), USERMST, SECLOG AND
      *     BUSDATE.
      *
      *--------------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOKEN-FILE ASSIGN TO "AUTHTOKN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TOKEN-STATUS.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-MASTER-STATUS.
           SELECT SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SECLOG-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TOKEN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS TOKEN-FILE-RECORD.
       01  TOKEN-FILE-RECORD     PIC X(80).
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
       FD  BUSINESS-DATE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 11 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS BUSINESS-DATE-RECORD.
       01  BUSINESS-DATE-RECORD.
           05 BD-BUSINESS-DATE   PIC X(10).
           05 BD-STATUS          PIC X(01).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WORK-FIELDS-1.
          03 WS-TOKEN-STATUS        PIC X(02).
              88 TOKEN-OK           VALUE '00'.
              88 TOKEN-EOF          VALUE '10'.
              88 TOKEN-NOT-FOUND    VALUE '35'.
          03 WS-MASTER-STATUS       PIC X(02).
              88 MASTER-OK          VALUE '00'.
              88 MASTER-EOF         VALUE '10'.
          03 WS-SECLOG-STATUS       PIC X(02).
              88 SECLOG-OK          VALUE '00'.
          03 WS-BUSDATE-STATUS      PIC X(02).
              88 BUSDATE-OK         VALUE '00'.
              88 BUSDATE-NOT-FOUND  VALUE '35'.
          03 WS-BUS-DATE            PIC X(10).
          03 WS-DATE-RAW8           PIC 9(08).
          03 WS-TIME-RAW            PIC 9(08).
          03 WS-TOKEN-COUNT         PIC S9(4) COMP VALUE ZERO.
          03 WS-TOKEN-MAX           PIC S9(4) COMP VALUE 2000.
          03 WS-TOKEN-IX            PIC S9(4) COMP.
          03 WS-FOUND-IX            PIC S9(4) COMP.
          03 WS-SUBMITTER-SW        PIC X(01).
              88 SUBMITTER-ACTIVE   VALUE 'Y'.
          03 WS-RAISER-SW           PIC X(01).
              88 RAISER-APPROVES    VALUE 'Y'.
      *-----------------------------------------------------------------
      *    THE REGISTER HELD IN STORAGE WHILE THE TOKEN IS CHECKED,
      *    REWRITTEN WHOLE WHEN ONE IS SPENT - THE SAME WAY USERMNT
      *    REWRITES THE USER MASTER. A TOKEN IS A RARE THING; 2000
      *    OF THEM IS YEARS OF DESTRUCTIVE RUNS.
      *-----------------------------------------------------------------
       01  WS-TOKEN-TABLE.
           05 WS-TK-ENTRY OCCURS 2000 TIMES PIC X(80).
       01  WS-TOKEN-RECORD.
           COPY AUTHTOKN.

       LINKAGE SECTION.
       01  AUTHCHK-PARM.
           05 AC-FUNCTION             PIC X(04).
               88 AC-USE                 VALUE 'USE '.
           05 AC-PROGRAM              PIC X(08).
           05 AC-TOKEN-ID             PIC X(12).
           05 AC-SUBMITTER            PIC 9(03).
           05 AC-SCOPE                PIC X(20).
           05 AC-RC                   PIC 9(02).
               88 AC-OK                  VALUE 00.
               88 AC-REFUSED             VALUE 08.
      *    WHY A TOKEN WAS REFUSED, AND WHO RAISED THE ONE ACCEPTED -
      *    SO THE UTILITY CAN SAY BOTH OUT LOUD.
           05 AC-REASON               PIC X(40).
           05 AC-RAISED-BY            PIC 9(03).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING AUTHCHK-PARM.
      *-----------------------------------------------------------------
       0000-MAIN SECTION.
      *-----------------------------------------------------------------
           MOVE ZERO TO AC-RC
           MOVE SPACES TO AC-REASON
           MOVE ZERO TO AC-RAISED-BY

           IF NOT AC-USE
               MOVE 12 TO AC-RC
               MOVE 'UNKNOWN AUTHCHK FUNCTION' TO AC-REASON
               GOBACK
           END-IF

           PERFORM 1000-RESOLVE-BUSINESS-DATE
           PERFORM 2000-LOAD-REGISTER
           IF AC-RC = ZERO
               PERFORM 3000-CHECK-USERS-AND-TOKEN
           END-IF
           IF AC-RC = ZERO
               PERFORM 4000-SPEND-TOKEN
           END-IF
           PERFORM 5000-LOG-OUTCOME
           GOBACK
           .

       1000-RESOLVE-BUSINESS-DATE SECTION.
      *-----------------------------------------------------------------
      *    A TOKEN IS GOOD FOR THE OPEN WINDOW'S BUSINESS DATE; WITH
      *    NO CONTROL FILE THE SYSTEM DATE STANDS IN.
      *-----------------------------------------------------------------
           MOVE SPACES TO WS-BUS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
               WHEN BUSDATE-OK
                   READ BUSINESS-DATE-FILE
                   IF BUSDATE-OK
                       MOVE BD-BUSINESS-DATE TO WS-BUS-DATE
                   END-IF
                   CLOSE BUSINESS-DATE-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-BUS-DATE = SPACES
               ACCEPT WS-DATE-RAW8 FROM DATE YYYYMMDD
               MOVE WS-DATE-RAW8 (1:4) TO WS-BUS-DATE (1:4)
               MOVE '-' TO WS-BUS-DATE (5:1)
               MOVE WS-DATE-RAW8 (5:2) TO WS-BUS-DATE (6:2)
               MOVE '-' TO WS-BUS-DATE (8:1)
               MOVE WS-DATE-RAW8 (7:2) TO WS-BUS-DATE (9:2)
           END-IF
           .

       2000-LOAD-REGISTER SECTION.
      *-----------------------------------------------------------------
      *    NO REGISTER YET SIMPLY MEANS NO TOKEN WAS EVER RAISED -
      *    WHATEVER WAS PRESENTED IS NOT ON IT.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-TOKEN-COUNT
           OPEN INPUT TOKEN-FILE
           EVALUATE TRUE
               WHEN TOKEN-OK
                   READ TOKEN-FILE
                   PERFORM WITH TEST BEFORE
                           UNTIL NOT TOKEN-OK OR AC-RC NOT = ZERO
                       IF WS-TOKEN-COUNT NOT LESS THAN WS-TOKEN-MAX
                           MOVE 12 TO AC-RC
                           MOVE 'AUTHTOKN REGISTER FULL - SEE AUTHMNT'
                             TO AC-REASON
                       ELSE
                           ADD 1 TO WS-TOKEN-COUNT
                           MOVE TOKEN-FILE-RECORD
                             TO WS-TK-ENTRY (WS-TOKEN-COUNT)
                           READ TOKEN-FILE
                       END-IF
                   END-PERFORM
                   IF AC-RC = ZERO AND NOT TOKEN-EOF
                       MOVE 12 TO AC-RC
                       STRING 'AUTHTOKN READ STATUS ' WS-TOKEN-STATUS
                           DELIMITED BY SIZE INTO AC-REASON
                   END-IF
                   CLOSE TOKEN-FILE
               WHEN TOKEN-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   MOVE 12 TO AC-RC
                   STRING 'AUTHTOKN OPEN STATUS ' WS-TOKEN-STATUS
                       DELIMITED BY SIZE INTO AC-REASON
           END-EVALUATE
           .

       3000-CHECK-USERS-AND-TOKEN SECTION.
      *-----------------------------------------------------------------
      *    THE FIRST RULE BROKEN IS THE ONE REPORTED.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-TOKEN-IX FROM 1 BY 1
               UNTIL WS-TOKEN-IX > WS-TOKEN-COUNT
                  OR WS-FOUND-IX NOT = ZERO
               MOVE WS-TK-ENTRY (WS-TOKEN-IX) TO WS-TOKEN-RECORD
               IF ATK-TOKEN-ID = AC-TOKEN-ID
                   MOVE WS-TOKEN-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM

           IF WS-FOUND-IX = ZERO OR AC-TOKEN-ID = SPACES
               MOVE 08 TO AC-RC
               MOVE 'TOKEN NOT ON THE REGISTER' TO AC-REASON
           ELSE
               MOVE WS-TK-ENTRY (WS-FOUND-IX) TO WS-TOKEN-RECORD
               MOVE ATK-RAISED-BY TO AC-RAISED-BY
               PERFORM 3100-CHECK-USER-MASTER
               EVALUATE TRUE
                   WHEN AC-RC NOT = ZERO
                       CONTINUE
                   WHEN ATK-PROGRAM NOT = AC-PROGRAM
                       MOVE 08 TO AC-RC
                       STRING 'TOKEN WAS RAISED FOR ' ATK-PROGRAM
                           DELIMITED BY SIZE INTO AC-REASON
                   WHEN NOT ATK-OPEN
                       MOVE 08 TO AC-RC
                       STRING 'TOKEN ALREADY USED BY ' ATK-USED-BY
                           ' ON ' ATK-USED-DATE
                           DELIMITED BY SIZE INTO AC-REASON
                   WHEN ATK-BUS-DATE NOT = WS-BUS-DATE
                       MOVE 08 TO AC-RC
                       STRING 'TOKEN EXPIRED - RAISED FOR '
                           ATK-BUS-DATE
                           DELIMITED BY SIZE INTO AC-REASON
                   WHEN ATK-SCOPE NOT = AC-SCOPE
                       MOVE 08 TO AC-RC
                       STRING 'TOKEN SCOPE IS ' ATK-SCOPE
                           DELIMITED BY SIZE INTO AC-REASON
                   WHEN ATK-RAISED-BY = AC-SUBMITTER
                       MOVE 08 TO AC-RC
                       MOVE 'TOKEN WAS RAISED BY THE SUBMITTER'
                         TO AC-REASON
                   WHEN NOT SUBMITTER-ACTIVE
                       MOVE 08 TO AC-RC
                       MOVE 'SUBMITTER IS NOT AN ACTIVE USER'
                         TO AC-REASON
                   WHEN NOT RAISER-APPROVES
                       MOVE 08 TO AC-RC
                       MOVE 'RAISER NO LONGER HOLDS APPROVE AUTHORITY'
                         TO AC-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       3100-CHECK-USER-MASTER SECTION.
      *-----------------------------------------------------------------
      *    THE SUBMITTER MUST BE ACTIVE; THE RAISER MUST STILL BE
      *    ACTIVE WITH APPROVE AUTHORITY - A TOKEN FROM SOMEONE
      *    SUSPENDED SINCE IS NO AUTHORITY AT ALL.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-SUBMITTER-SW
           MOVE 'N' TO WS-RAISER-SW
           OPEN INPUT USER-MASTER-FILE
           IF NOT MASTER-OK
               MOVE 12 TO AC-RC
               STRING 'USERMST OPEN STATUS ' WS-MASTER-STATUS
                   DELIMITED BY SIZE INTO AC-REASON
           ELSE
               READ USER-MASTER-FILE
               PERFORM WITH TEST BEFORE UNTIL NOT MASTER-OK
                   IF UM-STATUS = 'A'
                       IF UM-USERNO = AC-SUBMITTER
                           MOVE 'Y' TO WS-SUBMITTER-SW
                       END-IF
                       IF UM-USERNO = ATK-RAISED-BY
                          AND UM-AUTHORITY = 'A'
                           MOVE 'Y' TO WS-RAISER-SW
                       END-IF
                   END-IF
                   READ USER-MASTER-FILE
               END-PERFORM
               CLOSE USER-MASTER-FILE
           END-IF
           .

       4000-SPEND-TOKEN SECTION.
      *-----------------------------------------------------------------
      *    MARK THE TOKEN USED AND PUT THE REGISTER BACK BEFORE THE
      *    UTILITY IS LET GO - A TOKEN THAT COULD NOT BE SPENT IS
      *    NOT HONOURED.
      *-----------------------------------------------------------------
           MOVE WS-TK-ENTRY (WS-FOUND-IX) TO WS-TOKEN-RECORD
           MOVE 'U' TO ATK-STATUS
           MOVE AC-SUBMITTER TO ATK-USED-BY
           MOVE WS-BUS-DATE TO ATK-USED-DATE
           ACCEPT WS-TIME-RAW FROM TIME
           MOVE SPACES TO ATK-USED-TIME
           MOVE WS-TIME-RAW (1:2) TO ATK-USED-TIME (1:2)
           MOVE ':' TO ATK-USED-TIME (3:1)
           MOVE WS-TIME-RAW (3:2) TO ATK-USED-TIME (4:2)
           MOVE ':' TO ATK-USED-TIME (6:1)
           MOVE WS-TIME-RAW (5:2) TO ATK-USED-TIME (7:2)
           MOVE WS-TOKEN-RECORD TO WS-TK-ENTRY (WS-FOUND-IX)

           OPEN OUTPUT TOKEN-FILE
           IF NOT TOKEN-OK
               MOVE 12 TO AC-RC
               STRING 'AUTHTOKN REWRITE STATUS ' WS-TOKEN-STATUS
                   DELIMITED BY SIZE INTO AC-REASON
           ELSE
               PERFORM VARYING WS-TOKEN-IX FROM 1 BY 1
                   UNTIL WS-TOKEN-IX > WS-TOKEN-COUNT
                   WRITE TOKEN-FILE-RECORD
                     FROM WS-TK-ENTRY (WS-TOKEN-IX)
               END-PERFORM
               CLOSE TOKEN-FILE
           END-IF
           .

       5000-LOG-OUTCOME SECTION.
      *-----------------------------------------------------------------
           MOVE WS-BUS-DATE TO SEC-DATE
           MOVE AC-PROGRAM TO SEC-PROGRAM
           MOVE AC-SUBMITTER TO SEC-USERNO
           IF AC-RC = ZERO
               MOVE 'TOKENUSED' TO SEC-ACTION
           ELSE
               MOVE 'TOKENREFUS' TO SEC-ACTION
           END-IF
           OPEN EXTEND SECURITY-LOG
           IF NOT SECLOG-OK
               OPEN OUTPUT SECURITY-LOG
           END-IF
           IF SECLOG-OK
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG
           ELSE
               DISPLAY "AUTHCHK: SECURITY LOG UNAVAILABLE - STATUS "
                   WS-SECLOG-STATUS
           END-IF
           .
