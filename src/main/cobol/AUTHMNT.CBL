       ID DIVISION.
       PROGRAM-ID.         AUTHMNT.
       AUTHOR.             (TNP).
       DATE-WRITTEN.       15.10.2026.
      *--------------+------+-------------------------------------------
      *
      *     RAISES THE SINGLE-USE DUAL-CONTROL TOKENS AUTHCHK HONOURS.
      *     WALREST, CUSTREST, CUSTPURG, CUSTMERG AND LOCKMNT FORCE
      *     WILL NOT START ON ONE OPERATOR'S SAY-SO ANY MORE - A
      *     SECOND PERSON WITH APPROVE AUTHORITY ON USERMST RAISES A
      *     TOKEN HERE FOR THE ONE RUN, AND THE SUBMITTER PRESENTS
      *     IT. TWO ACTIONS FROM SYSIN:
      *
      *        RAISE  -  CARDS: RAISING USERNO, PROGRAM, SCOPE.
      *                  THE RAISER MUST BE ACTIVE WITH APPROVE
      *                  AUTHORITY. THE TOKEN IS FOR THE OPEN
      *                  WINDOW'S BUSINESS DATE ONLY AND IS DISPLAYED
      *                  FOR HANDING TO THE SUBMITTER.
      *        LIST   -  DISPLAY THE OPEN TOKENS AND THOSE USED ON
      *                  THE CURRENT BUSINESS DATE.
      *
      *     THE SCOPE IS WHAT THE RUN MAY TOUCH, IN THE FORM THE
      *     UTILITY STATES IT:
      *        WALREST   ALL
      *        CUSTREST  THE CUSTOMER-ID (9 DIGITS) - EVERY RESTCARD
      *                  IN THE RUN MUST BE FOR THAT CUSTOMER
      *        CUSTPURG  THE RETENTION DAYS (5 DIGITS)
      *        CUSTMERG  SURVIVOR/DUPLICATE (9 DIGITS/9 DIGITS) -
      *                  EVERY MERGCARD IN THE RUN MUST BE THAT PAIR
      *        LOCKMNT   THE LOCK HOLDER TO BE FORCED OFF, AS SHOW
      *                  DISPLAYS IT
      *
      *     A RAISE GOES TO THE SHARED SECLOG AS 'TOKENRAISE' UNDER
      *     THE PROGRAM THE TOKEN NAMES; A RAISE REFUSED FOR WANT OF
      *     AUTHORITY AS 'TOKENREFUS' UNDER AUTHMNT, A VIOLATION LIKE
      *     ANY OTHER. AUDTCONS CARRIES THE REGISTER ITSELF INTO THE
      *     AUDIT WAREHOUSE.
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
           DATA RECORD IS TOKEN-RECORD.
       01  TOKEN-RECORD.
           COPY AUTHTOKN.
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
          03 WS-ACTION              PIC X(05).
              88 ACTION-RAISE       VALUE 'RAISE'.
              88 ACTION-LIST        VALUE 'LIST '.
          03 WS-RAISER-USERNO       PIC 9(03) VALUE ZERO.
          03 WS-PROGRAM             PIC X(08) VALUE SPACES.
              88 DUAL-CONTROL-PROGRAM
                                    VALUE 'WALREST ' 'CUSTREST'
                                          'CUSTPURG' 'CUSTMERG'
                                          'LOCKMNT '.
          03 WS-SCOPE               PIC X(20) VALUE SPACES.
          03 WS-SCOPE-PAIR REDEFINES WS-SCOPE.
             05 WS-SCOPE-SURVIVOR   PIC X(09).
             05 WS-SCOPE-SLASH      PIC X(01).
             05 WS-SCOPE-DUPLICATE  PIC X(09).
             05 FILLER              PIC X(01).
          03 WS-BUS-DATE            PIC X(10).
          03 WS-DATE-RAW8           PIC 9(08).
          03 WS-ID-PREFIX           PIC X(08).
          03 WS-NEXT-SEQ            PIC 9(04) VALUE ZERO.
          03 WS-SEQ-FOUND           PIC 9(04).
          03 WS-NEW-TOKEN-ID        PIC X(12).
          03 WS-RAISER-SW           PIC X(01) VALUE 'N'.
              88 RAISER-APPROVES    VALUE 'Y'.
          03 WS-EDITS-SW            PIC X(01) VALUE 'Y'.
              88 EDITS-OK           VALUE 'Y'.
          03 WS-LIST-COUNT          PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-COUNT-FORMATTED     PIC ZZ,ZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAIN SECTION.
      *-----------------------------------------------------------------
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-ACTION

           PERFORM 1000-RESOLVE-BUSINESS-DATE

           EVALUATE TRUE
               WHEN ACTION-RAISE
                   PERFORM 2000-RAISE-TOKEN
               WHEN ACTION-LIST
                   PERFORM 3000-LIST-TOKENS
               WHEN OTHER
                   DISPLAY "AUTHMNT: ACTION MUST BE RAISE OR LIST"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .

       1000-RESOLVE-BUSINESS-DATE SECTION.
      *-----------------------------------------------------------------
      *    THE TOKEN NAMES THE OPEN WINDOW'S BUSINESS DATE; WITH NO
      *    CONTROL FILE THE SYSTEM DATE STANDS IN, AS IT DOES IN
      *    AUTHCHK.
      *-----------------------------------------------------------------
           MOVE SPACES TO WS-BUS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSDATE-OK
               READ BUSINESS-DATE-FILE
               IF BUSDATE-OK
                   MOVE BD-BUSINESS-DATE TO WS-BUS-DATE
               END-IF
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-BUS-DATE = SPACES
               ACCEPT WS-DATE-RAW8 FROM DATE YYYYMMDD
               MOVE WS-DATE-RAW8 (1:4) TO WS-BUS-DATE (1:4)
               MOVE '-' TO WS-BUS-DATE (5:1)
               MOVE WS-DATE-RAW8 (5:2) TO WS-BUS-DATE (6:2)
               MOVE '-' TO WS-BUS-DATE (8:1)
               MOVE WS-DATE-RAW8 (7:2) TO WS-BUS-DATE (9:2)
           END-IF
           .

       2000-RAISE-TOKEN SECTION.
      *-----------------------------------------------------------------
           ACCEPT WS-RAISER-USERNO
           ACCEPT WS-PROGRAM
           ACCEPT WS-SCOPE

           PERFORM 2100-CHECK-RAISER
           IF NOT RAISER-APPROVES
               DISPLAY "AUTHMNT: USERNO " WS-RAISER-USERNO
                   " DOES NOT HOLD APPROVE AUTHORITY - NO TOKEN"
               MOVE 'AUTHMNT ' TO SEC-PROGRAM
               MOVE 'TOKENREFUS' TO SEC-ACTION
               PERFORM 2900-WRITE-SECURITY-LOG
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2200-EDIT-PROGRAM-AND-SCOPE
               IF EDITS-OK
                   PERFORM 2300-ASSIGN-TOKEN-ID
               END-IF
               IF EDITS-OK
                   PERFORM 2400-WRITE-TOKEN
               END-IF
           END-IF
           .

       2100-CHECK-RAISER SECTION.
      *-----------------------------------------------------------------
      *    NO BOOTSTRAP HERE - AN EMPTY OR MISSING USER MASTER HAS NO
      *    ONE WHO MAY AUTHORISE ANYTHING.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-RAISER-SW
           OPEN INPUT USER-MASTER-FILE
           IF MASTER-OK
               READ USER-MASTER-FILE
               PERFORM WITH TEST BEFORE UNTIL NOT MASTER-OK
                   IF UM-USERNO = WS-RAISER-USERNO
                      AND UM-STATUS = 'A'
                      AND UM-AUTHORITY = 'A'
                       MOVE 'Y' TO WS-RAISER-SW
                   END-IF
                   READ USER-MASTER-FILE
               END-PERFORM
               CLOSE USER-MASTER-FILE
           ELSE
               DISPLAY "AUTHMNT: USERMST STATUS " WS-MASTER-STATUS
           END-IF
           .

       2200-EDIT-PROGRAM-AND-SCOPE SECTION.
      *-----------------------------------------------------------------
      *    THE SCOPE IS CHECKED FOR ITS FORM HERE SO A MISTYPED ONE IS
      *    CAUGHT NOW, NOT WHEN THE SUBMITTER IS REFUSED.
      *-----------------------------------------------------------------
           MOVE 'Y' TO WS-EDITS-SW
           IF NOT DUAL-CONTROL-PROGRAM
               DISPLAY "AUTHMNT: " WS-PROGRAM
                   " IS NOT A DUAL-CONTROL PROGRAM - NO TOKEN"
               MOVE 'N' TO WS-EDITS-SW
           ELSE
               EVALUATE WS-PROGRAM
                   WHEN 'WALREST '
                       IF WS-SCOPE NOT = 'ALL'
                           MOVE 'N' TO WS-EDITS-SW
                       END-IF
                   WHEN 'CUSTREST'
                       IF WS-SCOPE (1:9) NOT NUMERIC
                          OR WS-SCOPE (10:11) NOT = SPACES
                           MOVE 'N' TO WS-EDITS-SW
                       END-IF
                   WHEN 'CUSTPURG'
                       IF WS-SCOPE (1:5) NOT NUMERIC
                          OR WS-SCOPE (1:5) = '00000'
                          OR WS-SCOPE (6:15) NOT = SPACES
                           MOVE 'N' TO WS-EDITS-SW
                       END-IF
                   WHEN 'CUSTMERG'
                       IF WS-SCOPE-SURVIVOR NOT NUMERIC
                          OR WS-SCOPE-SLASH NOT = '/'
                          OR WS-SCOPE-DUPLICATE NOT NUMERIC
                           MOVE 'N' TO WS-EDITS-SW
                       END-IF
                   WHEN OTHER
                       IF WS-SCOPE = SPACES
                           MOVE 'N' TO WS-EDITS-SW
                       END-IF
               END-EVALUATE
               IF NOT EDITS-OK
                   DISPLAY "AUTHMNT: SCOPE '" WS-SCOPE
                       "' IS NOT IN THE FORM " WS-PROGRAM
                       " STATES - NO TOKEN"
               END-IF
           END-IF
           IF NOT EDITS-OK
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       2300-ASSIGN-TOKEN-ID SECTION.
      *-----------------------------------------------------------------
      *    THE BUSINESS DATE'S DIGITS AND THE NEXT SEQUENCE WITHIN IT.
      *-----------------------------------------------------------------
           MOVE SPACES TO WS-ID-PREFIX
           STRING WS-BUS-DATE (1:4) WS-BUS-DATE (6:2)
                  WS-BUS-DATE (9:2)
               DELIMITED BY SIZE INTO WS-ID-PREFIX
           MOVE ZERO TO WS-NEXT-SEQ
           OPEN INPUT TOKEN-FILE
           EVALUATE TRUE
               WHEN TOKEN-OK
                   READ TOKEN-FILE
                   PERFORM WITH TEST BEFORE UNTIL NOT TOKEN-OK
                       IF ATK-TOKEN-ID (1:8) = WS-ID-PREFIX
                          AND ATK-TOKEN-ID (9:4) NUMERIC
                           MOVE ATK-TOKEN-ID (9:4) TO WS-SEQ-FOUND
                           IF WS-SEQ-FOUND > WS-NEXT-SEQ
                               MOVE WS-SEQ-FOUND TO WS-NEXT-SEQ
                           END-IF
                       END-IF
                       READ TOKEN-FILE
                   END-PERFORM
                   CLOSE TOKEN-FILE
               WHEN TOKEN-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "AUTHMNT: UNEXPECTED AUTHTOKN STATUS "
                       WS-TOKEN-STATUS
                   MOVE 'N' TO WS-EDITS-SW
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           ADD 1 TO WS-NEXT-SEQ
           MOVE SPACES TO WS-NEW-TOKEN-ID
           STRING WS-ID-PREFIX WS-NEXT-SEQ
               DELIMITED BY SIZE INTO WS-NEW-TOKEN-ID
           .

       2400-WRITE-TOKEN SECTION.
      *-----------------------------------------------------------------
           OPEN EXTEND TOKEN-FILE
           IF NOT TOKEN-OK
               OPEN OUTPUT TOKEN-FILE
           END-IF
           IF NOT TOKEN-OK
               DISPLAY "AUTHMNT: UNEXPECTED AUTHTOKN STATUS "
                   WS-TOKEN-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACES TO TOKEN-RECORD
               MOVE WS-NEW-TOKEN-ID TO ATK-TOKEN-ID
               MOVE WS-PROGRAM TO ATK-PROGRAM
               MOVE WS-BUS-DATE TO ATK-BUS-DATE
               MOVE WS-SCOPE TO ATK-SCOPE
               MOVE WS-RAISER-USERNO TO ATK-RAISED-BY
               MOVE 'O' TO ATK-STATUS
               MOVE ZERO TO ATK-USED-BY
               WRITE TOKEN-RECORD
               CLOSE TOKEN-FILE
               DISPLAY "AUTHMNT: TOKEN " WS-NEW-TOKEN-ID
                   " RAISED FOR " WS-PROGRAM " SCOPE " WS-SCOPE
               DISPLAY "AUTHMNT: GOOD FOR ONE RUN ON " WS-BUS-DATE
                   " BY A SUBMITTER OTHER THAN " WS-RAISER-USERNO
               MOVE WS-PROGRAM TO SEC-PROGRAM
               MOVE 'TOKENRAISE' TO SEC-ACTION
               PERFORM 2900-WRITE-SECURITY-LOG
           END-IF
           .

       2900-WRITE-SECURITY-LOG SECTION.
      *-----------------------------------------------------------------
           MOVE WS-BUS-DATE TO SEC-DATE
           MOVE WS-RAISER-USERNO TO SEC-USERNO
           OPEN EXTEND SECURITY-LOG
           IF NOT SECLOG-OK
               OPEN OUTPUT SECURITY-LOG
           END-IF
           IF SECLOG-OK
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG
           ELSE
               DISPLAY "AUTHMNT: SECURITY LOG UNAVAILABLE - STATUS "
                   WS-SECLOG-STATUS
           END-IF
           .

       3000-LIST-TOKENS SECTION.
      *-----------------------------------------------------------------
           OPEN INPUT TOKEN-FILE
           EVALUATE TRUE
               WHEN TOKEN-OK
                   READ TOKEN-FILE
                   PERFORM WITH TEST BEFORE UNTIL NOT TOKEN-OK
                       IF ATK-OPEN OR ATK-USED-DATE = WS-BUS-DATE
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY "AUTHMNT: " ATK-TOKEN-ID " "
                               ATK-PROGRAM " " ATK-BUS-DATE " "
                               ATK-SCOPE " BY " ATK-RAISED-BY
                               " STATUS " ATK-STATUS " "
                               ATK-USED-BY " " ATK-USED-TIME
                       END-IF
                       READ TOKEN-FILE
                   END-PERFORM
                   CLOSE TOKEN-FILE
               WHEN TOKEN-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "AUTHMNT: UNEXPECTED AUTHTOKN STATUS "
                       WS-TOKEN-STATUS
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           MOVE WS-LIST-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "AUTHMNT: TOKENS LISTED: " WS-COUNT-FORMATTED
           .
