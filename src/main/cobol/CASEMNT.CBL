       ID DIVISION.
       PROGRAM-ID.         CASEMNT.
       AUTHOR.             (TNP).
       DATE-WRITTEN.       15.10.2026.
      *--------------+------+-------------------------------------------
      *
      *     MAINTENANCE AND AGING FOR THE CASEFILE DISPUTE AND
      *     INVESTIGATION CASES. HOLDMNT EARMARKS THE MONEY AND
      *     WALVELOC FLAGS THE CUSTOMER, BUT THE INVESTIGATION
      *     BEHIND EITHER ONE USED TO LIVE IN SOMEBODY'S INBOX. A
      *     CASE LINKS THE CUSTOMER AND WALLET, THE WALHOLDS HOLD
      *     NUMBERS PROTECTING THE MONEY AND THE DISPUTED ADJ-REFS.
      *     TWO ACTIONS FROM SYSIN:
      *
      *        APPLY  -  READ THE CASETRAN CARDS: 'O' OPENS A CASE
      *                  UNDER THE NEXT FREE CASE NUMBER, 'A'
      *                  ASSIGNS IT TO AN INVESTIGATOR, 'N' ADDS A
      *                  NOTE, 'R' RESOLVES IT AND 'C' CLOSES IT.
      *                  A RESOLUTION WRITES ITS OWN FOLLOW-UP
      *                  TRANSACTIONS: A HOLDTRAN RELEASE CARD FOR
      *                  EVERY LINKED HOLD, AND FOR AN UPHELD
      *                  DISPUTE A WALREV REVERSAL CARD FOR EVERY
      *                  DISPUTED ADJ-REF. EVERY APPLIED CARD IS
      *                  WRITTEN TO THE CASENOTE TRAIL.
      *        AGING  -  LIST EVERY CASE NOT YET CLOSED WITH ITS
      *                  DAYS OPEN ON CASEAGE, FLAGGING THE ONES
      *                  PAST THE TARGET DAYS-TO-RESOLVE.
      *
      *     THE USERNO ON EACH CARD MUST BE ACTIVE ON THE SHARED
      *     USER MASTER WITH UPDATE OR APPROVE AUTHORITY; RESOLVING
      *     A CASE MOVES MONEY, SO IT NEEDS APPROVE AUTHORITY.
      *
      *     SYSIN CARDS: ACTION, EFFECTIVE DATE (YYYY-MM-DD),
      *     TARGET DAYS-TO-RESOLVE (AGING ONLY).
      *
      *--------------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASE-FILE ASSIGN TO "CASEFILE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CASE-STATUS.
           SELECT CASE-TRAN-FILE ASSIGN TO "CASETRAN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TRAN-STATUS.
           SELECT CASE-REJECT-REPORT ASSIGN TO "CASEREJ"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REJECT-STATUS.
      *    ONE RECORD PER APPLIED CARD - THE CASE'S OWN DIARY.
           SELECT CASE-NOTE-FILE ASSIGN TO "CASENOTE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-NOTE-STATUS.
      *    HOLDTRAN-FORMAT RELEASE CARDS FOR THE NEXT HOLDMNT APPLY.
           SELECT HOLD-RELEASE-FILE ASSIGN TO "CASEHOLD"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-HOLDOUT-STATUS.
      *    REVCARDS-FORMAT CARDS FOR THE NEXT WALREV RUN.
           SELECT REVERSAL-CARD-FILE ASSIGN TO "CASEREV"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REVOUT-STATUS.
           SELECT CASE-AGING-REPORT ASSIGN TO "CASEAGE"
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
       DATA DIVISION.
       FILE SECTION.
       FD  CASE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 180 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS CASE-FILE-RECORD.
       01  CASE-FILE-RECORD      PIC X(180).
       FD  CASE-TRAN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS CASE-TRAN-RECORD.
       01  CASE-TRAN-RECORD.
           05 CTR-ACTION         PIC X(01).
              88 CTR-OPEN        VALUE 'O'.
              88 CTR-ASSIGN      VALUE 'A'.
              88 CTR-NOTE        VALUE 'N'.
              88 CTR-RESOLVE     VALUE 'R'.
              88 CTR-CLOSE       VALUE 'C'.
      *    THE CASE TO WORK - IGNORED ON AN OPEN, WHICH TAKES THE
      *    NEXT FREE NUMBER.
           05 CTR-CASE-NO        PIC 9(06).
           05 CTR-USERNO         PIC 9(03).
           05 CTR-CUSTOMER-ID    PIC 9(09).
           05 CTR-WALLET-NO      PIC 9(02).
           05 CTR-CASE-TYPE      PIC X(01).
           05 CTR-ASSIGN-TO      PIC 9(03).
           05 CTR-RESOLUTION     PIC X(01).
           05 CTR-HOLD-NO        PIC 9(05) OCCURS 3 TIMES.
           05 CTR-ADJ-REF        PIC X(12) OCCURS 3 TIMES.
           05 CTR-NOTE-TEXT      PIC X(40).
           05 FILLER             PIC X(03).
       FD  CASE-REJECT-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS CASE-REJECT-RECORD.
       01  CASE-REJECT-RECORD    PIC X(80).
       FD  CASE-NOTE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS CASE-NOTE-RECORD.
       01  CASE-NOTE-RECORD.
           05 CNT-DATE           PIC X(10).
           05 CNT-CASE-NO        PIC 9(06).
           05 CNT-USERNO         PIC 9(03).
           05 CNT-ACTION         PIC X(01).
           05 CNT-TEXT           PIC X(40).
           05 FILLER             PIC X(20).
       FD  HOLD-RELEASE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS HOLD-RELEASE-RECORD.
       01  HOLD-RELEASE-RECORD.
           05 HTR-ACTION         PIC X(01).
           05 HTR-HOLD-NO        PIC 9(05).
           05 HTR-CUSTOMER-ID    PIC 9(09).
           05 HTR-WALLET-NO      PIC 9(02).
           05 HTR-AMOUNT         PIC 9(8)V99.
           05 HTR-REASON         PIC X(20).
           05 HTR-PLACED-BY      PIC 9(03).
           05 HTR-RELEASE-DATE   PIC X(10).
       FD  REVERSAL-CARD-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 47 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS REVERSAL-CARD-RECORD.
       01  REVERSAL-CARD-RECORD.
           05 REV-CARD-ADJ-REF   PIC X(12).
           05 REV-CARD-CUSTOMER  PIC 9(09).
           05 REV-CARD-TMS       PIC X(26).
       FD  CASE-AGING-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS CASE-AGING-RECORD.
       01  CASE-AGING-RECORD     PIC X(80).
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
          03 WS-CASE-STATUS         PIC X(02).
              88 CASE-OK            VALUE '00'.
              88 CASE-EOF           VALUE '10'.
              88 CASE-NOT-FOUND     VALUE '35'.
          03 WS-TRAN-STATUS         PIC X(02).
              88 TRAN-OK            VALUE '00'.
              88 TRAN-EOF           VALUE '10'.
              88 TRAN-NOT-FOUND     VALUE '35'.
          03 WS-REJECT-STATUS       PIC X(02).
              88 REJECT-OK          VALUE '00'.
          03 WS-NOTE-STATUS         PIC X(02).
              88 NOTE-OK            VALUE '00'.
          03 WS-HOLDOUT-STATUS      PIC X(02).
              88 HOLDOUT-OK         VALUE '00'.
          03 WS-REVOUT-STATUS       PIC X(02).
              88 REVOUT-OK          VALUE '00'.
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
              88 ACTION-AGING       VALUE 'AGING'.
          03 WS-EFFECTIVE-DATE      PIC X(10).
          03 WS-TARGET-DAYS         PIC 9(03) VALUE ZERO.
          03 WS-CASE-COUNT          PIC S9(4) COMP VALUE ZERO.
          03 WS-CASE-MAX            PIC S9(4) COMP VALUE 2000.
          03 WS-CASE-IX             PIC S9(4) COMP.
          03 WS-FOUND-IX            PIC S9(4) COMP.
          03 WS-LINK-IX             PIC S9(4) COMP.
          03 WS-HIGH-CASE-NO        PIC 9(06) VALUE ZERO.
          03 WS-USER-COUNT          PIC S9(4) COMP VALUE ZERO.
          03 WS-USER-MAX            PIC S9(4) COMP VALUE 200.
          03 WS-USER-IX             PIC S9(4) COMP.
          03 WS-CHECK-USERNO        PIC 9(03).
          03 WS-USER-AUTH           PIC X(01).
              88 USER-CAN-UPDATE    VALUE 'U' 'A'.
              88 USER-CAN-APPROVE   VALUE 'A'.
          03 WS-EDITS-SW            PIC X(01).
              88 EDITS-OK           VALUE 'Y'.
          03 WS-REJECT-REASON       PIC X(30).
          03 WS-DAYS-OPEN           PIC S9(07).
          03 WS-APPLIED-COUNT       PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-REJECT-COUNT        PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-RELEASE-COUNT       PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-REVERSAL-COUNT      PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-OUTSTANDING-COUNT   PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-OVERDUE-COUNT       PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-COUNT-FORMATTED     PIC ZZ.ZZ9.

      *-----------------------------------------------------------------
      *    THE CASE FILE IN STORAGE WHILE THE CARDS ARE APPLIED -
      *    LOAD, WORK, REWRITE, THE HOLDMNT PATTERN. EACH ENTRY IS
      *    WORKED ON THROUGH WS-CASE-WORK.
      *-----------------------------------------------------------------
       01  WS-CASE-TABLE.
           05 WS-CASE-ENTRY OCCURS 2000 TIMES PIC X(180).
       01  WS-CASE-WORK.
           COPY CASEREC.

      *-----------------------------------------------------------------
      *    THE USER MASTER IN STORAGE FOR THE USERNO CHECKS.
      *-----------------------------------------------------------------
       01  WS-USER-TABLE.
           05 WS-USER-ENTRY OCCURS 200 TIMES.
              10 WS-UT-USERNO        PIC 9(03).
              10 WS-UT-NAME          PIC X(20).
              10 WS-UT-STATUS        PIC X(01).
              10 WS-UT-AUTHORITY     PIC X(01).

       01  WS-REJECT-LINE.
          03 WS-RJ-ACTION           PIC X(01).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RJ-CASE-NO          PIC 9(06).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RJ-USERNO           PIC 9(03).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RJ-CUSTOMER-ID      PIC 9(09).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RJ-REASON           PIC X(30).
          03 FILLER                 PIC X(27) VALUE SPACES.

       01  WS-AGING-HEADING.
          03 FILLER                 PIC X(30) VALUE
             'CASE AGING AS AT             '.
          03 WS-AH-DATE             PIC X(10).
          03 FILLER                 PIC X(14) VALUE
             '  TARGET DAYS '.
          03 WS-AH-TARGET           PIC ZZ9.
          03 FILLER                 PIC X(23) VALUE SPACES.
       01  WS-AGING-LINE.
          03 WS-AL-CASE-NO          PIC 9(06).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-AL-TYPE             PIC X(01).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-AL-STATUS           PIC X(01).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-AL-CUSTOMER         PIC 9(09).
          03 FILLER                 PIC X(01) VALUE '/'.
          03 WS-AL-WALLET-NO        PIC 9(02).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-AL-ASSIGNED-TO      PIC 9(03).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-AL-OPENED-DATE      PIC X(10).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-AL-DAYS-OPEN        PIC Z.ZZ9.
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-AL-FLAG             PIC X(12).
          03 FILLER                 PIC X(22) VALUE SPACES.

      *-----------------------------------------------------------------
      *    CALL PARAMETER BLOCK FOR DATEUTIL, THE SHARED DATE
      *    UTILITY - THE EFFECTIVE DATE IS VALIDATED AND THE DAYS
      *    OPEN COUNTED THROUGH IT.
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
      *    STANDARD RETURN-CODE/MESSAGE-TEXT REGISTRY SHARED WITH
      *    FILECOPY, DB2PROG AND BIPM012.
      *-----------------------------------------------------------------
           COPY ERRCODES.
      * Call parameter block for ERRLOOK, the shared error-code
      * lookup - same field layout as ERRLOOK's own linkage section.
       01  WS-ERRLOOK-PARM.
           05  WS-EL-CODE          PIC X(04).
           05  WS-EL-RC            PIC 9(02).
           05  WS-EL-SEVERITY      PIC X(01).
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'CASEMNT'.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
      *-----------------------------------------------------------------
       0000-MAIN SECTION.
      *-----------------------------------------------------------------
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-ACTION
           ACCEPT WS-EFFECTIVE-DATE
           ACCEPT WS-TARGET-DAYS

           MOVE 'VAL ' TO WS-DU-FUNCTION
           MOVE WS-EFFECTIVE-DATE TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF NOT WS-DU-OK
               DISPLAY "CASEMNT: " WS-EFFECTIVE-DATE
                   " IS NOT A VALID EFFECTIVE DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN ACTION-APPLY
                   PERFORM 1000-APPLY-CASE-CARDS
               WHEN ACTION-AGING
                   PERFORM 5000-AGE-CASES
               WHEN OTHER
                   DISPLAY "CASEMNT: ACTION MUST BE APPLY OR AGING"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .

       1000-APPLY-CASE-CARDS SECTION.
      *-----------------------------------------------------------------
           PERFORM 1200-LOAD-USER-MASTER
           PERFORM 1500-LOAD-CASE-FILE

           OPEN INPUT CASE-TRAN-FILE
           EVALUATE TRUE
               WHEN TRAN-OK
                   CONTINUE
               WHEN TRAN-NOT-FOUND
                   MOVE 'IFNF' TO WS-ERRCODE-LOOKUP-CODE
                   PERFORM 060-LOOKUP-ERROR-CODE
                   DISPLAY WS-ERRCODE-LOOKUP-TEXT ' (CASETRAN)'
                   MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY "CASEMNT: UNEXPECTED CASETRAN STATUS "
                       WS-TRAN-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           OPEN OUTPUT CASE-REJECT-REPORT
           IF NOT REJECT-OK
               DISPLAY "CASEMNT: UNEXPECTED CASEREJ STATUS "
                   WS-REJECT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT HOLD-RELEASE-FILE
           IF NOT HOLDOUT-OK
               DISPLAY "CASEMNT: UNEXPECTED CASEHOLD STATUS "
                   WS-HOLDOUT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REVERSAL-CARD-FILE
           IF NOT REVOUT-OK
               DISPLAY "CASEMNT: UNEXPECTED CASEREV STATUS "
                   WS-REVOUT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND CASE-NOTE-FILE
           IF NOT NOTE-OK
               OPEN OUTPUT CASE-NOTE-FILE
           END-IF
           IF NOT NOTE-OK
               DISPLAY "CASEMNT: UNEXPECTED CASENOTE STATUS "
                   WS-NOTE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           READ CASE-TRAN-FILE
           PERFORM WITH TEST BEFORE UNTIL TRAN-EOF
               PERFORM 2000-APPLY-ONE-CARD
               READ CASE-TRAN-FILE
           END-PERFORM

           CLOSE CASE-TRAN-FILE
           CLOSE CASE-REJECT-REPORT
           CLOSE HOLD-RELEASE-FILE
           CLOSE REVERSAL-CARD-FILE
           CLOSE CASE-NOTE-FILE

           PERFORM 4000-REWRITE-CASE-FILE

           MOVE WS-APPLIED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "CASEMNT: CASE CARDS APPLIED: "
               WS-COUNT-FORMATTED
           MOVE WS-RELEASE-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "CASEMNT: HOLD RELEASES GENERATED: "
               WS-COUNT-FORMATTED
           MOVE WS-REVERSAL-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "CASEMNT: REVERSALS GENERATED: "
               WS-COUNT-FORMATTED
           MOVE WS-REJECT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "CASEMNT: CASE CARDS REJECTED: "
               WS-COUNT-FORMATTED

           IF WS-REJECT-COUNT > ZERO
              AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
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
                   DISPLAY "CASEMNT: USER MASTER FILE NOT FOUND - "
                       "ALL USER NUMBERS WILL BE REJECTED"
               WHEN OTHER
                   DISPLAY "CASEMNT: UNEXPECTED USERMST STATUS "
                       WS-USERMST-STATUS
                   MOVE 12 TO RETURN-CODE
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
           MOVE 'CASEMNT' TO SEC-PROGRAM
           MOVE CTR-USERNO TO SEC-USERNO
           MOVE 'CASEMAINT' TO SEC-ACTION
           OPEN EXTEND SECURITY-LOG
           IF NOT SECLOG-OK
               OPEN OUTPUT SECURITY-LOG
           END-IF
           IF SECLOG-OK
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG
           ELSE
               DISPLAY "CASEMNT: SECURITY LOG UNAVAILABLE - STATUS "
                   WS-SECLOG-STATUS
           END-IF
           .

       1500-LOAD-CASE-FILE SECTION.
      *-----------------------------------------------------------------
      *    NO FILE YET IS A FIRST-TIME LOAD - THE FIRST CASE OPENED
      *    TAKES CASE NUMBER 1.
      *-----------------------------------------------------------------
           OPEN INPUT CASE-FILE
           EVALUATE TRUE
               WHEN CASE-OK
                   READ CASE-FILE
                   PERFORM WITH TEST BEFORE
                           UNTIL CASE-EOF
                              OR WS-CASE-COUNT
                                 NOT LESS THAN WS-CASE-MAX
                       ADD 1 TO WS-CASE-COUNT
                       MOVE CASE-FILE-RECORD
                         TO WS-CASE-ENTRY (WS-CASE-COUNT)
                       MOVE CASE-FILE-RECORD TO WS-CASE-WORK
                       IF CSE-CASE-NO > WS-HIGH-CASE-NO
                           MOVE CSE-CASE-NO TO WS-HIGH-CASE-NO
                       END-IF
                       READ CASE-FILE
                   END-PERFORM
                   CLOSE CASE-FILE
               WHEN CASE-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "CASEMNT: UNEXPECTED CASEFILE STATUS "
                       WS-CASE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       2000-APPLY-ONE-CARD SECTION.
      *-----------------------------------------------------------------
           PERFORM 2100-EDIT-CARD
           IF EDITS-OK
               EVALUATE TRUE
                   WHEN CTR-OPEN
                       PERFORM 2400-OPEN-CASE
                   WHEN CTR-ASSIGN
                       PERFORM 2500-ASSIGN-CASE
                   WHEN CTR-NOTE
                       PERFORM 2600-NOTE-CASE
                   WHEN CTR-RESOLVE
                       PERFORM 2700-RESOLVE-CASE
                   WHEN CTR-CLOSE
                       PERFORM 2800-CLOSE-CASE
               END-EVALUATE
           END-IF

           IF EDITS-OK
               PERFORM 3000-WRITE-CASE-NOTE
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               PERFORM 6500-WRITE-REJECT
           END-IF
           .

       2100-EDIT-CARD SECTION.
      *-----------------------------------------------------------------
           MOVE 'Y' TO WS-EDITS-SW
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT CTR-OPEN AND NOT CTR-ASSIGN AND NOT CTR-NOTE
              AND NOT CTR-RESOLVE AND NOT CTR-CLOSE
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDITS-SW
           END-IF

      *    THE SAME RULE TEXMMNT APPLIES TO ITS MAINTAINER, CARD BY
      *    CARD HERE BECAUSE SEVERAL INVESTIGATORS SHARE THE RUN.
           IF EDITS-OK
               IF CTR-USERNO NUMERIC
                   MOVE CTR-USERNO TO WS-CHECK-USERNO
               ELSE
                   MOVE ZERO TO WS-CHECK-USERNO
               END-IF
               PERFORM 1300-LOOKUP-USER
               IF NOT USER-CAN-UPDATE
                  OR (CTR-RESOLVE AND NOT USER-CAN-APPROVE)
                   MOVE 'USERNO NOT AUTHORISED' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-EDITS-SW
                   PERFORM 1400-LOG-SECURITY-VIOLATION
               END-IF
           END-IF

           IF EDITS-OK AND CTR-OPEN
               PERFORM 2200-EDIT-OPEN-CARD
           END-IF

           IF EDITS-OK AND NOT CTR-OPEN
               PERFORM 2300-FIND-CASE
               IF WS-FOUND-IX = ZERO
                   MOVE 'CASE NOT ON FILE' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-EDITS-SW
               ELSE
                   MOVE WS-CASE-ENTRY (WS-FOUND-IX) TO WS-CASE-WORK
               END-IF
           END-IF

           IF EDITS-OK AND CTR-ASSIGN
               MOVE CTR-ASSIGN-TO TO WS-CHECK-USERNO
               PERFORM 1300-LOOKUP-USER
               EVALUATE TRUE
                   WHEN NOT CSE-OUTSTANDING
                       MOVE 'CASE ALREADY RESOLVED/CLOSED'
                         TO WS-REJECT-REASON
                       MOVE 'N' TO WS-EDITS-SW
                   WHEN NOT USER-CAN-UPDATE
                       MOVE 'ASSIGNEE NOT AN ACTIVE USER'
                         TO WS-REJECT-REASON
                       MOVE 'N' TO WS-EDITS-SW
               END-EVALUATE
           END-IF

           IF EDITS-OK AND CTR-NOTE
               EVALUATE TRUE
                   WHEN CSE-CLOSED
                       MOVE 'CASE IS CLOSED' TO WS-REJECT-REASON
                       MOVE 'N' TO WS-EDITS-SW
                   WHEN CTR-NOTE-TEXT = SPACES
                       MOVE 'NOTE TEXT REQUIRED' TO WS-REJECT-REASON
                       MOVE 'N' TO WS-EDITS-SW
               END-EVALUATE
           END-IF

           IF EDITS-OK AND CTR-RESOLVE
               EVALUATE TRUE
                   WHEN NOT CSE-OUTSTANDING
                       MOVE 'CASE ALREADY RESOLVED/CLOSED'
                         TO WS-REJECT-REASON
                       MOVE 'N' TO WS-EDITS-SW
                   WHEN CTR-RESOLUTION NOT = 'U'
                    AND CTR-RESOLUTION NOT = 'D'
                    AND CTR-RESOLUTION NOT = 'N'
                       MOVE 'RESOLUTION MUST BE U, D OR N'
                         TO WS-REJECT-REASON
                       MOVE 'N' TO WS-EDITS-SW
                   WHEN CTR-RESOLUTION = 'U'
                    AND NOT CSE-DISPUTE
                       MOVE 'ONLY A DISPUTE CAN BE UPHELD'
                         TO WS-REJECT-REASON
                       MOVE 'N' TO WS-EDITS-SW
               END-EVALUATE
           END-IF

           IF EDITS-OK AND CTR-CLOSE
               IF NOT CSE-RESOLVED
                   MOVE 'CASE NOT RESOLVED' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF
           .

       2200-EDIT-OPEN-CARD SECTION.
      *-----------------------------------------------------------------
           IF CTR-CUSTOMER-ID NOT NUMERIC
              OR CTR-CUSTOMER-ID = ZERO
               MOVE 'CUSTOMER-ID NOT NUMERIC/ZERO'
                 TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDITS-SW
           END-IF

           IF EDITS-OK
               IF CTR-WALLET-NO NOT NUMERIC
                  OR CTR-WALLET-NO = ZERO
                   MOVE 01 TO CTR-WALLET-NO
               END-IF
               IF CTR-CASE-TYPE NOT = 'D'
                  AND CTR-CASE-TYPE NOT = 'I'
                   MOVE 'CASE TYPE MUST BE D OR I'
                     TO WS-REJECT-REASON
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK
               PERFORM VARYING WS-LINK-IX FROM 1 BY 1
                   UNTIL WS-LINK-IX > 3
                   IF CTR-HOLD-NO (WS-LINK-IX) NOT NUMERIC
                       MOVE ZERO TO CTR-HOLD-NO (WS-LINK-IX)
                   END-IF
               END-PERFORM
      *        A DISPUTE WITH NOTHING DISPUTED CANNOT BE UPHELD -
      *        IT HAS TO NAME AT LEAST ONE MOVEMENT.
               IF CTR-CASE-TYPE = 'D'
                  AND CTR-ADJ-REF (1) = SPACES
                  AND CTR-ADJ-REF (2) = SPACES
                  AND CTR-ADJ-REF (3) = SPACES
                   MOVE 'DISPUTE NEEDS AN ADJ-REF'
                     TO WS-REJECT-REASON
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK
              AND WS-CASE-COUNT NOT LESS THAN WS-CASE-MAX
               MOVE 'CASE FILE FULL' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDITS-SW
           END-IF
           .

       2300-FIND-CASE SECTION.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-CASE-IX FROM 1 BY 1
               UNTIL WS-CASE-IX > WS-CASE-COUNT
               IF WS-CASE-ENTRY (WS-CASE-IX) (1:6) = CTR-CASE-NO
                   MOVE WS-CASE-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           .

       2400-OPEN-CASE SECTION.
      *-----------------------------------------------------------------
           ADD 1 TO WS-CASE-COUNT
           ADD 1 TO WS-HIGH-CASE-NO
           MOVE WS-CASE-COUNT TO WS-FOUND-IX
           MOVE SPACES TO WS-CASE-WORK
           MOVE WS-HIGH-CASE-NO TO CSE-CASE-NO
           MOVE CTR-CUSTOMER-ID TO CSE-CUSTOMER-ID
           MOVE CTR-WALLET-NO TO CSE-WALLET-NO
           MOVE CTR-CASE-TYPE TO CSE-CASE-TYPE
           MOVE 'O' TO CSE-STATUS
           MOVE WS-EFFECTIVE-DATE TO CSE-OPENED-DATE
           MOVE CTR-USERNO TO CSE-OPENED-BY
           MOVE ZERO TO CSE-ASSIGNED-TO
           IF CTR-ASSIGN-TO NUMERIC AND CTR-ASSIGN-TO NOT = ZERO
               MOVE CTR-ASSIGN-TO TO WS-CHECK-USERNO
               PERFORM 1300-LOOKUP-USER
               IF USER-CAN-UPDATE
                   MOVE CTR-ASSIGN-TO TO CSE-ASSIGNED-TO
                   MOVE 'A' TO CSE-STATUS
               END-IF
           END-IF
           PERFORM VARYING WS-LINK-IX FROM 1 BY 1
               UNTIL WS-LINK-IX > 3
               MOVE CTR-HOLD-NO (WS-LINK-IX)
                 TO CSE-HOLD-NO (WS-LINK-IX)
               MOVE CTR-ADJ-REF (WS-LINK-IX)
                 TO CSE-DISPUTED-REF (WS-LINK-IX)
           END-PERFORM
           MOVE SPACE TO CSE-RESOLUTION
           MOVE ZERO TO CSE-RESOLVED-BY
           MOVE ZERO TO CSE-NOTE-COUNT
           MOVE CTR-NOTE-TEXT TO CSE-LATEST-NOTE
           MOVE CSE-CASE-NO TO CTR-CASE-NO
           PERFORM 2900-STORE-CASE
           DISPLAY "CASEMNT: CASE " CSE-CASE-NO " OPENED FOR "
               CSE-CUSTOMER-ID "/" CSE-WALLET-NO
           .

       2500-ASSIGN-CASE SECTION.
      *-----------------------------------------------------------------
           MOVE CTR-ASSIGN-TO TO CSE-ASSIGNED-TO
           MOVE 'A' TO CSE-STATUS
           IF CTR-NOTE-TEXT = SPACES
               MOVE 'CASE ASSIGNED' TO CTR-NOTE-TEXT
           END-IF
           PERFORM 2900-STORE-CASE
           .

       2600-NOTE-CASE SECTION.
      *-----------------------------------------------------------------
           PERFORM 2900-STORE-CASE
           .

       2700-RESOLVE-CASE SECTION.
      *-----------------------------------------------------------------
      *    EVERY LINKED HOLD COMES OFF WHATEVER THE OUTCOME - THE
      *    INVESTIGATION IS OVER. AN UPHELD DISPUTE ALSO BACKS OUT
      *    EACH DISPUTED MOVEMENT THROUGH WALREV, WHICH READS THE
      *    HISTORY ROW AT RUN TIME AND BUILDS THE REVERSAL FROM IT.
      *-----------------------------------------------------------------
           MOVE 'R' TO CSE-STATUS
           MOVE CTR-RESOLUTION TO CSE-RESOLUTION
           MOVE WS-EFFECTIVE-DATE TO CSE-RESOLVED-DATE
           MOVE CTR-USERNO TO CSE-RESOLVED-BY

           PERFORM VARYING WS-LINK-IX FROM 1 BY 1
               UNTIL WS-LINK-IX > 3
               IF CSE-HOLD-NO (WS-LINK-IX) NOT = ZERO
                   MOVE SPACES TO HOLD-RELEASE-RECORD
                   MOVE 'R' TO HTR-ACTION
                   MOVE CSE-HOLD-NO (WS-LINK-IX) TO HTR-HOLD-NO
                   MOVE CSE-CUSTOMER-ID TO HTR-CUSTOMER-ID
                   MOVE CSE-WALLET-NO TO HTR-WALLET-NO
                   MOVE ZERO TO HTR-AMOUNT
                   MOVE SPACES TO HTR-REASON
                   STRING 'CASE ' CSE-CASE-NO ' RESOLVED'
                       DELIMITED BY SIZE INTO HTR-REASON
                   MOVE CTR-USERNO TO HTR-PLACED-BY
                   WRITE HOLD-RELEASE-RECORD
                   ADD 1 TO WS-RELEASE-COUNT
               END-IF
           END-PERFORM

           IF CSE-UPHELD
               PERFORM VARYING WS-LINK-IX FROM 1 BY 1
                   UNTIL WS-LINK-IX > 3
                   IF CSE-DISPUTED-REF (WS-LINK-IX) NOT = SPACES
                       MOVE SPACES TO REVERSAL-CARD-RECORD
                       MOVE CSE-DISPUTED-REF (WS-LINK-IX)
                         TO REV-CARD-ADJ-REF
                       MOVE ZERO TO REV-CARD-CUSTOMER
                       WRITE REVERSAL-CARD-RECORD
                       ADD 1 TO WS-REVERSAL-COUNT
                   END-IF
               END-PERFORM
           END-IF

           IF CTR-NOTE-TEXT = SPACES
               EVALUATE TRUE
                   WHEN CSE-UPHELD
                       MOVE 'RESOLVED - DISPUTE UPHELD'
                         TO CTR-NOTE-TEXT
                   WHEN CSE-DECLINED
                       MOVE 'RESOLVED - DISPUTE DECLINED'
                         TO CTR-NOTE-TEXT
                   WHEN OTHER
                       MOVE 'RESOLVED - NO FURTHER ACTION'
                         TO CTR-NOTE-TEXT
               END-EVALUATE
           END-IF
           PERFORM 2900-STORE-CASE
           .

       2800-CLOSE-CASE SECTION.
      *-----------------------------------------------------------------
           MOVE 'C' TO CSE-STATUS
           MOVE WS-EFFECTIVE-DATE TO CSE-CLOSED-DATE
           IF CTR-NOTE-TEXT = SPACES
               MOVE 'CASE CLOSED' TO CTR-NOTE-TEXT
           END-IF
           PERFORM 2900-STORE-CASE
           .

       2900-STORE-CASE SECTION.
      *-----------------------------------------------------------------
      *    STAMP THE ACTIVITY AND PUT THE WORKED RECORD BACK IN ITS
      *    TABLE SLOT.
      *-----------------------------------------------------------------
           MOVE WS-EFFECTIVE-DATE TO CSE-LAST-ACTIVITY
           IF CTR-NOTE-TEXT NOT = SPACES
               ADD 1 TO CSE-NOTE-COUNT
               MOVE CTR-NOTE-TEXT TO CSE-LATEST-NOTE
           END-IF
           MOVE WS-CASE-WORK TO WS-CASE-ENTRY (WS-FOUND-IX)
           .

       3000-WRITE-CASE-NOTE SECTION.
      *-----------------------------------------------------------------
           MOVE SPACES TO CASE-NOTE-RECORD
           MOVE WS-EFFECTIVE-DATE TO CNT-DATE
           MOVE CSE-CASE-NO TO CNT-CASE-NO
           MOVE CTR-USERNO TO CNT-USERNO
           MOVE CTR-ACTION TO CNT-ACTION
           MOVE CTR-NOTE-TEXT TO CNT-TEXT
           WRITE CASE-NOTE-RECORD
           .

       4000-REWRITE-CASE-FILE SECTION.
      *-----------------------------------------------------------------
           OPEN OUTPUT CASE-FILE
           PERFORM VARYING WS-CASE-IX FROM 1 BY 1
               UNTIL WS-CASE-IX > WS-CASE-COUNT
               MOVE WS-CASE-ENTRY (WS-CASE-IX) TO CASE-FILE-RECORD
               WRITE CASE-FILE-RECORD
           END-PERFORM
           CLOSE CASE-FILE
           .

       5000-AGE-CASES SECTION.
      *-----------------------------------------------------------------
      *    EVERY CASE NOT YET CLOSED, OLDEST FIRST AS THEY SIT ON
      *    THE FILE. A CASE OPEN LONGER THAN THE TARGET IS FLAGGED
      *    AND THE STEP ENDS RC 4 SO THE OVERDUE ONES GET NOTICED.
      *-----------------------------------------------------------------
           OPEN OUTPUT CASE-AGING-REPORT
           IF NOT REPORT-OK
               DISPLAY "CASEMNT: UNEXPECTED CASEAGE STATUS "
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-EFFECTIVE-DATE TO WS-AH-DATE
           MOVE WS-TARGET-DAYS TO WS-AH-TARGET
           MOVE WS-AGING-HEADING TO CASE-AGING-RECORD
           WRITE CASE-AGING-RECORD

           OPEN INPUT CASE-FILE
           EVALUATE TRUE
               WHEN CASE-OK
                   READ CASE-FILE
                   PERFORM WITH TEST BEFORE UNTIL CASE-EOF
                       MOVE CASE-FILE-RECORD TO WS-CASE-WORK
                       IF NOT CSE-CLOSED
                           PERFORM 5100-AGE-ONE-CASE
                       END-IF
                       READ CASE-FILE
                   END-PERFORM
                   CLOSE CASE-FILE
               WHEN CASE-NOT-FOUND
                   DISPLAY "CASEMNT: NO CASEFILE TO AGE"
               WHEN OTHER
                   DISPLAY "CASEMNT: UNEXPECTED CASEFILE STATUS "
                       WS-CASE-STATUS
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           CLOSE CASE-AGING-REPORT

           MOVE WS-OUTSTANDING-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "CASEMNT: CASES NOT YET CLOSED: "
               WS-COUNT-FORMATTED
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "CASEMNT: CASES PAST TARGET: "
               WS-COUNT-FORMATTED

           IF WS-OVERDUE-COUNT > ZERO
              AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       5100-AGE-ONE-CASE SECTION.
      *-----------------------------------------------------------------
      *    A RESOLVED CASE STILL WAITING TO BE CLOSED IS LISTED BUT
      *    NOT FLAGGED - THE MONEY SIDE IS DONE.
      *-----------------------------------------------------------------
           ADD 1 TO WS-OUTSTANDING-COUNT
           MOVE 'DIF ' TO WS-DU-FUNCTION
           MOVE CSE-OPENED-DATE TO WS-DU-INPUT-DATE
           MOVE WS-EFFECTIVE-DATE TO WS-DU-INPUT-DATE-2
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF WS-DU-OK
               MOVE WS-DU-DAYS-DIFFERENCE TO WS-DAYS-OPEN
           ELSE
               MOVE ZERO TO WS-DAYS-OPEN
           END-IF

           MOVE CSE-CASE-NO TO WS-AL-CASE-NO
           MOVE CSE-CASE-TYPE TO WS-AL-TYPE
           MOVE CSE-STATUS TO WS-AL-STATUS
           MOVE CSE-CUSTOMER-ID TO WS-AL-CUSTOMER
           MOVE CSE-WALLET-NO TO WS-AL-WALLET-NO
           MOVE CSE-ASSIGNED-TO TO WS-AL-ASSIGNED-TO
           MOVE CSE-OPENED-DATE TO WS-AL-OPENED-DATE
           MOVE WS-DAYS-OPEN TO WS-AL-DAYS-OPEN
           MOVE SPACES TO WS-AL-FLAG
           IF CSE-OUTSTANDING
              AND WS-DAYS-OPEN > WS-TARGET-DAYS
               MOVE '*PAST TARGET' TO WS-AL-FLAG
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF
           MOVE WS-AGING-LINE TO CASE-AGING-RECORD
           WRITE CASE-AGING-RECORD
           .

       6500-WRITE-REJECT SECTION.
      *-----------------------------------------------------------------
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-REJECT-LINE
           MOVE CTR-ACTION TO WS-RJ-ACTION
           IF CTR-CASE-NO NUMERIC
               MOVE CTR-CASE-NO TO WS-RJ-CASE-NO
           ELSE
               MOVE ZERO TO WS-RJ-CASE-NO
           END-IF
           IF CTR-USERNO NUMERIC
               MOVE CTR-USERNO TO WS-RJ-USERNO
           ELSE
               MOVE ZERO TO WS-RJ-USERNO
           END-IF
           IF CTR-CUSTOMER-ID NUMERIC
               MOVE CTR-CUSTOMER-ID TO WS-RJ-CUSTOMER-ID
           ELSE
               MOVE ZERO TO WS-RJ-CUSTOMER-ID
           END-IF
           MOVE WS-REJECT-REASON TO WS-RJ-REASON
           MOVE WS-REJECT-LINE TO CASE-REJECT-RECORD
           WRITE CASE-REJECT-RECORD
           .

       060-LOOKUP-ERROR-CODE SECTION.
      *-----------------------------------------------------------------
      *    LOOK THE CODE UP THROUGH THE SHARED ERRLOOK ROUTINE,
      *    WHICH READS THE LOADABLE ERRCFILE REGISTRY AT RUN TIME
      *    AND FALLS BACK TO THE COMPILED-IN TABLE WHEN THE FILE IS
      *    ABSENT.
      *-----------------------------------------------------------------
           MOVE WS-ERRCODE-LOOKUP-CODE TO WS-EL-CODE
           CALL 'ERRLOOK' USING WS-ERRLOOK-PARM
           MOVE WS-EL-RC TO WS-ERRCODE-LOOKUP-RC
           MOVE WS-EL-TEXT TO WS-ERRCODE-LOOKUP-TEXT
           MOVE WS-EL-FOUND-SW TO WS-ERRCODE-LOOKUP-SW
           IF WS-EL-ACTION NOT = SPACES
               DISPLAY 'OPERATOR ACTION: ' WS-EL-ACTION
           END-IF
           .
