       ID DIVISION.
       PROGRAM-ID.         EXCQMNT.
       AUTHOR.             (TNP).
       DATE-WRITTEN.       15.10.2026.
      *--------------+------+-------------------------------------------
      *
      *     MAINTENANCE AND AGING FOR THE EXCQUEUE EXCEPTION WORK
      *     QUEUE. EXCCOLL LOADS THE NIGHT'S REJECT AND EXCEPTION
      *     LINES FROM ALL EIGHT OUTPUTS THAT RAISE THEM ONTO THE
      *     ONE QUEUE; THIS PROGRAM IS HOW THE MORNING TEAM WORKS
      *     THEM OFF. TWO ACTIONS FROM SYSIN:
      *
      *        APPLY  -  READ THE EXQTRAN CARDS: 'A' ASSIGNS AN ITEM
      *                  TO AN OWNER, 'R' RESOLVES IT WITH A
      *                  RESOLUTION NOTE AND 'C' CLOSES IT. AN ITEM
      *                  CAN BE CLOSED WITHOUT BEING RESOLVED FIRST
      *                  - A DUPLICATE, OR ONE FIXED AT SOURCE - BUT
      *                  THEN THE CLOSING CARD MUST CARRY THE NOTE.
      *        AGING  -  LIST EVERY ITEM NOT YET CLOSED ON EXQAGE BY
      *                  SOURCE AND OWNER, OLDEST FIRST, WITH ITS
      *                  DAYS OPEN AND A COUNT FOR EACH OWNER AND
      *                  EACH SOURCE. AN ITEM STAYS ON THE REPORT
      *                  NIGHT AFTER NIGHT UNTIL IT IS CLOSED; ONE
      *                  CARRIED OVER WITH NOBODY OWNING IT ENDS THE
      *                  STEP RC 4.
      *
      *     THE USERNO ON EACH CARD MUST BE ACTIVE ON THE SHARED
      *     USER MASTER WITH UPDATE OR APPROVE AUTHORITY, AS MUST
      *     THE OWNER AN ITEM IS ASSIGNED TO.
      *
      *     SYSIN CARDS: ACTION, EFFECTIVE DATE (YYYY-MM-DD).
      *
      *     EXCQUEUE IS A KSDS AND EXCCOLL ADDS TO IT EVERY NIGHT,
      *     SO APPLY WORKS RECORD BY RECORD - READ BY ITEM NUMBER,
      *     REWRITE - THE HOLDMNT PATTERN.
      *
      *--------------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-QUEUE-FILE ASSIGN TO "EXCQUEUE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY EXQ-ITEM-NO
               FILE STATUS WS-QUEUE-STATUS.
           SELECT QUEUE-TRAN-FILE ASSIGN TO "EXQTRAN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TRAN-STATUS.
           SELECT QUEUE-REJECT-REPORT ASSIGN TO "EXQREJ"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REJECT-STATUS.
           SELECT QUEUE-AGING-REPORT ASSIGN TO "EXQAGE"
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
           SELECT QUEUE-SORT-FILE ASSIGN TO "SORTWK".
       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-QUEUE-FILE
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS EXCEPTION-QUEUE-RECORD.
       01  EXCEPTION-QUEUE-RECORD.
           COPY EXCQUEUE.
       FD  QUEUE-TRAN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS QUEUE-TRAN-RECORD.
       01  QUEUE-TRAN-RECORD.
           05 ETR-ACTION         PIC X(01).
              88 ETR-ASSIGN      VALUE 'A'.
              88 ETR-RESOLVE     VALUE 'R'.
              88 ETR-CLOSE       VALUE 'C'.
           05 ETR-ITEM-NO        PIC 9(07).
           05 ETR-USERNO         PIC 9(03).
      *    THE NEW OWNER ON AN ASSIGNMENT - IGNORED OTHERWISE.
           05 ETR-ASSIGN-TO      PIC 9(03).
      *    THE RESOLUTION NOTE - REQUIRED TO RESOLVE, AND TO CLOSE
      *    AN ITEM NOT YET RESOLVED.
           05 ETR-NOTE-TEXT      PIC X(40).
           05 FILLER             PIC X(26).
       FD  QUEUE-REJECT-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS QUEUE-REJECT-RECORD.
       01  QUEUE-REJECT-RECORD   PIC X(80).
       FD  QUEUE-AGING-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS QUEUE-AGING-RECORD.
       01  QUEUE-AGING-RECORD    PIC X(80).
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
      *    THE EXCQUEUE LAYOUT, WITH ONLY THE AGING KEYS NAMED.
       SD  QUEUE-SORT-FILE.
       01  QUEUE-SORT-RECORD.
           05 SRT-ITEM-NO        PIC 9(07).
           05 SRT-SOURCE         PIC X(08).
           05 SRT-BUS-DATE       PIC X(10).
           05 FILLER             PIC X(63).
           05 SRT-OWNER          PIC 9(03).
           05 FILLER             PIC X(159).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WORK-FIELDS-1.
          03 WS-QUEUE-STATUS        PIC X(02).
              88 QUEUE-OK           VALUE '00'.
              88 QUEUE-EOF          VALUE '10'.
              88 QUEUE-NO-RECORD    VALUE '23'.
              88 QUEUE-NOT-FOUND    VALUE '35'.
          03 WS-TRAN-STATUS         PIC X(02).
              88 TRAN-OK            VALUE '00'.
              88 TRAN-EOF           VALUE '10'.
              88 TRAN-NOT-FOUND     VALUE '35'.
          03 WS-REJECT-STATUS       PIC X(02).
              88 REJECT-OK          VALUE '00'.
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
          03 WS-REJECT-REASON       PIC X(30).
          03 WS-DAYS-OPEN           PIC S9(07).
          03 WS-SOURCE-BREAK        PIC X(08).
          03 WS-OWNER-BREAK         PIC X(03).
          03 WS-APPLIED-COUNT       PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-REJECT-COUNT        PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-OUTSTANDING-COUNT   PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-SOURCE-COUNT        PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-OWNER-COUNT         PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-UNOWNED-COUNT       PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-COUNT-FORMATTED     PIC ZZ.ZZ9.

       01  WS-REJECT-LINE.
          03 WS-RJ-ACTION           PIC X(01).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RJ-ITEM-NO          PIC 9(07).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RJ-USERNO           PIC 9(03).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-RJ-REASON           PIC X(30).
          03 FILLER                 PIC X(36) VALUE SPACES.

       01  WS-AGING-HEADING.
          03 FILLER                 PIC X(28) VALUE
             'EXCEPTION QUEUE AGING AS AT '.
          03 WS-AH-DATE             PIC X(10).
          03 FILLER                 PIC X(42) VALUE SPACES.
       01  WS-SOURCE-HEADING.
          03 FILLER                 PIC X(07) VALUE 'SOURCE '.
          03 WS-SH-SOURCE           PIC X(08).
          03 FILLER                 PIC X(65) VALUE SPACES.
       01  WS-OWNER-HEADING.
          03 FILLER                 PIC X(08) VALUE '  OWNER '.
          03 WS-OH-OWNER            PIC X(10).
          03 FILLER                 PIC X(62) VALUE SPACES.
       01  WS-AGING-LINE.
          03 WS-AL-ITEM-NO          PIC 9(07).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-AL-STATUS           PIC X(01).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-AL-DAYS-OPEN        PIC Z.ZZ9.
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-AL-CUSTOMER         PIC 9(09).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-AL-REFERENCE        PIC X(12).
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-AL-AMOUNT           PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER                 PIC X(01) VALUE SPACE.
          03 WS-AL-REASON           PIC X(27).
       01  WS-OWNER-TOTAL-LINE.
          03 FILLER                 PIC X(08) VALUE '  OWNER '.
          03 WS-OT-OWNER            PIC X(10).
          03 FILLER                 PIC X(13) VALUE
             ' OPEN ITEMS: '.
          03 WS-OT-COUNT            PIC ZZ.ZZ9.
          03 FILLER                 PIC X(43) VALUE SPACES.
       01  WS-SOURCE-TOTAL-LINE.
          03 FILLER                 PIC X(07) VALUE 'SOURCE '.
          03 WS-ST-SOURCE           PIC X(08).
          03 FILLER                 PIC X(13) VALUE
             ' OPEN ITEMS: '.
          03 WS-ST-COUNT            PIC ZZ.ZZ9.
          03 FILLER                 PIC X(46) VALUE SPACES.
       01  WS-FINAL-TOTAL-LINE.
          03 FILLER                 PIC X(28) VALUE
             'ALL SOURCES     OPEN ITEMS: '.
          03 WS-FT-COUNT            PIC ZZ.ZZ9.
          03 FILLER                 PIC X(46) VALUE SPACES.

      *-----------------------------------------------------------------
      *    THE USER MASTER IN STORAGE FOR THE USERNO CHECKS.
      *-----------------------------------------------------------------
       01  WS-USER-TABLE.
           05 WS-USER-ENTRY OCCURS 200 TIMES.
              10 WS-UT-USERNO        PIC 9(03).
              10 WS-UT-NAME          PIC X(20).
              10 WS-UT-STATUS        PIC X(01).
              10 WS-UT-AUTHORITY     PIC X(01).

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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'EXCQMNT'.

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
               DISPLAY "EXCQMNT: " WS-EFFECTIVE-DATE
                   " IS NOT A VALID EFFECTIVE DATE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN ACTION-APPLY
                   PERFORM 1000-APPLY-QUEUE-CARDS
               WHEN ACTION-AGING
                   PERFORM 5000-AGE-QUEUE
               WHEN OTHER
                   DISPLAY "EXCQMNT: ACTION MUST BE APPLY OR AGING"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK
           .

       1000-APPLY-QUEUE-CARDS SECTION.
      *-----------------------------------------------------------------
           PERFORM 1200-LOAD-USER-MASTER

           OPEN I-O EXCEPTION-QUEUE-FILE
           IF NOT QUEUE-OK
               DISPLAY "EXCQMNT: UNEXPECTED EXCQUEUE STATUS "
                   WS-QUEUE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT QUEUE-TRAN-FILE
           EVALUATE TRUE
               WHEN TRAN-OK
                   CONTINUE
               WHEN TRAN-NOT-FOUND
                   MOVE 'IFNF' TO WS-ERRCODE-LOOKUP-CODE
                   PERFORM 060-LOOKUP-ERROR-CODE
                   DISPLAY WS-ERRCODE-LOOKUP-TEXT ' (EXQTRAN)'
                   MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
                   GOBACK
               WHEN OTHER
                   DISPLAY "EXCQMNT: UNEXPECTED EXQTRAN STATUS "
                       WS-TRAN-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           OPEN OUTPUT QUEUE-REJECT-REPORT
           IF NOT REJECT-OK
               DISPLAY "EXCQMNT: UNEXPECTED EXQREJ STATUS "
                   WS-REJECT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           READ QUEUE-TRAN-FILE
           PERFORM WITH TEST BEFORE UNTIL TRAN-EOF
               PERFORM 2000-APPLY-ONE-CARD
               READ QUEUE-TRAN-FILE
           END-PERFORM

           CLOSE QUEUE-TRAN-FILE
           CLOSE QUEUE-REJECT-REPORT
           CLOSE EXCEPTION-QUEUE-FILE

           MOVE WS-APPLIED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "EXCQMNT: QUEUE CARDS APPLIED: "
               WS-COUNT-FORMATTED
           MOVE WS-REJECT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "EXCQMNT: QUEUE CARDS REJECTED: "
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
                   DISPLAY "EXCQMNT: USER MASTER FILE NOT FOUND - "
                       "ALL USER NUMBERS WILL BE REJECTED"
               WHEN OTHER
                   DISPLAY "EXCQMNT: UNEXPECTED USERMST STATUS "
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
           MOVE 'EXCQMNT' TO SEC-PROGRAM
           MOVE ETR-USERNO TO SEC-USERNO
           MOVE 'EXCQMAINT' TO SEC-ACTION
           OPEN EXTEND SECURITY-LOG
           IF NOT SECLOG-OK
               OPEN OUTPUT SECURITY-LOG
           END-IF
           IF SECLOG-OK
               WRITE SECURITY-LOG-RECORD
               CLOSE SECURITY-LOG
           ELSE
               DISPLAY "EXCQMNT: SECURITY LOG UNAVAILABLE - STATUS "
                   WS-SECLOG-STATUS
           END-IF
           .

       2000-APPLY-ONE-CARD SECTION.
      *-----------------------------------------------------------------
           PERFORM 2100-EDIT-CARD
           IF EDITS-OK
               EVALUATE TRUE
                   WHEN ETR-ASSIGN
                       PERFORM 2500-ASSIGN-ITEM
                   WHEN ETR-RESOLVE
                       PERFORM 2700-RESOLVE-ITEM
                   WHEN ETR-CLOSE
                       PERFORM 2800-CLOSE-ITEM
               END-EVALUATE
               PERFORM 2900-STORE-ITEM
           END-IF

           IF EDITS-OK
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               PERFORM 6500-WRITE-REJECT
           END-IF
           .

       2100-EDIT-CARD SECTION.
      *-----------------------------------------------------------------
           MOVE 'Y' TO WS-EDITS-SW
           MOVE SPACES TO WS-REJECT-REASON

           IF NOT ETR-ASSIGN AND NOT ETR-RESOLVE AND NOT ETR-CLOSE
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDITS-SW
           END-IF

           IF EDITS-OK
               IF ETR-USERNO NUMERIC
                   MOVE ETR-USERNO TO WS-CHECK-USERNO
               ELSE
                   MOVE ZERO TO WS-CHECK-USERNO
               END-IF
               PERFORM 1300-LOOKUP-USER
               IF NOT USER-CAN-UPDATE
                   MOVE 'USERNO NOT AUTHORISED' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-EDITS-SW
                   PERFORM 1400-LOG-SECURITY-VIOLATION
               END-IF
           END-IF

      *    READ AS IT STANDS NOW - THE COLLECTOR MAY HAVE RUN SINCE
      *    THE CARDS WERE KEYED.
           IF EDITS-OK
               IF ETR-ITEM-NO NUMERIC
                   MOVE ETR-ITEM-NO TO EXQ-ITEM-NO
                   READ EXCEPTION-QUEUE-FILE
               END-IF
               IF ETR-ITEM-NO NOT NUMERIC OR NOT QUEUE-OK
                   MOVE 'ITEM NOT ON QUEUE' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK AND ETR-ASSIGN
               IF ETR-ASSIGN-TO NUMERIC
                   MOVE ETR-ASSIGN-TO TO WS-CHECK-USERNO
               ELSE
                   MOVE ZERO TO WS-CHECK-USERNO
               END-IF
               PERFORM 1300-LOOKUP-USER
               EVALUATE TRUE
                   WHEN NOT EXQ-OUTSTANDING
                       MOVE 'ITEM ALREADY RESOLVED/CLOSED'
                         TO WS-REJECT-REASON
                       MOVE 'N' TO WS-EDITS-SW
                   WHEN NOT USER-CAN-UPDATE
                       MOVE 'OWNER NOT AN ACTIVE USER'
                         TO WS-REJECT-REASON
                       MOVE 'N' TO WS-EDITS-SW
               END-EVALUATE
           END-IF

           IF EDITS-OK AND ETR-RESOLVE
               EVALUATE TRUE
                   WHEN NOT EXQ-OUTSTANDING
                       MOVE 'ITEM ALREADY RESOLVED/CLOSED'
                         TO WS-REJECT-REASON
                       MOVE 'N' TO WS-EDITS-SW
                   WHEN ETR-NOTE-TEXT = SPACES
                       MOVE 'RESOLUTION NOTE REQUIRED'
                         TO WS-REJECT-REASON
                       MOVE 'N' TO WS-EDITS-SW
               END-EVALUATE
           END-IF

           IF EDITS-OK AND ETR-CLOSE
               EVALUATE TRUE
                   WHEN EXQ-CLOSED
                       MOVE 'ITEM ALREADY CLOSED' TO WS-REJECT-REASON
                       MOVE 'N' TO WS-EDITS-SW
                   WHEN EXQ-OUTSTANDING
                    AND ETR-NOTE-TEXT = SPACES
                       MOVE 'NOT RESOLVED - NOTE REQUIRED'
                         TO WS-REJECT-REASON
                       MOVE 'N' TO WS-EDITS-SW
               END-EVALUATE
           END-IF
           .

       2500-ASSIGN-ITEM SECTION.
      *-----------------------------------------------------------------
      *    A REASSIGNMENT SIMPLY MOVES THE ITEM TO ITS NEW OWNER.
      *-----------------------------------------------------------------
           MOVE ETR-ASSIGN-TO TO EXQ-OWNER
           MOVE 'A' TO EXQ-STATUS
           MOVE WS-EFFECTIVE-DATE TO EXQ-ASSIGNED-DATE
           .

       2700-RESOLVE-ITEM SECTION.
      *-----------------------------------------------------------------
      *    AN ITEM NOBODY WAS ASSIGNED BELONGS TO WHOEVER RESOLVED
      *    IT.
      *-----------------------------------------------------------------
           MOVE 'R' TO EXQ-STATUS
           MOVE ETR-USERNO TO EXQ-RESOLVED-BY
           MOVE WS-EFFECTIVE-DATE TO EXQ-RESOLVED-DATE
           MOVE ETR-NOTE-TEXT TO EXQ-RESOLUTION
           IF EXQ-OWNER = ZERO
               MOVE ETR-USERNO TO EXQ-OWNER
           END-IF
           .

       2800-CLOSE-ITEM SECTION.
      *-----------------------------------------------------------------
      *    CLOSING AN ITEM NOT YET RESOLVED RESOLVES IT IN THE SAME
      *    STROKE, THE CLOSING NOTE AS ITS RESOLUTION. A NOTE ON THE
      *    CLOSE OF A RESOLVED ITEM REPLACES THE RESOLUTION NOTE.
      *-----------------------------------------------------------------
           IF EXQ-OUTSTANDING
               PERFORM 2700-RESOLVE-ITEM
           END-IF
           IF ETR-NOTE-TEXT NOT = SPACES
               MOVE ETR-NOTE-TEXT TO EXQ-RESOLUTION
           END-IF
           MOVE 'C' TO EXQ-STATUS
           MOVE ETR-USERNO TO EXQ-CLOSED-BY
           MOVE WS-EFFECTIVE-DATE TO EXQ-CLOSED-DATE
           .

       2900-STORE-ITEM SECTION.
      *-----------------------------------------------------------------
           REWRITE EXCEPTION-QUEUE-RECORD
           IF QUEUE-OK
               DISPLAY "EXCQMNT: ITEM " EXQ-ITEM-NO " "
                   EXQ-SOURCE " NOW " EXQ-STATUS
                   " OWNER " EXQ-OWNER
           ELSE
               DISPLAY "EXCQMNT: UNEXPECTED EXCQUEUE STATUS "
                   WS-QUEUE-STATUS " - ITEM " EXQ-ITEM-NO
                   " NOT UPDATED"
               MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDITS-SW
           END-IF
           .

       5000-AGE-QUEUE SECTION.
      *-----------------------------------------------------------------
      *    EVERY ITEM NOT YET CLOSED, SORTED INTO SOURCE AND OWNER
      *    ORDER AND OLDEST FIRST WITHIN EACH OWNER, SO EACH OWNER
      *    WORKS DOWN THEIR OWN SECTION. THE UNASSIGNED ITEMS COME
      *    FIRST IN EACH SOURCE.
      *-----------------------------------------------------------------
           OPEN OUTPUT QUEUE-AGING-REPORT
           IF NOT REPORT-OK
               DISPLAY "EXCQMNT: UNEXPECTED EXQAGE STATUS "
                   WS-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-EFFECTIVE-DATE TO WS-AH-DATE
           MOVE WS-AGING-HEADING TO QUEUE-AGING-RECORD
           WRITE QUEUE-AGING-RECORD

           SORT QUEUE-SORT-FILE
               ON ASCENDING KEY SRT-SOURCE SRT-OWNER SRT-BUS-DATE
                                SRT-ITEM-NO
               INPUT PROCEDURE 5100-SELECT-OPEN-ITEMS
               OUTPUT PROCEDURE 5500-PRINT-AGING

           MOVE WS-OUTSTANDING-COUNT TO WS-FT-COUNT
           MOVE WS-FINAL-TOTAL-LINE TO QUEUE-AGING-RECORD
           WRITE QUEUE-AGING-RECORD
           CLOSE QUEUE-AGING-REPORT

           MOVE WS-OUTSTANDING-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "EXCQMNT: ITEMS NOT YET CLOSED: "
               WS-COUNT-FORMATTED
           MOVE WS-UNOWNED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "EXCQMNT: UNASSIGNED ITEMS CARRIED OVER: "
               WS-COUNT-FORMATTED

           IF WS-UNOWNED-COUNT > ZERO
              AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       5100-SELECT-OPEN-ITEMS SECTION.
      *-----------------------------------------------------------------
           OPEN INPUT EXCEPTION-QUEUE-FILE
           EVALUATE TRUE
               WHEN QUEUE-OK
                   READ EXCEPTION-QUEUE-FILE NEXT RECORD
                   PERFORM WITH TEST BEFORE UNTIL NOT QUEUE-OK
                       IF NOT EXQ-CLOSED
                           RELEASE QUEUE-SORT-RECORD
                               FROM EXCEPTION-QUEUE-RECORD
                       END-IF
                       READ EXCEPTION-QUEUE-FILE NEXT RECORD
                   END-PERFORM
                   CLOSE EXCEPTION-QUEUE-FILE
               WHEN QUEUE-NOT-FOUND
                   DISPLAY "EXCQMNT: NO EXCQUEUE FILE - NOTHING "
                       "TO AGE"
               WHEN OTHER
                   DISPLAY "EXCQMNT: UNEXPECTED EXCQUEUE STATUS "
                       WS-QUEUE-STATUS
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           .

       5500-PRINT-AGING SECTION.
      *-----------------------------------------------------------------
      *    A SOURCE HEADING ON EVERY CHANGE OF SOURCE, AN OWNER
      *    HEADING ON EVERY CHANGE OF OWNER, AND A COUNT LINE TO
      *    CLOSE EACH.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE HIGH-VALUES TO WS-SOURCE-BREAK
           MOVE HIGH-VALUES TO WS-OWNER-BREAK
           RETURN QUEUE-SORT-FILE INTO EXCEPTION-QUEUE-RECORD
               AT END
                   SET SORTED-EOF TO TRUE
           END-RETURN
           PERFORM WITH TEST BEFORE UNTIL SORTED-EOF
               IF EXQ-SOURCE NOT = WS-SOURCE-BREAK
                   PERFORM 5700-CLOSE-OWNER
                   PERFORM 5800-CLOSE-SOURCE
                   MOVE EXQ-SOURCE TO WS-SOURCE-BREAK
                   MOVE EXQ-SOURCE TO WS-SH-SOURCE
                   MOVE WS-SOURCE-HEADING TO QUEUE-AGING-RECORD
                   WRITE QUEUE-AGING-RECORD
               END-IF
               IF EXQ-OWNER NOT = WS-OWNER-BREAK
                   PERFORM 5700-CLOSE-OWNER
                   MOVE EXQ-OWNER TO WS-OWNER-BREAK
                   PERFORM 5750-FORMAT-OWNER
                   MOVE WS-OT-OWNER TO WS-OH-OWNER
                   MOVE WS-OWNER-HEADING TO QUEUE-AGING-RECORD
                   WRITE QUEUE-AGING-RECORD
               END-IF
               PERFORM 5600-PRINT-ONE-ITEM
               RETURN QUEUE-SORT-FILE INTO EXCEPTION-QUEUE-RECORD
                   AT END
                       SET SORTED-EOF TO TRUE
               END-RETURN
           END-PERFORM
           PERFORM 5700-CLOSE-OWNER
           PERFORM 5800-CLOSE-SOURCE
           .

       5600-PRINT-ONE-ITEM SECTION.
      *-----------------------------------------------------------------
      *    AN UNASSIGNED ITEM COLLECTED ON AN EARLIER NIGHT IS ONE
      *    NOBODY HAS PICKED UP - THOSE ARE COUNTED FOR THE RC 4.
      *-----------------------------------------------------------------
           ADD 1 TO WS-OUTSTANDING-COUNT
           ADD 1 TO WS-SOURCE-COUNT
           ADD 1 TO WS-OWNER-COUNT
           MOVE 'DIF ' TO WS-DU-FUNCTION
           MOVE EXQ-BUS-DATE TO WS-DU-INPUT-DATE
           MOVE WS-EFFECTIVE-DATE TO WS-DU-INPUT-DATE-2
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF WS-DU-OK
               MOVE WS-DU-DAYS-DIFFERENCE TO WS-DAYS-OPEN
           ELSE
               MOVE ZERO TO WS-DAYS-OPEN
           END-IF
           IF EXQ-OPEN AND WS-DAYS-OPEN > ZERO
               ADD 1 TO WS-UNOWNED-COUNT
           END-IF

           MOVE EXQ-ITEM-NO TO WS-AL-ITEM-NO
           MOVE EXQ-STATUS TO WS-AL-STATUS
           MOVE WS-DAYS-OPEN TO WS-AL-DAYS-OPEN
           MOVE EXQ-CUSTOMER-ID TO WS-AL-CUSTOMER
           MOVE EXQ-REFERENCE TO WS-AL-REFERENCE
           MOVE EXQ-AMOUNT TO WS-AL-AMOUNT
           MOVE EXQ-REASON TO WS-AL-REASON
           MOVE WS-AGING-LINE TO QUEUE-AGING-RECORD
           WRITE QUEUE-AGING-RECORD
           .

       5700-CLOSE-OWNER SECTION.
      *-----------------------------------------------------------------
           IF WS-OWNER-BREAK NOT = HIGH-VALUES
               PERFORM 5750-FORMAT-OWNER
               MOVE WS-OWNER-COUNT TO WS-OT-COUNT
               MOVE WS-OWNER-TOTAL-LINE TO QUEUE-AGING-RECORD
               WRITE QUEUE-AGING-RECORD
           END-IF
           MOVE HIGH-VALUES TO WS-OWNER-BREAK
           MOVE ZERO TO WS-OWNER-COUNT
           .

       5750-FORMAT-OWNER SECTION.
      *-----------------------------------------------------------------
           IF WS-OWNER-BREAK = '000'
               MOVE 'UNASSIGNED' TO WS-OT-OWNER
           ELSE
               MOVE WS-OWNER-BREAK TO WS-OT-OWNER
           END-IF
           .

       5800-CLOSE-SOURCE SECTION.
      *-----------------------------------------------------------------
           IF WS-SOURCE-BREAK NOT = HIGH-VALUES
               MOVE WS-SOURCE-BREAK TO WS-ST-SOURCE
               MOVE WS-SOURCE-COUNT TO WS-ST-COUNT
               MOVE WS-SOURCE-TOTAL-LINE TO QUEUE-AGING-RECORD
               WRITE QUEUE-AGING-RECORD
           END-IF
           MOVE ZERO TO WS-SOURCE-COUNT
           .

       6500-WRITE-REJECT SECTION.
      *-----------------------------------------------------------------
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-REJECT-LINE
           MOVE ETR-ACTION TO WS-RJ-ACTION
           IF ETR-ITEM-NO NUMERIC
               MOVE ETR-ITEM-NO TO WS-RJ-ITEM-NO
           ELSE
               MOVE ZERO TO WS-RJ-ITEM-NO
           END-IF
           IF ETR-USERNO NUMERIC
               MOVE ETR-USERNO TO WS-RJ-USERNO
           ELSE
               MOVE ZERO TO WS-RJ-USERNO
           END-IF
           MOVE WS-REJECT-REASON TO WS-RJ-REASON
           MOVE WS-REJECT-LINE TO QUEUE-REJECT-RECORD
           WRITE QUEUE-REJECT-RECORD
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
