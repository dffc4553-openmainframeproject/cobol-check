       ID DIVISION.
       PROGRAM-ID.         BRCHLOOK.
       AUTHOR.             (TNP).
       DATE-WRITTEN.       15.10.2026.
      *--------------+------+-------------------------------------------
      *
      *     SHARED BRANCH LOOKUP. CALLED LIKE PRODLOOK WITH A FUNCTION
      *     CODE AND A BRANCH CODE; RETURNS THE BRANCH FROM THE
      *     BRCHMAST FILE. EVERY PROGRAM THAT PUTS A CUSTOMER ON A
      *     BRANCH VALIDATES THE CODE HERE, SO A MISTYPED CODE CAN NO
      *     LONGER OPEN A PHANTOM BRANCH SECTION IN THE BURST REPORTS.
      *
      *     FUNCTIONS SUPPORTED (BL-FUNCTION):
      *        'BRCH'  -  THE BRANCH FOR BL-BRANCH-CODE. A CODE NOT ON
      *                   BRCHMAST - BL-FOUND-SW 'N'.
      *
      *     BRCHMAST IS READ ONCE ON THE FIRST CALL OF THE RUN UNIT.
      *     NO BRCHMAST FILE MEANS NO BRANCHES - EVERY CODE IS
      *     REFUSED, SO THE CALLERS FAIL CLOSED RATHER THAN OPEN, AS
      *     THEY DO WITH NO USER MASTER.
      *
      *--------------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-MASTER-FILE ASSIGN TO "BRCHMAST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BRANCH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-MASTER-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS BRANCH-MASTER-RECORD.
       01  BRANCH-MASTER-RECORD.
           COPY BRCHMAST.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WORK-FIELDS-1.
          03 WS-BRANCH-STATUS       PIC X(02).
              88 BRANCH-OK          VALUE '00'.
              88 BRANCH-EOF         VALUE '10'.
              88 BRANCH-NOT-FOUND   VALUE '35'.
          03 WS-LOADED-SW           PIC X(01) VALUE 'N'.
              88 BRANCHES-LOADED    VALUE 'Y'.
          03 WS-BRANCH-COUNT        PIC S9(4) COMP VALUE ZERO.
          03 WS-BRANCH-MAX          PIC S9(4) COMP VALUE 500.
          03 WS-BRANCH-IX           PIC S9(4) COMP.
      *-----------------------------------------------------------------
      *    THE BRANCH FILE IN STORAGE, AS BRCHMNT WROTE IT.
      *-----------------------------------------------------------------
       01  WS-BRANCH-TABLE.
           05 WS-BT-ENTRY OCCURS 500 TIMES.
              10 WS-BT-BRANCH-CODE   PIC X(03).
              10 WS-BT-BRANCH-NAME   PIC X(30).
              10 WS-BT-REGION        PIC X(04).
              10 WS-BT-STATUS        PIC X(01).
              10 WS-BT-PARENT        PIC X(03).
              10 WS-BT-SUCCESSOR     PIC X(03).

       LINKAGE SECTION.
       01  BRCHLOOK-PARM.
           05 BL-FUNCTION             PIC X(04).
               88 BL-BRANCH-DETAIL       VALUE 'BRCH'.
           05 BL-BRANCH-CODE          PIC X(03).
           05 BL-BRANCH-NAME          PIC X(30).
           05 BL-REGION               PIC X(04).
           05 BL-STATUS               PIC X(01).
               88 BL-OPEN                VALUE 'A'.
           05 BL-PARENT-BRANCH        PIC X(03).
           05 BL-SUCCESSOR            PIC X(03).
           05 BL-FOUND-SW             PIC X(01).
               88 BL-FOUND               VALUE 'Y'.
           05 BL-RETURN-CODE          PIC 9(02).
               88 BL-OK                  VALUE 00.
               88 BL-INVALID-FUNCTION    VALUE 08.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING BRCHLOOK-PARM.
      *-----------------------------------------------------------------
       0000-MAIN SECTION.
      *-----------------------------------------------------------------
           MOVE ZERO TO BL-RETURN-CODE

           IF NOT BRANCHES-LOADED
               PERFORM 1000-LOAD-BRANCHES
           END-IF

           EVALUATE TRUE
               WHEN BL-BRANCH-DETAIL
                   PERFORM 2000-RESOLVE-BRANCH
               WHEN OTHER
                   SET BL-INVALID-FUNCTION TO TRUE
           END-EVALUATE
           GOBACK
           .

       1000-LOAD-BRANCHES SECTION.
      *-----------------------------------------------------------------
           MOVE 'Y' TO WS-LOADED-SW
           MOVE ZERO TO WS-BRANCH-COUNT

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
                       MOVE BRM-BRANCH-NAME
                         TO WS-BT-BRANCH-NAME (WS-BRANCH-COUNT)
                       MOVE BRM-REGION
                         TO WS-BT-REGION (WS-BRANCH-COUNT)
                       MOVE BRM-STATUS
                         TO WS-BT-STATUS (WS-BRANCH-COUNT)
                       MOVE BRM-PARENT-BRANCH
                         TO WS-BT-PARENT (WS-BRANCH-COUNT)
                       MOVE BRM-SUCCESSOR
                         TO WS-BT-SUCCESSOR (WS-BRANCH-COUNT)
                       READ BRANCH-MASTER-FILE
                   END-PERFORM
                   IF NOT BRANCH-EOF
                       DISPLAY "BRCHLOOK: BRCHMAST HOLDS MORE THAN "
                           WS-BRANCH-MAX " BRANCHES - THE REST ARE "
                           "REFUSED"
                   END-IF
                   CLOSE BRANCH-MASTER-FILE
               WHEN BRANCH-NOT-FOUND
                   DISPLAY "BRCHLOOK: NO BRCHMAST FILE - EVERY BRANCH "
                       "CODE WILL BE REFUSED"
               WHEN OTHER
                   DISPLAY "BRCHLOOK: UNEXPECTED BRCHMAST STATUS "
                       WS-BRANCH-STATUS " - EVERY BRANCH CODE WILL "
                       "BE REFUSED"
           END-EVALUATE
           .

       2000-RESOLVE-BRANCH SECTION.
      *-----------------------------------------------------------------
           MOVE 'N' TO BL-FOUND-SW
           MOVE SPACES TO BL-BRANCH-NAME
           MOVE SPACES TO BL-REGION
           MOVE SPACE TO BL-STATUS
           MOVE SPACES TO BL-PARENT-BRANCH
           MOVE SPACES TO BL-SUCCESSOR

           PERFORM VARYING WS-BRANCH-IX FROM 1 BY 1
               UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
                  OR BL-FOUND
               IF WS-BT-BRANCH-CODE (WS-BRANCH-IX) = BL-BRANCH-CODE
                   MOVE WS-BT-BRANCH-NAME (WS-BRANCH-IX)
                     TO BL-BRANCH-NAME
                   MOVE WS-BT-REGION (WS-BRANCH-IX) TO BL-REGION
                   MOVE WS-BT-STATUS (WS-BRANCH-IX) TO BL-STATUS
                   MOVE WS-BT-PARENT (WS-BRANCH-IX)
                     TO BL-PARENT-BRANCH
                   MOVE WS-BT-SUCCESSOR (WS-BRANCH-IX)
                     TO BL-SUCCESSOR
                   SET BL-FOUND TO TRUE
               END-IF
           END-PERFORM
           .
