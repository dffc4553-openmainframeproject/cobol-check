      *                  OPERATOR HAS CONFIRMED THE HOLDING RUN IS
      *                  REALLY DEAD - FORCING A LIVE RUN'S LOCK IS
      *                  EXACTLY THE COLLISION THE INTERLOCK EXISTS
      *                  TO PREVENT. TWO MORE CARDS: THE SUBMITTER'S
      *                  USERNO AND A DUAL-CONTROL TOKEN ANOTHER
      *                  APPROVE USER RAISED THROUGH AUTHMNT FOR
      *                  LOCKMNT, SCOPED TO THE HOLDER BEING FORCED
      *                  OFF. AUTHCHK MUST ACCEPT IT OR NOTHING IS
      *                  CLEARED.
      *
      *--------------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
              88 LOCK-HELD          VALUE 'Y'.
          03 WS-HOLDER              PIC X(08).
          03 WS-SINCE               PIC X(26).
          03 WS-SUBMITTER-USERNO    PIC 9(03) VALUE ZERO.
          03 WS-TOKEN-ID            PIC X(12) VALUE SPACES.

      *-----------------------------------------------------------------
      *    CALL PARAMETER BLOCK FOR AUTHCHK, THE SHARED DUAL-CONTROL
      *    CHECK - SAME FIELD LAYOUT AS AUTHCHK'S OWN LINKAGE SECTION.
      *-----------------------------------------------------------------
       01  WS-AUTHCHK-PARM.
           05 WS-AC-FUNCTION          PIC X(04).
           05 WS-AC-PROGRAM           PIC X(08).
           05 WS-AC-TOKEN-ID          PIC X(12).
           05 WS-AC-SUBMITTER         PIC 9(03).
           05 WS-AC-SCOPE             PIC X(20).
           05 WS-AC-RC                PIC 9(02).
           05 WS-AC-REASON            PIC X(40).
           05 WS-AC-RAISED-BY         PIC 9(03).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
               DISPLAY "LOCKMNT: WALLET LOCK ALREADY FREE - "
                   "NOTHING TO CLEAR"
           ELSE
               PERFORM 3100-CHECK-DUAL-CONTROL
           END-IF
           IF LOCK-HELD AND WS-AC-RC = ZERO
               OPEN OUTPUT LOCK-FILE
               IF NOT LOCK-OK
                   DISPLAY "LOCKMNT: UNEXPECTED LOCKFILE STATUS "
               END-IF
           END-IF
           .

       3100-CHECK-DUAL-CONTROL SECTION.
      *-----------------------------------------------------------------
      *    A SECOND PERSON'S SAY-SO, AS A TOKEN AUTHCHK ACCEPTS AND
      *    SPENDS, BEFORE A LIVE-LOOKING LOCK IS FORCED OFF.
      *-----------------------------------------------------------------
           ACCEPT WS-SUBMITTER-USERNO
           ACCEPT WS-TOKEN-ID
           MOVE 'USE ' TO WS-AC-FUNCTION
           MOVE 'LOCKMNT' TO WS-AC-PROGRAM
           MOVE WS-TOKEN-ID TO WS-AC-TOKEN-ID
           MOVE WS-SUBMITTER-USERNO TO WS-AC-SUBMITTER
           MOVE WS-HOLDER TO WS-AC-SCOPE
           CALL 'AUTHCHK' USING WS-AUTHCHK-PARM
           IF WS-AC-RC NOT = ZERO
               DISPLAY "LOCKMNT: DUAL-CONTROL TOKEN " WS-TOKEN-ID
                   " REFUSED - " WS-AC-REASON
               DISPLAY "LOCKMNT: LOCK HELD BY " WS-HOLDER
                   " LEFT IN PLACE"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "LOCKMNT: FORCE BY " WS-SUBMITTER-USERNO
                   " AUTHORISED BY " WS-AC-RAISED-BY
                   " UNDER TOKEN " WS-TOKEN-ID
           END-IF
           .
