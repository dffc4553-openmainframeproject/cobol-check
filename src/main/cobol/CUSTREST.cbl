      * The CRESTRPT report shows exactly what was rebuilt, before
      * and after. A chain that does not prove refuses the card and
      * changes nothing.
      *
      * No run starts on one person's word. SYSIN carries the
      * submitter's USERNO and a dual-control token another APPROVE
      * user raised through AUTHMNT for CUSTREST, scoped to one
      * CUSTOMER-ID; AUTHCHK must accept it against the first card's
      * customer, and any card for another customer is refused.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-REPORT-STATUS     PIC XX.
               88  REPORT-OK        VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'CUSTREST'.
           05  WS-SUBMITTER-USERNO  PIC 9(03) VALUE ZERO.
           05  WS-TOKEN-ID          PIC X(12) VALUE SPACES.
           05  WS-AUTH-CUSTOMER-ID  PIC 9(09) VALUE ZERO.
           05  WS-RESTORE-GOOD-SW   PIC X(01).
               88  RESTORE-GOOD     VALUE 'Y'.
           05  WS-SNAP-M-FOUND-SW   PIC X(01).
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'CUSTREST'.

      * Call parameter block for WALLOCK, the shared run interlock -
      * same field layout as WALLOCK's own linkage section. Acquired
           05  WS-WL-HOLDER        PIC X(08).
           05  WS-WL-SINCE         PIC X(26).

      * Call parameter block for AUTHCHK, the shared dual-control
      * check - same field layout as AUTHCHK's own linkage section.
       01  WS-AUTHCHK-PARM.
           05  WS-AC-FUNCTION      PIC X(04).
           05  WS-AC-PROGRAM       PIC X(08).
           05  WS-AC-TOKEN-ID      PIC X(12).
           05  WS-AC-SUBMITTER     PIC 9(03).
           05  WS-AC-SCOPE         PIC X(20).
           05  WS-AC-RC            PIC 9(02).
           05  WS-AC-REASON        PIC X(40).
           05  WS-AC-RAISED-BY     PIC 9(03).

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.
           PERFORM 0300-ACQUIRE-WALLET-LOCK
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-CARD
           IF NOT CARD-EOF
              PERFORM 0400-CHECK-DUAL-CONTROL
           END-IF
           PERFORM WITH TEST BEFORE UNTIL CARD-EOF
              PERFORM 3000-RESTORE-ONE-CUSTOMER
              PERFORM 2000-READ-CARD
           MOVE WS-PGM-NAME TO WS-WL-PROGRAM
           CALL 'WALLOCK' USING WS-WALLOCK-PARM.

      * A second person's say-so, as a token AUTHCHK accepts and
      * spends, before the run may touch anything.
       0400-CHECK-DUAL-CONTROL.
           ACCEPT WS-SUBMITTER-USERNO
           ACCEPT WS-TOKEN-ID
           MOVE RST-CUSTOMER-ID TO WS-AUTH-CUSTOMER-ID
           MOVE SPACES TO WS-AC-SCOPE
           MOVE RST-CUSTOMER-ID TO WS-AC-SCOPE (1:9)
           MOVE 'USE ' TO WS-AC-FUNCTION
           MOVE WS-PGM-NAME TO WS-AC-PROGRAM
           MOVE WS-TOKEN-ID TO WS-AC-TOKEN-ID
           MOVE WS-SUBMITTER-USERNO TO WS-AC-SUBMITTER
           CALL 'AUTHCHK' USING WS-AUTHCHK-PARM
           IF WS-AC-RC NOT = ZERO
              DISPLAY 'CUSTREST: DUAL-CONTROL TOKEN ' WS-TOKEN-ID
                  ' REFUSED - ' WS-AC-REASON
              MOVE 8 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF
           DISPLAY 'CUSTREST: RUN BY ' WS-SUBMITTER-USERNO
               ' AUTHORISED BY ' WS-AC-RAISED-BY
               ' UNDER TOKEN ' WS-TOKEN-ID.

       1000-INITIALIZE.
           MOVE ZERO TO RETURN-CODE

           IF RST-WALLET-NO NOT NUMERIC OR RST-WALLET-NO = ZERO
              MOVE 01 TO RST-WALLET-NO
           END-IF
           IF RST-CUSTOMER-ID NOT = WS-AUTH-CUSTOMER-ID
              MOVE 'CUSTOMER OUTSIDE THE TOKEN SCOPE'
                TO WS-MESSAGE-LINE
              PERFORM 7000-REFUSE-CARD
           END-IF
           IF RESTORE-GOOD
              PERFORM 3100-FIND-SNAPSHOT-ROWS
           END-IF
           IF RESTORE-GOOD
              PERFORM 3300-REPORT-BEFORE-IMAGE
              PERFORM 4000-PROVE-REPLAY-CHAIN
