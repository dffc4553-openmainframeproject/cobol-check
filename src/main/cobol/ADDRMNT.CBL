      *     MASTER. THE MAINTAINING USERNO MUST HOLD UPDATE OR
      *     APPROVE AUTHORITY ON THE SHARED USER MASTER.
      *
      *     EVERY ADDRESS ADDED OR CHANGED IS PROVED THROUGH THE
      *     SHARED POSTLOOK ROUTINE AGAINST THE POSTREF POSTAL
      *     REFERENCE: THE POSTAL CODE MUST BE ON IT AND THE CITY AND
      *     REGION MUST AGREE WITH IT, OR THE TRANSACTION IS REJECTED
      *     WITH POSTLOOK'S REASON. RECOGNISED STREET AND CITY
      *     SPELLINGS ARE STANDARDISED TO THE REFERENCE FORM, AND A
      *     BLANK REGION FILLED IN, BEFORE THE ADDRESS IS STORED, SO
      *     THE FILE AND ITS AUDIT CARRY THE STANDARD FORM. NO
      *     POSTREF FILE REJECTS EVERY ADD AND CHANGE.
      *
      *--------------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
          03 WS-REJECT-REASON       PIC X(30).
          03 WS-APPLIED-COUNT       PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-REJECT-COUNT        PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-STANDARDISED-COUNT  PIC S9(5) COMP-3 VALUE ZERO.
          03 WS-COUNT-FORMATTED     PIC ZZ.ZZ9.

      *-----------------------------------------------------------------
          03 WS-RJ-REASON           PIC X(30).
          03 FILLER                 PIC X(07) VALUE SPACES.

      *-----------------------------------------------------------------
      *    CALL PARAMETER BLOCK FOR POSTLOOK, THE SHARED POSTAL
      *    ADDRESS CHECK - SAME LAYOUT AS POSTLOOK'S OWN LINKAGE.
      *-----------------------------------------------------------------
       01  WS-POSTLOOK-PARM.
           05 WS-PS-FUNCTION          PIC X(04) VALUE 'ADDR'.
           05 WS-PS-STREET            PIC X(30).
           05 WS-PS-CITY              PIC X(20).
           05 WS-PS-POSTAL-CODE       PIC X(10).
           05 WS-PS-REGION            PIC X(03).
           05 WS-PS-STANDARDISED-SW   PIC X(01).
               88 WS-PS-STANDARDISED     VALUE 'Y'.
           05 WS-PS-RESULT            PIC 9(02).
               88 WS-PS-VALID            VALUE 00.
           05 WS-PS-RESULT-TEXT       PIC X(30).

      *-----------------------------------------------------------------
      *    STANDARD RETURN-CODE/MESSAGE-TEXT REGISTRY SHARED WITH
      *    FILECOPY, DB2PROG AND BIPM012.
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'ADDRMNT'.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
                   MOVE 'N' TO WS-EDITS-SW
               END-IF
           END-IF

           IF EDITS-OK
              AND (ATR-ACTION-ADD OR ATR-ACTION-CHANGE)
               PERFORM 3150-CHECK-POSTAL-ADDRESS
           END-IF
           .

       3150-CHECK-POSTAL-ADDRESS SECTION.
      *-----------------------------------------------------------------
      *    THE ADDRESS IS CARRIED FORWARD IN POSTLOOK'S STANDARD
      *    FORM ONLY WHEN IT PASSES - A REJECT SHOWS IT AS KEYED.
      *-----------------------------------------------------------------
           MOVE ATR-STREET TO WS-PS-STREET
           MOVE ATR-CITY TO WS-PS-CITY
           MOVE ATR-POSTAL-CODE TO WS-PS-POSTAL-CODE
           MOVE ATR-REGION TO WS-PS-REGION
           CALL 'POSTLOOK' USING WS-POSTLOOK-PARM

           IF WS-PS-VALID
               MOVE WS-PS-STREET TO ATR-STREET
               MOVE WS-PS-CITY TO ATR-CITY
               MOVE WS-PS-POSTAL-CODE TO ATR-POSTAL-CODE
               MOVE WS-PS-REGION TO ATR-REGION
               IF WS-PS-STANDARDISED
                   ADD 1 TO WS-STANDARDISED-COUNT
               END-IF
           ELSE
               MOVE WS-PS-RESULT-TEXT TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDITS-SW
           END-IF
           .

       3200-FIND-EXISTING-ADDRESS SECTION.
           MOVE WS-REJECT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "ADDRMNT: TRANSACTIONS REJECTED: "
               WS-COUNT-FORMATTED
           MOVE WS-STANDARDISED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "ADDRMNT: ADDRESSES STANDARDISED: "
               WS-COUNT-FORMATTED

           IF WS-REJECT-COUNT > ZERO
              AND RETURN-CODE = ZERO
