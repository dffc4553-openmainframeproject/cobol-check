      * selects which translation prints; the compiled-in texts
      * stand in for any code the file does not cover, so nothing
      * breaks while the file is being rolled out.
      *
      * Every letter is logged to the shared CORRHIST correspondence
      * history through the CORRLOG routine as it goes - printed,
      * e-delivered, or held because the customer's mail is coming
      * back - with its message code, so CUSTINQ can say which
      * letter a customer was sent and how.
      *
      * Message code 'T' is the change-of-terms notice TCHGNOT
      * selects customers for, run from its own extract and cards.
      * A fourth card in batch mode gives the date the changes take
      * effect, for the &EFFDATE variable; blank means the letter
      * date.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-FAREWELL-COUNT  PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-REMINDER-COUNT  PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-BIRTHDAY-COUNT  PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-TERMS-COUNT     PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED PIC ZZ,ZZ9.
           05  WS-DEFAULT-TYPE    PIC X VALUE 'G'.
           05  WS-MESSAGE-TYPE    PIC X VALUE 'G'.
               88  MESSAGE-IS-FAREWELL  VALUE 'F'.
               88  MESSAGE-IS-REMINDER  VALUE 'R'.
               88  MESSAGE-IS-BIRTHDAY  VALUE 'H'.
               88  MESSAGE-IS-CHANGE-OF-TERMS VALUE 'T'.
               88  MESSAGE-TYPE-KNOWN   VALUES 'G' 'F' 'R' 'H' 'T'.
           05  WS-NAME-EXTR-STATUS PIC XX.
               88  NAME-EXTR-OK       VALUE '00'.
               88  NAME-EXTR-EOF      VALUE '10'.
               88  TEMPLATE-FOUND     VALUE 'Y'.
           05  WS-DATE-RAW        PIC 9(08).
           05  WS-TODAY-DATE      PIC X(10).
           05  WS-EFFECTIVE-DATE  PIC X(10) VALUE SPACES.
           05  WS-BUSDATE-STATUS  PIC XX.
               88  BUSDATE-OK         VALUE '00'.
               88  BUSDATE-NOT-FOUND  VALUE '35'.
               10  FILLER          PIC X(16) VALUE 'Happy birthday, '.
               10  WS-USER-NAME    PIC X(10) VALUE SPACES.
               10  FILLER          PIC X     VALUE '!'.
       01  WS-CHANGE-OF-TERMS.
               10  FILLER          PIC X(21) VALUE
                   'Terms change notice, '.
               10  WS-USER-NAME    PIC X(10) VALUE SPACES.
               10  FILLER          PIC X(12) VALUE ': effective '.
               10  WS-CT-EFFECTIVE-DATE PIC X(10) VALUE SPACES.
               10  FILLER          PIC X     VALUE '.'.
       01  WS-ADDRESS-LINE.
           05  FILLER              PIC X(09) VALUE 'CUSTOMER '.
           05  WS-AL-CUSTOMER-ID   PIC 9(9).
           05  WS-TR-BRANCH        PIC X(03).
           05  FILLER              PIC X(37) VALUE
               ' LETTER HELD - MAIL UNDELIVERABLE'.
      * Call parameter block for CORRLOG, the shared correspondence-
      * history routine - same field layout as CORRLOG's own linkage.
       01  WS-CORRLOG-PARM.
           05  WS-CL-FUNCTION      PIC X(04).
           05  WS-CL-CUSTOMER-ID   PIC 9(9).
           05  WS-CL-ITEM-DATE     PIC X(10).
           05  WS-CL-ITEM-TYPE     PIC X(01).
           05  WS-CL-MESSAGE-CODE  PIC X(04).
           05  WS-CL-CHANNEL       PIC X(01).
           05  WS-CL-DISPOSITION   PIC X(01).
           05  WS-CL-PGM-NAME      PIC X(08) VALUE 'GREETING'.
           05  WS-CL-REFERENCE     PIC X(20).
           05  WS-CL-RC            PIC 9(02).
           05  WS-CL-COUNT         PIC 9(07).
       PROCEDURE DIVISION.

           ACCEPT WS-MESSAGE-TYPE

           IF BATCH-MODE
               MOVE WS-MESSAGE-TYPE TO WS-DEFAULT-TYPE
               MOVE SPACES TO WS-EFFECTIVE-DATE
               ACCEPT WS-EFFECTIVE-DATE
               PERFORM 0400-RESOLVE-BUSINESS-DATE
               IF WS-EFFECTIVE-DATE = SPACES
                   MOVE WS-TODAY-DATE TO WS-EFFECTIVE-DATE
               END-IF
               PERFORM 0500-LOAD-TEMPLATES
               PERFORM 0600-LOAD-ADDRESSES
               PERFORM 1000-BATCH-PROCESS
                   CLOSE LETTER-FILE
                   CLOSE EDELIVERY-FILE
                   CLOSE RETURNED-TRACE-FILE
                   MOVE 'CLOS' TO WS-CL-FUNCTION
                   CALL 'CORRLOG' USING WS-CORRLOG-PARM
                   DISPLAY 'GREETING: CORRESPONDENCE ITEMS LOGGED: '
                       WS-CL-COUNT
               END-IF
           END-IF
           .
                   ADD 1 TO WS-REMINDER-COUNT
               WHEN MESSAGE-IS-BIRTHDAY
                   ADD 1 TO WS-BIRTHDAY-COUNT
               WHEN MESSAGE-IS-CHANGE-OF-TERMS
                   ADD 1 TO WS-TERMS-COUNT
           END-EVALUATE

           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           ADD 1 TO WS-COUNT

           MOVE WS-MESSAGE-TYPE TO WS-CL-MESSAGE-CODE
           MOVE 'P' TO WS-CL-CHANNEL
           MOVE 'S' TO WS-CL-DISPOSITION
           PERFORM 1400-LOG-CORRESPONDENCE
           .

       1130-FIND-ADDRESS.
                       MOVE WS-REMINDER TO LETTER-RECORD
                   WHEN MESSAGE-IS-BIRTHDAY
                       MOVE WS-BIRTHDAY TO LETTER-RECORD
                   WHEN MESSAGE-IS-CHANGE-OF-TERMS
                       MOVE WS-CHANGE-OF-TERMS TO LETTER-RECORD
               END-EVALUATE
               WRITE LETTER-RECORD
           END-IF

       1190-SUBSTITUTE-LINE.
      * Copy the template text across, expanding &NAME to the
      * customer's first name, &DATE to the run date, &BRANCH to
      * the branch code and &EFFDATE to the effective-date card.
      * Anything that will not fit in the 80-byte
      * letter line is dropped off the right-hand end.
           MOVE SPACES TO WS-SUB-LINE
           MOVE 1 TO WS-SUB-IN-IX
                         TO WS-SUB-LINE (WS-SUB-OUT-IX:3)
                       ADD 7 TO WS-SUB-IN-IX
                       ADD 3 TO WS-SUB-OUT-IX
                   WHEN WS-SUB-IN-IX NOT > 53
                        AND WS-TP-TEXT (WS-TMPL-IX)
                            (WS-SUB-IN-IX:8) = '&EFFDATE'
                       MOVE WS-EFFECTIVE-DATE
                         TO WS-SUB-LINE (WS-SUB-OUT-IX:10)
                       ADD 8 TO WS-SUB-IN-IX
                       ADD 10 TO WS-SUB-OUT-IX
                   WHEN OTHER
                       MOVE WS-TP-TEXT (WS-TMPL-IX)
                           (WS-SUB-IN-IX:1)
           MOVE WS-TODAY-DATE TO EDL-RUN-DATE
           WRITE EDELIVERY-RECORD
           ADD 1 TO WS-EDELIV-COUNT

           MOVE EDL-MESSAGE-CODE TO WS-CL-MESSAGE-CODE
           MOVE 'E' TO WS-CL-CHANNEL
           MOVE 'S' TO WS-CL-DISPOSITION
           PERFORM 1400-LOG-CORRESPONDENCE
           .

       1108-WRITE-RETURN-TRACE.
           MOVE WS-TRACE-LINE TO RETURNED-TRACE-RECORD
           WRITE RETURNED-TRACE-RECORD
           ADD 1 TO WS-RETTRACE-COUNT

           MOVE RPT-MESSAGE-CODE TO WS-CL-MESSAGE-CODE
           IF RPT-MESSAGE-CODE = SPACE
               MOVE WS-DEFAULT-TYPE TO WS-CL-MESSAGE-CODE
           END-IF
           MOVE 'P' TO WS-CL-CHANNEL
           MOVE 'H' TO WS-CL-DISPOSITION
           PERFORM 1400-LOG-CORRESPONDENCE
           .

       1400-LOG-CORRESPONDENCE.
      * One history item per letter, under the letter's message code,
      * dated with the letter date. The channel and disposition are
      * set by the caller.
           MOVE 'LOG ' TO WS-CL-FUNCTION
           MOVE RPT-CUSTOMER-ID TO WS-CL-CUSTOMER-ID
           MOVE WS-TODAY-DATE TO WS-CL-ITEM-DATE
           MOVE 'L' TO WS-CL-ITEM-TYPE
           MOVE SPACES TO WS-CL-REFERENCE
           MOVE 'BRANCH' TO WS-CL-REFERENCE (1:6)
           MOVE RPT-BRANCH-CODE TO WS-CL-REFERENCE (8:3)
           CALL 'CORRLOG' USING WS-CORRLOG-PARM
           .

       1350-WRITE-EDELIV-TRAILER.
           MOVE WS-BIRTHDAY-COUNT TO WS-SU-COUNT
           MOVE WS-SUMMARY-LINE TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE '  CHANGE OF TERMS' TO WS-SU-TAG
           MOVE WS-TERMS-COUNT TO WS-SU-COUNT
           MOVE WS-SUMMARY-LINE TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE 'E-DELIVERY ROUTED' TO WS-SU-TAG
           MOVE WS-EDELIV-COUNT TO WS-SU-COUNT
           MOVE WS-SUMMARY-LINE TO LETTER-RECORD
                   ELSE
                       MOVE WS-FRIEND TO WS-USER-NAME OF WS-BIRTHDAY
                   END-IF
               WHEN MESSAGE-IS-CHANGE-OF-TERMS
                   IF WS-FRIEND EQUAL SPACES
                       MOVE 'customer'
                         TO WS-USER-NAME OF WS-CHANGE-OF-TERMS
                   ELSE
                       MOVE WS-FRIEND
                         TO WS-USER-NAME OF WS-CHANGE-OF-TERMS
                   END-IF
                   MOVE WS-EFFECTIVE-DATE TO WS-CT-EFFECTIVE-DATE
           END-EVALUATE
           .

                   DISPLAY WS-REMINDER
               WHEN MESSAGE-IS-BIRTHDAY
                   DISPLAY WS-BIRTHDAY
               WHEN MESSAGE-IS-CHANGE-OF-TERMS
                   DISPLAY WS-CHANGE-OF-TERMS
           END-EVALUATE
           .

