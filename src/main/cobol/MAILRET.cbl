      * was done with it; duplicates collapse to one transaction per
      * customer. The flag clears through the same maintenance path
      * - an 'M' card with 'N' - once a good address is confirmed.
      * Every returned piece for a known customer is also handed to
      * CORRLOG for the customer's correspondence history (CORRHIST),
      * disposition 'R', beside the item that went out.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * the customer number and the mail flag are used by 'M'.
       FD  MAIL-TRAN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 59 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS MAIL-TRAN-RECORD.
       01  MAIL-TRAN-RECORD.
           05  MTR-DISPOSITION     PIC X(01).
           05  MTR-STMT-CYCLE      PIC 9(02).
           05  MTR-MAIL-UNDELIV    PIC X(01).
           05  MTR-BIRTH-DATE      PIC X(10).
           05  MTR-GUARDIAN-ID     PIC X(09).
           05  MTR-GUARDIAN-REL    PIC X(01).
       FD  FOLLOWUP-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
       01  WS-SEEN-TABLE.
           05  WS-SEEN-CUSTOMER     PIC 9(9) OCCURS 500 TIMES.

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
           05  WS-CL-PGM-NAME      PIC X(08) VALUE 'MAILRET'.
           05  WS-CL-REFERENCE     PIC X(20).
           05  WS-CL-RC            PIC 9(02).
           05  WS-CL-COUNT         PIC 9(07).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
                    MOVE SPACES TO WS-RL-NAME
                    STRING MIRR-FIRST-NAME ' ' MIRR-LAST-NAME
                       DELIMITED BY SIZE INTO WS-RL-NAME
                    PERFORM 3050-LOG-CORRESPONDENCE
                    PERFORM 3100-FLAG-CUSTOMER
                 WHEN MIRROR-KEY-NOT-FOUND
                    ADD 1 TO WS-UNKNOWN-COUNT
              END-EVALUATE
           END-IF.

      * Every piece that came back goes on the customer's
      * correspondence history, duplicates included - each is its own
      * item. The mailroom does not key which letter it was.
       3050-LOG-CORRESPONDENCE.
           MOVE 'LOG ' TO WS-CL-FUNCTION
           MOVE RTM-CUSTOMER-ID TO WS-CL-CUSTOMER-ID
           MOVE RTM-RETURN-DATE TO WS-CL-ITEM-DATE
           MOVE RTM-ITEM-TYPE TO WS-CL-ITEM-TYPE
           IF RTM-ITEM-TYPE = 'S'
              MOVE 'STMT' TO WS-CL-MESSAGE-CODE
           ELSE
              MOVE SPACES TO WS-CL-MESSAGE-CODE
           END-IF
           MOVE 'P' TO WS-CL-CHANNEL
           MOVE 'R' TO WS-CL-DISPOSITION
           MOVE 'RETURNED TO MAILROOM' TO WS-CL-REFERENCE
           CALL 'CORRLOG' USING WS-CORRLOG-PARM.

       3100-FLAG-CUSTOMER.
      * One 'M' transaction per customer however many pieces came
      * back - the second and later returns are reported as
           CLOSE CUSTOMER-MIRROR-FILE
           CLOSE MAIL-TRAN-FILE
           CLOSE FOLLOWUP-REPORT
           MOVE 'CLOS' TO WS-CL-FUNCTION
           CALL 'CORRLOG' USING WS-CORRLOG-PARM

           MOVE WS-ITEM-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'MAILRET: RETURNED PIECES READ: '
           DISPLAY 'MAILRET: DUPLICATE RETURNS: ' WS-COUNT-FORMATTED
           MOVE WS-UNKNOWN-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'MAILRET: UNKNOWN CUSTOMERS: ' WS-COUNT-FORMATTED
           MOVE WS-CL-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'MAILRET: CORRESPONDENCE ITEMS LOGGED: '
               WS-COUNT-FORMATTED

           IF WS-UNKNOWN-COUNT > ZERO
              AND RETURN-CODE = ZERO
