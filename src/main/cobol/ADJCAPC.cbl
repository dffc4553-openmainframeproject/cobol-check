       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ADJCAPC.
      *****************************************************************
      * Online CICS branch adjustment capture, maker-checker. Branch
      * staff used to fill in a paper form that finance keyed into
      * WALADJ overnight. Now an operator holding UPDATE authority on
      * USERMST captures the adjustment at the branch against a
      * customer and wallet proven here - check digit through
      * CHKDIGIT, customer live on TEXEM, wallet on TEXE2 - and it
      * sits PENDING on the ADJPEND file. A different operator
      * holding APPROVE authority then releases or rejects it. Only
      * the release writes the WALADJ record, approver as its
      * supervisor, to the ADJS staging queue ADJCONSL takes in as
      * its branch channel - a capture nobody approved never
      * reaches the apply.
      *
      * Terminal input is the transaction code, an action, the
      * operator's user number and the action's own fields:
      *   CAPT uuu ccccccccc ww t aaaaaaaaaa - capture; t is A to
      *        credit or S to debit, the amount ten digits with two
      *        implied decimals as on WALADJ
      *   APPR uuu nnnnnnnnnn - approve capture n
      *   REJT uuu nnnnnnnnnn - reject capture n
      *   LIST uuu            - the captures still pending
      * The adjustment posts as 'BR' + capture id.
      *
      * Unit-testable through the CCHECK framework's EXEC CICS mock
      * support like everything else.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  FILLER.
           05  WS-PGM-NAME          PIC X(08) VALUE 'ADJCAPC'.
           05  WS-INPUT-LENGTH      PIC S9(4) COMP VALUE 80.
           05  WS-LINE-IX           PIC S9(4) COMP VALUE ZERO.
           05  WS-SCREEN-LENGTH     PIC S9(4) COMP VALUE ZERO.
           05  WS-SQLCODE-EDITED    PIC -9(9).
           05  WS-RESP              PIC S9(8) COMP VALUE ZERO.
               88  CICS-NORMAL         VALUE 0.
               88  CICS-NOTFND         VALUE 13.
               88  CICS-DUPREC         VALUE 14.
               88  CICS-ENDFILE        VALUE 20.
           05  WS-USERNO            PIC 9(3) VALUE ZERO.
           05  WS-USER-SW           PIC X(01).
               88  USER-CAN-CAPTURE    VALUE 'U'.
               88  USER-CAN-APPROVE    VALUE 'A'.
               88  USER-REFUSED        VALUE 'N'.
           05  WS-CAPTURE-GOOD-SW   PIC X(01).
               88  CAPTURE-GOOD        VALUE 'Y'.
           05  WS-CUSTOMER-ID       PIC 9(9) VALUE ZERO.
           05  WS-WALLET-NO         PIC 9(2) VALUE ZERO.
           05  WS-CAPTURE-ID        PIC 9(10) VALUE ZERO.
           05  WS-CONTROL-KEY       PIC 9(10) VALUE ZERO.
           05  WS-BROWSE-KEY        PIC 9(10) VALUE ZERO.
           05  WS-LIST-LIMIT        PIC S9(4) COMP VALUE 15.
           05  WS-LIST-SHOWN        PIC S9(4) COMP VALUE ZERO.
           05  WS-ABSTIME           PIC S9(15) COMP-3.
           05  WS-TODAY-DATE        PIC X(10).
           05  WS-STAGE-QUEUE       PIC X(04) VALUE 'ADJS'.
           05  WS-STAGE-LENGTH      PIC S9(4) COMP VALUE 88.

       01  WS-TERMINAL-INPUT.
           05  WS-TI-TRANSID        PIC X(04).
           05  FILLER               PIC X(01).
           05  WS-TI-ACTION         PIC X(04).
               88  TI-CAPTURE          VALUE 'CAPT'.
               88  TI-APPROVE          VALUE 'APPR'.
               88  TI-REJECT           VALUE 'REJT'.
               88  TI-LIST             VALUE 'LIST'.
           05  FILLER               PIC X(01).
           05  WS-TI-USERNO         PIC X(03).
           05  FILLER               PIC X(01).
           05  WS-TI-FIELDS         PIC X(66).
           05  WS-TI-CAPTURE-FIELDS REDEFINES WS-TI-FIELDS.
               10  WS-TI-CUSTOMER      PIC X(09).
               10  FILLER              PIC X(01).
               10  WS-TI-WALLET        PIC X(02).
               10  FILLER              PIC X(01).
               10  WS-TI-ADJ-TYPE      PIC X(01).
               10  FILLER              PIC X(01).
               10  WS-TI-AMOUNT        PIC X(10).
               10  WS-TI-AMOUNT-NUM REDEFINES WS-TI-AMOUNT
                                       PIC 9(8)V99.
               10  FILLER              PIC X(41).
           05  WS-TI-DECISION-FIELDS REDEFINES WS-TI-FIELDS.
               10  WS-TI-CAPTURE-ID    PIC X(10).
               10  FILLER              PIC X(56).

      * The reply screen - up to twenty 79-byte lines plus the
      * newline each carries, sent as one text block.
       01  WS-SCREEN-BUFFER.
           05  WS-SCREEN-LINE OCCURS 20 TIMES.
               10  WS-SL-TEXT       PIC X(79).
               10  WS-SL-NL         PIC X(01).

       01  WS-PENDING-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-PL-CAPTURE-ID     PIC 9(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-PL-CUSTOMER       PIC 9(9).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-PL-WALLET         PIC 9(2).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-PL-ADJ-TYPE       PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-PL-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(04) VALUE ' BY '.
           05  WS-PL-CAPTURED-BY    PIC 9(3).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-PL-CAPTURED-DATE  PIC X(10).
           05  FILLER               PIC X(20) VALUE SPACES.
       01  WS-MESSAGE-LINE          PIC X(79).

      * The online image of USERMST - the same 25-byte record the
      * batch maintenance programs read, keyed by user number.
       01  WS-USER-RECORD.
           05  WS-UM-USERNO         PIC 9(03).
           05  WS-UM-NAME           PIC X(20).
           05  WS-UM-STATUS         PIC X(01).
           05  WS-UM-AUTHORITY      PIC X(01).

       01  WS-PENDING-RECORD.
           COPY ADJPEND.

      * The adjustment as it will be staged for the apply.
       01  WS-ADJUSTMENT-IMAGE.
           COPY WALADJ.

      * Call parameter block for CHKDIGIT, the shared check-digit
      * routine - same field layout as CHKDIGIT's own linkage
      * section.
       01  WS-CHKDIGIT-PARM.
           05  WS-CD-FUNCTION      PIC X(04).
           05  WS-CD-CUSTOMER-ID   PIC 9(09).
           05  WS-CD-RC            PIC 9(02).
           05  WS-CD-CHECK-DIGIT   PIC 9(01).

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-RECEIVE-THE-REQUEST
           PERFORM 1100-IDENTIFY-THE-OPERATOR
           EVALUATE TRUE
              WHEN USER-REFUSED
                 CONTINUE
              WHEN TI-CAPTURE
                 PERFORM 2000-CAPTURE-ADJUSTMENT
              WHEN TI-APPROVE
                 PERFORM 3000-DECIDE-CAPTURE
              WHEN TI-REJECT
                 PERFORM 3000-DECIDE-CAPTURE
              WHEN TI-LIST
                 PERFORM 4000-LIST-PENDING
              WHEN OTHER
                 MOVE 'ACTION MUST BE CAPT, APPR, REJT OR LIST'
                   TO WS-MESSAGE-LINE
                 PERFORM 7000-ADD-MESSAGE-LINE
           END-EVALUATE
           PERFORM 8000-SEND-THE-SCREEN
           EXEC CICS RETURN
           END-EXEC
           GOBACK.

       1000-RECEIVE-THE-REQUEST.
           MOVE SPACES TO WS-TERMINAL-INPUT
           MOVE 80 TO WS-INPUT-LENGTH
           EXEC CICS RECEIVE
               INTO(WS-TERMINAL-INPUT)
               LENGTH(WS-INPUT-LENGTH)
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-DATE)
               DATESEP('-')
           END-EXEC.

      * Same rule the batch maintenance programs apply: an active
      * operator, UPDATE or APPROVE authority to capture, APPROVE
      * authority to decide. Anyone else is turned away.
       1100-IDENTIFY-THE-OPERATOR.
           MOVE 'N' TO WS-USER-SW
           IF WS-TI-USERNO NUMERIC
              MOVE WS-TI-USERNO TO WS-USERNO
              EXEC CICS READ
                  FILE('USERMST')
                  INTO(WS-USER-RECORD)
                  RIDFLD(WS-USERNO)
                  RESP(WS-RESP)
              END-EXEC
              IF CICS-NORMAL AND WS-UM-STATUS = 'A'
                 EVALUATE WS-UM-AUTHORITY
                    WHEN 'A'
                       SET USER-CAN-APPROVE TO TRUE
                    WHEN 'U'
                       SET USER-CAN-CAPTURE TO TRUE
                 END-EVALUATE
              END-IF
           END-IF
           IF (TI-APPROVE OR TI-REJECT)
              AND NOT USER-CAN-APPROVE
              MOVE 'N' TO WS-USER-SW
           END-IF
           IF USER-REFUSED
              MOVE SPACES TO WS-MESSAGE-LINE
              STRING 'USER ' WS-TI-USERNO
                 ' NOT AUTHORISED FOR ' WS-TI-ACTION
                 DELIMITED BY SIZE INTO WS-MESSAGE-LINE
              PERFORM 7000-ADD-MESSAGE-LINE
           END-IF.

       2000-CAPTURE-ADJUSTMENT.
           MOVE 'Y' TO WS-CAPTURE-GOOD-SW
           PERFORM 2100-EDIT-CAPTURE
           IF CAPTURE-GOOD
              PERFORM 2200-CHECK-CUSTOMER-AND-WALLET
           END-IF
           IF CAPTURE-GOOD
              PERFORM 2300-NEXT-CAPTURE-ID
           END-IF
           IF CAPTURE-GOOD
              PERFORM 2400-WRITE-PENDING-CAPTURE
           END-IF.

       2100-EDIT-CAPTURE.
           IF WS-TI-CUSTOMER NOT NUMERIC
              MOVE 'CUSTOMER MUST BE NINE DIGITS' TO WS-MESSAGE-LINE
              PERFORM 7100-REFUSE-CAPTURE
           ELSE
              MOVE WS-TI-CUSTOMER TO WS-CUSTOMER-ID
           END-IF
      * A wallet left blank is wallet 01, as everywhere else.
           IF CAPTURE-GOOD
              IF WS-TI-WALLET = SPACES
                 MOVE 01 TO WS-WALLET-NO
              ELSE
                 IF WS-TI-WALLET NOT NUMERIC
                    OR WS-TI-WALLET = '00'
                    MOVE 'WALLET MUST BE 01-99' TO WS-MESSAGE-LINE
                    PERFORM 7100-REFUSE-CAPTURE
                 ELSE
                    MOVE WS-TI-WALLET TO WS-WALLET-NO
                 END-IF
              END-IF
           END-IF
      * The branch credits or debits - a replace or a percentage
      * is a head-office adjustment, keyed on the finance file.
           IF CAPTURE-GOOD
              AND WS-TI-ADJ-TYPE NOT = 'A'
              AND WS-TI-ADJ-TYPE NOT = 'S'
              MOVE 'TYPE MUST BE A (CREDIT) OR S (DEBIT)'
                TO WS-MESSAGE-LINE
              PERFORM 7100-REFUSE-CAPTURE
           END-IF
           IF CAPTURE-GOOD
              IF WS-TI-AMOUNT NOT NUMERIC
                 OR WS-TI-AMOUNT-NUM = ZERO
                 MOVE 'AMOUNT MUST BE TEN DIGITS, NOT ZERO'
                   TO WS-MESSAGE-LINE
                 PERFORM 7100-REFUSE-CAPTURE
              END-IF
           END-IF
           IF CAPTURE-GOOD
              MOVE 'VAL ' TO WS-CD-FUNCTION
              MOVE WS-CUSTOMER-ID TO WS-CD-CUSTOMER-ID
              CALL 'CHKDIGIT' USING WS-CHKDIGIT-PARM
              IF WS-CD-RC NOT = ZERO
                 MOVE 'CUSTOMER CHECK DIGIT FAILS - RE-KEY'
                   TO WS-MESSAGE-LINE
                 PERFORM 7100-REFUSE-CAPTURE
              END-IF
           END-IF.

       2200-CHECK-CUSTOMER-AND-WALLET.
           EXEC SQL
              SELECT FIRST_NAME, LAST_NAME, CUST_STATUS
              INTO :FIRST-NAME OF TEXEM, :LAST-NAME OF TEXEM,
                   :CUST-STATUS OF TEXEM
              FROM TEXEM
              WHERE CUSTOMER_ID = :WS-CUSTOMER-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN ZEROES
                IF CUST-STATUS OF TEXEM = 'C'
                   MOVE 'CUSTOMER IS CLOSED' TO WS-MESSAGE-LINE
                   PERFORM 7100-REFUSE-CAPTURE
                END-IF
             WHEN 100
                MOVE 'CUSTOMER NOT ON TEXEM' TO WS-MESSAGE-LINE
                PERFORM 7100-REFUSE-CAPTURE
             WHEN OTHER
                PERFORM 9000-SQL-TROUBLE
           END-EVALUATE
           IF CAPTURE-GOOD
              EXEC SQL
                 SELECT WALLET
                 INTO :WALLET OF TEXE2
                 FROM TEXE2
                 WHERE CUSTOMER_ID = :WS-CUSTOMER-ID
                   AND WALLET_NO = :WS-WALLET-NO
              END-EXEC
              EVALUATE SQLCODE
                WHEN ZEROES
                   CONTINUE
                WHEN 100
                   MOVE 'WALLET NOT ON TEXE2' TO WS-MESSAGE-LINE
                   PERFORM 7100-REFUSE-CAPTURE
                WHEN OTHER
                   PERFORM 9000-SQL-TROUBLE
              END-EVALUATE
           END-IF.

      * Capture ids come from the control record, read for update
      * so two branches capturing at once cannot share one.
       2300-NEXT-CAPTURE-ID.
           MOVE ZERO TO WS-CONTROL-KEY
           EXEC CICS READ
               FILE('ADJPEND')
               INTO(WS-PENDING-RECORD)
               RIDFLD(WS-CONTROL-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN CICS-NORMAL
                 ADD 1 TO PND-LAST-CAPTURE-ID
                 MOVE PND-LAST-CAPTURE-ID TO WS-CAPTURE-ID
                 EXEC CICS REWRITE
                     FILE('ADJPEND')
                     FROM(WS-PENDING-RECORD)
                     RESP(WS-RESP)
                 END-EXEC
              WHEN CICS-NOTFND
                 MOVE SPACES TO WS-PENDING-RECORD
                 MOVE ZERO TO PND-CAPTURE-ID
                 MOVE 1 TO PND-LAST-CAPTURE-ID
                 MOVE 1 TO WS-CAPTURE-ID
                 EXEC CICS WRITE
                     FILE('ADJPEND')
                     FROM(WS-PENDING-RECORD)
                     RIDFLD(WS-CONTROL-KEY)
                     RESP(WS-RESP)
                 END-EXEC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF NOT CICS-NORMAL
              PERFORM 9100-FILE-TROUBLE
           END-IF.

       2400-WRITE-PENDING-CAPTURE.
           MOVE SPACES TO WS-ADJUSTMENT-IMAGE
           MOVE WS-CUSTOMER-ID TO WADJ-CUSTOMER-ID
           MOVE WS-WALLET-NO TO WADJ-WALLET-NO
           MOVE FIRST-NAME OF TEXEM TO WADJ-FIRST-NAME
           MOVE LAST-NAME OF TEXEM TO WADJ-LAST-NAME
           MOVE SPACES TO WADJ-ADJ-REF
           STRING 'BR' WS-CAPTURE-ID DELIMITED BY SIZE
              INTO WADJ-ADJ-REF
           MOVE WS-TI-ADJ-TYPE TO WADJ-ADJ-TYPE
           MOVE WS-TI-AMOUNT-NUM TO WADJ-AMOUNT
           MOVE ZERO TO WADJ-SUPV-USERNO
           MOVE SPACES TO WADJ-REV-REF
           MOVE ZERO TO WADJ-GRDN-CONSENT

           MOVE SPACES TO WS-PENDING-RECORD
           MOVE WS-CAPTURE-ID TO PND-CAPTURE-ID
           SET PND-PENDING TO TRUE
           MOVE WS-USERNO TO PND-CAPTURED-BY
           MOVE WS-TODAY-DATE TO PND-CAPTURED-DATE
           MOVE ZERO TO PND-DECIDED-BY
           MOVE SPACES TO PND-DECIDED-DATE
           MOVE WS-ADJUSTMENT-IMAGE TO PND-ADJ-IMAGE
           EXEC CICS WRITE
               FILE('ADJPEND')
               FROM(WS-PENDING-RECORD)
               RIDFLD(WS-CAPTURE-ID)
               RESP(WS-RESP)
           END-EXEC
           IF CICS-NORMAL
              MOVE SPACES TO WS-MESSAGE-LINE
              STRING 'CAPTURED ' WS-CAPTURE-ID ' REF ' WADJ-ADJ-REF
                 ' - PENDING APPROVAL BY A SECOND OPERATOR'
                 DELIMITED BY SIZE INTO WS-MESSAGE-LINE
              PERFORM 7000-ADD-MESSAGE-LINE
           ELSE
              PERFORM 9100-FILE-TROUBLE
           END-IF.

      * Four eyes: the capture must still be pending, and the
      * operator deciding it must not be the one who captured it.
      * An approval marks the capture and then stages the adjustment,
      * approver as supervisor - a failed queue write backs the mark
      * out and leaves it pending to approve again.
       3000-DECIDE-CAPTURE.
           IF WS-TI-CAPTURE-ID NOT NUMERIC
              MOVE 'CAPTURE ID MUST BE TEN DIGITS' TO WS-MESSAGE-LINE
              PERFORM 7000-ADD-MESSAGE-LINE
           ELSE
              MOVE WS-TI-CAPTURE-ID TO WS-CAPTURE-ID
              PERFORM 3100-READ-CAPTURE-FOR-UPDATE
           END-IF.

       3100-READ-CAPTURE-FOR-UPDATE.
           EXEC CICS READ
               FILE('ADJPEND')
               INTO(WS-PENDING-RECORD)
               RIDFLD(WS-CAPTURE-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN CICS-NOTFND OR WS-CAPTURE-ID = ZERO
                 MOVE SPACES TO WS-MESSAGE-LINE
                 STRING 'CAPTURE ' WS-CAPTURE-ID ' NOT FOUND'
                    DELIMITED BY SIZE INTO WS-MESSAGE-LINE
                 PERFORM 7000-ADD-MESSAGE-LINE
              WHEN NOT CICS-NORMAL
                 PERFORM 9100-FILE-TROUBLE
              WHEN NOT PND-PENDING
                 MOVE SPACES TO WS-MESSAGE-LINE
                 STRING 'CAPTURE ' WS-CAPTURE-ID
                    ' ALREADY DECIDED - STATUS ' PND-STATUS
                    DELIMITED BY SIZE INTO WS-MESSAGE-LINE
                 PERFORM 7000-ADD-MESSAGE-LINE
              WHEN PND-CAPTURED-BY = WS-USERNO
                 MOVE 'THE CAPTURING OPERATOR MAY NOT DECIDE IT'
                   TO WS-MESSAGE-LINE
                 PERFORM 7000-ADD-MESSAGE-LINE
              WHEN TI-APPROVE
                 PERFORM 3200-APPROVE-CAPTURE
              WHEN OTHER
                 PERFORM 3300-REJECT-CAPTURE
           END-EVALUATE.

       3200-APPROVE-CAPTURE.
           MOVE PND-ADJ-IMAGE TO WS-ADJUSTMENT-IMAGE
           MOVE WS-USERNO TO WADJ-SUPV-USERNO
           MOVE WS-ADJUSTMENT-IMAGE TO PND-ADJ-IMAGE
           SET PND-APPROVED TO TRUE
           PERFORM 3400-RECORD-DECISION
           IF CICS-NORMAL
              EXEC CICS WRITEQ TD
                  QUEUE(WS-STAGE-QUEUE)
                  FROM(WS-ADJUSTMENT-IMAGE)
                  LENGTH(WS-STAGE-LENGTH)
                  RESP(WS-RESP)
              END-EXEC
              IF CICS-NORMAL
                 MOVE SPACES TO WS-MESSAGE-LINE
                 STRING 'CAPTURE ' WS-CAPTURE-ID ' REF ' WADJ-ADJ-REF
                    ' APPROVED - STAGED FOR TONIGHT''S APPLY'
                    DELIMITED BY SIZE INTO WS-MESSAGE-LINE
                 PERFORM 7000-ADD-MESSAGE-LINE
              ELSE
                 PERFORM 9100-FILE-TROUBLE
              END-IF
           END-IF.

       3300-REJECT-CAPTURE.
           SET PND-REJECTED TO TRUE
           PERFORM 3400-RECORD-DECISION
           IF CICS-NORMAL
              MOVE SPACES TO WS-MESSAGE-LINE
              STRING 'CAPTURE ' WS-CAPTURE-ID
                 ' REJECTED - NOTHING WILL POST'
                 DELIMITED BY SIZE INTO WS-MESSAGE-LINE
              PERFORM 7000-ADD-MESSAGE-LINE
           END-IF.

       3400-RECORD-DECISION.
           MOVE WS-USERNO TO PND-DECIDED-BY
           MOVE WS-TODAY-DATE TO PND-DECIDED-DATE
           EXEC CICS REWRITE
               FILE('ADJPEND')
               FROM(WS-PENDING-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF NOT CICS-NORMAL
              PERFORM 9100-FILE-TROUBLE
           END-IF.

      * The approver's work list - oldest capture first, held to
      * the screen's room.
       4000-LIST-PENDING.
           MOVE ZERO TO WS-LIST-SHOWN
           MOVE 1 TO WS-BROWSE-KEY
           EXEC CICS STARTBR
               FILE('ADJPEND')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF CICS-NORMAL
              PERFORM 4100-LIST-ONE-CAPTURE
                 UNTIL NOT CICS-NORMAL
                    OR WS-LIST-SHOWN NOT < WS-LIST-LIMIT
              EXEC CICS ENDBR
                  FILE('ADJPEND')
              END-EXEC
           END-IF
           IF WS-LIST-SHOWN = ZERO
              MOVE 'NO CAPTURES PENDING APPROVAL' TO WS-MESSAGE-LINE
              PERFORM 7000-ADD-MESSAGE-LINE
           END-IF.

       4100-LIST-ONE-CAPTURE.
           EXEC CICS READNEXT
               FILE('ADJPEND')
               INTO(WS-PENDING-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF CICS-NORMAL AND PND-PENDING
              ADD 1 TO WS-LIST-SHOWN
              MOVE PND-ADJ-IMAGE TO WS-ADJUSTMENT-IMAGE
              MOVE PND-CAPTURE-ID TO WS-PL-CAPTURE-ID
              MOVE WADJ-CUSTOMER-ID TO WS-PL-CUSTOMER
              MOVE WADJ-WALLET-NO TO WS-PL-WALLET
              MOVE WADJ-ADJ-TYPE TO WS-PL-ADJ-TYPE
              MOVE WADJ-AMOUNT TO WS-PL-AMOUNT
              MOVE PND-CAPTURED-BY TO WS-PL-CAPTURED-BY
              MOVE PND-CAPTURED-DATE TO WS-PL-CAPTURED-DATE
              MOVE WS-PENDING-LINE TO WS-MESSAGE-LINE
              PERFORM 7000-ADD-MESSAGE-LINE
           END-IF.

       7000-ADD-MESSAGE-LINE.
           IF WS-LINE-IX < 20
              ADD 1 TO WS-LINE-IX
              MOVE WS-MESSAGE-LINE TO WS-SL-TEXT (WS-LINE-IX)
              MOVE X'15' TO WS-SL-NL (WS-LINE-IX)
           END-IF.

       7100-REFUSE-CAPTURE.
           MOVE 'N' TO WS-CAPTURE-GOOD-SW
           PERFORM 7000-ADD-MESSAGE-LINE.

       8000-SEND-THE-SCREEN.
           COMPUTE WS-SCREEN-LENGTH = WS-LINE-IX * 80
           IF WS-SCREEN-LENGTH = ZERO
              MOVE 'NOTHING TO SHOW' TO WS-MESSAGE-LINE
              PERFORM 7000-ADD-MESSAGE-LINE
              MOVE 80 TO WS-SCREEN-LENGTH
           END-IF
           EXEC CICS SEND
               FROM(WS-SCREEN-BUFFER)
               LENGTH(WS-SCREEN-LENGTH)
               ERASE
           END-EXEC.

      * SQL trouble on a lookup refuses the capture - nothing has
      * been written yet, so there is nothing to back out.
       9000-SQL-TROUBLE.
           MOVE SQLCODE TO WS-SQLCODE-EDITED
           MOVE SPACES TO WS-MESSAGE-LINE
           STRING 'CAPTURE FAILED - SQLCODE ' WS-SQLCODE-EDITED
              DELIMITED BY SIZE INTO WS-MESSAGE-LINE
           PERFORM 7100-REFUSE-CAPTURE.

      * A file or queue failure backs out this task's updates, so a
      * capture id is never spent without its capture and an
      * approval never marked without its staged record.
       9100-FILE-TROUBLE.
           MOVE 'N' TO WS-CAPTURE-GOOD-SW
           MOVE WS-RESP TO WS-SQLCODE-EDITED
           MOVE SPACES TO WS-MESSAGE-LINE
           STRING 'ADJPEND/ADJS UPDATE FAILED - RESP '
              WS-SQLCODE-EDITED ' - NOTHING CHANGED'
              DELIMITED BY SIZE INTO WS-MESSAGE-LINE
           PERFORM 7000-ADD-MESSAGE-LINE
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.
