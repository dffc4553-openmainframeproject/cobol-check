       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HOLDONLC.
      *****************************************************************
      * Online CICS wallet-hold inquiry, placement and release. A
      * disputed payment phoned in during the day used to wait for
      * the next HOLDMNT apply before its money was earmarked, and
      * by then it could already be spent. Any active operator on
      * USERMST can look at a wallet - its balance from TEXE2, the
      * active holds on WALHOLDS and the available balance, wallet
      * minus those holds. An operator holding UPDATE or APPROVE
      * authority can place a hold or release one, and it takes
      * effect at once: WALHOLDS is the KSDS HOLDMNT and the apply
      * read, and WALADJPG looks up a wallet's holds at the moment
      * of each debit, so a hold placed here while an apply is
      * running is honoured by it. Every placement and release
      * writes the HOLDAUDT record HOLDMNT writes, through the HAUD
      * extrapartition queue; HOLDMNT's next apply copies those onto
      * HOLDAUDT itself.
      *
      * Terminal input is the transaction code, an action, the
      * operator's user number and the action's own fields:
      *   INQ  uuu ccccccccc ww - the wallet, its holds and what
      *        is available
      *   PLAC uuu ccccccccc ww aaaaaaaaaa rrrrrrrrrrrrrrrrrrrr
      *        yyyy-mm-dd - place a hold of amount a (ten digits,
      *        two implied decimals) for reason r; the release date
      *        is optional, and the first HOLDMNT apply on or after
      *        it releases the hold
      *   RELS uuu nnnnn - release hold n
      * A blank wallet is wallet 01. After a placement or release
      * the wallet is shown as it now stands.
      *
      * Unit-testable through the CCHECK framework's EXEC CICS mock
      * support like everything else.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  FILLER.
           05  WS-PGM-NAME          PIC X(08) VALUE 'HOLDONLC'.
           05  WS-INPUT-LENGTH      PIC S9(4) COMP VALUE 80.
           05  WS-LINE-IX           PIC S9(4) COMP VALUE ZERO.
           05  WS-SCREEN-LENGTH     PIC S9(4) COMP VALUE ZERO.
           05  WS-SQLCODE-EDITED    PIC -9(9).
           05  WS-RESP              PIC S9(8) COMP VALUE ZERO.
               88  CICS-NORMAL         VALUE 0.
               88  CICS-NOTFND         VALUE 13.
               88  CICS-DUPREC         VALUE 14.
               88  CICS-DUPKEY         VALUE 15.
               88  CICS-ENDFILE        VALUE 20.
           05  WS-USERNO            PIC 9(3) VALUE ZERO.
           05  WS-USER-SW           PIC X(01).
               88  USER-CAN-VIEW       VALUE 'V'.
               88  USER-CAN-UPDATE     VALUE 'U'.
               88  USER-REFUSED        VALUE 'N'.
           05  WS-REQUEST-GOOD-SW   PIC X(01).
               88  REQUEST-GOOD        VALUE 'Y'.
           05  WS-SHOW-WALLET-SW    PIC X(01).
               88  SHOW-WALLET         VALUE 'Y'.
           05  WS-WALLET-KEY.
               10  WS-CUSTOMER-ID      PIC 9(9) VALUE ZERO.
               10  WS-WALLET-NO        PIC 9(2) VALUE ZERO.
           05  WS-BROWSE-KEY        PIC X(11).
           05  WS-HOLD-NO           PIC 9(5) VALUE ZERO.
           05  WS-HOLD-KEY-HIGH     PIC X(05) VALUE HIGH-VALUES.
           05  WS-NUMBER-TRIES      PIC S9(4) COMP VALUE ZERO.
           05  WS-NUMBER-MAX-TRIES  PIC S9(4) COMP VALUE 5.
           05  WS-BALANCE           PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-HOLD-TOTAL        PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-AVAILABLE         PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-HOLD-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-HOLD-LIST-LIMIT   PIC S9(4) COMP VALUE 14.
           05  WS-ABSTIME           PIC S9(15) COMP-3.
           05  WS-TODAY-DATE        PIC X(10).
           05  WS-AUDIT-QUEUE       PIC X(04) VALUE 'HAUD'.
           05  WS-AUDIT-LENGTH      PIC S9(4) COMP VALUE 63.

       01  WS-TERMINAL-INPUT.
           05  WS-TI-TRANSID        PIC X(04).
           05  FILLER               PIC X(01).
           05  WS-TI-ACTION         PIC X(04).
               88  TI-INQUIRE          VALUE 'INQ '.
               88  TI-PLACE            VALUE 'PLAC'.
               88  TI-RELEASE          VALUE 'RELS'.
           05  FILLER               PIC X(01).
           05  WS-TI-USERNO         PIC X(03).
           05  FILLER               PIC X(01).
           05  WS-TI-FIELDS         PIC X(66).
           05  WS-TI-WALLET-FIELDS REDEFINES WS-TI-FIELDS.
               10  WS-TI-CUSTOMER      PIC X(09).
               10  FILLER              PIC X(01).
               10  WS-TI-WALLET        PIC X(02).
               10  FILLER              PIC X(01).
               10  WS-TI-AMOUNT        PIC X(10).
               10  WS-TI-AMOUNT-NUM REDEFINES WS-TI-AMOUNT
                                       PIC 9(8)V99.
               10  FILLER              PIC X(01).
               10  WS-TI-REASON        PIC X(20).
               10  FILLER              PIC X(01).
               10  WS-TI-RELEASE-DATE  PIC X(10).
               10  FILLER              PIC X(11).
           05  WS-TI-RELEASE-FIELDS REDEFINES WS-TI-FIELDS.
               10  WS-TI-HOLD-NO       PIC X(05).
               10  FILLER              PIC X(61).

      * The reply screen - up to twenty 79-byte lines plus the
      * newline each carries, sent as one text block.
       01  WS-SCREEN-BUFFER.
           05  WS-SCREEN-LINE OCCURS 20 TIMES.
               10  WS-SL-TEXT       PIC X(79).
               10  WS-SL-NL         PIC X(01).

       01  WS-WALLET-LINE.
           05  FILLER               PIC X(09) VALUE 'CUSTOMER '.
           05  WS-WL-CUSTOMER       PIC 9(9).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-WL-WALLET         PIC 9(2).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-WL-FIRST-NAME     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-WL-LAST-NAME      PIC X(10).
           05  FILLER               PIC X(36) VALUE SPACES.
       01  WS-AMOUNT-LINE.
           05  WS-AL-LABEL          PIC X(20).
           05  WS-AL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER               PIC X(44) VALUE SPACES.
       01  WS-HOLD-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(05) VALUE 'HOLD '.
           05  WS-HL-HOLD-NO        PIC 9(5).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-HL-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-HL-REASON         PIC X(20).
           05  FILLER               PIC X(04) VALUE ' BY '.
           05  WS-HL-PLACED-BY      PIC 9(3).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-HL-PLACED-DATE    PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-HL-RELEASE-DATE   PIC X(10).
           05  FILLER               PIC X(03) VALUE SPACES.
       01  WS-MESSAGE-LINE          PIC X(79).

      * The online image of USERMST - the same 25-byte record the
      * batch maintenance programs read, keyed by user number.
       01  WS-USER-RECORD.
           05  WS-UM-USERNO         PIC 9(03).
           05  WS-UM-NAME           PIC X(20).
           05  WS-UM-STATUS         PIC X(01).
           05  WS-UM-AUTHORITY      PIC X(01).

       01  WS-HOLD-RECORD.
           COPY WALHOLDS.

       01  WS-AUDIT-RECORD.
           COPY HOLDAUDT.

      * Call parameter block for CHKDIGIT, the shared check-digit
      * routine - same field layout as CHKDIGIT's own linkage
      * section.
       01  WS-CHKDIGIT-PARM.
           05  WS-CD-FUNCTION      PIC X(04).
           05  WS-CD-CUSTOMER-ID   PIC 9(09).
           05  WS-CD-RC            PIC 9(02).
           05  WS-CD-CHECK-DIGIT   PIC 9(01).

      * Call parameter block for DATEUTIL, the shared date utility -
      * the optional release date goes through its validation.
       01  WS-DATEUTIL-PARM.
           05  WS-DU-FUNCTION         PIC X(04).
           05  WS-DU-INPUT-DATE       PIC X(10).
           05  WS-DU-DAYS-TO-ADD      PIC S9(05).
           05  WS-DU-OUTPUT-DATE      PIC X(10).
           05  WS-DU-RETURN-CODE      PIC 9(02).
               88  WS-DU-OK              VALUE 00.
           05  WS-DU-INPUT-DATE-2     PIC X(10).
           05  WS-DU-DAYS-DIFFERENCE  PIC S9(07).
           05  WS-DU-REGION           PIC X(03).

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-RECEIVE-THE-REQUEST
           PERFORM 1100-IDENTIFY-THE-OPERATOR
           MOVE 'N' TO WS-SHOW-WALLET-SW
           EVALUATE TRUE
              WHEN USER-REFUSED
                 CONTINUE
              WHEN TI-INQUIRE
                 PERFORM 2000-INQUIRE-WALLET
              WHEN TI-PLACE
                 PERFORM 3000-PLACE-HOLD
              WHEN TI-RELEASE
                 PERFORM 4000-RELEASE-HOLD
              WHEN OTHER
                 MOVE 'ACTION MUST BE INQ, PLAC OR RELS'
                   TO WS-MESSAGE-LINE
                 PERFORM 7000-ADD-MESSAGE-LINE
           END-EVALUATE
           IF SHOW-WALLET
              PERFORM 5000-SHOW-WALLET
           END-IF
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

      * Same rule the batch maintenance programs apply: any active
      * operator may look, UPDATE or APPROVE authority to place or
      * release. Anyone else is turned away.
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
                    WHEN 'U'
                       SET USER-CAN-UPDATE TO TRUE
                    WHEN 'V'
                       SET USER-CAN-VIEW TO TRUE
                 END-EVALUATE
              END-IF
           END-IF
           IF (TI-PLACE OR TI-RELEASE)
              AND NOT USER-CAN-UPDATE
              MOVE 'N' TO WS-USER-SW
           END-IF
           IF USER-REFUSED
              MOVE SPACES TO WS-MESSAGE-LINE
              STRING 'USER ' WS-TI-USERNO
                 ' NOT AUTHORISED FOR ' WS-TI-ACTION
                 DELIMITED BY SIZE INTO WS-MESSAGE-LINE
              PERFORM 7000-ADD-MESSAGE-LINE
           END-IF.

       2000-INQUIRE-WALLET.
           MOVE 'Y' TO WS-REQUEST-GOOD-SW
           PERFORM 2100-EDIT-WALLET
           IF REQUEST-GOOD
              PERFORM 2200-CHECK-CUSTOMER-AND-WALLET
           END-IF
           IF REQUEST-GOOD
              SET SHOW-WALLET TO TRUE
           END-IF.

       2100-EDIT-WALLET.
           IF WS-TI-CUSTOMER NOT NUMERIC
              MOVE 'CUSTOMER MUST BE NINE DIGITS' TO WS-MESSAGE-LINE
              PERFORM 7100-REFUSE-REQUEST
           ELSE
              MOVE WS-TI-CUSTOMER TO WS-CUSTOMER-ID
           END-IF
      * A wallet left blank is wallet 01, as everywhere else.
           IF REQUEST-GOOD
              IF WS-TI-WALLET = SPACES
                 MOVE 01 TO WS-WALLET-NO
              ELSE
                 IF WS-TI-WALLET NOT NUMERIC
                    OR WS-TI-WALLET = '00'
                    MOVE 'WALLET MUST BE 01-99' TO WS-MESSAGE-LINE
                    PERFORM 7100-REFUSE-REQUEST
                 ELSE
                    MOVE WS-TI-WALLET TO WS-WALLET-NO
                 END-IF
              END-IF
           END-IF
           IF REQUEST-GOOD
              MOVE 'VAL ' TO WS-CD-FUNCTION
              MOVE WS-CUSTOMER-ID TO WS-CD-CUSTOMER-ID
              CALL 'CHKDIGIT' USING WS-CHKDIGIT-PARM
              IF WS-CD-RC NOT = ZERO
                 MOVE 'CUSTOMER CHECK DIGIT FAILS - RE-KEY'
                   TO WS-MESSAGE-LINE
                 PERFORM 7100-REFUSE-REQUEST
              END-IF
           END-IF.

      * The customer must be on TEXEM and the wallet on TEXE2. A
      * closed customer can still be looked at, but takes no new
      * hold - there is nothing left to earmark.
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
                IF CUST-STATUS OF TEXEM = 'C' AND TI-PLACE
                   MOVE 'CUSTOMER IS CLOSED' TO WS-MESSAGE-LINE
                   PERFORM 7100-REFUSE-REQUEST
                END-IF
             WHEN 100
                MOVE 'CUSTOMER NOT ON TEXEM' TO WS-MESSAGE-LINE
                PERFORM 7100-REFUSE-REQUEST
             WHEN OTHER
                PERFORM 9000-SQL-TROUBLE
           END-EVALUATE
           IF REQUEST-GOOD
              EXEC SQL
                 SELECT WALLET
                 INTO :WALLET OF TEXE2
                 FROM TEXE2
                 WHERE CUSTOMER_ID = :WS-CUSTOMER-ID
                   AND WALLET_NO = :WS-WALLET-NO
              END-EXEC
              EVALUATE SQLCODE
                WHEN ZEROES
                   MOVE WALLET OF TEXE2 TO WS-BALANCE
                WHEN 100
                   MOVE 'WALLET NOT ON TEXE2' TO WS-MESSAGE-LINE
                   PERFORM 7100-REFUSE-REQUEST
                WHEN OTHER
                   PERFORM 9000-SQL-TROUBLE
              END-EVALUATE
           END-IF.

       3000-PLACE-HOLD.
           MOVE 'Y' TO WS-REQUEST-GOOD-SW
           PERFORM 2100-EDIT-WALLET
           IF REQUEST-GOOD
              PERFORM 3100-EDIT-PLACEMENT
           END-IF
           IF REQUEST-GOOD
              PERFORM 2200-CHECK-CUSTOMER-AND-WALLET
           END-IF
           IF REQUEST-GOOD
              PERFORM 3200-WRITE-NEW-HOLD
           END-IF
           IF REQUEST-GOOD
              MOVE 'P' TO HAU-ACTION
              MOVE ZERO TO HAU-RELEASED-BY
              PERFORM 6000-WRITE-AUDIT-RECORD
           END-IF
           IF REQUEST-GOOD
              MOVE SPACES TO WS-MESSAGE-LINE
              STRING 'HOLD ' WHD-HOLD-NO ' PLACED - IN FORCE NOW'
                 DELIMITED BY SIZE INTO WS-MESSAGE-LINE
              PERFORM 7000-ADD-MESSAGE-LINE
              SET SHOW-WALLET TO TRUE
           END-IF.

      * The same edits HOLDMNT puts a placement card through.
       3100-EDIT-PLACEMENT.
           IF WS-TI-AMOUNT NOT NUMERIC
              OR WS-TI-AMOUNT-NUM = ZERO
              MOVE 'AMOUNT MUST BE TEN DIGITS, NOT ZERO'
                TO WS-MESSAGE-LINE
              PERFORM 7100-REFUSE-REQUEST
           END-IF
           IF REQUEST-GOOD AND WS-TI-REASON = SPACES
              MOVE 'A HOLD NEEDS A REASON' TO WS-MESSAGE-LINE
              PERFORM 7100-REFUSE-REQUEST
           END-IF
           IF REQUEST-GOOD AND WS-TI-RELEASE-DATE NOT = SPACES
              MOVE 'VAL ' TO WS-DU-FUNCTION
              MOVE WS-TI-RELEASE-DATE TO WS-DU-INPUT-DATE
              CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
              IF NOT WS-DU-OK
                 MOVE 'RELEASE DATE MUST BE YYYY-MM-DD'
                   TO WS-MESSAGE-LINE
                 PERFORM 7100-REFUSE-REQUEST
              ELSE
                 IF WS-TI-RELEASE-DATE NOT > WS-TODAY-DATE
                    MOVE 'RELEASE DATE MUST BE AFTER TODAY'
                      TO WS-MESSAGE-LINE
                    PERFORM 7100-REFUSE-REQUEST
                 END-IF
              END-IF
           END-IF.

      * The next hold number is one past the highest on file. A
      * duplicate means another terminal or a HOLDMNT apply took it
      * first - step past it and write again.
       3200-WRITE-NEW-HOLD.
           PERFORM 3300-FIND-HIGH-HOLD-NO
           MOVE SPACES TO WS-HOLD-RECORD
           MOVE WS-CUSTOMER-ID TO WHD-CUSTOMER-ID
           MOVE WS-WALLET-NO TO WHD-WALLET-NO
           MOVE WS-TI-AMOUNT-NUM TO WHD-AMOUNT
           MOVE WS-TI-REASON TO WHD-REASON
           MOVE WS-USERNO TO WHD-PLACED-BY
           MOVE WS-TODAY-DATE TO WHD-PLACED-DATE
           MOVE WS-TI-RELEASE-DATE TO WHD-RELEASE-DATE
           SET WHD-ACTIVE TO TRUE
           MOVE SPACES TO WHD-RELEASED-DATE
           MOVE ZERO TO WS-NUMBER-TRIES
           PERFORM 3250-TRY-WRITE-HOLD
              WITH TEST AFTER
              UNTIL NOT CICS-DUPREC
                 OR WS-NUMBER-TRIES NOT < WS-NUMBER-MAX-TRIES
           IF NOT CICS-NORMAL
              PERFORM 9100-FILE-TROUBLE
           END-IF.

       3250-TRY-WRITE-HOLD.
           ADD 1 TO WS-NUMBER-TRIES
           ADD 1 TO WS-HOLD-NO
           MOVE WS-HOLD-NO TO WHD-HOLD-NO
           EXEC CICS WRITE
               FILE('WALHOLDS')
               FROM(WS-HOLD-RECORD)
               RIDFLD(WHD-HOLD-NO)
               RESP(WS-RESP)
           END-EXEC.

      * Browse from the very end and read back one record - an
      * empty file starts at hold 1.
       3300-FIND-HIGH-HOLD-NO.
           MOVE ZERO TO WS-HOLD-NO
           EXEC CICS STARTBR
               FILE('WALHOLDS')
               RIDFLD(WS-HOLD-KEY-HIGH)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF CICS-NORMAL
              EXEC CICS READPREV
                  FILE('WALHOLDS')
                  INTO(WS-HOLD-RECORD)
                  RIDFLD(WS-HOLD-KEY-HIGH)
                  RESP(WS-RESP)
              END-EXEC
              IF CICS-NORMAL
                 MOVE WHD-HOLD-NO TO WS-HOLD-NO
              END-IF
              EXEC CICS ENDBR
                  FILE('WALHOLDS')
              END-EXEC
           END-IF.

       4000-RELEASE-HOLD.
           MOVE 'Y' TO WS-REQUEST-GOOD-SW
           IF WS-TI-HOLD-NO NOT NUMERIC
              OR WS-TI-HOLD-NO = ZERO
              MOVE 'HOLD NUMBER MUST BE FIVE DIGITS'
                TO WS-MESSAGE-LINE
              PERFORM 7100-REFUSE-REQUEST
           ELSE
              MOVE WS-TI-HOLD-NO TO WS-HOLD-NO
              PERFORM 4100-READ-HOLD-FOR-UPDATE
           END-IF
           IF REQUEST-GOOD
              SET WHD-RELEASED TO TRUE
              MOVE WS-TODAY-DATE TO WHD-RELEASED-DATE
              EXEC CICS REWRITE
                  FILE('WALHOLDS')
                  FROM(WS-HOLD-RECORD)
                  RESP(WS-RESP)
              END-EXEC
              IF NOT CICS-NORMAL
                 PERFORM 9100-FILE-TROUBLE
              END-IF
           END-IF
           IF REQUEST-GOOD
              MOVE 'R' TO HAU-ACTION
              MOVE WS-USERNO TO HAU-RELEASED-BY
              PERFORM 6000-WRITE-AUDIT-RECORD
           END-IF
           IF REQUEST-GOOD
              MOVE SPACES TO WS-MESSAGE-LINE
              STRING 'HOLD ' WHD-HOLD-NO ' RELEASED - '
                 'THE MONEY IS AVAILABLE NOW'
                 DELIMITED BY SIZE INTO WS-MESSAGE-LINE
              PERFORM 7000-ADD-MESSAGE-LINE
              MOVE WHD-CUSTOMER-ID TO WS-CUSTOMER-ID
              MOVE WHD-WALLET-NO TO WS-WALLET-NO
              PERFORM 2200-CHECK-CUSTOMER-AND-WALLET
              IF REQUEST-GOOD
                 SET SHOW-WALLET TO TRUE
              END-IF
           END-IF.

       4100-READ-HOLD-FOR-UPDATE.
           EXEC CICS READ
               FILE('WALHOLDS')
               INTO(WS-HOLD-RECORD)
               RIDFLD(WS-HOLD-NO)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN CICS-NOTFND
                 MOVE SPACES TO WS-MESSAGE-LINE
                 STRING 'HOLD ' WS-HOLD-NO ' NOT FOUND'
                    DELIMITED BY SIZE INTO WS-MESSAGE-LINE
                 PERFORM 7100-REFUSE-REQUEST
              WHEN NOT CICS-NORMAL
                 PERFORM 9100-FILE-TROUBLE
              WHEN NOT WHD-ACTIVE
                 MOVE SPACES TO WS-MESSAGE-LINE
                 STRING 'HOLD ' WS-HOLD-NO ' ALREADY RELEASED ON '
                    WHD-RELEASED-DATE
                    DELIMITED BY SIZE INTO WS-MESSAGE-LINE
                 PERFORM 7100-REFUSE-REQUEST
                 EXEC CICS UNLOCK
                     FILE('WALHOLDS')
                 END-EXEC
           END-EVALUATE.

      * The wallet as it stands: balance, each active hold, the held
      * total and what is left to spend. The holds come through the
      * WALHPATH customer/wallet path over WALHOLDS.
       5000-SHOW-WALLET.
           MOVE WS-CUSTOMER-ID TO WS-WL-CUSTOMER
           MOVE WS-WALLET-NO TO WS-WL-WALLET
           MOVE FIRST-NAME OF TEXEM TO WS-WL-FIRST-NAME
           MOVE LAST-NAME OF TEXEM TO WS-WL-LAST-NAME
           MOVE WS-WALLET-LINE TO WS-MESSAGE-LINE
           PERFORM 7000-ADD-MESSAGE-LINE
           MOVE 'WALLET BALANCE' TO WS-AL-LABEL
           MOVE WS-BALANCE TO WS-AL-AMOUNT
           MOVE WS-AMOUNT-LINE TO WS-MESSAGE-LINE
           PERFORM 7000-ADD-MESSAGE-LINE

           MOVE ZERO TO WS-HOLD-TOTAL
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE WS-WALLET-KEY TO WS-BROWSE-KEY
           EXEC CICS STARTBR
               FILE('WALHPATH')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF CICS-NORMAL
              PERFORM 5100-SHOW-ONE-HOLD
                 UNTIL NOT (CICS-NORMAL OR CICS-DUPKEY)
              EXEC CICS ENDBR
                  FILE('WALHPATH')
              END-EXEC
           END-IF
           IF WS-HOLD-COUNT = ZERO
              MOVE '  NO ACTIVE HOLDS' TO WS-MESSAGE-LINE
              PERFORM 7000-ADD-MESSAGE-LINE
           END-IF
           IF WS-HOLD-COUNT > WS-HOLD-LIST-LIMIT
              MOVE '  MORE HOLDS THAN THE SCREEN SHOWS - SEE HOLDRPT'
                TO WS-MESSAGE-LINE
              PERFORM 7000-ADD-MESSAGE-LINE
           END-IF

           MOVE 'ACTIVE HOLDS' TO WS-AL-LABEL
           MOVE WS-HOLD-TOTAL TO WS-AL-AMOUNT
           MOVE WS-AMOUNT-LINE TO WS-MESSAGE-LINE
           PERFORM 7000-ADD-MESSAGE-LINE
           COMPUTE WS-AVAILABLE = WS-BALANCE - WS-HOLD-TOTAL
           MOVE 'AVAILABLE BALANCE' TO WS-AL-LABEL
           MOVE WS-AVAILABLE TO WS-AL-AMOUNT
           MOVE WS-AMOUNT-LINE TO WS-MESSAGE-LINE
           PERFORM 7000-ADD-MESSAGE-LINE.

      * DUPKEY is a good read with more holds on the same wallet
      * behind it. The browse ends at the first hold on another
      * wallet.
       5100-SHOW-ONE-HOLD.
           EXEC CICS READNEXT
               FILE('WALHPATH')
               INTO(WS-HOLD-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF CICS-NORMAL OR CICS-DUPKEY
              IF WHD-WALLET-KEY NOT = WS-WALLET-KEY
                 SET CICS-ENDFILE TO TRUE
              ELSE
                 IF WHD-ACTIVE
                    ADD 1 TO WS-HOLD-COUNT
                    ADD WHD-AMOUNT TO WS-HOLD-TOTAL
                    IF WS-HOLD-COUNT NOT > WS-HOLD-LIST-LIMIT
                       MOVE WHD-HOLD-NO TO WS-HL-HOLD-NO
                       MOVE WHD-AMOUNT TO WS-HL-AMOUNT
                       MOVE WHD-REASON TO WS-HL-REASON
                       MOVE WHD-PLACED-BY TO WS-HL-PLACED-BY
                       MOVE WHD-PLACED-DATE TO WS-HL-PLACED-DATE
                       MOVE WHD-RELEASE-DATE TO WS-HL-RELEASE-DATE
                       MOVE WS-HOLD-LINE TO WS-MESSAGE-LINE
                       PERFORM 7000-ADD-MESSAGE-LINE
                    END-IF
                 END-IF
              END-IF
           END-IF.

      * HAU-ACTION and HAU-RELEASED-BY are set by the caller; the
      * rest comes off the hold record just written or rewritten,
      * exactly as HOLDMNT fills it.
       6000-WRITE-AUDIT-RECORD.
           MOVE WS-TODAY-DATE TO HAU-DATE
           MOVE WHD-HOLD-NO TO HAU-HOLD-NO
           MOVE WHD-CUSTOMER-ID TO HAU-CUSTOMER-ID
           MOVE WHD-WALLET-NO TO HAU-WALLET-NO
           MOVE WHD-AMOUNT TO HAU-AMOUNT
           MOVE WHD-PLACED-BY TO HAU-PLACED-BY
           MOVE WHD-REASON TO HAU-REASON
           EXEC CICS WRITEQ TD
               QUEUE(WS-AUDIT-QUEUE)
               FROM(WS-AUDIT-RECORD)
               LENGTH(WS-AUDIT-LENGTH)
               RESP(WS-RESP)
           END-EXEC
           IF NOT CICS-NORMAL
              PERFORM 9100-FILE-TROUBLE
           END-IF.

       7000-ADD-MESSAGE-LINE.
           IF WS-LINE-IX < 20
              ADD 1 TO WS-LINE-IX
              MOVE WS-MESSAGE-LINE TO WS-SL-TEXT (WS-LINE-IX)
              MOVE X'15' TO WS-SL-NL (WS-LINE-IX)
           END-IF.

       7100-REFUSE-REQUEST.
           MOVE 'N' TO WS-REQUEST-GOOD-SW
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

      * SQL trouble on a lookup refuses the request - nothing has
      * been written yet, so there is nothing to back out.
       9000-SQL-TROUBLE.
           MOVE SQLCODE TO WS-SQLCODE-EDITED
           MOVE SPACES TO WS-MESSAGE-LINE
           STRING 'REQUEST FAILED - SQLCODE ' WS-SQLCODE-EDITED
              DELIMITED BY SIZE INTO WS-MESSAGE-LINE
           PERFORM 7100-REFUSE-REQUEST.

      * A file or queue failure backs out this task's updates, so a
      * hold is never placed or released without its audit record.
       9100-FILE-TROUBLE.
           MOVE 'N' TO WS-REQUEST-GOOD-SW
           MOVE WS-RESP TO WS-SQLCODE-EDITED
           MOVE SPACES TO WS-MESSAGE-LINE
           STRING 'WALHOLDS/HAUD UPDATE FAILED - RESP '
              WS-SQLCODE-EDITED ' - NOTHING CHANGED'
              DELIMITED BY SIZE INTO WS-MESSAGE-LINE
           PERFORM 7000-ADD-MESSAGE-LINE
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC.
