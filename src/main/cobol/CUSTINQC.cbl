      * and a job submission: the TEXEM row with its CUST-STATUS,
      * every current TEXE2 wallet with its currency, and the latest
      * TEXE2HIST movements with the PGM-NAME that made each one.
      * Joint wallets are marked with their count of further owners,
      * and the wallets the customer co-owns under another holder
      * follow the customer's own. The screen ends with the latest
      * correspondence - up to five items off the CORRLAST file
      * CORRLBLD rebuilds each night from the CORRHIST history, so
      * the items are as of last night's window.
      * Strictly read-only - the branches get answers, not update
      * access. The terminal input is the transaction code followed
      * by the nine-digit customer number; the reply is a plain
           05  WS-LINE-IX           PIC S9(4) COMP VALUE ZERO.
           05  WS-SCREEN-LENGTH     PIC S9(4) COMP VALUE ZERO.
           05  WS-SQLCODE-EDITED    PIC -9(9).
           05  WS-OWNER-COUNT       PIC S9(4) COMP VALUE ZERO.
           05  WS-OWNER-COUNT-FMT   PIC Z9.
           05  WS-RESP              PIC S9(8) COMP VALUE ZERO.
               88  CICS-NORMAL         VALUE 0.
               88  CICS-NOTFND         VALUE 13.
           05  WS-CORR-IX           PIC S9(4) COMP VALUE ZERO.

       01  WS-TERMINAL-INPUT.
           05  WS-TI-TRANSID        PIC X(04).
           05  WS-WL-CURRENCY       PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-WL-WALLET         PIC -ZZ,ZZZ,ZZ9.99.
           05  WS-WL-NOTE           PIC X(30) VALUE SPACES.
           05  FILLER               PIC X(19) VALUE SPACES.
       01  WS-JOINT-LINE.
           05  FILLER               PIC X(09) VALUE '  JOINT  '.
           05  WS-JL-WALLET-NO      PIC 9(2).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-JL-CURRENCY       PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-JL-WALLET         PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(09) VALUE ' HELD BY '.
           05  WS-JL-HOLDER         PIC 9(9).
           05  FILLER               PIC X(06) VALUE ' ROLE '.
           05  WS-JL-ROLE           PIC X(01).
           05  FILLER               PIC X(07) VALUE ' SHARE '.
           05  WS-JL-SHARE          PIC ZZ9.99.
           05  FILLER               PIC X(11) VALUE SPACES.
       01  WS-HISTORY-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-HL-WALLET-NO      PIC 9(2).
           05  FILLER               PIC X(04) VALUE ' -> '.
           05  WS-HL-NEW            PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(22) VALUE SPACES.
      * One line per correspondence item, latest first.
       01  WS-CORR-LINE.
           05  FILLER               PIC X(07) VALUE '  CORR '.
           05  WS-CO-ITEM-DATE      PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CO-ITEM-TYPE      PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CO-MESSAGE-CODE   PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CO-CHANNEL        PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CO-DISPOSITION    PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CO-PGM-NAME       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CO-REFERENCE      PIC X(20).
           05  FILLER               PIC X(21) VALUE SPACES.
       01  WS-MESSAGE-LINE          PIC X(79).

       01  WS-CORR-LATEST-RECORD.
           COPY CORRLAST.

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.
       EXEC SQL INCLUDE TEXE2HIST END-EXEC.
       EXEC SQL INCLUDE TEXOWN END-EXEC.

           EXEC SQL
              DECLARE OWAL-CUR CURSOR FOR
              SELECT W.WALLET_NO, W.WALLET, W.CURRENCY_CODE,
                     (SELECT COUNT(*) FROM TEXOWN O
                      WHERE O.CUSTOMER_ID = W.CUSTOMER_ID
                        AND O.WALLET_NO = W.WALLET_NO)
              FROM TEXE2 W
              WHERE W.CUSTOMER_ID = :WS-CUSTOMER-ID
              ORDER BY W.WALLET_NO
           END-EXEC.

           EXEC SQL
              DECLARE OJNT-CUR CURSOR FOR
              SELECT O.CUSTOMER_ID, O.WALLET_NO, O.OWNER_ROLE,
                     O.SHARE_PCT, W.WALLET, W.CURRENCY_CODE
              FROM TEXOWN O, TEXE2 W
              WHERE O.CO_OWNER_ID = :WS-CUSTOMER-ID
                AND W.CUSTOMER_ID = O.CUSTOMER_ID
                AND W.WALLET_NO = O.WALLET_NO
              ORDER BY O.CUSTOMER_ID, O.WALLET_NO
           END-EXEC.

           EXEC SQL
             WHEN ZEROES
                PERFORM 2100-ADD-PROFILE-HEAD
                PERFORM 3000-ADD-WALLET-LINES
                PERFORM 3500-ADD-JOINT-LINES
                PERFORM 4000-ADD-HISTORY-LINES
                PERFORM 5000-ADD-CORRESPONDENCE-LINES
             WHEN 100
                MOVE SPACES TO WS-MESSAGE-LINE
                STRING 'CUSTOMER ' WS-CUSTOMER-ID ' NOT ON TEXEM'
              FETCH OWAL-CUR
              INTO :WALLET-NO OF TEXE2,
                   :WALLET OF TEXE2,
                   :CURRENCY-CODE OF TEXE2,
                   :WS-OWNER-COUNT
           END-EXEC
           EVALUATE SQLCODE
             WHEN ZEROES
                ADD 1 TO WS-WALLET-SHOWN
                MOVE SPACES TO WS-WL-NOTE
                IF WS-OWNER-COUNT > ZERO
                   MOVE WS-OWNER-COUNT TO WS-OWNER-COUNT-FMT
                   STRING ' JOINT - ' WS-OWNER-COUNT-FMT
                      ' FURTHER OWNER(S)'
                      DELIMITED BY SIZE INTO WS-WL-NOTE
                END-IF
                MOVE WALLET-NO OF TEXE2 TO WS-WL-WALLET-NO
                MOVE CURRENCY-CODE OF TEXE2 TO WS-WL-CURRENCY
                MOVE WALLET OF TEXE2 TO WS-WL-WALLET
                PERFORM 9000-SQL-TROUBLE
           END-EVALUATE.

       3500-ADD-JOINT-LINES.
           EXEC SQL
              OPEN OJNT-CUR
           END-EXEC
           IF SQLCODE NOT = ZERO
              PERFORM 9000-SQL-TROUBLE
           ELSE
              PERFORM 3600-ADD-ONE-JOINT-WALLET
                 UNTIL SQLCODE = 100
              EXEC SQL
                 CLOSE OJNT-CUR
              END-EXEC
           END-IF.

       3600-ADD-ONE-JOINT-WALLET.
           EXEC SQL
              FETCH OJNT-CUR
              INTO :CUSTOMER-ID OF TEXOWN, :WALLET-NO OF TEXOWN,
                   :OWNER-ROLE OF TEXOWN, :SHARE-PCT OF TEXOWN,
                   :WALLET OF TEXE2, :CURRENCY-CODE OF TEXE2
           END-EXEC
           EVALUATE SQLCODE
             WHEN ZEROES
                MOVE WALLET-NO OF TEXOWN TO WS-JL-WALLET-NO
                MOVE CURRENCY-CODE OF TEXE2 TO WS-JL-CURRENCY
                MOVE WALLET OF TEXE2 TO WS-JL-WALLET
                MOVE CUSTOMER-ID OF TEXOWN TO WS-JL-HOLDER
                MOVE OWNER-ROLE OF TEXOWN TO WS-JL-ROLE
                MOVE SHARE-PCT OF TEXOWN TO WS-JL-SHARE
                MOVE WS-JOINT-LINE TO WS-MESSAGE-LINE
                PERFORM 7000-ADD-MESSAGE-LINE
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9000-SQL-TROUBLE
           END-EVALUATE.

       4000-ADD-HISTORY-LINES.
      * Most recent movements first, held to the screen's room the
      * same way CUSTINQ holds to its parameter card.
                PERFORM 9000-SQL-TROUBLE
           END-EVALUATE.

      * One keyed read - a customer with nothing logged has no record.
       5000-ADD-CORRESPONDENCE-LINES.
           EXEC CICS READ
               FILE('CORRLAST')
               INTO(WS-CORR-LATEST-RECORD)
               RIDFLD(WS-CUSTOMER-ID)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
             WHEN CICS-NORMAL
                PERFORM VARYING WS-CORR-IX FROM 1 BY 1
                        UNTIL WS-CORR-IX > CLR-ITEM-COUNT
                   MOVE CLR-ITEM-DATE (WS-CORR-IX) TO WS-CO-ITEM-DATE
                   MOVE CLR-ITEM-TYPE (WS-CORR-IX) TO WS-CO-ITEM-TYPE
                   MOVE CLR-MESSAGE-CODE (WS-CORR-IX)
                     TO WS-CO-MESSAGE-CODE
                   MOVE CLR-CHANNEL (WS-CORR-IX) TO WS-CO-CHANNEL
                   MOVE CLR-DISPOSITION (WS-CORR-IX)
                     TO WS-CO-DISPOSITION
                   MOVE CLR-PGM-NAME (WS-CORR-IX) TO WS-CO-PGM-NAME
                   MOVE CLR-REFERENCE (WS-CORR-IX) TO WS-CO-REFERENCE
                   MOVE WS-CORR-LINE TO WS-MESSAGE-LINE
                   PERFORM 7000-ADD-MESSAGE-LINE
                END-PERFORM
             WHEN CICS-NOTFND
                MOVE '  (NO CORRESPONDENCE ON FILE)' TO WS-MESSAGE-LINE
                PERFORM 7000-ADD-MESSAGE-LINE
             WHEN OTHER
                MOVE '  (CORRESPONDENCE NOT AVAILABLE)'
                  TO WS-MESSAGE-LINE
                PERFORM 7000-ADD-MESSAGE-LINE
           END-EVALUATE.

       7000-ADD-MESSAGE-LINE.
           IF WS-LINE-IX < 20
              ADD 1 TO WS-LINE-IX
