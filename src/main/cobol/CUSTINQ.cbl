      * row with its status, the current TEXE2 wallet, and the most
      * recent TEXE2HIST movements (up to the count on the parameter
      * card) with timestamps and the PGM_NAME that made each one.
      * A wallet shared with further owners on TEXOWN is marked as
      * joint, and the wallets the customer co-owns under another
      * holder are listed after their own.
      *
      * The profile ends with the customer's latest correspondence -
      * the last few items on the CORRHIST history CORRLOG keeps for
      * every letter, statement, certificate and notice produced and
      * every piece returned: the date, the item, the channel and
      * what became of it. CORRINQ lists the full history over a
      * date range.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * Wallet holds, maintained by HOLDMNT - the profile shows each
      * wallet's active holds and the available balance they leave.
           SELECT WALLET-HOLD-FILE ASSIGN TO "WALHOLDS"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY WHD-HOLD-NO
               FILE STATUS WS-WHOLD-STATUS.
      * Correspondence history, oldest first, written by CORRLOG -
      * read through once per profile for the customer's latest.
           SELECT CORRESPONDENCE-FILE ASSIGN TO "CORRHIST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CORRHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  INQUIRY-CARD-FILE
           DATA RECORD IS INQUIRY-REPORT-RECORD.
       01  INQUIRY-REPORT-RECORD   PIC X(80).
       FD  WALLET-HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WALLET-HOLD-RECORD.
       01  WALLET-HOLD-RECORD.
           COPY WALHOLDS.
       FD  CORRESPONDENCE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS CORRESPONDENCE-RECORD.
       01  CORRESPONDENCE-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.

           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-OWNER-COUNT       PIC S9(4) COMP VALUE ZERO.
           05  WS-OWNER-COUNT-FMT   PIC Z9.
           05  WS-CORRHIST-STATUS   PIC XX.
               88  CORRHIST-OK         VALUE '00'.
               88  CORRHIST-EOF        VALUE '10'.
               88  CORRHIST-NOT-FOUND  VALUE '35'.
           05  WS-CORR-LIMIT        PIC S9(4) COMP VALUE 5.
           05  WS-CORR-KEPT         PIC S9(4) COMP VALUE ZERO.
           05  WS-CORR-IX           PIC S9(4) COMP.

       01  WS-PROFILE-HEAD-LINE.
           05  FILLER               PIC X(09) VALUE 'CUSTOMER '.
           05  WS-WL-WALLET         PIC -ZZ,ZZZ,ZZ9.99.
           05  WS-WL-NOTE           PIC X(30) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE SPACES.
      * One line per wallet the customer co-owns under another
      * holder - whose it is, and on what footing.
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
           05  FILLER               PIC X(12) VALUE SPACES.
       01  WS-HISTORY-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-HL-WALLET-NO      PIC 9(2).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-AV-AMOUNT         PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(51) VALUE SPACES.
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
           05  FILLER               PIC X(22) VALUE SPACES.
       01  WS-MESSAGE-LINE          PIC X(80).

      * The CORRHIST record being read, and the customer's latest
      * items as the file goes by - the oldest drops off the front
      * when a newer one comes.
       01  WS-CORR-ITEM.
           COPY CORRHIST.
       01  WS-CORR-TABLE.
           05  WS-CORR-ENTRY        PIC X(80) OCCURS 5 TIMES.

      * Call parameter block for CHKDIGIT, the shared check-digit
      * routine - same field layout as CHKDIGIT's own linkage
      * section.
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'CUSTINQ'.

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.
       EXEC SQL INCLUDE TEXE2HIST END-EXEC.
       EXEC SQL INCLUDE TEXOWN END-EXEC.

           EXEC SQL
              DECLARE HIST-CUR CURSOR FOR
      * Every wallet the customer holds, wallet number order, so the
      * profile names each wallet rather than pretending there is
      * only one.
      * The count of further owners marks a joint wallet.
           EXEC SQL
              DECLARE WAL-CUR CURSOR FOR
              SELECT W.WALLET_NO, W.WALLET, W.CURRENCY_CODE,
                     (SELECT COUNT(*) FROM TEXOWN O
                      WHERE O.CUSTOMER_ID = W.CUSTOMER_ID
                        AND O.WALLET_NO = W.WALLET_NO)
              FROM TEXE2 W
              WHERE W.CUSTOMER_ID = :CARD-CUSTOMER-ID
              ORDER BY W.WALLET_NO
           END-EXEC.

      * The wallets the customer co-owns under another holder.
           EXEC SQL
              DECLARE JNT-CUR CURSOR FOR
              SELECT O.CUSTOMER_ID, O.WALLET_NO, O.OWNER_ROLE,
                     O.SHARE_PCT, W.WALLET, W.CURRENCY_CODE
              FROM TEXOWN O, TEXE2 W
              WHERE O.CO_OWNER_ID = :CARD-CUSTOMER-ID
                AND W.CUSTOMER_ID = O.CUSTOMER_ID
                AND W.WALLET_NO = O.WALLET_NO
              ORDER BY O.CUSTOMER_ID, O.WALLET_NO
           END-EXEC.

       PROCEDURE DIVISION.
           ELSE
              PERFORM 3200-PRINT-PROFILE-HEAD
              PERFORM 3300-PRINT-WALLET
              PERFORM 3370-PRINT-JOINT-WALLETS
              PERFORM 3400-PRINT-HISTORY
              PERFORM 3600-PRINT-CORRESPONDENCE
           END-IF

           MOVE SPACES TO INQUIRY-REPORT-RECORD
              FETCH WAL-CUR
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
              WRITE INQUIRY-REPORT-RECORD
           END-IF.

       3370-PRINT-JOINT-WALLETS.
           EXEC SQL
              OPEN JNT-CUR
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              PERFORM 9999-ABORT
           END-IF

           PERFORM 3380-FETCH-ONE-JOINT-WALLET
              UNTIL SQLCODE = 100

           EXEC SQL
              CLOSE JNT-CUR
           END-EXEC
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              PERFORM 9999-ABORT
           END-IF.

       3380-FETCH-ONE-JOINT-WALLET.
           EXEC SQL
              FETCH JNT-CUR
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
                MOVE WS-JOINT-LINE TO INQUIRY-REPORT-RECORD
                WRITE INQUIRY-REPORT-RECORD
             WHEN 100
                CONTINUE
             WHEN OTHER
                MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
                PERFORM 9500-LOOKUP-ERROR-CODE
                DISPLAY WS-ERRCODE-LOOKUP-TEXT
                PERFORM 9999-ABORT
           END-EVALUATE.

       3400-PRINT-HISTORY.
      * Most recent movements first, capped at the parameter-card
      * limit - the cursor is simply closed once enough have been
                PERFORM 9999-ABORT
           END-EVALUATE.

      * The customer's latest items off CORRHIST - the file is in the
      * order the items went, so the last ones kept are the latest.
      * No file yet simply means nothing has been logged.
       3600-PRINT-CORRESPONDENCE.
           MOVE ZERO TO WS-CORR-KEPT
           OPEN INPUT CORRESPONDENCE-FILE
           EVALUATE TRUE
              WHEN CORRHIST-OK
                 READ CORRESPONDENCE-FILE INTO WS-CORR-ITEM
                 PERFORM WITH TEST BEFORE UNTIL NOT CORRHIST-OK
                    IF CRH-CUSTOMER-ID = CARD-CUSTOMER-ID
                       PERFORM 3650-KEEP-CORR-ITEM
                    END-IF
                    READ CORRESPONDENCE-FILE INTO WS-CORR-ITEM
                 END-PERFORM
                 IF NOT CORRHIST-EOF
                    DISPLAY 'CUSTINQ: UNEXPECTED CORRHIST STATUS '
                        'ON READ ' WS-CORRHIST-STATUS
                    MOVE 16 TO RETURN-CODE
                 END-IF
                 CLOSE CORRESPONDENCE-FILE
              WHEN CORRHIST-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'CUSTINQ: UNEXPECTED CORRHIST STATUS '
                     WS-CORRHIST-STATUS
                 MOVE 16 TO RETURN-CODE
           END-EVALUATE

           IF WS-CORR-KEPT = ZERO
              MOVE '  (NO CORRESPONDENCE ON CORRHIST)'
                TO INQUIRY-REPORT-RECORD
              WRITE INQUIRY-REPORT-RECORD
           END-IF
           PERFORM VARYING WS-CORR-IX FROM WS-CORR-KEPT BY -1
                   UNTIL WS-CORR-IX < 1
              MOVE WS-CORR-ENTRY (WS-CORR-IX) TO WS-CORR-ITEM
              MOVE CRH-ITEM-DATE TO WS-CO-ITEM-DATE
              MOVE CRH-ITEM-TYPE TO WS-CO-ITEM-TYPE
              MOVE CRH-MESSAGE-CODE TO WS-CO-MESSAGE-CODE
              MOVE CRH-CHANNEL TO WS-CO-CHANNEL
              MOVE CRH-DISPOSITION TO WS-CO-DISPOSITION
              MOVE CRH-PGM-NAME TO WS-CO-PGM-NAME
              MOVE CRH-REFERENCE TO WS-CO-REFERENCE
              MOVE WS-CORR-LINE TO INQUIRY-REPORT-RECORD
              WRITE INQUIRY-REPORT-RECORD
           END-PERFORM.

       3650-KEEP-CORR-ITEM.
           IF WS-CORR-KEPT < WS-CORR-LIMIT
              ADD 1 TO WS-CORR-KEPT
           ELSE
              PERFORM VARYING WS-CORR-IX FROM 2 BY 1
                      UNTIL WS-CORR-IX > WS-CORR-LIMIT
                 MOVE WS-CORR-ENTRY (WS-CORR-IX)
                   TO WS-CORR-ENTRY (WS-CORR-IX - 1)
              END-PERFORM
           END-IF
           MOVE WS-CORR-ITEM TO WS-CORR-ENTRY (WS-CORR-KEPT).

       8000-HOUSEKEEPING.
           CLOSE INQUIRY-CARD-FILE
           CLOSE INQUIRY-REPORT
