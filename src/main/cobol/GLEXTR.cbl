       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLEXTR.
      *****************************************************************
      * Nightly general-ledger journal feed from TEXE2HIST. Every
      * posting program stamps its own PGM_NAME and reference prefix
      * on the history rows it writes, yet finance still keyed the
      * GL journal by hand off ACCRRPT, FEEREG and REVALREG. This
      * program reads the business date's movements, summarized by
      * PGM_NAME, the first two characters of ADJ_REF and the
      * wallet's currency, and maps each summary through the GLMAP
      * account-mapping file to a debit and a credit GL account. The
      * result is a journal in the ledger's upload format - header,
      * one debit and one credit line per mapped summary, and a
      * control trailer carrying the line count and both sides'
      * totals - which must balance before it is released.
      *
      * A movement that matches no mapping entry goes to the GLREJ
      * rejects report and fails the step RC 8, so a new posting
      * program can never quietly stay out of the ledger: someone
      * has to add its mapping before the journal is accepted.
      *
      * Parameter card: the home currency code the ledger books
      * blank-currency wallets in.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * One record per mapping, maintained by finance as data - a
      * new posting program needs a new GLMAP record, not a
      * recompile.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-GLMAP-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-JOURNAL-STATUS.
           SELECT GL-REJECT-REPORT ASSIGN TO "GLREJ"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REJECT-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the processing date every program stamps with,
      * immune to the window running past midnight.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
      * Shared run-log - one standard record per run, appended by
      * every batch program so the morning line can summarize the
      * whole night from one file.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GL-MAP-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS GL-MAP-RECORD.
       01  GL-MAP-RECORD.
           05  GLM-PGM-NAME        PIC X(08).
      * Blank matches any reference; one character ('I ', 'F ')
      * matches every reference starting with it; two characters
      * ('SO', 'CB') must match both.
           05  GLM-REF-PREFIX      PIC X(02).
      * Blank matches any currency.
           05  GLM-CURRENCY        PIC X(03).
      * The accounts as they apply to a movement that raises the
      * wallet balance; a movement that lowers it books the same
      * two accounts the other way round.
           05  GLM-DEBIT-ACCOUNT   PIC X(10).
           05  GLM-CREDIT-ACCOUNT  PIC X(10).
           05  FILLER              PIC X(07).
      * The ledger's upload format: 'H' header, 'D' detail lines,
      * 'T' control trailer.
       FD  GL-JOURNAL-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS GL-JOURNAL-RECORD.
       01  GL-JOURNAL-RECORD.
           05  GLJ-RECORD-TYPE     PIC X(01).
           05  GLJ-DETAIL-BODY     PIC X(79).
       01  GL-JOURNAL-HEADER REDEFINES GL-JOURNAL-RECORD.
           05  FILLER              PIC X(01).
           05  GLH-SOURCE          PIC X(08).
           05  GLH-BUS-DATE        PIC X(10).
           05  GLH-BATCH-ID        PIC X(12).
           05  FILLER              PIC X(49).
       01  GL-JOURNAL-DETAIL REDEFINES GL-JOURNAL-RECORD.
           05  FILLER              PIC X(01).
           05  GLD-BUS-DATE        PIC X(10).
           05  GLD-ACCOUNT         PIC X(10).
           05  GLD-DR-CR           PIC X(01).
           05  GLD-AMOUNT          PIC 9(11)V99.
           05  GLD-CURRENCY        PIC X(03).
           05  GLD-SOURCE-PGM      PIC X(08).
           05  GLD-REF-PREFIX      PIC X(02).
           05  GLD-MOVEMENTS       PIC 9(07).
           05  FILLER              PIC X(25).
       01  GL-JOURNAL-TRAILER REDEFINES GL-JOURNAL-RECORD.
           05  FILLER              PIC X(01).
           05  GLT-LINE-COUNT      PIC 9(07).
           05  GLT-DEBIT-TOTAL     PIC 9(13)V99.
           05  GLT-CREDIT-TOTAL    PIC 9(13)V99.
           05  FILLER              PIC X(42).
       FD  GL-REJECT-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS GL-REJECT-RECORD.
       01  GL-REJECT-RECORD        PIC X(80).
       FD  BUSINESS-DATE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 11 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS BUSINESS-DATE-RECORD.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE   PIC X(10).
           05  BD-STATUS          PIC X(01).
               88  BD-IS-OPEN     VALUE 'O'.
               88  BD-IS-CLOSED   VALUE 'C'.
       FD  RUN-LOG-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 63 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS RUN-LOG-RECORD.
       01  RUN-LOG-RECORD.
           05  RUN-PROGRAM        PIC X(08).
           05  RUN-BUS-DATE       PIC X(10).
           05  RUN-START-TIME     PIC X(08).
           05  RUN-END-TIME       PIC X(08).
           05  RUN-RECS-IN        PIC 9(9).
           05  RUN-RECS-OUT       PIC 9(9).
           05  RUN-RECS-REJECTED  PIC 9(9).
           05  RUN-RETURN-CODE    PIC 9(2).

       WORKING-STORAGE SECTION.

       01  FILLER.
           05  WS-GLMAP-STATUS      PIC XX.
               88  GLMAP-OK         VALUE '00'.
               88  GLMAP-EOF        VALUE '10'.
               88  GLMAP-NOT-FOUND  VALUE '35'.
           05  WS-JOURNAL-STATUS    PIC XX.
               88  JOURNAL-OK       VALUE '00'.
           05  WS-REJECT-STATUS     PIC XX.
               88  REJECT-OK        VALUE '00'.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK         VALUE '00'.
               88  BUSDATE-NOT-FOUND  VALUE '35'.
           05  WS-RUNLOG-STATUS     PIC XX.
               88  RUNLOG-OK        VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'GLEXTR'.
           05  WS-HOME-CURRENCY     PIC X(03) VALUE SPACES.
           05  WS-RUN-START-TIME    PIC X(08).
           05  WS-RUN-TIME-RAW      PIC 9(08).
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
           05  WS-SEL-TMS-LOW       PIC X(26).
           05  WS-SEL-TMS-HIGH      PIC X(26).
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.
      * One fetched summary: program, reference prefix and currency,
      * with the day's wallet increases and decreases kept apart -
      * netting them would hide a fee and its refund from the
      * ledger.
           05  WS-GS-PGM-NAME       PIC X(08).
           05  WS-GS-REF-PREFIX     PIC X(02).
           05  WS-GS-CURRENCY       PIC X(03).
           05  WS-GS-INCREASE       PIC S9(11)V99 COMP-3.
           05  WS-GS-DECREASE       PIC S9(11)V99 COMP-3.
           05  WS-GS-ROWS           PIC S9(9) COMP.
           05  WS-MAP-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  WS-MAP-MAX           PIC S9(4) COMP VALUE 200.
           05  WS-MAP-IX            PIC S9(4) COMP.
           05  WS-BEST-IX           PIC S9(4) COMP.
           05  WS-BEST-SCORE        PIC S9(4) COMP.
           05  WS-MAP-SCORE         PIC S9(4) COMP.
           05  WS-MAP-MATCH-SW      PIC X(01).
               88  MAP-MATCHES      VALUE 'Y'.
           05  WS-LINE-AMOUNT       PIC S9(11)V99 COMP-3.
           05  WS-LINE-DR-ACCOUNT   PIC X(10).
           05  WS-LINE-CR-ACCOUNT   PIC X(10).
           05  WS-SUMMARY-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-MOVEMENT-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-LINE-COUNT        PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-REJECT-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-DEBIT-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-CREDIT-TOTAL      PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZ9.

      * The mapping file in storage - a few dozen entries at most.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 200 TIMES.
               10  WS-MT-PGM-NAME     PIC X(08).
               10  WS-MT-REF-PREFIX   PIC X(02).
               10  WS-MT-CURRENCY     PIC X(03).
               10  WS-MT-DR-ACCOUNT   PIC X(10).
               10  WS-MT-CR-ACCOUNT   PIC X(10).

       01  WS-REJECT-HEADING.
           05  FILLER               PIC X(40) VALUE
               'GL EXTRACT - MOVEMENTS WITH NO MAPPING  '.
           05  WS-RH-DATE           PIC X(10).
           05  FILLER               PIC X(30) VALUE SPACES.
       01  WS-REJECT-LINE.
           05  WS-RL-PGM-NAME       PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RL-REF-PREFIX     PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RL-CURRENCY       PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RL-ROWS           PIC ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RL-INCREASE       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RL-DECREASE       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(16) VALUE SPACES.

      * Standard return-code/message-text registry shared with
      * FILECOPY, DB2PROG and BIPM012, so operations sees one
      * consistent set of codes and wording instead of this program's
      * own free text.
           COPY ERRCODES.
      * Call parameter block for ERRLOOK, the shared error-code
      * lookup - same field layout as ERRLOOK's own linkage section.
       01  WS-ERRLOOK-PARM.
           05  WS-EL-CODE          PIC X(04).
           05  WS-EL-RC            PIC 9(02).
           05  WS-EL-SEVERITY      PIC X(01).
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'GLEXTR'.

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXE2 END-EXEC.
       EXEC SQL INCLUDE TEXE2HIST END-EXEC.

      * The wallet row supplies the currency; a history row whose
      * wallet has since been closed and purged books as blank
      * currency, which the ledger takes in the home currency.
           EXEC SQL
              DECLARE GL-CUR CURSOR FOR
              SELECT H.PGM_NAME, SUBSTR(H.ADJ_REF, 1, 2),
                     COALESCE(E.CURRENCY_CODE, '   '),
                     SUM(CASE WHEN H.NEW_WALLET > H.OLD_WALLET
                              THEN H.NEW_WALLET - H.OLD_WALLET
                              ELSE 0 END),
                     SUM(CASE WHEN H.NEW_WALLET < H.OLD_WALLET
                              THEN H.OLD_WALLET - H.NEW_WALLET
                              ELSE 0 END),
                     COUNT(*)
              FROM TEXE2HIST H
                   LEFT OUTER JOIN TEXE2 E
                   ON  E.CUSTOMER_ID = H.CUSTOMER_ID
                   AND E.WALLET_NO   = H.WALLET_NO
              WHERE H.TMS_CREA BETWEEN :WS-SEL-TMS-LOW
                                   AND :WS-SEL-TMS-HIGH
              GROUP BY H.PGM_NAME, SUBSTR(H.ADJ_REF, 1, 2),
                       COALESCE(E.CURRENCY_CODE, '   ')
              ORDER BY 1, 2, 3
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-GL-MAP
           PERFORM 2000-OPEN-CURSOR
           PERFORM 3000-FETCH-AND-JOURNAL
              UNTIL SQLCODE = 100
           PERFORM 4000-CLOSE-CURSOR
           PERFORM 8000-HOUSEKEEPING
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-HOME-CURRENCY

           MOVE ZERO TO RETURN-CODE

           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           PERFORM 9600-RESOLVE-BUSINESS-DATE

           MOVE SPACES TO WS-SEL-TMS-LOW WS-SEL-TMS-HIGH
           STRING WS-RUN-BUS-DATE '-00.00.00.000000'
              DELIMITED BY SIZE INTO WS-SEL-TMS-LOW
           STRING WS-RUN-BUS-DATE '-24.00.00.000000'
              DELIMITED BY SIZE INTO WS-SEL-TMS-HIGH

           OPEN OUTPUT GL-JOURNAL-FILE
           IF NOT JOURNAL-OK
              DISPLAY 'GLEXTR: UNEXPECTED GLJRNL STATUS ON OPEN '
                  WS-JOURNAL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT GL-REJECT-REPORT
           IF NOT REJECT-OK
              DISPLAY 'GLEXTR: UNEXPECTED GLREJ STATUS ON OPEN '
                  WS-REJECT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-RUN-BUS-DATE TO WS-RH-DATE
           MOVE WS-REJECT-HEADING TO GL-REJECT-RECORD
           WRITE GL-REJECT-RECORD

      * The batch id is the source and the date - the ledger refuses
      * a second upload under the same id, so a rerun of the step
      * cannot double-book the day.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'H' TO GLJ-RECORD-TYPE
           MOVE 'WALLETS ' TO GLH-SOURCE
           MOVE WS-RUN-BUS-DATE TO GLH-BUS-DATE
           STRING 'WAL' WS-RUN-BUS-DATE (1:4) WS-RUN-BUS-DATE (6:2)
              WS-RUN-BUS-DATE (9:2) DELIMITED BY SIZE
              INTO GLH-BATCH-ID
           WRITE GL-JOURNAL-RECORD.

       1500-LOAD-GL-MAP.
      * No mapping file is not "post nothing" - it is every movement
      * unmapped, and the step must stop rather than send an empty
      * journal.
           OPEN INPUT GL-MAP-FILE
           EVALUATE TRUE
              WHEN GLMAP-OK
                 READ GL-MAP-FILE
                 PERFORM WITH TEST BEFORE
                         UNTIL GLMAP-EOF
                            OR WS-MAP-COUNT NOT LESS THAN WS-MAP-MAX
                    ADD 1 TO WS-MAP-COUNT
                    MOVE GLM-PGM-NAME
                      TO WS-MT-PGM-NAME (WS-MAP-COUNT)
                    MOVE GLM-REF-PREFIX
                      TO WS-MT-REF-PREFIX (WS-MAP-COUNT)
                    MOVE GLM-CURRENCY
                      TO WS-MT-CURRENCY (WS-MAP-COUNT)
                    MOVE GLM-DEBIT-ACCOUNT
                      TO WS-MT-DR-ACCOUNT (WS-MAP-COUNT)
                    MOVE GLM-CREDIT-ACCOUNT
                      TO WS-MT-CR-ACCOUNT (WS-MAP-COUNT)
                    READ GL-MAP-FILE
                 END-PERFORM
                 CLOSE GL-MAP-FILE
              WHEN OTHER
                 MOVE 'IFNF' TO WS-ERRCODE-LOOKUP-CODE
                 PERFORM 9500-LOOKUP-ERROR-CODE
                 DISPLAY WS-ERRCODE-LOOKUP-TEXT ' (GLMAP)'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE

           IF WS-MAP-COUNT NOT LESS THAN WS-MAP-MAX
              DISPLAY 'GLEXTR: GLMAP HAS MORE THAN ' WS-MAP-MAX
                  ' ENTRIES - ONLY THE FIRST ' WS-MAP-MAX ' LOADED'
           END-IF.

       2000-OPEN-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2010-TRY-OPEN
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           IF SQLCODE NOT = ZERO
              MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              PERFORM 9999-ABORT
           END-IF.

       2010-TRY-OPEN.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              OPEN GL-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       3000-FETCH-AND-JOURNAL.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3010-TRY-FETCH
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                PERFORM 3100-JOURNAL-ONE-SUMMARY

             WHEN 100
      *         CURSOR EXHAUSTED - NORMAL LOOP-EXIT CONDITION, NOT AN
      *         ERROR.
                CONTINUE

             WHEN OTHER
                MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
                PERFORM 9500-LOOKUP-ERROR-CODE
                DISPLAY WS-ERRCODE-LOOKUP-TEXT
                PERFORM 9999-ABORT
           END-EVALUATE.

       3010-TRY-FETCH.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              FETCH GL-CUR
              INTO :WS-GS-PGM-NAME, :WS-GS-REF-PREFIX,
                   :WS-GS-CURRENCY, :WS-GS-INCREASE,
                   :WS-GS-DECREASE, :WS-GS-ROWS
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       3100-JOURNAL-ONE-SUMMARY.
           ADD 1 TO WS-SUMMARY-COUNT
           ADD WS-GS-ROWS TO WS-MOVEMENT-COUNT
           IF WS-GS-CURRENCY = SPACES
              MOVE WS-HOME-CURRENCY TO WS-GS-CURRENCY
           END-IF

           PERFORM 3200-FIND-MAPPING
           IF WS-BEST-IX = ZERO
              PERFORM 3500-REJECT-SUMMARY
           ELSE
      * Increases book debit-account/credit-account as mapped,
      * decreases book them reversed; each side is its own pair of
      * lines so the journal balances line pair by line pair.
              IF WS-GS-INCREASE > ZERO
                 MOVE WS-GS-INCREASE TO WS-LINE-AMOUNT
                 MOVE WS-MT-DR-ACCOUNT (WS-BEST-IX)
                   TO WS-LINE-DR-ACCOUNT
                 MOVE WS-MT-CR-ACCOUNT (WS-BEST-IX)
                   TO WS-LINE-CR-ACCOUNT
                 PERFORM 3300-WRITE-LINE-PAIR
              END-IF
              IF WS-GS-DECREASE > ZERO
                 MOVE WS-GS-DECREASE TO WS-LINE-AMOUNT
                 MOVE WS-MT-CR-ACCOUNT (WS-BEST-IX)
                   TO WS-LINE-DR-ACCOUNT
                 MOVE WS-MT-DR-ACCOUNT (WS-BEST-IX)
                   TO WS-LINE-CR-ACCOUNT
                 PERFORM 3300-WRITE-LINE-PAIR
              END-IF
           END-IF.

       3200-FIND-MAPPING.
      * The most specific entry wins: a two-character prefix beats a
      * one-character prefix beats a blank, and a named currency
      * beats a blank one, so finance can keep a catch-all per
      * program and override it for one reference series.
           MOVE ZERO TO WS-BEST-IX
           MOVE -1 TO WS-BEST-SCORE
           PERFORM VARYING WS-MAP-IX FROM 1 BY 1
                   UNTIL WS-MAP-IX > WS-MAP-COUNT
              IF WS-MT-PGM-NAME (WS-MAP-IX) = WS-GS-PGM-NAME
                 PERFORM 3210-SCORE-ONE-MAPPING
                 IF MAP-MATCHES AND WS-MAP-SCORE > WS-BEST-SCORE
                    MOVE WS-MAP-IX TO WS-BEST-IX
                    MOVE WS-MAP-SCORE TO WS-BEST-SCORE
                 END-IF
              END-IF
           END-PERFORM.

       3210-SCORE-ONE-MAPPING.
           MOVE 'Y' TO WS-MAP-MATCH-SW
           MOVE ZERO TO WS-MAP-SCORE
           EVALUATE TRUE
              WHEN WS-MT-REF-PREFIX (WS-MAP-IX) = SPACES
                 CONTINUE
              WHEN WS-MT-REF-PREFIX (WS-MAP-IX) (2:1) = SPACE
                 IF WS-MT-REF-PREFIX (WS-MAP-IX) (1:1)
                       = WS-GS-REF-PREFIX (1:1)
                    MOVE 1 TO WS-MAP-SCORE
                 ELSE
                    MOVE 'N' TO WS-MAP-MATCH-SW
                 END-IF
              WHEN OTHER
                 IF WS-MT-REF-PREFIX (WS-MAP-IX) = WS-GS-REF-PREFIX
                    MOVE 2 TO WS-MAP-SCORE
                 ELSE
                    MOVE 'N' TO WS-MAP-MATCH-SW
                 END-IF
           END-EVALUATE

           IF WS-MT-CURRENCY (WS-MAP-IX) NOT = SPACES
              IF WS-MT-CURRENCY (WS-MAP-IX) = WS-GS-CURRENCY
                 ADD 4 TO WS-MAP-SCORE
              ELSE
                 MOVE 'N' TO WS-MAP-MATCH-SW
              END-IF
           END-IF.

       3300-WRITE-LINE-PAIR.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'D' TO GLJ-RECORD-TYPE
           MOVE WS-RUN-BUS-DATE TO GLD-BUS-DATE
           MOVE WS-LINE-DR-ACCOUNT TO GLD-ACCOUNT
           MOVE 'D' TO GLD-DR-CR
           MOVE WS-LINE-AMOUNT TO GLD-AMOUNT
           MOVE WS-GS-CURRENCY TO GLD-CURRENCY
           MOVE WS-GS-PGM-NAME TO GLD-SOURCE-PGM
           MOVE WS-GS-REF-PREFIX TO GLD-REF-PREFIX
           MOVE WS-GS-ROWS TO GLD-MOVEMENTS
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-LINE-COUNT
           ADD WS-LINE-AMOUNT TO WS-DEBIT-TOTAL

           MOVE WS-LINE-CR-ACCOUNT TO GLD-ACCOUNT
           MOVE 'C' TO GLD-DR-CR
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-LINE-COUNT
           ADD WS-LINE-AMOUNT TO WS-CREDIT-TOTAL.

       3500-REJECT-SUMMARY.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-GS-PGM-NAME TO WS-RL-PGM-NAME
           MOVE WS-GS-REF-PREFIX TO WS-RL-REF-PREFIX
           MOVE WS-GS-CURRENCY TO WS-RL-CURRENCY
           MOVE WS-GS-ROWS TO WS-RL-ROWS
           MOVE WS-GS-INCREASE TO WS-RL-INCREASE
           MOVE WS-GS-DECREASE TO WS-RL-DECREASE
           MOVE WS-REJECT-LINE TO GL-REJECT-RECORD
           WRITE GL-REJECT-RECORD.

       4000-CLOSE-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4010-TRY-CLOSE
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           IF SQLCODE NOT = ZERO
              MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              PERFORM 9999-ABORT
           END-IF.

       4010-TRY-CLOSE.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              CLOSE GL-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       8000-HOUSEKEEPING.
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE 'T' TO GLJ-RECORD-TYPE
           MOVE WS-LINE-COUNT TO GLT-LINE-COUNT
           MOVE WS-DEBIT-TOTAL TO GLT-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO GLT-CREDIT-TOTAL
           WRITE GL-JOURNAL-RECORD
           CLOSE GL-JOURNAL-FILE

           IF WS-REJECT-COUNT = ZERO
              MOVE 'NO UNMAPPED MOVEMENTS' TO GL-REJECT-RECORD
              WRITE GL-REJECT-RECORD
           END-IF
           CLOSE GL-REJECT-REPORT

           MOVE WS-MOVEMENT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'GLEXTR: HISTORY MOVEMENTS READ: '
               WS-COUNT-FORMATTED
           MOVE WS-LINE-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'GLEXTR: JOURNAL LINES WRITTEN: '
               WS-COUNT-FORMATTED
           MOVE WS-REJECT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'GLEXTR: UNMAPPED SUMMARIES: ' WS-COUNT-FORMATTED

      * The pairs are built balanced, so a trailer that does not
      * balance means the journal itself is damaged - never let the
      * ledger see it.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
              MOVE 'CTOT' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT ' (GLJRNL)'
              MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
           END-IF

           IF WS-REJECT-COUNT > ZERO AND RETURN-CODE < 8
              DISPLAY 'GLEXTR: MOVEMENTS WITH NO GLMAP ENTRY - SEE '
                  'GLREJ, JOURNAL NOT TO BE RELEASED'
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9700-WRITE-RUN-LOG.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'GLEXTR: SQLCODE ' SQLCODE
               ' - DEADLOCK/TIMEOUT, RETRY ' WS-RETRY-COUNT
               ' OF ' WS-MAX-RETRIES ' IN ' WS-RETRY-DELAY-SECS
               ' SECONDS'
           CALL 'C$SLEEP' USING WS-RETRY-DELAY-SECS
           .

       9500-LOOKUP-ERROR-CODE.
      * Look the code up through the shared ERRLOOK routine, which
      * reads the loadable ERRCFILE registry at run time - carrying
      * the severity and operator-action line the registry now has -
      * and falls back to the compiled-in table when the file is
      * absent. Adding a code or rewording a message is a data
      * change now, not a nine-program recompile.
           MOVE WS-ERRCODE-LOOKUP-CODE TO WS-EL-CODE
           CALL 'ERRLOOK' USING WS-ERRLOOK-PARM
           MOVE WS-EL-RC TO WS-ERRCODE-LOOKUP-RC
           MOVE WS-EL-TEXT TO WS-ERRCODE-LOOKUP-TEXT
           MOVE WS-EL-FOUND-SW TO WS-ERRCODE-LOOKUP-SW
           IF WS-EL-ACTION NOT = SPACES
               DISPLAY 'OPERATOR ACTION: ' WS-EL-ACTION
           END-IF
           .

       9600-RESOLVE-BUSINESS-DATE.
      * The processing date comes from the window's control record.
      * The extract reads a date that is still open or one already
      * closed alike - a journal re-cut for a closed date is a
      * legitimate request from finance. With no control file at
      * all the system date stands in, with a note.
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
               WHEN BUSDATE-OK
                   READ BUSINESS-DATE-FILE
                   IF BUSDATE-OK
                       MOVE BD-BUSINESS-DATE TO WS-RUN-BUS-DATE
                   END-IF
                   CLOSE BUSINESS-DATE-FILE
               WHEN BUSDATE-NOT-FOUND
                   DISPLAY 'GLEXTR: NO BUSDATE CONTROL FILE - '
                       'USING THE SYSTEM DATE'
                   ACCEPT WS-RUN-DATE-RAW8 FROM DATE YYYYMMDD
                   MOVE WS-RUN-DATE-RAW8 (1:4)
                     TO WS-RUN-BUS-DATE (1:4)
                   MOVE '-' TO WS-RUN-BUS-DATE (5:1)
                   MOVE WS-RUN-DATE-RAW8 (5:2)
                     TO WS-RUN-BUS-DATE (6:2)
                   MOVE '-' TO WS-RUN-BUS-DATE (8:1)
                   MOVE WS-RUN-DATE-RAW8 (7:2)
                     TO WS-RUN-BUS-DATE (9:2)
               WHEN OTHER
                   DISPLAY 'GLEXTR: UNEXPECTED BUSDATE STATUS '
                       WS-BUSDATE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       9700-WRITE-RUN-LOG.
      * Append this run's standard record to the shared run log -
      * the counts tell the morning line what moved, the return
      * code whether it moved cleanly.
           MOVE WS-PGM-NAME TO RUN-PROGRAM
           MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE
           MOVE WS-RUN-START-TIME TO RUN-START-TIME
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO RUN-END-TIME (1:2)
           MOVE ':'                   TO RUN-END-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO RUN-END-TIME (4:2)
           MOVE ':'                   TO RUN-END-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO RUN-END-TIME (7:2)
           MOVE WS-MOVEMENT-COUNT TO RUN-RECS-IN
           MOVE WS-LINE-COUNT TO RUN-RECS-OUT
           MOVE WS-REJECT-COUNT TO RUN-RECS-REJECTED
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUNLOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUNLOG-OK
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY 'GLEXTR: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9999-ABORT.
           EXEC SQL
              ROLLBACK
           END-EXEC.
           DISPLAY 'GLEXTR: UNEXPECTED SQLCODE ' SQLCODE
               ' - ABORTING'
           MOVE 16 TO RETURN-CODE
           GOBACK.
