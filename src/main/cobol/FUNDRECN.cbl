       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FUNDRECN.
      *****************************************************************
      * Inbound funding settlement reconciliation. A web top-up
      * arrives through JSONIN, is taken in by JSONINTK and posts to
      * the wallet through WALADJPG - but the customer's money only
      * reaches our collection account when the bank settles it, and
      * nothing proved that it did. This run reads the bank's FUNDSTL
      * settlement file and matches it, by reference and amount,
      * against the web credits the apply actually posted: the
      * references JSONACK acknowledged APPLIED on JSONACKF, each
      * priced from its TEXE2HIST row.
      *
      * Every reference lands on the FUNDRPT report as MATCHED,
      * CREDIT NOT SETTLED, SETTLED NO CREDIT or AMOUNT MISMATCH.
      * Anything not matched is written to the FUNDOPNO open-item
      * file with the business date it first went unmatched; the
      * next run reads it back as FUNDOPNI, so an item carries
      * forward day after day, its age in days on the report, until
      * a settlement or a credit arrives that clears it. A bank that
      * settles one payment in parts simply adds each part to the
      * settled amount until the two sides agree.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * JSONACK's acknowledgement extract - one JSON line per inbound
      * web reference with its final disposition.
           SELECT ACK-EXTRACT-FILE ASSIGN TO "JSONACKF"
               ORGANIZATION LINE SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ACK-STATUS.
      * The bank's settlement file for the business date.
           SELECT SETTLEMENT-FILE ASSIGN TO "FUNDSTL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-STL-STATUS.
      * Yesterday's unreconciled items, as the previous run left
      * them, and today's for the next run.
           SELECT OPEN-ITEM-IN-FILE ASSIGN TO "FUNDOPNI"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-OPNI-STATUS.
           SELECT OPEN-ITEM-OUT-FILE ASSIGN TO "FUNDOPNO"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-OPNO-STATUS.
           SELECT RECON-REPORT ASSIGN TO "FUNDRPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the date new items are stamped with and the ages
      * are measured to.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACK-EXTRACT-FILE
           DATA RECORD IS ACK-EXTRACT-RECORD.
       01  ACK-EXTRACT-RECORD.
      * JSONACK writes every line the same shape -
      * {"adj_ref":"<12>","status":"<text>","reason":"<text>"} - so
      * the reference and the status sit at fixed positions.
           05  FILLER              PIC X(12).
           05  ACK-ADJ-REF         PIC X(12).
           05  FILLER              PIC X(12).
           05  ACK-STATUS-TEXT     PIC X(09).
           05  FILLER              PIC X(75).
       FD  SETTLEMENT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS SETTLEMENT-RECORD.
       01  SETTLEMENT-RECORD.
           COPY FUNDSTL.
       FD  OPEN-ITEM-IN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS OPEN-ITEM-IN-RECORD.
       01  OPEN-ITEM-IN-RECORD.
           COPY FUNDOPEN.
       FD  OPEN-ITEM-OUT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS OPEN-ITEM-OUT-RECORD.
       01  OPEN-ITEM-OUT-RECORD    PIC X(80).
       FD  RECON-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS RECON-REPORT-RECORD.
       01  RECON-REPORT-RECORD     PIC X(80).
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

       WORKING-STORAGE SECTION.

       01  FILLER.
           05  WS-ACK-STATUS        PIC XX.
               88  ACK-OK              VALUE '00'.
               88  ACK-EOF             VALUE '10'.
               88  ACK-NOT-FOUND       VALUE '35'.
           05  WS-STL-STATUS        PIC XX.
               88  STL-OK              VALUE '00'.
               88  STL-EOF             VALUE '10'.
               88  STL-NOT-FOUND       VALUE '35'.
           05  WS-OPNI-STATUS       PIC XX.
               88  OPNI-OK             VALUE '00'.
               88  OPNI-EOF            VALUE '10'.
               88  OPNI-NOT-FOUND      VALUE '35'.
           05  WS-OPNO-STATUS       PIC XX.
               88  OPNO-OK             VALUE '00'.
           05  WS-REPORT-STATUS     PIC XX.
               88  REPORT-OK           VALUE '00'.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK          VALUE '00'.
               88  BUSDATE-NOT-FOUND   VALUE '35'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'FUNDRECN'.
      * Web credits post under the apply's name - the same reference
      * could in principle exist under another program's.
           05  WS-APPLY-PGM-NAME    PIC X(08) VALUE 'WALADJPG'.
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
           05  WS-LOOK-REF          PIC X(12).
           05  WS-CREDIT-AMOUNT     PIC S9(8)V99 COMP-3 VALUE ZERO.
           05  WS-CREDIT-FOUND-SW   PIC X(01).
               88  CREDIT-ROW-FOUND    VALUE 'Y'.
           05  WS-RC-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  WS-RC-MAX            PIC S9(4) COMP VALUE 3000.
           05  WS-RC-IX             PIC S9(4) COMP.
           05  WS-RC-FOUND-IX       PIC S9(4) COMP.
           05  WS-RF-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  WS-RF-MAX            PIC S9(4) COMP VALUE 1000.
           05  WS-RF-IX             PIC S9(4) COMP.
           05  WS-MATCHED-COUNT     PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-MATCHED-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-UNSETTLED-COUNT   PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-UNSETTLED-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-UNPOSTED-COUNT    PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-UNPOSTED-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-MISMATCH-COUNT    PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-NOT-ON-HIST-COUNT PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-STL-REJECT-COUNT  PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-CARRIED-COUNT     PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZ9.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER               PIC X(25)
               VALUE 'FUNDING RECONCILIATION  '.
           05  FILLER               PIC X(10) VALUE 'BUS DATE '.
           05  WS-HL-BUS-DATE       PIC X(10).
           05  FILLER               PIC X(35) VALUE SPACES.
       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(25) VALUE 'RESULT'.
           05  FILLER               PIC X(13) VALUE 'REFERENCE'.
           05  FILLER               PIC X(14) VALUE '       POSTED'.
           05  FILLER               PIC X(14) VALUE '      SETTLED'.
           05  FILLER               PIC X(05) VALUE ' AGE'.
           05  FILLER               PIC X(09) VALUE 'WEB DISP'.
       01  WS-RECON-LINE.
           05  WS-RL-RESULT         PIC X(24).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-REF            PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-POSTED         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-SETTLED        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-AGE            PIC ZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-DISPOSITION    PIC X(09).
       01  WS-TOTAL-LINE.
           05  WS-TL-TAG            PIC X(24).
           05  WS-TL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-TL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(31) VALUE SPACES.

      * Every reference in play this run - yesterday's open items
      * first, then today's posted credits and settlements folded in
      * against them by reference.
       01  WS-RECON-TABLE.
           05  WS-RC-ENTRY OCCURS 3000 TIMES.
               10  WS-RC-REF          PIC X(12).
               10  WS-RC-POSTED-SW    PIC X(01).
                   88  WS-RC-POSTED       VALUE 'Y'.
               10  WS-RC-POSTED-AMT   PIC 9(8)V99.
               10  WS-RC-SETTLED-SW   PIC X(01).
                   88  WS-RC-SETTLED      VALUE 'Y'.
               10  WS-RC-SETTLED-AMT  PIC 9(8)V99.
               10  WS-RC-FIRST-SEEN   PIC X(10).
               10  WS-RC-DISPOSITION  PIC X(09).

      * The web references JSONACK reported refused - kept only so
      * that a settlement against one can say why no credit posted.
       01  WS-REFUSED-TABLE.
           05  WS-RF-ENTRY OCCURS 1000 TIMES.
               10  WS-RF-REF          PIC X(12).
               10  WS-RF-DISPOSITION  PIC X(09).

      * Call parameter block for DATEUTIL, the shared date utility
      * - the ages come out of its DIF function.
       01  WS-DATEUTIL-PARM.
           05 WS-DU-FUNCTION         PIC X(04).
           05 WS-DU-INPUT-DATE       PIC X(10).
           05 WS-DU-DAYS-TO-ADD      PIC S9(05).
           05 WS-DU-OUTPUT-DATE      PIC X(10).
           05 WS-DU-RETURN-CODE      PIC 9(02).
               88 WS-DU-OK              VALUE 00.
           05 WS-DU-INPUT-DATE-2     PIC X(10).
           05 WS-DU-DAYS-DIFFERENCE  PIC S9(07).
           05 WS-DU-REGION           PIC X(03).

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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'FUNDRECN'.

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXE2HIST END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-OPEN-ITEMS
           PERFORM 3000-LOAD-WEB-CREDITS
           PERFORM 4000-LOAD-SETTLEMENTS
           PERFORM VARYING WS-RC-IX FROM 1 BY 1
                   UNTIL WS-RC-IX > WS-RC-COUNT
              PERFORM 5000-RECONCILE-ONE-REF
           END-PERFORM
           PERFORM 8000-HOUSEKEEPING
           GOBACK.

       1000-INITIALIZE.
           MOVE ZERO TO RETURN-CODE

           OPEN INPUT ACK-EXTRACT-FILE
           EVALUATE TRUE
              WHEN ACK-OK
                 CONTINUE
              WHEN ACK-NOT-FOUND
                 MOVE 'IFNF' TO WS-ERRCODE-LOOKUP-CODE
                 PERFORM 9500-LOOKUP-ERROR-CODE
                 DISPLAY WS-ERRCODE-LOOKUP-TEXT ' (JSONACKF)'
                 MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
                 GOBACK
              WHEN OTHER
                 DISPLAY 'FUNDRECN: UNEXPECTED JSONACKF STATUS '
                     WS-ACK-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE

      * The bank sends the file every business day, empty on a day
      * nothing settled - no file at all is a missed delivery, not a
      * quiet day.
           OPEN INPUT SETTLEMENT-FILE
           EVALUATE TRUE
              WHEN STL-OK
                 CONTINUE
              WHEN STL-NOT-FOUND
                 MOVE 'IFNF' TO WS-ERRCODE-LOOKUP-CODE
                 PERFORM 9500-LOOKUP-ERROR-CODE
                 DISPLAY WS-ERRCODE-LOOKUP-TEXT ' (FUNDSTL)'
                 MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
                 GOBACK
              WHEN OTHER
                 DISPLAY 'FUNDRECN: UNEXPECTED FUNDSTL STATUS '
                     WS-STL-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE

           OPEN OUTPUT OPEN-ITEM-OUT-FILE
           IF NOT OPNO-OK
              DISPLAY 'FUNDRECN: UNEXPECTED FUNDOPNO STATUS '
                  WS-OPNO-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT RECON-REPORT
           IF NOT REPORT-OK
              DISPLAY 'FUNDRECN: UNEXPECTED FUNDRPT STATUS '
                  WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 1700-RESOLVE-BUSINESS-DATE

           MOVE WS-RUN-BUS-DATE TO WS-HL-BUS-DATE
           MOVE WS-HEADING-LINE TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE WS-COLUMN-LINE TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD.

      * The processing date comes from the window's control record;
      * a run with no control file falls back on the system date.
       1700-RESOLVE-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
              WHEN BUSDATE-OK
                 READ BUSINESS-DATE-FILE
                 IF BUSDATE-OK
                    MOVE BD-BUSINESS-DATE TO WS-RUN-BUS-DATE
                 END-IF
                 CLOSE BUSINESS-DATE-FILE
              WHEN BUSDATE-NOT-FOUND
                 DISPLAY 'FUNDRECN: NO BUSDATE CONTROL FILE - '
                     'USING THE SYSTEM DATE'
                 ACCEPT WS-RUN-DATE-RAW8 FROM DATE YYYYMMDD
                 MOVE WS-RUN-DATE-RAW8 (1:4) TO WS-RUN-BUS-DATE (1:4)
                 MOVE '-' TO WS-RUN-BUS-DATE (5:1)
                 MOVE WS-RUN-DATE-RAW8 (5:2) TO WS-RUN-BUS-DATE (6:2)
                 MOVE '-' TO WS-RUN-BUS-DATE (8:1)
                 MOVE WS-RUN-DATE-RAW8 (7:2) TO WS-RUN-BUS-DATE (9:2)
              WHEN OTHER
                 DISPLAY 'FUNDRECN: UNEXPECTED BUSDATE STATUS '
                     WS-BUSDATE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

      * Yesterday's unreconciled items go into the table first, with
      * the date they first went unmatched. No file means this is
      * the first run - nothing is open yet.
       2000-LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-IN-FILE
           EVALUATE TRUE
              WHEN OPNI-OK
                 READ OPEN-ITEM-IN-FILE
                 PERFORM WITH TEST BEFORE UNTIL OPNI-EOF
                    IF WS-RC-COUNT NOT LESS THAN WS-RC-MAX
                       PERFORM 9700-TABLE-FULL
                    END-IF
                    ADD 1 TO WS-RC-COUNT
                    MOVE FOP-REFERENCE TO WS-RC-REF (WS-RC-COUNT)
                    MOVE FOP-POSTED-SW
                      TO WS-RC-POSTED-SW (WS-RC-COUNT)
                    MOVE FOP-POSTED-AMT
                      TO WS-RC-POSTED-AMT (WS-RC-COUNT)
                    MOVE FOP-SETTLED-SW
                      TO WS-RC-SETTLED-SW (WS-RC-COUNT)
                    MOVE FOP-SETTLED-AMT
                      TO WS-RC-SETTLED-AMT (WS-RC-COUNT)
                    MOVE FOP-FIRST-SEEN
                      TO WS-RC-FIRST-SEEN (WS-RC-COUNT)
                    MOVE FOP-DISPOSITION
                      TO WS-RC-DISPOSITION (WS-RC-COUNT)
                    READ OPEN-ITEM-IN-FILE
                 END-PERFORM
                 CLOSE OPEN-ITEM-IN-FILE
              WHEN OPNI-NOT-FOUND
                 DISPLAY 'FUNDRECN: NO FUNDOPNI OPEN-ITEM FILE - '
                     'STARTING WITH NOTHING CARRIED FORWARD'
              WHEN OTHER
                 DISPLAY 'FUNDRECN: UNEXPECTED FUNDOPNI STATUS '
                     WS-OPNI-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

      * Only an APPLIED reference put money on a wallet. A refused
      * one is remembered with its disposition, for the settlement
      * that may still arrive against it.
       3000-LOAD-WEB-CREDITS.
           READ ACK-EXTRACT-FILE
           PERFORM WITH TEST BEFORE UNTIL ACK-EOF
              IF ACK-ADJ-REF NOT = SPACES
                 EVALUATE TRUE
                    WHEN ACK-STATUS-TEXT (1:8) = 'APPLIED"'
                       PERFORM 3100-TAKE-POSTED-CREDIT
                    WHEN ACK-STATUS-TEXT (1:9) = 'REJECTED"'
                       PERFORM 3300-REMEMBER-REFUSAL
                    WHEN ACK-STATUS-TEXT = 'EXCEPTION'
                       PERFORM 3300-REMEMBER-REFUSAL
                 END-EVALUATE
              END-IF
              READ ACK-EXTRACT-FILE
           END-PERFORM
           CLOSE ACK-EXTRACT-FILE.

      * The amount the wallet actually moved is the one the bank
      * must have settled - read it from the history row the apply
      * wrote, not from anything the web channel said.
       3100-TAKE-POSTED-CREDIT.
           MOVE ACK-ADJ-REF TO WS-LOOK-REF
           PERFORM 3200-FIND-POSTED-CREDIT
           IF NOT CREDIT-ROW-FOUND
              ADD 1 TO WS-NOT-ON-HIST-COUNT
              MOVE SPACES TO WS-RECON-LINE
              MOVE 'APPLIED NOT ON TEXE2HIST' TO WS-RL-RESULT
              MOVE WS-LOOK-REF TO WS-RL-REF
              MOVE ZERO TO WS-RL-POSTED WS-RL-SETTLED WS-RL-AGE
              MOVE 'APPLIED' TO WS-RL-DISPOSITION
              MOVE WS-RECON-LINE TO RECON-REPORT-RECORD
              WRITE RECON-REPORT-RECORD
           ELSE
              PERFORM 6000-FIND-OR-ADD-REF
              IF NOT WS-RC-POSTED (WS-RC-FOUND-IX)
                 SET WS-RC-POSTED (WS-RC-FOUND-IX) TO TRUE
                 MOVE WS-CREDIT-AMOUNT
                   TO WS-RC-POSTED-AMT (WS-RC-FOUND-IX)
                 MOVE 'APPLIED' TO WS-RC-DISPOSITION (WS-RC-FOUND-IX)
              END-IF
           END-IF.

       3200-FIND-POSTED-CREDIT.
           MOVE 'N' TO WS-CREDIT-FOUND-SW
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3210-TRY-SELECT-CREDIT
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                SET CREDIT-ROW-FOUND TO TRUE
                COMPUTE WS-CREDIT-AMOUNT =
                    NEW-WALLET OF TEXE2HIST - OLD-WALLET OF TEXE2HIST
      * A web line that lowered the wallet brought no money in - the
      * bank owes nothing for it.
                IF WS-CREDIT-AMOUNT < ZERO
                   MOVE ZERO TO WS-CREDIT-AMOUNT
                END-IF
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       3210-TRY-SELECT-CREDIT.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT OLD_WALLET, NEW_WALLET
                INTO :OLD-WALLET OF TEXE2HIST,
                     :NEW-WALLET OF TEXE2HIST
                FROM TEXE2HIST
                WHERE ADJ_REF = :WS-LOOK-REF
                  AND PGM_NAME = :WS-APPLY-PGM-NAME
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       3300-REMEMBER-REFUSAL.
           IF WS-RF-COUNT < WS-RF-MAX
              ADD 1 TO WS-RF-COUNT
              MOVE ACK-ADJ-REF TO WS-RF-REF (WS-RF-COUNT)
              IF ACK-STATUS-TEXT = 'EXCEPTION'
                 MOVE 'EXCEPTION' TO WS-RF-DISPOSITION (WS-RF-COUNT)
              ELSE
                 MOVE 'REJECTED' TO WS-RF-DISPOSITION (WS-RF-COUNT)
              END-IF
           END-IF.

      * Each settlement adds to what the bank has paid in against
      * its reference; a reference the run has not met before is
      * dated today.
       4000-LOAD-SETTLEMENTS.
           READ SETTLEMENT-FILE
           PERFORM WITH TEST BEFORE UNTIL STL-EOF
              IF STL-REFERENCE = SPACES
                 OR STL-AMOUNT NOT NUMERIC
                 ADD 1 TO WS-STL-REJECT-COUNT
                 DISPLAY 'FUNDRECN: SETTLEMENT ' STL-BANK-TRAN-ID
                     ' HAS NO REFERENCE OR A BAD AMOUNT - IGNORED'
              ELSE
                 MOVE STL-REFERENCE (1:12) TO WS-LOOK-REF
                 PERFORM 6000-FIND-OR-ADD-REF
                 SET WS-RC-SETTLED (WS-RC-FOUND-IX) TO TRUE
                 ADD STL-AMOUNT TO WS-RC-SETTLED-AMT (WS-RC-FOUND-IX)
                 IF WS-RC-DISPOSITION (WS-RC-FOUND-IX) = SPACES
                    PERFORM VARYING WS-RF-IX FROM 1 BY 1
                            UNTIL WS-RF-IX > WS-RF-COUNT
                       IF WS-RF-REF (WS-RF-IX) = WS-LOOK-REF
                          MOVE WS-RF-DISPOSITION (WS-RF-IX)
                            TO WS-RC-DISPOSITION (WS-RC-FOUND-IX)
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
              READ SETTLEMENT-FILE
           END-PERFORM
           CLOSE SETTLEMENT-FILE.

      * Both sides present for the same money clears the reference;
      * anything else is reported with its age and carried forward.
       5000-RECONCILE-ONE-REF.
           MOVE SPACES TO WS-RECON-LINE
           MOVE WS-RC-REF (WS-RC-IX) TO WS-RL-REF
           MOVE WS-RC-POSTED-AMT (WS-RC-IX) TO WS-RL-POSTED
           MOVE WS-RC-SETTLED-AMT (WS-RC-IX) TO WS-RL-SETTLED
           MOVE WS-RC-DISPOSITION (WS-RC-IX) TO WS-RL-DISPOSITION
           EVALUATE TRUE
              WHEN WS-RC-POSTED (WS-RC-IX)
               AND WS-RC-SETTLED (WS-RC-IX)
               AND WS-RC-POSTED-AMT (WS-RC-IX)
                 = WS-RC-SETTLED-AMT (WS-RC-IX)
                 MOVE 'MATCHED' TO WS-RL-RESULT
                 ADD 1 TO WS-MATCHED-COUNT
                 ADD WS-RC-POSTED-AMT (WS-RC-IX) TO WS-MATCHED-TOTAL
              WHEN WS-RC-POSTED (WS-RC-IX)
               AND WS-RC-SETTLED (WS-RC-IX)
                 MOVE 'AMOUNT MISMATCH' TO WS-RL-RESULT
                 ADD 1 TO WS-MISMATCH-COUNT
              WHEN WS-RC-POSTED (WS-RC-IX)
                 MOVE 'CREDIT NOT SETTLED' TO WS-RL-RESULT
                 ADD 1 TO WS-UNSETTLED-COUNT
                 ADD WS-RC-POSTED-AMT (WS-RC-IX) TO WS-UNSETTLED-TOTAL
              WHEN OTHER
                 MOVE 'SETTLED NO CREDIT' TO WS-RL-RESULT
                 ADD 1 TO WS-UNPOSTED-COUNT
                 ADD WS-RC-SETTLED-AMT (WS-RC-IX) TO WS-UNPOSTED-TOTAL
           END-EVALUATE

           IF WS-RL-RESULT = 'MATCHED'
              MOVE ZERO TO WS-RL-AGE
           ELSE
              PERFORM 5100-AGE-OPEN-ITEM
              PERFORM 5200-CARRY-FORWARD
           END-IF

           MOVE WS-RECON-LINE TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD.

       5100-AGE-OPEN-ITEM.
           MOVE 'DIF ' TO WS-DU-FUNCTION
           MOVE WS-RC-FIRST-SEEN (WS-RC-IX) TO WS-DU-INPUT-DATE
           MOVE WS-RUN-BUS-DATE TO WS-DU-INPUT-DATE-2
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF WS-DU-OK AND WS-DU-DAYS-DIFFERENCE > ZERO
              MOVE WS-DU-DAYS-DIFFERENCE TO WS-RL-AGE
           ELSE
              MOVE ZERO TO WS-RL-AGE
           END-IF.

       5200-CARRY-FORWARD.
           MOVE SPACES TO OPEN-ITEM-IN-RECORD
           MOVE WS-RC-REF (WS-RC-IX) TO FOP-REFERENCE
           MOVE WS-RC-POSTED-SW (WS-RC-IX) TO FOP-POSTED-SW
           MOVE WS-RC-POSTED-AMT (WS-RC-IX) TO FOP-POSTED-AMT
           MOVE WS-RC-SETTLED-SW (WS-RC-IX) TO FOP-SETTLED-SW
           MOVE WS-RC-SETTLED-AMT (WS-RC-IX) TO FOP-SETTLED-AMT
           MOVE WS-RC-FIRST-SEEN (WS-RC-IX) TO FOP-FIRST-SEEN
           MOVE WS-RC-DISPOSITION (WS-RC-IX) TO FOP-DISPOSITION
           MOVE OPEN-ITEM-IN-RECORD TO OPEN-ITEM-OUT-RECORD
           WRITE OPEN-ITEM-OUT-RECORD
           ADD 1 TO WS-CARRIED-COUNT.

      * Leaves WS-RC-FOUND-IX on the table entry for WS-LOOK-REF,
      * adding a fresh one dated today when the reference is new.
       6000-FIND-OR-ADD-REF.
           MOVE ZERO TO WS-RC-FOUND-IX
           PERFORM VARYING WS-RC-IX FROM 1 BY 1
                   UNTIL WS-RC-IX > WS-RC-COUNT
                      OR WS-RC-FOUND-IX > ZERO
              IF WS-RC-REF (WS-RC-IX) = WS-LOOK-REF
                 MOVE WS-RC-IX TO WS-RC-FOUND-IX
              END-IF
           END-PERFORM
           IF WS-RC-FOUND-IX = ZERO
              IF WS-RC-COUNT NOT LESS THAN WS-RC-MAX
                 PERFORM 9700-TABLE-FULL
              END-IF
              ADD 1 TO WS-RC-COUNT
              MOVE WS-RC-COUNT TO WS-RC-FOUND-IX
              MOVE WS-LOOK-REF TO WS-RC-REF (WS-RC-COUNT)
              MOVE 'N' TO WS-RC-POSTED-SW (WS-RC-COUNT)
              MOVE ZERO TO WS-RC-POSTED-AMT (WS-RC-COUNT)
              MOVE 'N' TO WS-RC-SETTLED-SW (WS-RC-COUNT)
              MOVE ZERO TO WS-RC-SETTLED-AMT (WS-RC-COUNT)
              MOVE WS-RUN-BUS-DATE TO WS-RC-FIRST-SEEN (WS-RC-COUNT)
              MOVE SPACES TO WS-RC-DISPOSITION (WS-RC-COUNT)
           END-IF.

       8000-HOUSEKEEPING.
           MOVE SPACES TO WS-TOTAL-LINE
           MOVE 'MATCHED                 ' TO WS-TL-TAG
           MOVE WS-MATCHED-COUNT TO WS-TL-COUNT
           MOVE WS-MATCHED-TOTAL TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE 'CREDITS NOT SETTLED     ' TO WS-TL-TAG
           MOVE WS-UNSETTLED-COUNT TO WS-TL-COUNT
           MOVE WS-UNSETTLED-TOTAL TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE 'SETTLED WITH NO CREDIT  ' TO WS-TL-TAG
           MOVE WS-UNPOSTED-COUNT TO WS-TL-COUNT
           MOVE WS-UNPOSTED-TOTAL TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           MOVE 'AMOUNT MISMATCHES       ' TO WS-TL-TAG
           MOVE WS-MISMATCH-COUNT TO WS-TL-COUNT
           MOVE ZERO TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD

           CLOSE OPEN-ITEM-OUT-FILE
           CLOSE RECON-REPORT

           MOVE WS-MATCHED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'FUNDRECN: REFERENCES MATCHED: ' WS-COUNT-FORMATTED
           MOVE WS-CARRIED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'FUNDRECN: OPEN ITEMS CARRIED FORWARD: '
               WS-COUNT-FORMATTED
           MOVE WS-NOT-ON-HIST-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'FUNDRECN: APPLIED BUT NOT ON TEXE2HIST: '
               WS-COUNT-FORMATTED
           MOVE WS-STL-REJECT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'FUNDRECN: SETTLEMENTS IGNORED: '
               WS-COUNT-FORMATTED

           IF WS-CARRIED-COUNT > ZERO
              OR WS-NOT-ON-HIST-COUNT > ZERO
              OR WS-STL-REJECT-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'FUNDRECN: SQLCODE ' SQLCODE
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
      * absent.
           MOVE WS-ERRCODE-LOOKUP-CODE TO WS-EL-CODE
           CALL 'ERRLOOK' USING WS-ERRLOOK-PARM
           MOVE WS-EL-RC TO WS-ERRCODE-LOOKUP-RC
           MOVE WS-EL-TEXT TO WS-ERRCODE-LOOKUP-TEXT
           MOVE WS-EL-FOUND-SW TO WS-ERRCODE-LOOKUP-SW
           IF WS-EL-ACTION NOT = SPACES
               DISPLAY 'OPERATOR ACTION: ' WS-EL-ACTION
           END-IF
           .

      * More references in play than the table holds - stop before
      * an item silently drops off the open-item file.
       9700-TABLE-FULL.
           DISPLAY 'FUNDRECN: MORE THAN ' WS-RC-MAX
               ' REFERENCES IN PLAY - RECONCILIATION ABANDONED'
           CLOSE OPEN-ITEM-OUT-FILE
           CLOSE RECON-REPORT
           MOVE 16 TO RETURN-CODE
           GOBACK.

       9800-CHECK-SQLCODE.
      * Common guard after every lookup - anything other than clean
      * completion or not found abandons the run.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              PERFORM 9999-ABORT
           END-IF.

       9999-ABORT.
           EXEC SQL
              ROLLBACK
           END-EXEC.
           DISPLAY 'FUNDRECN: UNEXPECTED SQLCODE ' SQLCODE
               ' - ABORTING'
           MOVE 16 TO RETURN-CODE
           GOBACK.
