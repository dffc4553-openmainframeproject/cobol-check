      *   - re-points the duplicate's earlier history rows at the
      *     survivor, so one profile answers for the whole past;
      *   - closes the duplicate via CUST-STATUS;
      *   - carries the duplicate's joint-wallet ownership across:
      *     TEXOWN rows naming the duplicate as a further owner are
      *     re-pointed at the survivor, and each row moved is
      *     written to the OWNRAUDT ownership audit. A merge that
      *     would strand another live owner on a wallet the
      *     duplicate holds, or make the survivor co-own a wallet
      *     twice, is refused;
      *   - carries the duplicate's guardian links across: minors
      *     the duplicate guards are guarded by the survivor, and a
      *     guardian link on the duplicate itself moves to the
      *     survivor unless the survivor already has one. Every
      *     link re-pointed or removed is written to the GRDNAUDT
      *     guardian audit; an ended link is the record of who
      *     answered for a minor and is never removed;
      * and prints a before/after merge report. Any failure before
      * the commit leaves both customers exactly as the run found
      * them.
      *
      * No run starts on one person's word. SYSIN carries the
      * submitter's USERNO and a dual-control token another APPROVE
      * user raised through AUTHMNT for CUSTMERG, scoped to one
      * survivor/duplicate pair; AUTHCHK must accept it against the
      * first card's pair, and any card for another pair is refused.
      *
      * Every TEXE2HIST row posted here is also handed to MOVEVENT as
      * a movement event, released to the shared MOVEVENT file after
      * each commit, for MOVEPUB's feed to the CRM and fraud
      * platforms.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
           SELECT OWNER-AUDIT-FILE ASSIGN TO "OWNRAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-OWNRAUDT-STATUS.
           SELECT GUARDIAN-AUDIT-FILE ASSIGN TO "GRDNAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-GRDNAUDT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-CARD-FILE
           RECORDING MODE F
           DATA RECORD IS MERGE-REPORT-RECORD.
       01  MERGE-REPORT-RECORD     PIC X(80).
       FD  OWNER-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 65 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS OWNER-AUDIT-RECORD.
       01  OWNER-AUDIT-RECORD.
           COPY OWNRAUDT.
       FD  GUARDIAN-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 70 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS GUARDIAN-AUDIT-RECORD.
       01  GUARDIAN-AUDIT-RECORD.
           COPY GRDNAUDT.

       WORKING-STORAGE SECTION.

           05  WS-REPORT-STATUS     PIC XX.
               88  REPORT-OK        VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'CUSTMERG'.
           05  WS-SUBMITTER-USERNO  PIC 9(03) VALUE ZERO.
           05  WS-TOKEN-ID          PIC X(12) VALUE SPACES.
           05  WS-AUTH-PAIR         PIC X(18) VALUE SPACES.
           05  WS-DATE-RAW          PIC 9(08).
           05  WS-MERGE-GOOD-SW     PIC X(01).
               88  MERGE-GOOD       VALUE 'Y'.
           05  WS-MG-WALLET-NO      PIC 9(2).
           05  WS-MG-BALANCE        PIC S9(8)V99 COMP-3.
           05  WS-MG-CURRENCY       PIC X(03).
           05  WS-MG-PRODUCT        PIC X(04).
           05  WS-SURV-BALANCE      PIC S9(8)V99 COMP-3.
           05  WS-SURV-NEW          PIC S9(8)V99 COMP-3.
           05  WS-SURV-HAS-WALLET   PIC X(01).
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-OWNRAUDT-STATUS   PIC XX.
               88  OWNRAUDT-OK      VALUE '00'.
           05  WS-TODAY-DATE        PIC X(10).
           05  WS-JOINT-COUNT       PIC S9(9) COMP.
           05  WS-OWNERS-MOVED      PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-OWNERS-FORMATTED  PIC ZZ9.
           05  WS-MO-CUSTOMER-ID    PIC 9(9).
           05  WS-MO-WALLET-NO      PIC 9(2).
           05  WS-MO-CO-OWNER-ID    PIC 9(9).
           05  WS-MO-ROLE           PIC X(01).
           05  WS-MO-SHARE          PIC S9(3)V99 COMP-3.
           05  WS-GRDNAUDT-STATUS   PIC XX.
               88  GRDNAUDT-OK      VALUE '00'.
           05  WS-GUARDIANS-MOVED   PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-MG-CUSTOMER-ID    PIC 9(9).
           05  WS-MG-GUARDIAN-ID    PIC 9(9).
           05  WS-MG-RELATIONSHIP   PIC X(01).
           05  WS-MG-GRD-STATUS     PIC X(01).
               88  MG-GUARDIAN-ACTIVE VALUE 'A'.
           05  WS-SURV-GUARDIAN-ID  PIC 9(9).
           05  WS-SURV-GRD-STATUS   PIC X(01).
           05  WS-SURV-GRD-SW       PIC X(01).
               88  SURVIVOR-KEEPS-GUARDIAN VALUE 'Y'.

       01  WS-REPORT-LINE.
           05  WS-RL-TAG            PIC X(08).
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'CUSTMERG'.

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

      * Call parameter block for MOVEVENT, the shared movement-event
      * routine - same field layout as MOVEVENT's own linkage
      * section. Each history row's event is held there until the
      * unit of work commits. The row's timestamp is read into
      * WS-ME-TMS-CREA before the insert, so the event and the row
      * carry the same one.
       01  WS-MOVEVENT-PARM.
           05  WS-ME-FUNCTION      PIC X(04).
           05  WS-ME-CUSTOMER-ID   PIC 9(09).
           05  WS-ME-WALLET-NO     PIC 9(02).
           05  WS-ME-OLD-WALLET    PIC S9(8)V99 COMP-3.
           05  WS-ME-NEW-WALLET    PIC S9(8)V99 COMP-3.
           05  WS-ME-ADJ-REF       PIC X(12).
           05  WS-ME-REV-ADJ-REF   PIC X(12).
           05  WS-ME-PGM-NAME      PIC X(08).
           05  WS-ME-TMS-CREA      PIC X(26).
           05  WS-ME-RC            PIC 9(02).
           05  WS-ME-COUNT         PIC 9(05).

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.
       EXEC SQL INCLUDE TEXE2HIST END-EXEC.
       EXEC SQL INCLUDE TEXOWN END-EXEC.

      * The duplicate's wallets, one by one - each is debited to
      * zero and its balance credited onto the survivor's matching
      * wallet (created at zero when the survivor lacks it, on the
      * duplicate wallet's product).
           EXEC SQL
              DECLARE DUPW-CUR CURSOR FOR
              SELECT WALLET_NO, WALLET, CURRENCY_CODE, PRODUCT_CODE
              FROM TEXE2
              WHERE CUSTOMER_ID = :MRG-DUPLICATE-ID
              ORDER BY WALLET_NO
           END-EXEC.

      * Every ownership row the merge touches - the duplicate as a
      * further owner of someone's wallet, and the further owners
      * of the duplicate's own wallets - read for the audit before
      * the set-level update moves them.
           EXEC SQL
              DECLARE MOWN-CUR CURSOR FOR
              SELECT CUSTOMER_ID, WALLET_NO, CO_OWNER_ID,
                     OWNER_ROLE, SHARE_PCT
              FROM TEXOWN
              WHERE CO_OWNER_ID = :MRG-DUPLICATE-ID
                 OR CUSTOMER_ID = :MRG-DUPLICATE-ID
              ORDER BY CUSTOMER_ID, WALLET_NO, CO_OWNER_ID
           END-EXEC.

      * Every guardian row naming the duplicate, as minor or as
      * guardian - read for the GRDNAUDT audit before the set-level
      * statements move or remove them.
           EXEC SQL
              DECLARE MGRD-CUR CURSOR FOR
              SELECT CUSTOMER_ID, GUARDIAN_ID, RELATIONSHIP,
                     GRD_STATUS
              FROM TEXGRD
              WHERE GUARDIAN_ID = :MRG-DUPLICATE-ID
                 OR CUSTOMER_ID = :MRG-DUPLICATE-ID
              ORDER BY CUSTOMER_ID
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0300-ACQUIRE-WALLET-LOCK
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-CARD
           IF NOT CARD-EOF
              PERFORM 0400-CHECK-DUAL-CONTROL
           END-IF
           PERFORM WITH TEST BEFORE UNTIL CARD-EOF
              PERFORM 3000-MERGE-ONE-PAIR
              PERFORM 2000-READ-CARD
           MOVE WS-PGM-NAME TO WS-WL-PROGRAM
           CALL 'WALLOCK' USING WS-WALLOCK-PARM.

      * A second person's say-so, as a token AUTHCHK accepts and
      * spends, before the run may touch anything.
       0400-CHECK-DUAL-CONTROL.
           ACCEPT WS-SUBMITTER-USERNO
           ACCEPT WS-TOKEN-ID
           MOVE MERGE-CARD-RECORD TO WS-AUTH-PAIR
           MOVE SPACES TO WS-AC-SCOPE
           STRING MRG-SURVIVOR-ID '/' MRG-DUPLICATE-ID
              DELIMITED BY SIZE INTO WS-AC-SCOPE
           MOVE 'USE ' TO WS-AC-FUNCTION
           MOVE WS-PGM-NAME TO WS-AC-PROGRAM
           MOVE WS-TOKEN-ID TO WS-AC-TOKEN-ID
           MOVE WS-SUBMITTER-USERNO TO WS-AC-SUBMITTER
           CALL 'AUTHCHK' USING WS-AUTHCHK-PARM
           IF WS-AC-RC NOT = ZERO
              DISPLAY 'CUSTMERG: DUAL-CONTROL TOKEN ' WS-TOKEN-ID
                  ' REFUSED - ' WS-AC-REASON
              MOVE 8 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF
           DISPLAY 'CUSTMERG: RUN BY ' WS-SUBMITTER-USERNO
               ' AUTHORISED BY ' WS-AC-RAISED-BY
               ' UNDER TOKEN ' WS-TOKEN-ID.

       1000-INITIALIZE.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-DATE-RAW(1:4) TO WS-TODAY-DATE(1:4)
           MOVE '-'              TO WS-TODAY-DATE(5:1)
           MOVE WS-DATE-RAW(5:2) TO WS-TODAY-DATE(6:2)
           MOVE '-'              TO WS-TODAY-DATE(8:1)
           MOVE WS-DATE-RAW(7:2) TO WS-TODAY-DATE(9:2)

           OPEN INPUT MERGE-CARD-FILE
           EVALUATE TRUE
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF

           OPEN EXTEND OWNER-AUDIT-FILE
           IF NOT OWNRAUDT-OK
              OPEN OUTPUT OWNER-AUDIT-FILE
           END-IF
           IF NOT OWNRAUDT-OK
              DISPLAY 'CUSTMERG: UNEXPECTED OWNRAUDT STATUS '
                  WS-OWNRAUDT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF

           OPEN EXTEND GUARDIAN-AUDIT-FILE
           IF NOT GRDNAUDT-OK
              OPEN OUTPUT GUARDIAN-AUDIT-FILE
           END-IF
           IF NOT GRDNAUDT-OK
              DISPLAY 'CUSTMERG: UNEXPECTED GRDNAUDT STATUS '
                  WS-GRDNAUDT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF.

       2000-READ-CARD.
       3000-MERGE-ONE-PAIR.
           MOVE 'Y' TO WS-MERGE-GOOD-SW
           MOVE ZERO TO WS-WALLETS-MOVED
           MOVE ZERO TO WS-OWNERS-MOVED
           MOVE ZERO TO WS-GUARDIANS-MOVED
           IF MERGE-CARD-RECORD NOT = WS-AUTH-PAIR
              MOVE 'PAIR OUTSIDE THE TOKEN SCOPE' TO WS-MESSAGE-LINE
              PERFORM 7000-REFUSE-MERGE
           END-IF
           IF MERGE-GOOD
              PERFORM 3100-EDIT-MERGE-CARD
           END-IF
           IF MERGE-GOOD
              PERFORM 3300-REPORT-BEFORE-IMAGES
              PERFORM 4000-REPOINT-HISTORY
              PERFORM 5000-MOVE-WALLET-BALANCES
              PERFORM 5700-MOVE-JOINT-OWNERSHIP
              PERFORM 5800-MOVE-GUARDIAN-LINKS
              PERFORM 6000-CLOSE-DUPLICATE
              EXEC SQL
                 COMMIT
              END-EXEC
              PERFORM 5520-RELEASE-MOVEMENT-EVENTS
              ADD 1 TO WS-MERGED-COUNT
              PERFORM 6500-REPORT-AFTER-IMAGES
           END-IF.
                 MOVE 'DUPLICATE NOT ON TEXEM' TO WS-MESSAGE-LINE
                 PERFORM 7000-REFUSE-MERGE
              END-IF
           END-IF

           IF MERGE-GOOD
              PERFORM 3250-CHECK-JOINT-WALLETS
           END-IF.

      * The duplicate's balances fold into the survivor's wallets,
      * so a wallet the duplicate holds jointly with anyone still
      * live but the survivor cannot be merged away - its other
      * owners would lose it. Nor can the duplicate's co-ownership
      * be re-pointed where the survivor already holds or co-owns
      * the wallet. Either needs OWNRMNT first.
       3250-CHECK-JOINT-WALLETS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-JOINT-COUNT
              FROM TEXOWN O, TEXEM M
              WHERE O.CUSTOMER_ID = :MRG-DUPLICATE-ID
                AND O.CO_OWNER_ID <> :MRG-SURVIVOR-ID
                AND M.CUSTOMER_ID = O.CO_OWNER_ID
                AND M.CUST_STATUS <> 'C'
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE
           IF WS-JOINT-COUNT > ZERO
              MOVE 'DUPLICATE HOLDS A JOINT WALLET' TO WS-MESSAGE-LINE
              PERFORM 7000-REFUSE-MERGE
           END-IF

           IF MERGE-GOOD
              EXEC SQL
                 SELECT COUNT(*)
                 INTO :WS-JOINT-COUNT
                 FROM TEXOWN D
                 WHERE D.CO_OWNER_ID = :MRG-DUPLICATE-ID
                   AND (D.CUSTOMER_ID = :MRG-SURVIVOR-ID
                    OR EXISTS
                       (SELECT 1 FROM TEXOWN S
                        WHERE S.CUSTOMER_ID = D.CUSTOMER_ID
                          AND S.WALLET_NO = D.WALLET_NO
                          AND S.CO_OWNER_ID = :MRG-SURVIVOR-ID))
              END-EXEC
              PERFORM 9800-CHECK-SQLCODE
              IF WS-JOINT-COUNT > ZERO
                 MOVE 'DUPLICATE CO-OWNS A SURVIVOR WALLET'
                   TO WS-MESSAGE-LINE
                 PERFORM 7000-REFUSE-MERGE
              END-IF
           END-IF.

       3200-FETCH-CUSTOMER.
           EXEC SQL
              FETCH DUPW-CUR
              INTO :WS-MG-WALLET-NO, :WALLET OF TEXE2,
                   :WS-MG-CURRENCY, :WS-MG-PRODUCT
           END-EXEC
           EVALUATE SQLCODE
             WHEN ZEROES
              EXEC SQL
                 INSERT INTO TEXE2
                     (CUSTOMER_ID, WALLET_NO, FIRST_NAME, LAST_NAME,
                      WALLET, CURRENCY_CODE, TMS_CREA,
                      PRODUCT_CODE)
                 SELECT CUSTOMER_ID, :WS-MG-WALLET-NO,
                        FIRST_NAME, LAST_NAME,
                        :WS-SURV-NEW, :WS-MG-CURRENCY,
                        CURRENT TIMESTAMP, :WS-MG-PRODUCT
                 FROM TEXEM
                 WHERE CUSTOMER_ID = :MRG-SURVIVOR-ID
              END-EXEC

       5500-INSERT-MERGE-HIST.
           EXEC SQL
              SELECT CURRENT TIMESTAMP
              INTO :WS-ME-TMS-CREA
              FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE = ZERO
              EXEC SQL
                 INSERT INTO TEXE2HIST
                     (CUSTOMER_ID, WALLET_NO, FIRST_NAME, LAST_NAME,
                      OLD_WALLET, NEW_WALLET, ADJ_REF, REV_ADJ_REF,
                      TMS_CREA, PGM_NAME)
                 SELECT CUSTOMER_ID, :WS-MG-WALLET-NO,
                        FIRST_NAME, LAST_NAME,
                        :OLD-WALLET OF TEXE2HIST,
                        :NEW-WALLET OF TEXE2HIST,
                        :ADJ-REF OF TEXE2HIST,
                        :REV-ADJ-REF OF TEXE2HIST,
                        :WS-ME-TMS-CREA, :WS-PGM-NAME
                 FROM TEXEM
                 WHERE CUSTOMER_ID = :WS-LOOK-CUSTOMER
              END-EXEC
           END-IF
           PERFORM 9800-CHECK-SQLCODE
           MOVE WS-LOOK-CUSTOMER TO WS-ME-CUSTOMER-ID
           MOVE WS-MG-WALLET-NO TO WS-ME-WALLET-NO
           MOVE OLD-WALLET OF TEXE2HIST TO WS-ME-OLD-WALLET
           MOVE NEW-WALLET OF TEXE2HIST TO WS-ME-NEW-WALLET
           MOVE ADJ-REF OF TEXE2HIST TO WS-ME-ADJ-REF
           MOVE REV-ADJ-REF OF TEXE2HIST TO WS-ME-REV-ADJ-REF
           PERFORM 5510-HOLD-MOVEMENT-EVENT.

       5510-HOLD-MOVEMENT-EVENT.
      * The row just inserted, as its event - WS-ME- fields filled by
      * the caller, timestamp included.
           MOVE 'HOLD' TO WS-ME-FUNCTION
           MOVE WS-PGM-NAME TO WS-ME-PGM-NAME
           CALL 'MOVEVENT' USING WS-MOVEVENT-PARM.

      * Called straight after each COMMIT - the unit's events go to
      * the MOVEVENT file. One that cannot be written is not lost:
      * MOVEPUB publishes any history row it finds without an event.
       5520-RELEASE-MOVEMENT-EVENTS.
           MOVE 'CMIT' TO WS-ME-FUNCTION
           CALL 'MOVEVENT' USING WS-MOVEVENT-PARM
           IF WS-ME-RC NOT = ZERO
              DISPLAY 'CUSTMERG: MOVEMENT EVENTS NOT ALL WRITTEN - RC '
                  WS-ME-RC ' - MOVEPUB WILL RECOVER THEM'
           END-IF.

      * The duplicate's co-ownership passes to the survivor with its
      * role and share unchanged. Rows on the duplicate's own
      * wallets - the survivor's, or a closed customer's - go, as
      * those balances now sit on the survivor's wallets.
       5700-MOVE-JOINT-OWNERSHIP.
           EXEC SQL
              OPEN MOWN-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE
           PERFORM 5750-AUDIT-ONE-OWNER-ROW
              UNTIL SQLCODE = 100
           EXEC SQL
              CLOSE MOWN-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE

           EXEC SQL
              UPDATE TEXOWN
                 SET CO_OWNER_ID = :MRG-SURVIVOR-ID
               WHERE CO_OWNER_ID = :MRG-DUPLICATE-ID
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE
           EXEC SQL
              DELETE FROM TEXOWN
              WHERE CUSTOMER_ID = :MRG-DUPLICATE-ID
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE.

       5750-AUDIT-ONE-OWNER-ROW.
           EXEC SQL
              FETCH MOWN-CUR
              INTO :WS-MO-CUSTOMER-ID, :WS-MO-WALLET-NO,
                   :WS-MO-CO-OWNER-ID, :WS-MO-ROLE, :WS-MO-SHARE
           END-EXEC
           EVALUATE SQLCODE
             WHEN ZEROES
                ADD 1 TO WS-OWNERS-MOVED
                MOVE WS-TODAY-DATE TO OAU-DATE
                MOVE ZERO TO OAU-USERNO
                MOVE 'R' TO OAU-ACTION
                MOVE WS-MO-CUSTOMER-ID TO OAU-CUSTOMER-ID
                MOVE WS-MO-WALLET-NO TO OAU-WALLET-NO
                MOVE WS-MO-CO-OWNER-ID TO OAU-CO-OWNER-ID
                MOVE WS-MO-ROLE TO OAU-OLD-ROLE
                MOVE WS-MO-SHARE TO OAU-OLD-SHARE
                IF WS-MO-CO-OWNER-ID = MRG-DUPLICATE-ID
                   MOVE WS-MO-ROLE TO OAU-NEW-ROLE
                   MOVE WS-MO-SHARE TO OAU-NEW-SHARE
                ELSE
                   MOVE SPACE TO OAU-NEW-ROLE
                   MOVE ZERO TO OAU-NEW-SHARE
                END-IF
                MOVE MRG-SURVIVOR-ID TO OAU-NEW-CUSTOMER-ID
                MOVE ZERO TO OAU-NEW-WALLET-NO
                MOVE WS-PGM-NAME TO OAU-PGM-NAME
                WRITE OWNER-AUDIT-RECORD
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

      * The survivor takes over as guardian of whoever the
      * duplicate guarded - an active link that would make the
      * survivor its own guardian goes. The duplicate's own guardian
      * link moves to the survivor only where the survivor has none
      * left and the guardian is not the survivor; any active one
      * left over goes with the closed duplicate. Ended links stay
      * where they are. Each row is audited before it is touched.
       5800-MOVE-GUARDIAN-LINKS.
           PERFORM 5810-FETCH-SURVIVOR-GUARDIAN
           EXEC SQL
              OPEN MGRD-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE
           PERFORM 5850-AUDIT-ONE-GUARDIAN-ROW
              UNTIL SQLCODE = 100
           EXEC SQL
              CLOSE MGRD-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE

           EXEC SQL
              UPDATE TEXGRD
                 SET GUARDIAN_ID = :MRG-SURVIVOR-ID
               WHERE GUARDIAN_ID = :MRG-DUPLICATE-ID
                 AND CUSTOMER_ID <> :MRG-SURVIVOR-ID
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE
           EXEC SQL
              DELETE FROM TEXGRD
              WHERE GUARDIAN_ID = :MRG-DUPLICATE-ID
                AND GRD_STATUS = 'A'
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE
           EXEC SQL
              UPDATE TEXGRD
                 SET CUSTOMER_ID = :MRG-SURVIVOR-ID
               WHERE CUSTOMER_ID = :MRG-DUPLICATE-ID
                 AND GUARDIAN_ID <> :MRG-SURVIVOR-ID
                 AND NOT EXISTS
                     (SELECT 1 FROM TEXGRD S
                      WHERE S.CUSTOMER_ID = :MRG-SURVIVOR-ID)
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE
           EXEC SQL
              DELETE FROM TEXGRD
              WHERE CUSTOMER_ID = :MRG-DUPLICATE-ID
                AND GRD_STATUS = 'A'
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE.

      * Whether the survivor will still have a guardian row of its
      * own once an active link to the duplicate is removed - if so
      * the duplicate's row cannot move across.
       5810-FETCH-SURVIVOR-GUARDIAN.
           MOVE 'N' TO WS-SURV-GRD-SW
           EXEC SQL
              SELECT GUARDIAN_ID, GRD_STATUS
              INTO :WS-SURV-GUARDIAN-ID, :WS-SURV-GRD-STATUS
              FROM TEXGRD
              WHERE CUSTOMER_ID = :MRG-SURVIVOR-ID
           END-EXEC
           EVALUATE SQLCODE
             WHEN ZEROES
                IF WS-SURV-GUARDIAN-ID NOT = MRG-DUPLICATE-ID
                   OR WS-SURV-GRD-STATUS NOT = 'A'
                   SET SURVIVOR-KEEPS-GUARDIAN TO TRUE
                END-IF
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

      * One GRDNAUDT record per change the statements in 5800 will
      * make to this row: 'G' for a minor whose guardian passes to
      * the survivor, 'D' for a link that goes, and a 'D' on the
      * duplicate with an 'L' on the survivor where the duplicate's
      * own link moves across.
       5850-AUDIT-ONE-GUARDIAN-ROW.
           EXEC SQL
              FETCH MGRD-CUR
              INTO :WS-MG-CUSTOMER-ID, :WS-MG-GUARDIAN-ID,
                   :WS-MG-RELATIONSHIP, :WS-MG-GRD-STATUS
           END-EXEC
           EVALUATE SQLCODE
             WHEN ZEROES
                PERFORM 5860-CLASSIFY-GUARDIAN-ROW
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       5860-CLASSIFY-GUARDIAN-ROW.
           MOVE SPACES TO GUARDIAN-AUDIT-RECORD
           MOVE WS-TODAY-DATE TO GAU-DATE
           MOVE ZERO TO GAU-USERNO
           MOVE WS-MG-CUSTOMER-ID TO GAU-CUSTOMER-ID
           MOVE WS-MG-GUARDIAN-ID TO GAU-OLD-GUARDIAN-ID
           MOVE ZERO TO GAU-NEW-GUARDIAN-ID
           MOVE WS-MG-RELATIONSHIP TO GAU-RELATIONSHIP
           MOVE WS-PGM-NAME TO GAU-PGM-NAME
           EVALUATE TRUE
             WHEN WS-MG-GUARDIAN-ID = MRG-DUPLICATE-ID
                  AND WS-MG-CUSTOMER-ID NOT = MRG-SURVIVOR-ID
                MOVE 'G' TO GAU-ACTION
                MOVE MRG-SURVIVOR-ID TO GAU-NEW-GUARDIAN-ID
                PERFORM 5870-WRITE-GUARDIAN-AUDIT
             WHEN NOT MG-GUARDIAN-ACTIVE
                AND WS-MG-GUARDIAN-ID = MRG-DUPLICATE-ID
                CONTINUE
             WHEN WS-MG-GUARDIAN-ID = MRG-DUPLICATE-ID
                MOVE 'D' TO GAU-ACTION
                PERFORM 5870-WRITE-GUARDIAN-AUDIT
             WHEN WS-MG-GUARDIAN-ID NOT = MRG-SURVIVOR-ID
                  AND NOT SURVIVOR-KEEPS-GUARDIAN
                MOVE 'D' TO GAU-ACTION
                PERFORM 5870-WRITE-GUARDIAN-AUDIT
                MOVE 'L' TO GAU-ACTION
                MOVE MRG-SURVIVOR-ID TO GAU-CUSTOMER-ID
                MOVE ZERO TO GAU-OLD-GUARDIAN-ID
                MOVE WS-MG-GUARDIAN-ID TO GAU-NEW-GUARDIAN-ID
                PERFORM 5870-WRITE-GUARDIAN-AUDIT
             WHEN MG-GUARDIAN-ACTIVE
                MOVE 'D' TO GAU-ACTION
                PERFORM 5870-WRITE-GUARDIAN-AUDIT
             WHEN OTHER
                CONTINUE
           END-EVALUATE.

       5870-WRITE-GUARDIAN-AUDIT.
           WRITE GUARDIAN-AUDIT-RECORD
           IF NOT GRDNAUDT-OK
              DISPLAY 'CUSTMERG: UNEXPECTED GRDNAUDT STATUS ON WRITE '
                  WS-GRDNAUDT-STATUS
              PERFORM 9999-ABORT
           END-IF
           ADD 1 TO WS-GUARDIANS-MOVED.

       6000-CLOSE-DUPLICATE.
           EXEC SQL
              UPDATE TEXEM
              DELIMITED BY SIZE INTO WS-MESSAGE-LINE
           MOVE WS-MESSAGE-LINE TO MERGE-REPORT-RECORD
           WRITE MERGE-REPORT-RECORD
           IF WS-OWNERS-MOVED > ZERO
              MOVE WS-OWNERS-MOVED TO WS-OWNERS-FORMATTED
              MOVE SPACES TO WS-MESSAGE-LINE
              STRING 'JOINT OWNERSHIP ROWS MOVED TO SURVIVOR: '
                 WS-OWNERS-FORMATTED
                 DELIMITED BY SIZE INTO WS-MESSAGE-LINE
              MOVE WS-MESSAGE-LINE TO MERGE-REPORT-RECORD
              WRITE MERGE-REPORT-RECORD
           END-IF
           IF WS-GUARDIANS-MOVED > ZERO
              MOVE WS-GUARDIANS-MOVED TO WS-OWNERS-FORMATTED
              MOVE SPACES TO WS-MESSAGE-LINE
              STRING 'GUARDIAN LINK CHANGES AUDITED: '
                 WS-OWNERS-FORMATTED
                 DELIMITED BY SIZE INTO WS-MESSAGE-LINE
              MOVE WS-MESSAGE-LINE TO MERGE-REPORT-RECORD
              WRITE MERGE-REPORT-RECORD
           END-IF
           MOVE SPACES TO MERGE-REPORT-RECORD
           WRITE MERGE-REPORT-RECORD.

       8000-HOUSEKEEPING.
           CLOSE MERGE-CARD-FILE
           CLOSE MERGE-REPORT
           CLOSE OWNER-AUDIT-FILE
           CLOSE GUARDIAN-AUDIT-FILE

           MOVE WS-MERGED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'CUSTMERG: MERGES APPLIED: ' WS-COUNT-FORMATTED
