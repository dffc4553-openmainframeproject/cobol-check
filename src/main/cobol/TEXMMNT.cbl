      * edited, failures go to a rejects report with their reason,
      * and every applied change writes an audit record - the same
      * discipline BIPM013 applies to limit changes.
      *
      * An add, and a change that renames the customer, first
      * screens the new name against the compliance watch list
      * through the shared WLSCREEN routine. A potential hit - or
      * no list to screen against - applies nothing: the
      * transaction goes to the TEXMREFR referral report instead.
      *
      * A close never closes a joint wallet out from under its other
      * owners. Where the closing customer holds a wallet that an
      * active co-owner on TEXOWN still owns, the wallet is handed
      * over to that co-owner - it moves to their TEXE2 key with its
      * history, the remaining co-owners follow it, and each moved
      * TEXOWN row is written to the OWNRAUDT ownership audit. Only
      * the customer's sole wallets go through the funds and payout
      * rules below.
      *
      * Every TEXE2HIST row posted here is also handed to MOVEVENT as
      * a movement event, released to the shared MOVEVENT file after
      * each commit, for MOVEPUB's feed to the CRM and fraud
      * platforms.
      *
      * An add carries the customer's date of birth, proved a real
      * date not in the future; a change may correct it, and leaves
      * it alone when blank. A customer under 18 must have a
      * guardian - an active adult customer - on TEXGRD: an add of a
      * minor names one, a change may name a new one to replace the
      * old, and a date of birth corrected to an adult's ends the
      * link. A customer who is the active guardian of a minor can
      * be neither closed nor deleted until another guardian is
      * named. Every date-of-birth and guardian change is written to
      * the GRDNAUDT audit.
      *
      * A customer goes deceased ('D') only through ESTMNT's
      * bereavement notification, never here: an add or change to
      * 'D' is refused, and a deceased customer may be changed only
      * as deceased or closed, and not deleted. Closing a deceased
      * customer settles their estate. The 'E' estate disposition
      * pays their wallets out as 'P' does, referenced 'ES' rather
      * than 'CL', and is the only disposition a deceased customer
      * with money may close with. Any active hold other than the
      * estate holds ESTMNT placed refuses the close; the estate
      * holds are released, the TEXEST row is marked settled with
      * an ESTAUDT record, and a final statement is requested for
      * the executor whether or not money moved.
      *
      * The branch must be on the BRCHMAST branch master and open
      * for an add, and for a change that moves the customer to
      * another branch; a change that leaves the branch alone is
      * allowed on a closing one. BRCHCONS moves a closing branch's
      * customers to its successor, writing its own 'B' records to
      * TEXMAUDT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-STMTREQ-STATUS.
      * Watch-list referrals - the adds and renames held back for
      * compliance rather than applied.
           SELECT REFERRAL-REPORT ASSIGN TO "TEXMREFR"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REFERRAL-STATUS.
      * Joint-wallet ownership audit, shared with OWNRMNT - every
      * TEXOWN row moved by a close's hand-over lands here.
           SELECT OWNER-AUDIT-FILE ASSIGN TO "OWNRAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-OWNRAUDT-STATUS.
      * Date-of-birth and guardian audit, shared with CUSTONBD and
      * GRDNAGE.
           SELECT GUARDIAN-AUDIT-FILE ASSIGN TO "GRDNAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-GRDNAUDT-STATUS.
      * Wallet holds, with the hold audit and the estate audit -
      * opened only when a deceased customer is closed, to release
      * the estate holds ESTMNT placed.
           SELECT WALLET-HOLD-FILE ASSIGN TO "WALHOLDS"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY WHD-HOLD-NO
               ALTERNATE RECORD KEY WHD-WALLET-KEY WITH DUPLICATES
               FILE STATUS WS-WHOLD-STATUS.
           SELECT HOLD-AUDIT-FILE ASSIGN TO "HOLDAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-HAUD-STATUS.
           SELECT EST-AUDIT-FILE ASSIGN TO "ESTAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-EAUD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-TRAN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 59 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS CUSTOMER-TRAN-RECORD.
       01  CUSTOMER-TRAN-RECORD.
           05  TXM-FIRST-NAME      PIC X(10).
           05  TXM-LAST-NAME       PIC X(10).
      * 'A' active, 'S' suspended, 'C' closed; blank on an add
      * defaults to active. 'D' deceased is set by ESTMNT alone - on
      * a change it may only be kept, or closed.
           05  TXM-CUST-STATUS     PIC X(01).
      * The branch the customer belongs to; blank defaults to '000',
      * head office, the branch every pre-branch customer sits on.
           05  TXM-MAIL-PREF       PIC X(01).
      * Balance disposition on a close with money still in the
      * wallets: blank refuses the close to the rejects report,
      * 'P' pays the wallets out first through audited movements,
      * 'E' - for a deceased customer, and only for one - pays them
      * out to the estate.
           05  TXM-DISPOSITION     PIC X(01).
      * Statement cycle day (01-31); blank or zero is the
      * month-end cycle.
      * 'Y' suppresses print for the customer, 'N' clears the
      * flag once a good address is confirmed.
           05  TXM-MAIL-UNDELIV    PIC X(01).
      * Date of birth, YYYY-MM-DD - required on an add; blank on a
      * change keeps the one on file.
           05  TXM-BIRTH-DATE      PIC X(10).
      * A minor's guardian - another customer's number. Required on
      * the add of a minor; on a change, blank or zero keeps the
      * guardian on file and any other number replaces it.
           05  TXM-GUARDIAN-ID     PIC 9(9).
      * 'P' parent or 'L' legal guardian; blank defaults to 'P'.
           05  TXM-GUARDIAN-REL    PIC X(01).
       FD  REJECT-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS STMT-REQUEST-RECORD.
       01  STMT-REQUEST-RECORD.
           05  SRQ-CUSTOMER-ID     PIC 9(9).
       FD  REFERRAL-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS REFERRAL-REPORT-RECORD.
       01  REFERRAL-REPORT-RECORD  PIC X(80).
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
       FD  WALLET-HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WALLET-HOLD-RECORD.
       01  WALLET-HOLD-RECORD.
           COPY WALHOLDS.
       FD  HOLD-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 63 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS HOLD-AUDIT-RECORD.
       01  HOLD-AUDIT-RECORD.
           COPY HOLDAUDT.
       FD  EST-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 73 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS EST-AUDIT-RECORD.
       01  EST-AUDIT-RECORD.
           COPY ESTAUDT.

       WORKING-STORAGE SECTION.

               88  REJECT-OK        VALUE '00'.
           05  WS-AUDIT-STATUS      PIC XX.
               88  AUDIT-OK         VALUE '00'.
           05  WS-REFERRAL-STATUS   PIC XX.
               88  REFERRAL-OK      VALUE '00'.
           05  WS-MAINT-USERNO      PIC 9(03) VALUE ZERO.
           05  WS-USERNO-SW         PIC X(01) VALUE 'N'.
               88  VALID-USERNO     VALUE 'Y'.
           05  WS-CLOSE-REF         PIC X(12).
           05  WS-APPLIED-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-REJECT-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-REFERRED-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZ9.
           05  WS-COMMIT-INTERVAL   PIC S9(5) COMP-3 VALUE 1000.
           05  WS-COMMIT-COUNT      PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-OWNRAUDT-STATUS   PIC XX.
               88  OWNRAUDT-OK      VALUE '00'.
           05  WS-GRDNAUDT-STATUS   PIC XX.
               88  GRDNAUDT-OK      VALUE '00'.
      * Date of birth and guardian - the row as it stands, and as
      * the transaction leaves it.
           05  WS-OLD-BIRTH-DATE    PIC X(10).
           05  WS-NEW-BIRTH-DATE    PIC X(10).
           05  WS-OLD-GUARDIAN-ID   PIC 9(09).
           05  WS-NEW-GUARDIAN-ID   PIC 9(09).
           05  WS-CARD-GUARDIAN-ID  PIC 9(09).
           05  WS-NEW-GUARDIAN-REL  PIC X(01).
           05  WS-GUARDED-COUNT     PIC S9(9) COMP VALUE ZERO.
      * The day a date of birth turns 18 - the same month and day,
      * eighteen years on, compared as text with today's date. A
      * 29 February birthday in a year with none is reached on
      * 1 March.
           05  WS-AGE18-DATE.
               10  WS-AGE18-YEAR    PIC 9(04).
               10  WS-AGE18-MMDD    PIC X(06).
           05  WS-MINOR-SW          PIC X(01).
               88  CUSTOMER-IS-MINOR VALUE 'Y'.
      * What the transaction does to the TEXGRD row: 'L' links a
      * first guardian, 'G' replaces the guardian, 'E' ends the link.
           05  WS-GRDN-ACTION       PIC X(01).
               88  GRDN-NO-CHANGE   VALUE SPACE.
               88  GRDN-LINK        VALUE 'L'.
               88  GRDN-REPLACE     VALUE 'G'.
               88  GRDN-END         VALUE 'E'.
           05  WS-GRDN-CHANGE-COUNT PIC S9(9) COMP-3 VALUE ZERO.
      * Joint-wallet hand-over on a close - 'C' walks the wallets to
      * prove each can move, 'A' moves them.
           05  WS-HANDOVER-MODE     PIC X(01).
               88  HANDOVER-CHECK   VALUE 'C'.
               88  HANDOVER-APPLY   VALUE 'A'.
           05  WS-JNT-DONE-SW       PIC X(01).
               88  JOINT-WALK-DONE  VALUE 'Y'.
           05  WS-JNT-LAST-NO       PIC 9(2).
           05  WS-JNT-WALLET-NO     PIC 9(2).
           05  WS-JNT-WALLET-IND    PIC S9(4) COMP.
           05  WS-SUCC-ID           PIC 9(9).
           05  WS-SUCC-FIRST-NAME   PIC X(10).
           05  WS-SUCC-LAST-NAME    PIC X(10).
           05  WS-SUCC-MAX-NO       PIC 9(2).
           05  WS-SUCC-MAX-IND      PIC S9(4) COMP.
           05  WS-SUCC-NEW-NO       PIC 9(2).
           05  WS-HO-CO-OWNER-ID    PIC 9(9).
           05  WS-HO-ROLE           PIC X(01).
           05  WS-HO-SHARE          PIC S9(3)V99 COMP-3.
           05  WS-HANDOVER-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
      * Estate settlement on the close of a deceased customer. The
      * hold, hold-audit and estate-audit files are opened the first
      * time one is needed; no WALHOLDS at all is no holds to
      * release.
           05  WS-WHOLD-STATUS      PIC XX.
               88  WHOLD-OK         VALUE '00'.
               88  WHOLD-NOT-FOUND  VALUE '35'.
           05  WS-HAUD-STATUS       PIC XX.
               88  HAUD-OK          VALUE '00'.
           05  WS-EAUD-STATUS       PIC XX.
               88  EAUD-OK          VALUE '00'.
           05  WS-EST-FILES-SW      PIC X(01) VALUE 'N'.
               88  EST-FILES-OPENED VALUE 'Y'.
           05  WS-WHOLD-OPEN-SW     PIC X(01) VALUE 'N'.
               88  WHOLD-FILE-OPEN  VALUE 'Y'.
      * The hold reason ESTMNT places the estate holds under.
           05  WS-ESTATE-HOLD-REASON PIC X(20)
                                    VALUE 'DECEASED - ESTATE'.
           05  WS-OTHER-HOLDS       PIC S9(5) COMP VALUE ZERO.
           05  WS-HOLD-MODE         PIC X(01).
               88  HOLDS-CHECK      VALUE 'C'.
               88  HOLDS-RELEASE    VALUE 'R'.
           05  WS-OLD-DEATH-DATE    PIC X(10).
      * 'CL' on an ordinary close's payout, 'ES' on an estate's.
           05  WS-CLOSE-PREFIX      PIC X(02).
           05  WS-ESTATE-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
      * The user master as loaded from USERMST at initialization -
      * see 1050-LOAD-USER-MASTER. A missing or empty file leaves
      * the table empty and every USERNO fails validation, so the
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'TEXMMNT'.

      * Call parameter block for WLSCREEN, the shared watch-list
      * screening routine - same field layout as WLSCREEN's own
      * linkage section.
       01  WS-WLSCREEN-PARM.
           05  WS-SC-FUNCTION      PIC X(04).
           05  WS-SC-FIRST-NAME    PIC X(10).
           05  WS-SC-LAST-NAME     PIC X(10).
           05  WS-SC-RC            PIC 9(02).
               88  WS-SC-CLEAR         VALUE 00.
               88  WS-SC-HIT           VALUE 04.
           05  WS-SC-LIST-VERSION  PIC X(08).
           05  WS-SC-ENTRY-ID      PIC X(08).
           05  WS-SC-LIST-SOURCE   PIC X(06).
           05  WS-SC-MATCH-TYPE    PIC X(01).
           05  WS-SC-LISTED-FIRST  PIC X(20).
           05  WS-SC-LISTED-LAST   PIC X(20).
           COPY WLREFER.

      * Call parameter block for DATEUTIL, the shared date routine -
      * same field layout as DATEUTIL's own linkage section.
       01  WS-DATEUTIL-PARM.
           05  WS-DU-FUNCTION      PIC X(04).
           05  WS-DU-INPUT-DATE    PIC X(10).
           05  WS-DU-DAYS-TO-ADD   PIC S9(05).
           05  WS-DU-OUTPUT-DATE   PIC X(10).
           05  WS-DU-RETURN-CODE   PIC 9(02).
               88  WS-DU-OK           VALUE 00.
           05  WS-DU-INPUT-DATE-2  PIC X(10).
           05  WS-DU-DAYS-DIFFERENCE PIC S9(07).
           05  WS-DU-REGION        PIC X(03).

      * Call parameter block for WALLOCK, the shared run interlock -
      * same field layout as WALLOCK's own linkage section. Acquired
           05  WS-WL-HOLDER        PIC X(08).
           05  WS-WL-SINCE         PIC X(26).

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

      * Call parameter block for BRCHLOOK, the shared branch lookup -
      * same field layout as BRCHLOOK's own linkage section.
       01  WS-BRCHLOOK-PARM.
           05  WS-BL-FUNCTION      PIC X(04).
           05  WS-BL-BRANCH-CODE   PIC X(03).
           05  WS-BL-BRANCH-NAME   PIC X(30).
           05  WS-BL-REGION        PIC X(04).
           05  WS-BL-STATUS        PIC X(01).
               88  WS-BL-OPEN         VALUE 'A'.
           05  WS-BL-PARENT-BRANCH PIC X(03).
           05  WS-BL-SUCCESSOR     PIC X(03).
           05  WS-BL-FOUND-SW      PIC X(01).
               88  WS-BL-FOUND        VALUE 'Y'.
           05  WS-BL-RETURN-CODE   PIC 9(02).

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.
       EXEC SQL INCLUDE TEXE2HIST END-EXEC.
       EXEC SQL INCLUDE TEXOWN END-EXEC.
       EXEC SQL INCLUDE TEXGRD END-EXEC.
       EXEC SQL INCLUDE TEXEST END-EXEC.

      * The wallets still holding money when a close arrives with
      * the payout disposition - each is zeroed through its own
      * audited movement before the status flips. A joint wallet
      * with another active owner is not paid out; it is handed
      * over instead.
           EXEC SQL
              DECLARE CLOW-CUR CURSOR FOR
              SELECT W.WALLET_NO, W.WALLET
              FROM TEXE2 W
              WHERE W.CUSTOMER_ID = :TXM-CUSTOMER-ID
                AND W.WALLET > 0
                AND NOT EXISTS
                    (SELECT 1 FROM TEXOWN O, TEXEM M
                     WHERE O.CUSTOMER_ID = W.CUSTOMER_ID
                       AND O.WALLET_NO = W.WALLET_NO
                       AND M.CUSTOMER_ID = O.CO_OWNER_ID
                       AND M.CUST_STATUS = 'A')
              ORDER BY W.WALLET_NO
           END-EXEC.

      * The further owners of the joint wallet being handed over,
      * read for the ownership audit before their rows move.
           EXEC SQL
              DECLARE OWNH-CUR CURSOR FOR
              SELECT CO_OWNER_ID, OWNER_ROLE, SHARE_PCT
              FROM TEXOWN
              WHERE CUSTOMER_ID = :TXM-CUSTOMER-ID
                AND WALLET_NO = :WS-JNT-WALLET-NO
              ORDER BY CO_OWNER_ID
           END-EXEC.

       PROCEDURE DIVISION.
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF

           OPEN OUTPUT REFERRAL-REPORT
           IF NOT REFERRAL-OK
              DISPLAY 'TEXMMNT: UNEXPECTED TEXMREFR STATUS '
                  WS-REFERRAL-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF

           OPEN EXTEND OWNER-AUDIT-FILE
           IF NOT OWNRAUDT-OK
              OPEN OUTPUT OWNER-AUDIT-FILE
           END-IF
           IF NOT OWNRAUDT-OK
              DISPLAY 'TEXMMNT: UNEXPECTED OWNRAUDT STATUS '
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
              DISPLAY 'TEXMMNT: UNEXPECTED GRDNAUDT STATUS '
                  WS-GRDNAUDT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF.

       1050-LOAD-USER-MASTER.

           EXEC SQL
              COMMIT
           END-EXEC
           PERFORM 5720-RELEASE-MOVEMENT-EVENTS.

       2100-READ-TRANSACTION.
           READ CUSTOMER-TRAN-FILE
                 MOVE 'A' TO WS-NEW-STATUS
              END-IF
              IF WS-NEW-STATUS NOT = 'A' AND WS-NEW-STATUS NOT = 'S'
                 AND WS-NEW-STATUS NOT = 'C' AND WS-NEW-STATUS NOT = 'D'
                 MOVE 'STATUS MUST BE A, S, C OR D' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-EDIT-SW
              END-IF
           END-IF

      * Nobody is added deceased - the death is notified through
      * ESTMNT, which holds the wallets and records the executor.
           IF EDITS-GOOD
              AND TXM-ACTION-ADD
              AND WS-NEW-STATUS = 'D'
              MOVE 'DECEASED ONLY THROUGH ESTMNT' TO WS-REJECT-REASON
              MOVE 'N' TO WS-EDIT-SW
           END-IF

           IF EDITS-GOOD
              AND TXM-ACTION-CHANGE
              AND TXM-DISPOSITION NOT = SPACE
              AND TXM-DISPOSITION NOT = 'P'
              AND TXM-DISPOSITION NOT = 'E'
              MOVE 'DISPOSITION MUST BE P OR E' TO WS-REJECT-REASON
              MOVE 'N' TO WS-EDIT-SW
           END-IF

      * A blank branch defaults to head office, so pre-branch card
      * decks keep working unchanged. The branch is looked up on
      * BRCHMAST: an add must name an open branch here; a change is
      * held to the same rule in 5000 only when it moves the
      * customer, so a customer of a closing branch can still be
      * maintained until BRCHCONS moves them.
           IF EDITS-GOOD
              AND (TXM-ACTION-ADD OR TXM-ACTION-CHANGE)
              MOVE TXM-BRANCH-CODE TO WS-NEW-BRANCH
              IF WS-NEW-BRANCH = SPACES
                 MOVE '000' TO WS-NEW-BRANCH
              END-IF
              MOVE 'BRCH' TO WS-BL-FUNCTION
              MOVE WS-NEW-BRANCH TO WS-BL-BRANCH-CODE
              CALL 'BRCHLOOK' USING WS-BRCHLOOK-PARM
              IF TXM-ACTION-ADD
                 EVALUATE TRUE
                    WHEN NOT WS-BL-FOUND
                       MOVE 'BRANCH NOT ON BRANCH MASTER'
                         TO WS-REJECT-REASON
                       MOVE 'N' TO WS-EDIT-SW
                    WHEN NOT WS-BL-OPEN
                       MOVE 'BRANCH NOT OPEN' TO WS-REJECT-REASON
                       MOVE 'N' TO WS-EDIT-SW
                 END-EVALUATE
              END-IF
           END-IF

      * A blank delivery preference defaults to print - nobody goes
                 MOVE 'STMT CYCLE MUST BE 00-31' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-EDIT-SW
              END-IF
           END-IF

      * The date of birth is required on an add; given on a change it
      * must be as good. Whether it makes a minor, and what that asks
      * of the guardian, is settled against the row (3500).
           IF EDITS-GOOD
              AND TXM-ACTION-ADD
              AND TXM-BIRTH-DATE = SPACES
              MOVE 'DATE OF BIRTH REQUIRED' TO WS-REJECT-REASON
              MOVE 'N' TO WS-EDIT-SW
           END-IF

           IF EDITS-GOOD
              AND (TXM-ACTION-ADD OR TXM-ACTION-CHANGE)
              AND TXM-BIRTH-DATE NOT = SPACES
              MOVE 'VAL ' TO WS-DU-FUNCTION
              MOVE TXM-BIRTH-DATE TO WS-DU-INPUT-DATE
              CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
              EVALUATE TRUE
                 WHEN NOT WS-DU-OK
                    MOVE 'DATE OF BIRTH NOT A VALID DATE'
                      TO WS-REJECT-REASON
                    MOVE 'N' TO WS-EDIT-SW
                 WHEN TXM-BIRTH-DATE > WS-TODAY-DATE
                    MOVE 'DATE OF BIRTH IN THE FUTURE'
                      TO WS-REJECT-REASON
                    MOVE 'N' TO WS-EDIT-SW
              END-EVALUATE
           END-IF

           IF EDITS-GOOD
              AND (TXM-ACTION-ADD OR TXM-ACTION-CHANGE)
              IF TXM-GUARDIAN-ID NUMERIC
                 MOVE TXM-GUARDIAN-ID TO WS-CARD-GUARDIAN-ID
              ELSE
                 IF TXM-GUARDIAN-ID = SPACES
                    MOVE ZERO TO WS-CARD-GUARDIAN-ID
                 ELSE
                    MOVE 'GUARDIAN-ID NOT NUMERIC'
                      TO WS-REJECT-REASON
                    MOVE 'N' TO WS-EDIT-SW
                 END-IF
              END-IF
           END-IF

           IF EDITS-GOOD
              AND (TXM-ACTION-ADD OR TXM-ACTION-CHANGE)
              MOVE TXM-GUARDIAN-REL TO WS-NEW-GUARDIAN-REL
              IF WS-NEW-GUARDIAN-REL = SPACE
                 MOVE 'P' TO WS-NEW-GUARDIAN-REL
              END-IF
              IF WS-NEW-GUARDIAN-REL NOT = 'P'
                 AND WS-NEW-GUARDIAN-REL NOT = 'L'
                 MOVE 'GUARDIAN REL MUST BE P OR L'
                   TO WS-REJECT-REASON
                 MOVE 'N' TO WS-EDIT-SW
              END-IF
              IF WS-CARD-GUARDIAN-ID = TXM-CUSTOMER-ID
                 MOVE 'CANNOT BE OWN GUARDIAN' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-EDIT-SW
              END-IF
           END-IF.

       3200-FETCH-EXISTING-CUSTOMER.
                MOVE MAIL-PREF OF TEXEM TO WS-OLD-MAIL-PREF
                MOVE STMT-CYCLE OF TEXEM TO WS-OLD-STMT-CYCLE
                MOVE MAIL-UNDELIV OF TEXEM TO WS-OLD-MAIL-UNDELIV
                MOVE BIRTH-DATE OF TEXEM TO WS-OLD-BIRTH-DATE
                MOVE DEATH-DATE OF TEXEM TO WS-OLD-DEATH-DATE

             WHEN 100
                MOVE ZERO TO WS-EXIST-COUNT
                MOVE SPACE TO WS-OLD-MAIL-PREF
                MOVE ZERO TO WS-OLD-STMT-CYCLE
                MOVE SPACE TO WS-OLD-MAIL-UNDELIV
                MOVE SPACES TO WS-OLD-BIRTH-DATE
                MOVE SPACES TO WS-OLD-DEATH-DATE

             WHEN OTHER
                MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
           EXEC SQL
              SELECT FIRST_NAME, LAST_NAME, CUST_STATUS,
                     BRANCH_CODE, MAIL_PREF, STMT_CYCLE,
                     MAIL_UNDELIV, BIRTH_DATE, DEATH_DATE
              INTO :FIRST-NAME OF TEXEM, :LAST-NAME OF TEXEM,
                   :CUST-STATUS OF TEXEM, :BRANCH-CODE OF TEXEM,
                   :MAIL-PREF OF TEXEM, :STMT-CYCLE OF TEXEM,
                   :MAIL-UNDELIV OF TEXEM, :BIRTH-DATE OF TEXEM,
                   :DEATH-DATE OF TEXEM
              FROM TEXEM
              WHERE CUSTOMER_ID = :TXM-CUSTOMER-ID
           END-EXEC
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * The new name against the compliance watch list. Anything but
      * a clean answer - a potential hit, or no list loaded to
      * screen against - holds the transaction back for referral.
       3300-SCREEN-WATCH-LIST.
           MOVE 'SCR ' TO WS-SC-FUNCTION
           MOVE TXM-FIRST-NAME TO WS-SC-FIRST-NAME
           MOVE TXM-LAST-NAME TO WS-SC-LAST-NAME
           CALL 'WLSCREEN' USING WS-WLSCREEN-PARM.

      * Settles the date of birth the row will carry - the card's, or
      * on a change the one on file when the card leaves it blank -
      * and what that means for the guardian. A minor must end with
      * an active adult guardian: the card's, or the one on file. An
      * adult may not be given one, and a customer whose corrected
      * date makes them an adult has their link ended. A customer
      * who guards a minor cannot become one. A refusal drops
      * WS-CLOSE-OK-SW with the reason.
       3500-CHECK-MINOR-AND-GUARDIAN.
           MOVE SPACE TO WS-GRDN-ACTION
           MOVE 'N' TO WS-MINOR-SW
           IF TXM-BIRTH-DATE = SPACES
              MOVE WS-OLD-BIRTH-DATE TO WS-NEW-BIRTH-DATE
           ELSE
              MOVE TXM-BIRTH-DATE TO WS-NEW-BIRTH-DATE
           END-IF
           IF WS-NEW-BIRTH-DATE NOT = SPACES
              MOVE WS-NEW-BIRTH-DATE (1:4) TO WS-AGE18-YEAR
              ADD 18 TO WS-AGE18-YEAR
              MOVE WS-NEW-BIRTH-DATE (5:6) TO WS-AGE18-MMDD
              IF WS-AGE18-DATE > WS-TODAY-DATE
                 MOVE 'Y' TO WS-MINOR-SW
              END-IF
           END-IF

           IF TXM-ACTION-ADD
              MOVE ZERO TO WS-OLD-GUARDIAN-ID
              MOVE ZERO TO WS-GUARDED-COUNT
           ELSE
              PERFORM 3700-FETCH-CURRENT-GUARDIAN
              PERFORM 3600-COUNT-MINORS-GUARDED
           END-IF

           IF WS-CARD-GUARDIAN-ID = ZERO
              MOVE WS-OLD-GUARDIAN-ID TO WS-NEW-GUARDIAN-ID
           ELSE
              MOVE WS-CARD-GUARDIAN-ID TO WS-NEW-GUARDIAN-ID
           END-IF

           EVALUATE TRUE
              WHEN CUSTOMER-IS-MINOR
               AND WS-GUARDED-COUNT > ZERO
                 MOVE 'GUARDS A MINOR - NOT A MINOR'
                   TO WS-REJECT-REASON
                 MOVE 'N' TO WS-CLOSE-OK-SW
              WHEN CUSTOMER-IS-MINOR
               AND WS-NEW-GUARDIAN-ID = ZERO
                 MOVE 'MINOR - GUARDIAN REQUIRED' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-CLOSE-OK-SW
              WHEN CUSTOMER-IS-MINOR
               AND WS-NEW-GUARDIAN-ID NOT = WS-OLD-GUARDIAN-ID
                 PERFORM 3400-CHECK-GUARDIAN
                 IF WS-OLD-GUARDIAN-ID = ZERO
                    SET GRDN-LINK TO TRUE
                 ELSE
                    SET GRDN-REPLACE TO TRUE
                 END-IF
              WHEN CUSTOMER-IS-MINOR
                 CONTINUE
              WHEN WS-CARD-GUARDIAN-ID NOT = ZERO
                 MOVE 'GUARDIAN GIVEN FOR AN ADULT'
                   TO WS-REJECT-REASON
                 MOVE 'N' TO WS-CLOSE-OK-SW
              WHEN WS-OLD-GUARDIAN-ID NOT = ZERO
                 MOVE ZERO TO WS-NEW-GUARDIAN-ID
                 SET GRDN-END TO TRUE
           END-EVALUATE.

      * The guardian named must already be an active customer, and
      * an adult - one with no date of birth on file is taken as one.
       3400-CHECK-GUARDIAN.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3410-TRY-SELECT-GUARDIAN
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 MOVE 'GUARDIAN NOT ON TEXEM' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-CLOSE-OK-SW
              WHEN SQLCODE NOT = ZERO
                 MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
                 PERFORM 9500-LOOKUP-ERROR-CODE
                 DISPLAY WS-ERRCODE-LOOKUP-TEXT
                 PERFORM 9999-ABORT
              WHEN CUST-STATUS OF TEXEM NOT = 'A'
                 MOVE 'GUARDIAN NOT AN ACTIVE CUST'
                   TO WS-REJECT-REASON
                 MOVE 'N' TO WS-CLOSE-OK-SW
              WHEN BIRTH-DATE OF TEXEM NOT = SPACES
                 MOVE BIRTH-DATE OF TEXEM (1:4) TO WS-AGE18-YEAR
                 ADD 18 TO WS-AGE18-YEAR
                 MOVE BIRTH-DATE OF TEXEM (5:6) TO WS-AGE18-MMDD
                 IF WS-AGE18-DATE > WS-TODAY-DATE
                    MOVE 'GUARDIAN IS A MINOR' TO WS-REJECT-REASON
                    MOVE 'N' TO WS-CLOSE-OK-SW
                 END-IF
           END-EVALUATE.

       3410-TRY-SELECT-GUARDIAN.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              SELECT CUST_STATUS, BIRTH_DATE
              INTO :CUST-STATUS OF TEXEM, :BIRTH-DATE OF TEXEM
              FROM TEXEM
              WHERE CUSTOMER_ID = :WS-NEW-GUARDIAN-ID
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * The minors this customer is the active guardian of.
       3600-COUNT-MINORS-GUARDED.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3610-TRY-COUNT-GUARDED
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       3610-TRY-COUNT-GUARDED.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-GUARDED-COUNT
              FROM TEXGRD
              WHERE GUARDIAN_ID = :TXM-CUSTOMER-ID
                AND GRD_STATUS = 'A'
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * The customer's own active guardian, zero when none.
       3700-FETCH-CURRENT-GUARDIAN.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3710-TRY-FETCH-GUARDIAN
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           IF SQLCODE = 100
              MOVE ZERO TO WS-OLD-GUARDIAN-ID
           ELSE
              MOVE GUARDIAN-ID OF TEXGRD TO WS-OLD-GUARDIAN-ID
           END-IF.

       3710-TRY-FETCH-GUARDIAN.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              SELECT GUARDIAN_ID
              INTO :GUARDIAN-ID OF TEXGRD
              FROM TEXGRD
              WHERE CUSTOMER_ID = :TXM-CUSTOMER-ID
                AND GRD_STATUS = 'A'
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       4000-ADD-CUSTOMER.
           PERFORM 3200-FETCH-EXISTING-CUSTOMER
           IF WS-EXIST-COUNT > ZERO
              MOVE 'CUSTOMER ALREADY ON TEXEM' TO WS-REJECT-REASON
              PERFORM 7000-WRITE-REJECT
           ELSE
              MOVE 'Y' TO WS-CLOSE-OK-SW
              PERFORM 3500-CHECK-MINOR-AND-GUARDIAN
              IF CLOSE-ALLOWED
                 PERFORM 3300-SCREEN-WATCH-LIST
                 IF WS-SC-CLEAR
                    PERFORM 4100-INSERT-CUSTOMER
                    PERFORM 5300-APPLY-GUARDIAN-CHANGE
                    PERFORM 7100-WRITE-AUDIT-RECORD
                    PERFORM 7400-WRITE-GUARDIAN-AUDIT
                    PERFORM 7200-COUNT-APPLIED
                 ELSE
                    PERFORM 7300-WRITE-REFERRAL
                 END-IF
              ELSE
                 PERFORM 7000-WRITE-REJECT
              END-IF
           END-IF.

       4100-INSERT-CUSTOMER.
              INSERT INTO TEXEM
                  (CUSTOMER_ID, FIRST_NAME, LAST_NAME,
                   CUST_STATUS, BRANCH_CODE, MAIL_PREF,
                   STMT_CYCLE, MAIL_UNDELIV, BIRTH_DATE, TMS_CREA)
              VALUES
                  (:TXM-CUSTOMER-ID, :TXM-FIRST-NAME,
                   :TXM-LAST-NAME, :WS-NEW-STATUS,
                   :WS-NEW-BRANCH, :WS-NEW-MAIL-PREF,
                   :WS-NEW-STMT-CYCLE, 'N', :WS-NEW-BIRTH-DATE,
                   CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
              PERFORM 7000-WRITE-REJECT
           ELSE
              MOVE 'Y' TO WS-CLOSE-OK-SW
              MOVE ZERO TO WS-SC-RC
              IF TXM-FIRST-NAME NOT = WS-OLD-FIRST-NAME
                 OR TXM-LAST-NAME NOT = WS-OLD-LAST-NAME
                 PERFORM 3300-SCREEN-WATCH-LIST
              END-IF
              IF NOT WS-SC-CLEAR
                 MOVE 'N' TO WS-CLOSE-OK-SW
              END-IF
              IF CLOSE-ALLOWED
                 AND WS-NEW-STATUS = 'D'
                 AND WS-OLD-STATUS NOT = 'D'
                 MOVE 'DECEASED ONLY THROUGH ESTMNT'
                   TO WS-REJECT-REASON
                 MOVE 'N' TO WS-CLOSE-OK-SW
              END-IF
              IF CLOSE-ALLOWED
                 AND WS-OLD-STATUS = 'D'
                 AND WS-NEW-STATUS NOT = 'D'
                 AND WS-NEW-STATUS NOT = 'C'
                 MOVE 'DECEASED - ONLY CLOSE ALLOWED'
                   TO WS-REJECT-REASON
                 MOVE 'N' TO WS-CLOSE-OK-SW
              END-IF
              IF CLOSE-ALLOWED
                 AND WS-NEW-BRANCH NOT = WS-OLD-BRANCH
                 EVALUATE TRUE
                    WHEN NOT WS-BL-FOUND
                       MOVE 'BRANCH NOT ON BRANCH MASTER'
                         TO WS-REJECT-REASON
                       MOVE 'N' TO WS-CLOSE-OK-SW
                    WHEN NOT WS-BL-OPEN
                       MOVE 'BRANCH NOT OPEN' TO WS-REJECT-REASON
                       MOVE 'N' TO WS-CLOSE-OK-SW
                 END-EVALUATE
              END-IF
              IF CLOSE-ALLOWED
                 PERFORM 3500-CHECK-MINOR-AND-GUARDIAN
              END-IF
              IF CLOSE-ALLOWED
                 AND WS-NEW-STATUS = 'C'
                 AND WS-OLD-STATUS = 'D'
                 MOVE 'C' TO WS-HOLD-MODE
                 PERFORM 5450-WALK-ESTATE-HOLDS
              END-IF
              IF CLOSE-ALLOWED
                 AND WS-NEW-STATUS = 'C'
                 AND WS-OLD-STATUS NOT = 'C'
                 AND WS-GUARDED-COUNT > ZERO
                 MOVE 'CLOSE REFUSED - GUARDS A MINOR'
                   TO WS-REJECT-REASON
                 MOVE 'N' TO WS-CLOSE-OK-SW
              END-IF
              IF CLOSE-ALLOWED
                 AND WS-NEW-STATUS = 'C'
                 AND WS-OLD-STATUS NOT = 'C'
                 PERFORM 5500-CHECK-CLOSE-DISPOSITION
              END-IF
              EVALUATE TRUE
                 WHEN NOT WS-SC-CLEAR
                    PERFORM 7300-WRITE-REFERRAL
                 WHEN CLOSE-ALLOWED
                    IF WS-NEW-STATUS = 'C'
                       AND WS-OLD-STATUS NOT = 'C'
                       PERFORM 5650-HAND-OVER-JOINT-WALLETS
                    END-IF
                    PERFORM 5100-UPDATE-CUSTOMER
                    PERFORM 5300-APPLY-GUARDIAN-CHANGE
                    IF WS-NEW-STATUS = 'C'
                       AND WS-OLD-STATUS = 'D'
                       PERFORM 5480-SETTLE-ESTATE
                    END-IF
                    PERFORM 7100-WRITE-AUDIT-RECORD
                    PERFORM 7400-WRITE-GUARDIAN-AUDIT
                    PERFORM 7200-COUNT-APPLIED
                 WHEN OTHER
                    PERFORM 7000-WRITE-REJECT
              END-EVALUATE
           END-IF.

      * The estate files, opened the first time a deceased customer
      * is closed in the run. The audits must be writable before an
      * estate hold is released; WALHOLDS not there at all is no
      * holds to release.
       5440-OPEN-ESTATE-FILES.
           IF NOT EST-FILES-OPENED
              MOVE 'Y' TO WS-EST-FILES-SW
              OPEN I-O WALLET-HOLD-FILE
              IF WHOLD-OK
                 MOVE 'Y' TO WS-WHOLD-OPEN-SW
              END-IF
              OPEN EXTEND HOLD-AUDIT-FILE
              IF NOT HAUD-OK
                 OPEN OUTPUT HOLD-AUDIT-FILE
              END-IF
              OPEN EXTEND EST-AUDIT-FILE
              IF NOT EAUD-OK
                 OPEN OUTPUT EST-AUDIT-FILE
              END-IF
           END-IF.

      * The holds standing on the deceased customer's wallets, read
      * through the customer/wallet alternate index. 'C' proves the
      * close may go ahead - no active hold but the estate's, and
      * the files able to record the release; 'R' releases the
      * estate holds, each with its HOLDAUDT record.
       5450-WALK-ESTATE-HOLDS.
           PERFORM 5440-OPEN-ESTATE-FILES
           MOVE ZERO TO WS-OTHER-HOLDS
           EVALUATE TRUE
              WHEN HOLDS-CHECK
               AND NOT WHOLD-FILE-OPEN
               AND NOT WHOLD-NOT-FOUND
                 MOVE 'CLOSE REFUSED - NO WALHOLDS'
                   TO WS-REJECT-REASON
                 MOVE 'N' TO WS-CLOSE-OK-SW
              WHEN HOLDS-CHECK
               AND (NOT HAUD-OK OR NOT EAUD-OK)
                 MOVE 'CLOSE REFUSED - NO ESTATE AUDIT'
                   TO WS-REJECT-REASON
                 MOVE 'N' TO WS-CLOSE-OK-SW
              WHEN WHOLD-FILE-OPEN
                 MOVE TXM-CUSTOMER-ID TO WHD-CUSTOMER-ID
                 MOVE ZERO TO WHD-WALLET-NO
                 START WALLET-HOLD-FILE
                    KEY NOT LESS THAN WHD-WALLET-KEY
                 IF WHOLD-OK
                    READ WALLET-HOLD-FILE NEXT RECORD
                    PERFORM WITH TEST BEFORE
                            UNTIL NOT WHOLD-OK
                               OR WHD-CUSTOMER-ID NOT = TXM-CUSTOMER-ID
                       PERFORM 5460-ONE-ESTATE-HOLD
                       READ WALLET-HOLD-FILE NEXT RECORD
                    END-PERFORM
                 END-IF
           END-EVALUATE
           IF HOLDS-CHECK AND WS-OTHER-HOLDS > ZERO
              MOVE 'CLOSE REFUSED - ACTIVE HOLD'
                TO WS-REJECT-REASON
              MOVE 'N' TO WS-CLOSE-OK-SW
           END-IF.

       5460-ONE-ESTATE-HOLD.
           IF WHD-ACTIVE
              IF WHD-REASON NOT = WS-ESTATE-HOLD-REASON
                 ADD 1 TO WS-OTHER-HOLDS
              ELSE
                 IF HOLDS-RELEASE
                    MOVE 'R' TO WHD-STATUS
                    MOVE WS-TODAY-DATE TO WHD-RELEASED-DATE
                    REWRITE WALLET-HOLD-RECORD
                    MOVE WS-TODAY-DATE TO HAU-DATE
                    MOVE 'R' TO HAU-ACTION
                    MOVE WHD-HOLD-NO TO HAU-HOLD-NO
                    MOVE WHD-CUSTOMER-ID TO HAU-CUSTOMER-ID
                    MOVE WHD-WALLET-NO TO HAU-WALLET-NO
                    MOVE WHD-AMOUNT TO HAU-AMOUNT
                    MOVE WHD-PLACED-BY TO HAU-PLACED-BY
                    MOVE WHD-REASON TO HAU-REASON
                    MOVE WS-MAINT-USERNO TO HAU-RELEASED-BY
                    WRITE HOLD-AUDIT-RECORD
                 END-IF
              END-IF
           END-IF.

      * The estate is settled with the close: its holds come off,
      * the TEXEST row is marked settled, the ESTAUDT record is
      * written, and the executor gets a final statement even when
      * no money was left to pay out.
       5480-SETTLE-ESTATE.
           MOVE 'R' TO WS-HOLD-MODE
           PERFORM 5450-WALK-ESTATE-HOLDS

           MOVE SPACES TO EXEC-NAME
           EXEC SQL
              SELECT EXEC_NAME
              INTO :EXEC-NAME
              FROM TEXEST
              WHERE CUSTOMER_ID = :TXM-CUSTOMER-ID
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE
           EXEC SQL
              UPDATE TEXEST
                 SET EST_STATUS = 'S',
                     SETTLED_DATE = :WS-TODAY-DATE
               WHERE CUSTOMER_ID = :TXM-CUSTOMER-ID
                 AND EST_STATUS = 'O'
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE

           MOVE WS-TODAY-DATE TO EAU-DATE
           MOVE WS-MAINT-USERNO TO EAU-USERNO
           MOVE 'S' TO EAU-ACTION
           MOVE TXM-CUSTOMER-ID TO EAU-CUSTOMER-ID
           MOVE WS-OLD-STATUS TO EAU-OLD-STATUS
           MOVE WS-NEW-STATUS TO EAU-NEW-STATUS
           MOVE WS-OLD-DEATH-DATE TO EAU-DEATH-DATE
           MOVE EXEC-NAME TO EAU-EXEC-NAME
           MOVE WS-PGM-NAME TO EAU-PGM-NAME
           WRITE EST-AUDIT-RECORD

           IF WS-WALLET-TOTAL = ZERO
              PERFORM 5800-REQUEST-FINAL-STATEMENT
           END-IF
           ADD 1 TO WS-ESTATE-COUNT.

      * A close is not allowed to strand money - in either
      * direction, now that wallets are signed. Any overdrawn
      * wallet refuses the close outright: a debt cannot be "paid
      * with the explicit 'P' payout disposition, zeroes each
      * wallet through an audited movement first. Every closure
      * that involved money drops a final-statement request for
      * the WALSTMT formatting. Joint wallets another active owner
      * still holds are proved able to move first, and stay out of
      * the overdrawn, funds and payout tests - they are handed over,
      * not closed.
       5500-CHECK-CLOSE-DISPOSITION.
           MOVE 'C' TO WS-HANDOVER-MODE
           PERFORM 5570-WALK-JOINT-WALLETS
           IF CLOSE-ALLOWED
              PERFORM 5520-COUNT-OVERDRAWN-WALLETS
              IF WS-NEG-COUNT > ZERO
                 MOVE 'CLOSE REFUSED - OVERDRAWN'
                   TO WS-REJECT-REASON
                 MOVE 'N' TO WS-CLOSE-OK-SW
              ELSE
                 PERFORM 5540-CHECK-WALLET-TOTAL
              END-IF
           END-IF.

       5520-COUNT-OVERDRAWN-WALLETS.
           EXEC SQL
              SELECT COUNT(*)
              INTO :WS-NEG-COUNT
              FROM TEXE2 W
              WHERE W.CUSTOMER_ID = :TXM-CUSTOMER-ID
                AND W.WALLET < 0
                AND NOT EXISTS
                    (SELECT 1 FROM TEXOWN O, TEXEM M
                     WHERE O.CUSTOMER_ID = W.CUSTOMER_ID
                       AND O.WALLET_NO = W.WALLET_NO
                       AND M.CUSTOMER_ID = O.CO_OWNER_ID
                       AND M.CUST_STATUS = 'A')
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
              MOVE ZERO TO WS-WALLET-TOTAL
           END-IF

      * A deceased customer's money goes to the estate, and only a
      * deceased customer's does.
           EVALUATE TRUE
              WHEN WS-WALLET-TOTAL = ZERO
                 CONTINUE
              WHEN TXM-DISPOSITION = 'E'
               AND WS-OLD-STATUS = 'D'
                 MOVE 'ES' TO WS-CLOSE-PREFIX
                 PERFORM 5600-PAY-OUT-THE-WALLETS
                 PERFORM 5800-REQUEST-FINAL-STATEMENT
              WHEN WS-OLD-STATUS = 'D'
                 MOVE 'DECEASED - DISPOSITION MUST BE E'
                   TO WS-REJECT-REASON
                 MOVE 'N' TO WS-CLOSE-OK-SW
              WHEN TXM-DISPOSITION = 'P'
                 MOVE 'CL' TO WS-CLOSE-PREFIX
                 PERFORM 5600-PAY-OUT-THE-WALLETS
                 PERFORM 5800-REQUEST-FINAL-STATEMENT
              WHEN TXM-DISPOSITION = 'E'
                 MOVE 'ESTATE PAYOUT - NOT DECEASED'
                   TO WS-REJECT-REASON
                 MOVE 'N' TO WS-CLOSE-OK-SW
              WHEN OTHER
                 MOVE 'CLOSE REFUSED - WALLET HAS FUNDS'
                   TO WS-REJECT-REASON
                 MOVE 'N' TO WS-CLOSE-OK-SW
           END-EVALUATE.

       5550-TRY-SUM-WALLETS.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              SELECT SUM(W.WALLET)
              INTO :WS-WALLET-TOTAL :WS-WALLET-TOTAL-IND
              FROM TEXE2 W
              WHERE W.CUSTOMER_ID = :TXM-CUSTOMER-ID
                AND NOT EXISTS
                    (SELECT 1 FROM TEXOWN O, TEXEM M
                     WHERE O.CUSTOMER_ID = W.CUSTOMER_ID
                       AND O.WALLET_NO = W.WALLET_NO
                       AND M.CUSTOMER_ID = O.CO_OWNER_ID
                       AND M.CUST_STATUS = 'A')
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
             WHEN ZEROES
      * 'CL' + YYMMDD + a four-digit sequence - the payout's own
      * reference, visible on the final statement as the closing
      * movement; 'ES' on a payout to a deceased customer's estate.
                ADD 1 TO WS-CLOSE-SEQ
                MOVE SPACES TO WS-CLOSE-REF
                STRING WS-CLOSE-PREFIX WS-DATE-RAW (3:6) WS-CLOSE-SEQ
                   DELIMITED BY SIZE INTO WS-CLOSE-REF
                EXEC SQL
                   UPDATE TEXE2
                   PERFORM 9999-ABORT
                END-IF
                EXEC SQL
                   SELECT CURRENT TIMESTAMP
                   INTO :WS-ME-TMS-CREA
                   FROM SYSIBM.SYSDUMMY1
                END-EXEC
                IF SQLCODE = ZERO
                   EXEC SQL
                      INSERT INTO TEXE2HIST
                          (CUSTOMER_ID, WALLET_NO, FIRST_NAME,
                           LAST_NAME, OLD_WALLET, NEW_WALLET,
                           ADJ_REF, REV_ADJ_REF, TMS_CREA, PGM_NAME)
                      VALUES
                          (:TXM-CUSTOMER-ID, :WS-PAY-WALLET-NO,
                           :WS-OLD-FIRST-NAME, :WS-OLD-LAST-NAME,
                           :WS-PAY-BALANCE, 0, :WS-CLOSE-REF, ' ',
                           :WS-ME-TMS-CREA, :WS-PGM-NAME)
                   END-EXEC
                END-IF
                IF SQLCODE NOT = ZERO
                   MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
                   PERFORM 9500-LOOKUP-ERROR-CODE
                   DISPLAY WS-ERRCODE-LOOKUP-TEXT
                   PERFORM 9999-ABORT
                END-IF
                MOVE TXM-CUSTOMER-ID TO WS-ME-CUSTOMER-ID
                MOVE WS-PAY-WALLET-NO TO WS-ME-WALLET-NO
                MOVE WS-PAY-BALANCE TO WS-ME-OLD-WALLET
                MOVE ZERO TO WS-ME-NEW-WALLET
                MOVE WS-CLOSE-REF TO WS-ME-ADJ-REF
                MOVE SPACES TO WS-ME-REV-ADJ-REF
                PERFORM 5710-HOLD-MOVEMENT-EVENT
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9999-ABORT
           END-EVALUATE.

       5710-HOLD-MOVEMENT-EVENT.
      * The row just inserted, as its event - WS-ME- fields filled by
      * the caller, timestamp included.
           MOVE 'HOLD' TO WS-ME-FUNCTION
           MOVE WS-PGM-NAME TO WS-ME-PGM-NAME
           CALL 'MOVEVENT' USING WS-MOVEVENT-PARM.

      * Called straight after each COMMIT - the unit's events go to
      * the MOVEVENT file. One that cannot be written is not lost:
      * MOVEPUB publishes any history row it finds without an event.
       5720-RELEASE-MOVEMENT-EVENTS.
           MOVE 'CMIT' TO WS-ME-FUNCTION
           CALL 'MOVEVENT' USING WS-MOVEVENT-PARM
           IF WS-ME-RC NOT = ZERO
              DISPLAY 'TEXMMNT: MOVEMENT EVENTS NOT ALL WRITTEN - RC '
                  WS-ME-RC ' - MOVEPUB WILL RECOVER THEM'
           END-IF.

      * Each joint wallet of the closing customer that an active
      * co-owner still owns, in wallet number order. The successor
      * is the active joint owner with the largest share (a trustee
      * only when no joint owner is active), lowest customer number
      * on a tie; the wallet takes the successor's next free wallet
      * number. The check pass refuses the close when a successor
      * has no wallet number left; the apply pass moves the wallet.
       5570-WALK-JOINT-WALLETS.
           MOVE ZERO TO WS-JNT-LAST-NO
           MOVE 'N' TO WS-JNT-DONE-SW
           PERFORM 5580-NEXT-JOINT-WALLET
              UNTIL JOINT-WALK-DONE.

       5580-NEXT-JOINT-WALLET.
           EXEC SQL
              SELECT MIN(W.WALLET_NO)
              INTO :WS-JNT-WALLET-NO :WS-JNT-WALLET-IND
              FROM TEXE2 W
              WHERE W.CUSTOMER_ID = :TXM-CUSTOMER-ID
                AND W.WALLET_NO > :WS-JNT-LAST-NO
                AND EXISTS
                    (SELECT 1 FROM TEXOWN O, TEXEM M
                     WHERE O.CUSTOMER_ID = W.CUSTOMER_ID
                       AND O.WALLET_NO = W.WALLET_NO
                       AND M.CUSTOMER_ID = O.CO_OWNER_ID
                       AND M.CUST_STATUS = 'A')
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE
           IF SQLCODE = 100 OR WS-JNT-WALLET-IND < ZERO
              MOVE 'Y' TO WS-JNT-DONE-SW
           ELSE
              MOVE WS-JNT-WALLET-NO TO WS-JNT-LAST-NO
              PERFORM 5590-PICK-SUCCESSOR
              IF HANDOVER-CHECK
                 IF WS-SUCC-MAX-NO NOT < 99
                    MOVE 'CLOSE REFUSED - CO-OWNER FULL'
                      TO WS-REJECT-REASON
                    MOVE 'N' TO WS-CLOSE-OK-SW
                    MOVE 'Y' TO WS-JNT-DONE-SW
                 END-IF
              ELSE
                 PERFORM 5660-TAKE-OVER-ONE-WALLET
              END-IF
           END-IF.

       5590-PICK-SUCCESSOR.
           EXEC SQL
              SELECT O.CO_OWNER_ID, M.FIRST_NAME, M.LAST_NAME
              INTO :WS-SUCC-ID, :WS-SUCC-FIRST-NAME,
                   :WS-SUCC-LAST-NAME
              FROM TEXOWN O, TEXEM M
              WHERE O.CUSTOMER_ID = :TXM-CUSTOMER-ID
                AND O.WALLET_NO = :WS-JNT-WALLET-NO
                AND M.CUSTOMER_ID = O.CO_OWNER_ID
                AND M.CUST_STATUS = 'A'
              ORDER BY O.OWNER_ROLE, O.SHARE_PCT DESC,
                       O.CO_OWNER_ID
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              PERFORM 9999-ABORT
           END-IF
           EXEC SQL
              SELECT MAX(WALLET_NO)
              INTO :WS-SUCC-MAX-NO :WS-SUCC-MAX-IND
              FROM TEXE2
              WHERE CUSTOMER_ID = :WS-SUCC-ID
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE
           IF SQLCODE = 100 OR WS-SUCC-MAX-IND < ZERO
              MOVE ZERO TO WS-SUCC-MAX-NO
           END-IF.

       5650-HAND-OVER-JOINT-WALLETS.
           MOVE 'A' TO WS-HANDOVER-MODE
           PERFORM 5570-WALK-JOINT-WALLETS.

      * The wallet moves to the successor's key and takes its
      * history with it; the successor's own TEXOWN row goes, as
      * they hold the wallet now, and the other owners' rows follow
      * the wallet to its new key. Every row is audited first.
       5660-TAKE-OVER-ONE-WALLET.
           COMPUTE WS-SUCC-NEW-NO = WS-SUCC-MAX-NO + 1
           EXEC SQL
              OPEN OWNH-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE
           PERFORM 5670-AUDIT-ONE-OWNER-ROW
              UNTIL SQLCODE = 100
           EXEC SQL
              CLOSE OWNH-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE

           EXEC SQL
              UPDATE TEXE2
                 SET CUSTOMER_ID = :WS-SUCC-ID,
                     WALLET_NO = :WS-SUCC-NEW-NO,
                     FIRST_NAME = :WS-SUCC-FIRST-NAME,
                     LAST_NAME = :WS-SUCC-LAST-NAME
               WHERE CUSTOMER_ID = :TXM-CUSTOMER-ID
                 AND WALLET_NO = :WS-JNT-WALLET-NO
           END-EXEC
           IF SQLCODE NOT = ZERO
              MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              PERFORM 9999-ABORT
           END-IF
           EXEC SQL
              UPDATE TEXE2HIST
                 SET CUSTOMER_ID = :WS-SUCC-ID,
                     WALLET_NO = :WS-SUCC-NEW-NO
               WHERE CUSTOMER_ID = :TXM-CUSTOMER-ID
                 AND WALLET_NO = :WS-JNT-WALLET-NO
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE
           EXEC SQL
              DELETE FROM TEXOWN
              WHERE CUSTOMER_ID = :TXM-CUSTOMER-ID
                AND WALLET_NO = :WS-JNT-WALLET-NO
                AND CO_OWNER_ID = :WS-SUCC-ID
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE
           EXEC SQL
              UPDATE TEXOWN
                 SET CUSTOMER_ID = :WS-SUCC-ID,
                     WALLET_NO = :WS-SUCC-NEW-NO
               WHERE CUSTOMER_ID = :TXM-CUSTOMER-ID
                 AND WALLET_NO = :WS-JNT-WALLET-NO
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE
           ADD 1 TO WS-HANDOVER-COUNT
           DISPLAY 'TEXMMNT: WALLET ' TXM-CUSTOMER-ID '/'
               WS-JNT-WALLET-NO ' HANDED OVER TO ' WS-SUCC-ID '/'
               WS-SUCC-NEW-NO.

       5670-AUDIT-ONE-OWNER-ROW.
           EXEC SQL
              FETCH OWNH-CUR
              INTO :WS-HO-CO-OWNER-ID, :WS-HO-ROLE, :WS-HO-SHARE
           END-EXEC
           EVALUATE SQLCODE
             WHEN ZEROES
                MOVE WS-TODAY-DATE TO OAU-DATE
                MOVE WS-MAINT-USERNO TO OAU-USERNO
                MOVE 'T' TO OAU-ACTION
                MOVE TXM-CUSTOMER-ID TO OAU-CUSTOMER-ID
                MOVE WS-JNT-WALLET-NO TO OAU-WALLET-NO
                MOVE WS-HO-CO-OWNER-ID TO OAU-CO-OWNER-ID
                MOVE WS-HO-ROLE TO OAU-OLD-ROLE
                MOVE WS-HO-SHARE TO OAU-OLD-SHARE
      * The successor now holds the wallet outright - no TEXOWN row.
                IF WS-HO-CO-OWNER-ID = WS-SUCC-ID
                   MOVE SPACE TO OAU-NEW-ROLE
                   MOVE ZERO TO OAU-NEW-SHARE
                ELSE
                   MOVE WS-HO-ROLE TO OAU-NEW-ROLE
                   MOVE WS-HO-SHARE TO OAU-NEW-SHARE
                END-IF
                MOVE WS-SUCC-ID TO OAU-NEW-CUSTOMER-ID
                MOVE WS-SUCC-NEW-NO TO OAU-NEW-WALLET-NO
                MOVE WS-PGM-NAME TO OAU-PGM-NAME
                WRITE OWNER-AUDIT-RECORD
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       5800-REQUEST-FINAL-STATEMENT.
           MOVE TXM-CUSTOMER-ID TO SRQ-CUSTOMER-ID
           OPEN EXTEND STMT-REQUEST-FILE
                     CUST_STATUS = :WS-NEW-STATUS,
                     BRANCH_CODE = :WS-NEW-BRANCH,
                     MAIL_PREF = :WS-NEW-MAIL-PREF,
                     STMT_CYCLE = :WS-NEW-STMT-CYCLE,
                     BIRTH_DATE = :WS-NEW-BIRTH-DATE
               WHERE CUSTOMER_ID = :TXM-CUSTOMER-ID
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * The TEXGRD change 3500 settled on. One row per minor: a first
      * link inserts it (replacing any ended row left from before),
      * a new guardian rewrites it, and an adult's link is ended in
      * place and kept as the record.
       5300-APPLY-GUARDIAN-CHANGE.
           IF NOT GRDN-NO-CHANGE
              MOVE ZERO TO WS-RETRY-COUNT
              PERFORM 5310-TRY-APPLY-GUARDIAN
                 WITH TEST AFTER
                 UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
                 OR WS-RETRY-COUNT > WS-MAX-RETRIES
              PERFORM 9800-CHECK-SQLCODE
              ADD 1 TO WS-GRDN-CHANGE-COUNT
           END-IF.

       5310-TRY-APPLY-GUARDIAN.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EVALUATE TRUE
              WHEN GRDN-LINK
                 EXEC SQL
                    DELETE FROM TEXGRD
                    WHERE CUSTOMER_ID = :TXM-CUSTOMER-ID
                 END-EXEC
                 IF SQLCODE = ZERO OR SQLCODE = 100
                    EXEC SQL
                       INSERT INTO TEXGRD
                           (CUSTOMER_ID, GUARDIAN_ID, RELATIONSHIP,
                            GRD_STATUS, END_DATE, TMS_CREA)
                       VALUES
                           (:TXM-CUSTOMER-ID, :WS-NEW-GUARDIAN-ID,
                            :WS-NEW-GUARDIAN-REL, 'A', ' ',
                            CURRENT TIMESTAMP)
                    END-EXEC
                 END-IF
              WHEN GRDN-REPLACE
                 EXEC SQL
                    UPDATE TEXGRD
                       SET GUARDIAN_ID = :WS-NEW-GUARDIAN-ID,
                           RELATIONSHIP = :WS-NEW-GUARDIAN-REL
                     WHERE CUSTOMER_ID = :TXM-CUSTOMER-ID
                       AND GRD_STATUS = 'A'
                 END-EXEC
              WHEN GRDN-END
                 EXEC SQL
                    UPDATE TEXGRD
                       SET GRD_STATUS = 'E',
                           END_DATE = :WS-TODAY-DATE
                     WHERE CUSTOMER_ID = :TXM-CUSTOMER-ID
                       AND GRD_STATUS = 'A'
                 END-EXEC
           END-EVALUATE
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * The 'M' action - returned mail sets the undeliverable flag,
      * a confirmed good address clears it. Only the flag moves;
      * names, branch, preference and cycle stay exactly as they
              MOVE 'CUSTOMER NOT ON TEXEM' TO WS-REJECT-REASON
              PERFORM 7000-WRITE-REJECT
           ELSE
              PERFORM 3600-COUNT-MINORS-GUARDED
              EVALUATE TRUE
                 WHEN WS-OLD-STATUS = 'D'
                    MOVE 'DECEASED - CLOSE, NOT DELETE'
                      TO WS-REJECT-REASON
                    PERFORM 7000-WRITE-REJECT
                 WHEN WS-GUARDED-COUNT > ZERO
                    MOVE 'ACTIVE GUARDIAN OF A MINOR'
                      TO WS-REJECT-REASON
                    PERFORM 7000-WRITE-REJECT
                 WHEN OTHER
                    PERFORM 3700-FETCH-CURRENT-GUARDIAN
                    PERFORM 6100-DELETE-ROW
                    PERFORM 6200-DELETE-GUARDIAN-ROWS
                    MOVE WS-OLD-BIRTH-DATE TO WS-NEW-BIRTH-DATE
                    MOVE ZERO TO WS-NEW-GUARDIAN-ID
                    MOVE SPACE TO WS-GRDN-ACTION
                    IF WS-OLD-GUARDIAN-ID NOT = ZERO
                       MOVE 'D' TO WS-GRDN-ACTION
                    END-IF
                    PERFORM 7100-WRITE-AUDIT-RECORD
                    PERFORM 7400-WRITE-GUARDIAN-AUDIT
                    PERFORM 7200-COUNT-APPLIED
              END-EVALUATE
           END-IF.

       6100-DELETE-ROW.
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * The customer's own guardian rows go with them, the ended
      * ones too - nothing is left keyed to a number no longer on
      * TEXEM.
       6200-DELETE-GUARDIAN-ROWS.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 6210-TRY-DELETE-GUARDIAN
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       6210-TRY-DELETE-GUARDIAN.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              DELETE FROM TEXGRD
              WHERE CUSTOMER_ID = :TXM-CUSTOMER-ID
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       7000-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO WS-REJECT-LINE
              EXEC SQL
                 COMMIT
              END-EXEC
              PERFORM 5720-RELEASE-MOVEMENT-EVENTS
              MOVE ZERO TO WS-COMMIT-COUNT
           END-IF.

       7300-WRITE-REFERRAL.
           ADD 1 TO WS-REFERRED-COUNT
           MOVE WS-PGM-NAME TO WS-RF-PROGRAM
           MOVE TXM-CUSTOMER-ID TO WS-RF-CUSTOMER-ID
           MOVE TXM-FIRST-NAME TO WS-RF-FIRST-NAME
           MOVE TXM-LAST-NAME TO WS-RF-LAST-NAME
           IF WS-SC-HIT
              MOVE WS-SC-ENTRY-ID TO WS-RF-ENTRY-ID
              MOVE WS-SC-LIST-SOURCE TO WS-RF-LIST-SOURCE
              MOVE WS-SC-MATCH-TYPE TO WS-RF-MATCH-TYPE
              MOVE WS-SC-LISTED-LAST TO WS-RF-LISTED-NAME
           ELSE
              MOVE SPACES TO WS-RF-ENTRY-ID
              MOVE SPACES TO WS-RF-LIST-SOURCE
              MOVE SPACE TO WS-RF-MATCH-TYPE
              MOVE 'NO WATCH LIST LOADED' TO WS-RF-LISTED-NAME
           END-IF
           MOVE WS-REFERRAL-LINE TO REFERRAL-REPORT-RECORD
           WRITE REFERRAL-REPORT-RECORD.

      * A date of birth set or corrected, then any guardian change -
      * one GRDNAUDT record each.
       7400-WRITE-GUARDIAN-AUDIT.
           MOVE SPACES TO GUARDIAN-AUDIT-RECORD
           MOVE WS-TODAY-DATE TO GAU-DATE
           MOVE WS-MAINT-USERNO TO GAU-USERNO
           MOVE TXM-CUSTOMER-ID TO GAU-CUSTOMER-ID
           MOVE WS-OLD-BIRTH-DATE TO GAU-OLD-BIRTH-DATE
           MOVE WS-NEW-BIRTH-DATE TO GAU-NEW-BIRTH-DATE
           MOVE WS-OLD-GUARDIAN-ID TO GAU-OLD-GUARDIAN-ID
           MOVE WS-OLD-GUARDIAN-ID TO GAU-NEW-GUARDIAN-ID
           MOVE WS-PGM-NAME TO GAU-PGM-NAME
           IF NOT TXM-ACTION-DELETE
              AND WS-NEW-BIRTH-DATE NOT = WS-OLD-BIRTH-DATE
              MOVE 'B' TO GAU-ACTION
              WRITE GUARDIAN-AUDIT-RECORD
           END-IF
           IF NOT GRDN-NO-CHANGE
              MOVE WS-GRDN-ACTION TO GAU-ACTION
              MOVE WS-NEW-GUARDIAN-ID TO GAU-NEW-GUARDIAN-ID
              IF GRDN-LINK OR GRDN-REPLACE
                 MOVE WS-NEW-GUARDIAN-REL TO GAU-RELATIONSHIP
              END-IF
              WRITE GUARDIAN-AUDIT-RECORD
           END-IF.

       8000-HOUSEKEEPING.
           CLOSE CUSTOMER-TRAN-FILE
           CLOSE REJECT-REPORT
           CLOSE AUDIT-FILE
           CLOSE REFERRAL-REPORT
           CLOSE OWNER-AUDIT-FILE
           CLOSE GUARDIAN-AUDIT-FILE
           IF EST-FILES-OPENED
              IF WHOLD-FILE-OPEN
                 CLOSE WALLET-HOLD-FILE
              END-IF
              CLOSE HOLD-AUDIT-FILE
              CLOSE EST-AUDIT-FILE
           END-IF

           MOVE WS-APPLIED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'TEXMMNT: TRANSACTIONS APPLIED: '
           MOVE WS-REJECT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'TEXMMNT: TRANSACTIONS REJECTED: '
               WS-COUNT-FORMATTED
           MOVE WS-REFERRED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'TEXMMNT: REFERRED TO COMPLIANCE: '
               WS-COUNT-FORMATTED
           MOVE WS-HANDOVER-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'TEXMMNT: JOINT WALLETS HANDED OVER: '
               WS-COUNT-FORMATTED
           MOVE WS-GRDN-CHANGE-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'TEXMMNT: GUARDIAN LINKS CHANGED: '
               WS-COUNT-FORMATTED
           MOVE WS-ESTATE-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'TEXMMNT: ESTATES SETTLED: ' WS-COUNT-FORMATTED

           IF WS-REJECT-COUNT > ZERO
              OR WS-REFERRED-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

           END-IF
           .

       9800-CHECK-SQLCODE.
      * Guard after the hand-over SQL - anything other than clean
      * completion or not-found rolls the unit of work back.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              PERFORM 9999-ABORT
           END-IF.

       9999-ABORT.
           EXEC SQL
              ROLLBACK
