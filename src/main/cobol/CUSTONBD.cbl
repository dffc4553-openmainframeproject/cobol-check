      * the opening movement's reference is 'OB' plus the customer
      * number, deterministic, so a file loaded twice opens nothing
      * twice (the TEXEM duplicate check refuses the rerun anyway).
      *
      * Every name is screened against the compliance watch list
      * through the shared WLSCREEN routine before anything is
      * applied. A potential hit - or no list to screen against -
      * opens nothing: the customer goes to the ONBDREFR referral
      * report for compliance to clear, and the run ends RC 4.
      *
      * Every TEXE2HIST row posted here is also handed to MOVEVENT as
      * a movement event, released to the shared MOVEVENT file after
      * each commit, for MOVEPUB's feed to the CRM and fraud
      * platforms.
      *
      * Every new customer gives a date of birth, proved a real date
      * (DATEUTIL) and not in the future. One under 18 on the day is
      * a minor and is only opened with a guardian - an active adult
      * customer already on TEXEM, as parent or legal guardian - and
      * the TEXGRD guardian row goes in with the rest of the unit of
      * work. A guardian given for an adult is refused as a keying
      * error. The date of birth and any guardian link are written
      * to the GRDNAUDT audit.
      *
      * The branch - '000', head office, when left blank - must be
      * on the BRCHMAST branch master and open; a mistyped code, or
      * a branch closing to a successor, is rejected rather than
      * opening the customer on a branch no report will ever burst.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REGISTER-STATUS.
      * Watch-list referrals - the customers held back for
      * compliance rather than opened.
           SELECT REFERRAL-REPORT ASSIGN TO "ONBDREFR"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REFERRAL-STATUS.
      * Date-of-birth and guardian audit, shared with TEXMMNT and
      * GRDNAGE - appended to.
           SELECT GUARDIAN-AUDIT-FILE ASSIGN TO "GRDNAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-GRDNAUDT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ONBOARD-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 68 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ONBOARD-RECORD.
       01  ONBOARD-RECORD.
      *    BLANK MEANS THE HOME REPORTING CURRENCY.
           05  ONB-CURRENCY        PIC X(3).
           05  ONB-OPENING-DEPOSIT PIC 9(8)V99.
      *    YYYY-MM-DD - REQUIRED.
           05  ONB-BIRTH-DATE      PIC X(10).
      *    THE GUARDIAN'S CUSTOMER NUMBER - REQUIRED FOR A MINOR,
      *    BLANK OR ZERO FOR AN ADULT.
           05  ONB-GUARDIAN-ID     PIC 9(9).
      *    'P' PARENT OR 'L' LEGAL GUARDIAN - BLANK DEFAULTS TO 'P'.
           05  ONB-GUARDIAN-REL    PIC X(1).
       FD  REJECT-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS REGISTER-REPORT-RECORD.
       01  REGISTER-REPORT-RECORD  PIC X(80).
       FD  REFERRAL-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS REFERRAL-REPORT-RECORD.
       01  REFERRAL-REPORT-RECORD  PIC X(80).
       FD  GUARDIAN-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 70 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS GUARDIAN-AUDIT-RECORD.
       01  GUARDIAN-AUDIT-RECORD.
           COPY GRDNAUDT.

       WORKING-STORAGE SECTION.

               88  REJECT-OK        VALUE '00'.
           05  WS-REGISTER-STATUS   PIC XX.
               88  REGISTER-OK      VALUE '00'.
           05  WS-REFERRAL-STATUS   PIC XX.
               88  REFERRAL-OK      VALUE '00'.
           05  WS-GRDNAUDT-STATUS   PIC XX.
               88  GRDNAUDT-OK      VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'CUSTONBD'.
           05  WS-EDIT-SW           PIC X(01).
               88  EDITS-GOOD       VALUE 'Y'.
           05  WS-NEW-BRANCH        PIC X(03).
           05  WS-NEW-MAIL-PREF     PIC X(01).
           05  WS-NEW-STMT-CYCLE    PIC 9(02).
           05  WS-DATE-RAW          PIC 9(08).
           05  WS-TODAY-DATE        PIC X(10).
      * The day a date of birth turns 18 - the same month and day,
      * eighteen years on. Compared as text with today's date; a
      * 29 February birthday in a year with none falls after the
      * 28th and is reached on 1 March.
           05  WS-AGE18-DATE.
               10  WS-AGE18-YEAR    PIC 9(04).
               10  WS-AGE18-MMDD    PIC X(06).
           05  WS-MINOR-SW          PIC X(01).
               88  CUSTOMER-IS-MINOR VALUE 'Y'.
           05  WS-NEW-GUARDIAN-ID   PIC 9(09).
           05  WS-NEW-GUARDIAN-REL  PIC X(01).
           05  WS-LINKED-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-EXIST-COUNT       PIC S9(9) COMP VALUE ZERO.
           05  WS-OPENING-REF       PIC X(12).
           05  WS-OPENED-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-REJECTED-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-REFERRED-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-DEPOSIT-TOTAL     PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZ9.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RG-CURRENCY       PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RG-DEPOSIT        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RG-BIRTH-DATE     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RG-GUARDIAN       PIC X(09).
           05  FILLER               PIC X(05) VALUE SPACES.
       01  WS-TOTAL-LINE.
           05  WS-TL-TAG            PIC X(24).
           05  WS-TL-COUNT          PIC ZZZ,ZZ9.
           05  WS-CD-RC            PIC 9(02).
           05  WS-CD-CHECK-DIGIT   PIC 9(01).

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

      * Call parameter block for WALLOCK, the shared run interlock -
      * same field layout as WALLOCK's own linkage section. Acquired
      * before the first wallet update, released at clean end of
           05  WS-WL-HOLDER        PIC X(08).
           05  WS-WL-SINCE         PIC X(26).

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

      * Standard return-code/message-text registry shared with
      * FILECOPY, DB2PROG and BIPM012, so operations sees one
      * consistent set of codes and wording instead of this program's
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'CUSTONBD'.

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
      * same field layout as BRCHLOOK's own linkage section. A new
      * customer goes only onto a branch that is on BRCHMAST and
      * open.
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
       EXEC SQL INCLUDE TEXGRD END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.

       1000-INITIALIZE.
           MOVE ZERO TO RETURN-CODE
           ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD
           MOVE WS-DATE-RAW(1:4) TO WS-TODAY-DATE(1:4)
           MOVE '-'              TO WS-TODAY-DATE(5:1)
           MOVE WS-DATE-RAW(5:2) TO WS-TODAY-DATE(6:2)
           MOVE '-'              TO WS-TODAY-DATE(8:1)
           MOVE WS-DATE-RAW(7:2) TO WS-TODAY-DATE(9:2)

           OPEN INPUT ONBOARD-FILE
           EVALUATE TRUE
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF

           OPEN OUTPUT REFERRAL-REPORT
           IF NOT REFERRAL-OK
              DISPLAY 'CUSTONBD: UNEXPECTED ONBDREFR STATUS '
                  WS-REFERRAL-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF

           OPEN EXTEND GUARDIAN-AUDIT-FILE
           IF NOT GRDNAUDT-OK
              OPEN OUTPUT GUARDIAN-AUDIT-FILE
           END-IF
           IF NOT GRDNAUDT-OK
              DISPLAY 'CUSTONBD: UNEXPECTED GRDNAUDT STATUS '
                  WS-GRDNAUDT-STATUS
              MOVE 16 TO RETURN-CODE
              PERFORM 0350-RELEASE-WALLET-LOCK
              GOBACK
           END-IF.

       2000-READ-ONBOARD.
      * row and the opening movement go in together and commit
      * together. A run that dies mid-customer rolls that customer
      * back whole - the orphan window TEXMMNT-then-WALADJ left is
      * gone. A minor's guardian row is part of the same unit.
       3000-OPEN-ONE-CUSTOMER.
           PERFORM 3100-EDIT-RECORD
           IF EDITS-GOOD
              PERFORM 3200-CHECK-ALREADY-ON-TEXEM
              IF WS-EXIST-COUNT = ZERO
                 AND CUSTOMER-IS-MINOR
                 PERFORM 3400-CHECK-GUARDIAN
              END-IF
              IF WS-EXIST-COUNT = ZERO
                 AND EDITS-GOOD
                 PERFORM 3300-SCREEN-WATCH-LIST
              END-IF
              EVALUATE TRUE
                 WHEN WS-EXIST-COUNT > ZERO
                    MOVE 'CUSTOMER ALREADY ON TEXEM'
                      TO WS-REJECT-REASON
                    PERFORM 7000-WRITE-REJECT
                 WHEN NOT EDITS-GOOD
                    PERFORM 7000-WRITE-REJECT
                 WHEN NOT WS-SC-CLEAR
                    PERFORM 7200-WRITE-REFERRAL
                 WHEN OTHER
                    PERFORM 4000-INSERT-MASTER-ROW
                    IF CUSTOMER-IS-MINOR
                       PERFORM 4050-INSERT-GUARDIAN-ROW
                    END-IF
                    PERFORM 4100-INSERT-WALLET-ROW
                    IF ONB-OPENING-DEPOSIT > ZERO
                       PERFORM 4200-INSERT-OPENING-MOVEMENT
                    END-IF
                    EXEC SQL
                       COMMIT
                    END-EXEC
                    PERFORM 4230-RELEASE-MOVEMENT-EVENTS
                    PERFORM 7300-WRITE-GUARDIAN-AUDIT
                    ADD 1 TO WS-OPENED-COUNT
                    ADD ONB-OPENING-DEPOSIT TO WS-DEPOSIT-TOTAL
                    PERFORM 7100-WRITE-REGISTER-LINE
              END-EVALUATE
           ELSE
              PERFORM 7000-WRITE-REJECT
           END-IF.
              IF WS-NEW-BRANCH = SPACES
                 MOVE '000' TO WS-NEW-BRANCH
              END-IF
              MOVE 'BRCH' TO WS-BL-FUNCTION
              MOVE WS-NEW-BRANCH TO WS-BL-BRANCH-CODE
              CALL 'BRCHLOOK' USING WS-BRCHLOOK-PARM
              EVALUATE TRUE
                 WHEN NOT WS-BL-FOUND
                    MOVE 'BRANCH NOT ON BRANCH MASTER'
                      TO WS-REJECT-REASON
                    MOVE 'N' TO WS-EDIT-SW
                 WHEN NOT WS-BL-OPEN
                    MOVE 'BRANCH NOT OPEN'
                      TO WS-REJECT-REASON
                    MOVE 'N' TO WS-EDIT-SW
              END-EVALUATE
           END-IF

           IF EDITS-GOOD
              MOVE ONB-MAIL-PREF TO WS-NEW-MAIL-PREF
              IF WS-NEW-MAIL-PREF = SPACE
                 MOVE 'P' TO WS-NEW-MAIL-PREF
                   TO WS-REJECT-REASON
                 MOVE 'N' TO WS-EDIT-SW
              END-IF
           END-IF

           MOVE 'N' TO WS-MINOR-SW
           IF EDITS-GOOD
              PERFORM 3150-EDIT-BIRTH-DATE
           END-IF

           IF EDITS-GOOD
              IF ONB-GUARDIAN-ID NUMERIC
                 MOVE ONB-GUARDIAN-ID TO WS-NEW-GUARDIAN-ID
              ELSE
                 IF ONB-GUARDIAN-ID = SPACES
                    MOVE ZERO TO WS-NEW-GUARDIAN-ID
                 ELSE
                    MOVE 'GUARDIAN-ID NOT NUMERIC'
                      TO WS-REJECT-REASON
                    MOVE 'N' TO WS-EDIT-SW
                 END-IF
              END-IF
           END-IF

           IF EDITS-GOOD
              MOVE ONB-GUARDIAN-REL TO WS-NEW-GUARDIAN-REL
              IF WS-NEW-GUARDIAN-REL = SPACE
                 MOVE 'P' TO WS-NEW-GUARDIAN-REL
              END-IF
              EVALUATE TRUE
                 WHEN CUSTOMER-IS-MINOR
                  AND WS-NEW-GUARDIAN-ID = ZERO
                    MOVE 'MINOR - GUARDIAN REQUIRED'
                      TO WS-REJECT-REASON
                    MOVE 'N' TO WS-EDIT-SW
                 WHEN NOT CUSTOMER-IS-MINOR
                  AND WS-NEW-GUARDIAN-ID NOT = ZERO
                    MOVE 'GUARDIAN GIVEN FOR AN ADULT'
                      TO WS-REJECT-REASON
                    MOVE 'N' TO WS-EDIT-SW
                 WHEN WS-NEW-GUARDIAN-ID = ONB-CUSTOMER-ID
                    MOVE 'CANNOT BE OWN GUARDIAN'
                      TO WS-REJECT-REASON
                    MOVE 'N' TO WS-EDIT-SW
                 WHEN WS-NEW-GUARDIAN-REL NOT = 'P'
                  AND WS-NEW-GUARDIAN-REL NOT = 'L'
                    MOVE 'GUARDIAN REL MUST BE P OR L'
                      TO WS-REJECT-REASON
                    MOVE 'N' TO WS-EDIT-SW
              END-EVALUATE
           END-IF.

      * A real date, not after today. Under 18 today is a minor.
       3150-EDIT-BIRTH-DATE.
           IF ONB-BIRTH-DATE = SPACES
              MOVE 'DATE OF BIRTH REQUIRED' TO WS-REJECT-REASON
              MOVE 'N' TO WS-EDIT-SW
           ELSE
              MOVE 'VAL ' TO WS-DU-FUNCTION
              MOVE ONB-BIRTH-DATE TO WS-DU-INPUT-DATE
              CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
              EVALUATE TRUE
                 WHEN NOT WS-DU-OK
                    MOVE 'DATE OF BIRTH NOT A VALID DATE'
                      TO WS-REJECT-REASON
                    MOVE 'N' TO WS-EDIT-SW
                 WHEN ONB-BIRTH-DATE > WS-TODAY-DATE
                    MOVE 'DATE OF BIRTH IN THE FUTURE'
                      TO WS-REJECT-REASON
                    MOVE 'N' TO WS-EDIT-SW
                 WHEN OTHER
                    MOVE ONB-BIRTH-DATE (1:4) TO WS-AGE18-YEAR
                    ADD 18 TO WS-AGE18-YEAR
                    MOVE ONB-BIRTH-DATE (5:6) TO WS-AGE18-MMDD
                    IF WS-AGE18-DATE > WS-TODAY-DATE
                       MOVE 'Y' TO WS-MINOR-SW
                    END-IF
              END-EVALUATE
           END-IF.

       3200-CHECK-ALREADY-ON-TEXEM.
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * The name against the compliance watch list. Anything but a
      * clean answer - a potential hit, or no list loaded to screen
      * against - holds the customer back for referral.
       3300-SCREEN-WATCH-LIST.
           MOVE 'SCR ' TO WS-SC-FUNCTION
           MOVE ONB-FIRST-NAME TO WS-SC-FIRST-NAME
           MOVE ONB-LAST-NAME TO WS-SC-LAST-NAME
           CALL 'WLSCREEN' USING WS-WLSCREEN-PARM.

      * The guardian must already be an active customer, and an
      * adult - one with no date of birth on file is taken as one.
       3400-CHECK-GUARDIAN.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3410-TRY-SELECT-GUARDIAN
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE TRUE
              WHEN SQLCODE = 100
                 MOVE 'GUARDIAN NOT ON TEXEM' TO WS-REJECT-REASON
                 MOVE 'N' TO WS-EDIT-SW
              WHEN SQLCODE NOT = ZERO
                 MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
                 PERFORM 9500-LOOKUP-ERROR-CODE
                 DISPLAY WS-ERRCODE-LOOKUP-TEXT
                 PERFORM 9999-ROLLBACK-AND-ABEND
              WHEN CUST-STATUS OF TEXEM NOT = 'A'
                 MOVE 'GUARDIAN NOT AN ACTIVE CUST'
                   TO WS-REJECT-REASON
                 MOVE 'N' TO WS-EDIT-SW
              WHEN BIRTH-DATE OF TEXEM NOT = SPACES
                 MOVE BIRTH-DATE OF TEXEM (1:4) TO WS-AGE18-YEAR
                 ADD 18 TO WS-AGE18-YEAR
                 MOVE BIRTH-DATE OF TEXEM (5:6) TO WS-AGE18-MMDD
                 IF WS-AGE18-DATE > WS-TODAY-DATE
                    MOVE 'GUARDIAN IS A MINOR' TO WS-REJECT-REASON
                    MOVE 'N' TO WS-EDIT-SW
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

       4000-INSERT-MASTER-ROW.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4010-TRY-INSERT-MASTER
              INSERT INTO TEXEM
                  (CUSTOMER_ID, FIRST_NAME, LAST_NAME,
                   CUST_STATUS, BRANCH_CODE, MAIL_PREF,
                   STMT_CYCLE, MAIL_UNDELIV, BIRTH_DATE, TMS_CREA)
              VALUES
                  (:ONB-CUSTOMER-ID, :ONB-FIRST-NAME,
                   :ONB-LAST-NAME, 'A',
                   :WS-NEW-BRANCH, :WS-NEW-MAIL-PREF,
                   :WS-NEW-STMT-CYCLE, 'N', :ONB-BIRTH-DATE,
                   CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       4050-INSERT-GUARDIAN-ROW.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4060-TRY-INSERT-GUARDIAN
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       4060-TRY-INSERT-GUARDIAN.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              INSERT INTO TEXGRD
                  (CUSTOMER_ID, GUARDIAN_ID, RELATIONSHIP,
                   GRD_STATUS, END_DATE, TMS_CREA)
              VALUES
                  (:ONB-CUSTOMER-ID, :WS-NEW-GUARDIAN-ID,
                   :WS-NEW-GUARDIAN-REL, 'A', ' ',
                   CURRENT TIMESTAMP)
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           MOVE ONB-CUSTOMER-ID TO WS-ME-CUSTOMER-ID
           MOVE 1 TO WS-ME-WALLET-NO
           MOVE ZERO TO WS-ME-OLD-WALLET
           MOVE ONB-OPENING-DEPOSIT TO WS-ME-NEW-WALLET
           MOVE WS-OPENING-REF TO WS-ME-ADJ-REF
           MOVE SPACES TO WS-ME-REV-ADJ-REF
           PERFORM 4220-HOLD-MOVEMENT-EVENT.

       4210-TRY-INSERT-MOVEMENT.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
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
                 VALUES
                     (:ONB-CUSTOMER-ID, 1, :ONB-FIRST-NAME,
                      :ONB-LAST-NAME, 0, :ONB-OPENING-DEPOSIT,
                      :WS-OPENING-REF, ' ',
                      :WS-ME-TMS-CREA, :WS-PGM-NAME)
              END-EXEC
           END-IF
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       4220-HOLD-MOVEMENT-EVENT.
      * The row just inserted, as its event - WS-ME- fields filled by
      * the caller, timestamp included.
           MOVE 'HOLD' TO WS-ME-FUNCTION
           MOVE WS-PGM-NAME TO WS-ME-PGM-NAME
           CALL 'MOVEVENT' USING WS-MOVEVENT-PARM.

      * Called straight after each COMMIT - the unit's events go to
      * the MOVEVENT file. One that cannot be written is not lost:
      * MOVEPUB publishes any history row it finds without an event.
       4230-RELEASE-MOVEMENT-EVENTS.
           MOVE 'CMIT' TO WS-ME-FUNCTION
           CALL 'MOVEVENT' USING WS-MOVEVENT-PARM
           IF WS-ME-RC NOT = ZERO
              DISPLAY 'CUSTONBD: MOVEMENT EVENTS NOT ALL WRITTEN - RC '
                  WS-ME-RC ' - MOVEPUB WILL RECOVER THEM'
           END-IF.

       7000-WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO WS-REJECT-LINE
           MOVE WS-NEW-BRANCH TO WS-RG-BRANCH
           MOVE ONB-CURRENCY TO WS-RG-CURRENCY
           MOVE ONB-OPENING-DEPOSIT TO WS-RG-DEPOSIT
           MOVE ONB-BIRTH-DATE TO WS-RG-BIRTH-DATE
           IF CUSTOMER-IS-MINOR
              MOVE WS-NEW-GUARDIAN-ID TO WS-RG-GUARDIAN
           ELSE
              MOVE SPACES TO WS-RG-GUARDIAN
           END-IF
           MOVE WS-REGISTER-LINE TO REGISTER-REPORT-RECORD
           WRITE REGISTER-REPORT-RECORD.

       7200-WRITE-REFERRAL.
           ADD 1 TO WS-REFERRED-COUNT
           MOVE WS-PGM-NAME TO WS-RF-PROGRAM
           MOVE ONB-CUSTOMER-ID TO WS-RF-CUSTOMER-ID
           MOVE ONB-FIRST-NAME TO WS-RF-FIRST-NAME
           MOVE ONB-LAST-NAME TO WS-RF-LAST-NAME
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

      * The date of birth as set, and a minor's guardian link - no
      * operator keyed either, so no USERNO.
       7300-WRITE-GUARDIAN-AUDIT.
           MOVE SPACES TO GUARDIAN-AUDIT-RECORD
           MOVE WS-TODAY-DATE TO GAU-DATE
           MOVE ZERO TO GAU-USERNO
           MOVE 'B' TO GAU-ACTION
           MOVE ONB-CUSTOMER-ID TO GAU-CUSTOMER-ID
           MOVE ONB-BIRTH-DATE TO GAU-NEW-BIRTH-DATE
           MOVE ZERO TO GAU-OLD-GUARDIAN-ID
           MOVE ZERO TO GAU-NEW-GUARDIAN-ID
           MOVE WS-PGM-NAME TO GAU-PGM-NAME
           WRITE GUARDIAN-AUDIT-RECORD
           IF CUSTOMER-IS-MINOR
              MOVE 'L' TO GAU-ACTION
              MOVE WS-NEW-GUARDIAN-ID TO GAU-NEW-GUARDIAN-ID
              MOVE WS-NEW-GUARDIAN-REL TO GAU-RELATIONSHIP
              WRITE GUARDIAN-AUDIT-RECORD
              ADD 1 TO WS-LINKED-COUNT
           END-IF.

       8000-HOUSEKEEPING.
      * The register closes with the control totals finance ticks
      * against the cash taken on.
           CLOSE ONBOARD-FILE
           CLOSE REJECT-REPORT
           CLOSE REGISTER-REPORT
           CLOSE REFERRAL-REPORT
           CLOSE GUARDIAN-AUDIT-FILE

           MOVE WS-OPENED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'CUSTONBD: ACCOUNTS OPENED: ' WS-COUNT-FORMATTED
           MOVE WS-LINKED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'CUSTONBD: MINORS LINKED TO A GUARDIAN: '
               WS-COUNT-FORMATTED
           MOVE WS-REJECTED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'CUSTONBD: RECORDS REJECTED: ' WS-COUNT-FORMATTED
           MOVE WS-REFERRED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'CUSTONBD: REFERRED TO COMPLIANCE: '
               WS-COUNT-FORMATTED

           IF WS-REJECTED-COUNT > ZERO
              OR WS-REFERRED-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

