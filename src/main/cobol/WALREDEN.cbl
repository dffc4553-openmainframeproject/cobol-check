      * redenomination row is never a reversal, so the field is
      * free to document the rate. The REDENREG register repeats
      * the figures and the rate for finance.
      *
      * Every TEXE2HIST row posted here is also handed to MOVEVENT as
      * a movement event, released to the shared MOVEVENT file after
      * each commit, for MOVEPUB's feed to the CRM and fraud
      * platforms.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WALREDEN'.

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

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.
              EXEC SQL
                 COMMIT
              END-EXEC
              PERFORM 3530-RELEASE-MOVEMENT-EVENTS
              ADD 1 TO WS-APPLIED-COUNT
              PERFORM 3600-WRITE-REGISTER-LINE
           END-IF.
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           MOVE RDN-CUSTOMER-ID TO WS-ME-CUSTOMER-ID
           MOVE RDN-WALLET-NO TO WS-ME-WALLET-NO
           MOVE WS-OLD-AMOUNT TO WS-ME-OLD-WALLET
           MOVE WS-NEW-AMOUNT TO WS-ME-NEW-WALLET
           MOVE WS-ADJ-REF TO WS-ME-ADJ-REF
           MOVE WS-RATE-REF TO WS-ME-REV-ADJ-REF
           PERFORM 3520-HOLD-MOVEMENT-EVENT.

       3510-TRY-INSERT.
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
                 SELECT CUSTOMER_ID, :RDN-WALLET-NO,
                        FIRST_NAME, LAST_NAME,
                        :WS-OLD-AMOUNT, :WS-NEW-AMOUNT,
                        :WS-ADJ-REF, :WS-RATE-REF,
                        :WS-ME-TMS-CREA, :WS-PGM-NAME
                 FROM TEXEM
                 WHERE CUSTOMER_ID = :RDN-CUSTOMER-ID
              END-EXEC
           END-IF
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       3520-HOLD-MOVEMENT-EVENT.
      * The row just inserted, as its event - WS-ME- fields filled by
      * the caller, timestamp included.
           MOVE 'HOLD' TO WS-ME-FUNCTION
           MOVE WS-PGM-NAME TO WS-ME-PGM-NAME
           CALL 'MOVEVENT' USING WS-MOVEVENT-PARM.

      * Called straight after each COMMIT - the unit's events go to
      * the MOVEVENT file. One that cannot be written is not lost:
      * MOVEPUB publishes any history row it finds without an event.
       3530-RELEASE-MOVEMENT-EVENTS.
           MOVE 'CMIT' TO WS-ME-FUNCTION
           CALL 'MOVEVENT' USING WS-MOVEVENT-PARM
           IF WS-ME-RC NOT = ZERO
              DISPLAY 'WALREDEN: MOVEMENT EVENTS NOT ALL WRITTEN - RC '
                  WS-ME-RC ' - MOVEPUB WILL RECOVER THEM'
           END-IF.

       3600-WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-LINE
           MOVE RDN-CUSTOMER-ID TO WS-RG-CUSTOMER-ID
