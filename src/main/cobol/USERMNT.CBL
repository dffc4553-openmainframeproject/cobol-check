      *     ANY USERNO ONCE, SO THE FIRST ADMINISTRATOR CAN BE
      *     LOADED.
      *
      *     EVERY APPLIED TRANSACTION WRITES A USERAUDT RECORD - WHO
      *     MAINTAINED WHICH USERNO, WITH THE BEFORE AND AFTER NAME,
      *     STATUS AND AUTHORITY - DATED WITH THE WINDOW'S BUSINESS
      *     DATE FROM BUSDATE, SO AUDTCONS CAN CARRY IT INTO THE
      *     AUDIT WAREHOUSE WITH THE OTHER TRAILS.
      *
      *--------------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TRAN-STATUS.
           SELECT USER-AUDIT-FILE ASSIGN TO "USERAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-AUDIT-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER-FILE
           05 UTR-NAME           PIC X(20).
           05 UTR-STATUS         PIC X(01).
           05 UTR-AUTHORITY      PIC X(01).
      *    ONE RECORD PER APPLIED TRANSACTION. AN ADD HAS NO BEFORE
      *    IMAGE, A DELETE NO AFTER IMAGE.
       FD  USER-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS USER-AUDIT-RECORD.
       01  USER-AUDIT-RECORD.
           05 UAU-DATE           PIC X(10).
           05 UAU-MAINT-USERNO   PIC 9(03).
           05 UAU-ACTION         PIC X(01).
           05 UAU-USERNO         PIC 9(03).
           05 UAU-OLD-NAME       PIC X(20).
           05 UAU-OLD-STATUS     PIC X(01).
           05 UAU-OLD-AUTHORITY  PIC X(01).
           05 UAU-NEW-NAME       PIC X(20).
           05 UAU-NEW-STATUS     PIC X(01).
           05 UAU-NEW-AUTHORITY  PIC X(01).
           05 FILLER             PIC X(19).
       FD  BUSINESS-DATE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 11 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS BUSINESS-DATE-RECORD.
       01  BUSINESS-DATE-RECORD.
           05 BD-BUSINESS-DATE   PIC X(10).
           05 BD-STATUS          PIC X(01).

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
              88 TRAN-OK            VALUE '00'.
              88 TRAN-EOF           VALUE '10'.
              88 TRAN-NOT-FOUND     VALUE '35'.
          03 WS-AUDIT-STATUS        PIC X(02).
              88 AUDIT-OK           VALUE '00'.
          03 WS-BUSDATE-STATUS      PIC X(02).
              88 BUSDATE-OK         VALUE '00'.
              88 BUSDATE-NOT-FOUND  VALUE '35'.
          03 WS-AUDIT-DATE          PIC X(10) VALUE SPACES.
          03 WS-DATE-RAW8           PIC 9(08).
          03 WS-MAINT-USERNO        PIC 9(03) VALUE ZERO.
          03 WS-ADMIN-SW            PIC X(01) VALUE 'N'.
              88 ADMIN-AUTHORISED   VALUE 'Y'.
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'USERMNT'.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           PERFORM 1800-CHECK-ADMIN-AUTHORITY

           IF ADMIN-AUTHORISED
               PERFORM 1900-OPEN-AUDIT-TRAIL
               PERFORM 2000-APPLY-TRANSACTIONS
               CLOSE USER-AUDIT-FILE
               PERFORM 7000-REWRITE-USER-MASTER
           END-IF

           END-IF
           .

       1900-OPEN-AUDIT-TRAIL SECTION.
      *-----------------------------------------------------------------
      *    THE TRAIL IS DATED WITH THE OPEN WINDOW'S BUSINESS DATE;
      *    WITH NO CONTROL FILE THE SYSTEM DATE STANDS IN.
      *-----------------------------------------------------------------
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
               WHEN BUSDATE-OK
                   READ BUSINESS-DATE-FILE
                   IF BUSDATE-OK
                       MOVE BD-BUSINESS-DATE TO WS-AUDIT-DATE
                   END-IF
                   CLOSE BUSINESS-DATE-FILE
               WHEN BUSDATE-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "USERMNT: UNEXPECTED BUSDATE STATUS "
                       WS-BUSDATE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           IF WS-AUDIT-DATE = SPACES
               ACCEPT WS-DATE-RAW8 FROM DATE YYYYMMDD
               MOVE WS-DATE-RAW8 (1:4) TO WS-AUDIT-DATE (1:4)
               MOVE '-' TO WS-AUDIT-DATE (5:1)
               MOVE WS-DATE-RAW8 (5:2) TO WS-AUDIT-DATE (6:2)
               MOVE '-' TO WS-AUDIT-DATE (8:1)
               MOVE WS-DATE-RAW8 (7:2) TO WS-AUDIT-DATE (9:2)
           END-IF

           OPEN EXTEND USER-AUDIT-FILE
           IF NOT AUDIT-OK
               OPEN OUTPUT USER-AUDIT-FILE
           END-IF
           IF NOT AUDIT-OK
               DISPLAY "USERMNT: UNEXPECTED USERAUDT STATUS "
                   WS-AUDIT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           .

       060-LOOKUP-ERROR-CODE SECTION.
      *-----------------------------------------------------------------
      *    LOOK THE CODE UP THROUGH THE SHARED ERRLOOK ROUTINE,
           END-PERFORM
           .

       3500-START-AUDIT-RECORD SECTION.
      *-----------------------------------------------------------------
           MOVE SPACES TO USER-AUDIT-RECORD
           MOVE WS-AUDIT-DATE TO UAU-DATE
           MOVE WS-MAINT-USERNO TO UAU-MAINT-USERNO
           MOVE UTR-ACTION TO UAU-ACTION
           MOVE UTR-USERNO TO UAU-USERNO
           .

       3600-AUDIT-BEFORE-IMAGE SECTION.
      *-----------------------------------------------------------------
           MOVE WS-UT-NAME (WS-FOUND-IX) TO UAU-OLD-NAME
           MOVE WS-UT-STATUS (WS-FOUND-IX) TO UAU-OLD-STATUS
           MOVE WS-UT-AUTHORITY (WS-FOUND-IX) TO UAU-OLD-AUTHORITY
           .

       4000-ADD-USER SECTION.
      *-----------------------------------------------------------------
           EVALUATE TRUE
                   MOVE 'USER MASTER FULL' TO WS-REJECT-REASON
                   MOVE 'N' TO WS-EDITS-SW
               WHEN OTHER
                   PERFORM 3500-START-AUDIT-RECORD
                   ADD 1 TO WS-USER-COUNT
                   MOVE UTR-USERNO TO WS-UT-USERNO (WS-USER-COUNT)
                   MOVE UTR-NAME TO WS-UT-NAME (WS-USER-COUNT)
                   MOVE UTR-STATUS TO WS-UT-STATUS (WS-USER-COUNT)
                   MOVE UTR-AUTHORITY
                     TO WS-UT-AUTHORITY (WS-USER-COUNT)
                   MOVE UTR-NAME TO UAU-NEW-NAME
                   MOVE UTR-STATUS TO UAU-NEW-STATUS
                   MOVE UTR-AUTHORITY TO UAU-NEW-AUTHORITY
                   WRITE USER-AUDIT-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE
           .
               MOVE 'USERNO NOT ON FILE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDITS-SW
           ELSE
               PERFORM 3500-START-AUDIT-RECORD
               PERFORM 3600-AUDIT-BEFORE-IMAGE
               MOVE UTR-NAME TO WS-UT-NAME (WS-FOUND-IX)
               MOVE UTR-STATUS TO WS-UT-STATUS (WS-FOUND-IX)
               MOVE UTR-AUTHORITY TO WS-UT-AUTHORITY (WS-FOUND-IX)
               MOVE UTR-NAME TO UAU-NEW-NAME
               MOVE UTR-STATUS TO UAU-NEW-STATUS
               MOVE UTR-AUTHORITY TO UAU-NEW-AUTHORITY
               WRITE USER-AUDIT-RECORD
               ADD 1 TO WS-APPLIED-COUNT
           END-IF
           .
               MOVE 'USERNO NOT ON FILE' TO WS-REJECT-REASON
               MOVE 'N' TO WS-EDITS-SW
           ELSE
               PERFORM 3500-START-AUDIT-RECORD
               PERFORM 3600-AUDIT-BEFORE-IMAGE
               WRITE USER-AUDIT-RECORD
               MOVE ZERO TO WS-UT-USERNO (WS-FOUND-IX)
               MOVE SPACES TO WS-UT-NAME (WS-FOUND-IX)
               ADD 1 TO WS-APPLIED-COUNT
