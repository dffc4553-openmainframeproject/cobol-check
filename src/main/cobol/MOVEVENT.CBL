       ID DIVISION.
       PROGRAM-ID.         MOVEVENT.
       AUTHOR.             (TNP).
       DATE-WRITTEN.       15.10.2026.
      *--------------+------+-------------------------------------------
      *
      *     SHARED MOVEMENT-EVENT ROUTINE FOR THE PROGRAMS THAT WRITE
      *     TEXE2HIST. THE CRM AND THE FRAUD PLATFORM WANT EACH WALLET
      *     MOVEMENT AS AN EVENT, NOT REVERSE-ENGINEERED FROM TWO
      *     DAYS' SNAPSHOTS. EVERY PROGRAM THAT INSERTS A HISTORY ROW
      *     HANDS THE ROW HERE STRAIGHT AFTER THE INSERT, AND CALLS
      *     AGAIN STRAIGHT AFTER EACH COMMIT, THE WAY EVERYTHING
      *     CALLS WALLOCK AT START AND END. AN EVENT IS HELD IN
      *     STORAGE UNTIL ITS UNIT OF WORK COMMITS, SO A ROLLED-BACK
      *     ROW IS NEVER PUBLISHED; THE NIGHTLY MOVEPUB STEP NUMBERS
      *     AND DELIVERS WHAT REACHED THE FILE.
      *
      *     FUNCTIONS SUPPORTED (ME-FUNCTION):
      *        'HOLD'  -  HOLD THE EVENT FOR ONE INSERTED ROW UNTIL
      *                   THE UNIT OF WORK COMMITS.
      *        'CMIT'  -  THE CALLER HAS COMMITTED: APPEND THE HELD
      *                   EVENTS TO THE MOVEVENT FILE, IN THE ORDER
      *                   THEY WERE HELD, AND CLOSE IT SO THEY ARE ON
      *                   THE DATASET. ME-COUNT SAYS HOW MANY WENT.
      *        'DROP'  -  THE CALLER HAS ROLLED BACK: DISCARD THE
      *                   HELD EVENTS.
      *
      *     RC 04 ON A 'CMIT' - SOME OF THE UNIT'S EVENTS COULD NOT
      *     BE HELD (MORE THAN THE TABLE TAKES BETWEEN COMMITS); RC
      *     12 - THE MOVEVENT FILE COULD NOT BE OPENED. THE POSTINGS
      *     THEMSELVES STAND EITHER WAY: MOVEPUB MATCHES THE EVENTS
      *     AGAINST TEXE2HIST AND PUBLISHES ANY ROW IT FINDS WITHOUT
      *     ONE, SO THE CALLER ONLY NEEDS TO SAY SO.
      *
      *     THE DD IS ALLOCATED DISP=MOD; THE WINDOW'S STEPS RUN ONE
      *     AT A TIME, SO THE FILE IS IN COMMIT ORDER.
      *
      *--------------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEMENT-EVENT-FILE ASSIGN TO "MOVEVENT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-EVENT-STATUS.
      *    THE BUSINESS DATE EACH EVENT IS STAMPED WITH - READ ONCE,
      *    ON THE FIRST CALL OF THE RUN.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVEMENT-EVENT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS MOVEMENT-EVENT-RECORD.
       01  MOVEMENT-EVENT-RECORD.
           COPY MOVEEVT.
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
       01  WORK-FIELDS-1.
          03 WS-EVENT-STATUS        PIC X(02).
              88 EVENT-OK           VALUE '00'.
          03 WS-BUSDATE-STATUS      PIC X(02).
              88 BUSDATE-OK         VALUE '00'.
          03 WS-FIRST-CALL-SW       PIC X(01) VALUE 'Y'.
              88 FIRST-CALL         VALUE 'Y'.
          03 WS-BUS-DATE            PIC X(10).
          03 WS-DATE-RAW            PIC 9(08).
          03 WS-PENDING-COUNT       PIC S9(4) COMP VALUE ZERO.
          03 WS-PENDING-MAX         PIC S9(4) COMP VALUE 5000.
          03 WS-PENDING-IX          PIC S9(4) COMP.
          03 WS-OVERFLOW-COUNT      PIC S9(5) COMP-3 VALUE ZERO.
      *-----------------------------------------------------------------
      *    THE EVENTS OF THE UNIT OF WORK NOT YET COMMITTED. THE
      *    POSTING PROGRAMS COMMIT EVERY THOUSAND OR SO ROWS, WELL
      *    INSIDE THE TABLE.
      *-----------------------------------------------------------------
       01  WS-PENDING-TABLE.
           05 WS-PE-RECORD OCCURS 5000 TIMES PIC X(120).

       LINKAGE SECTION.
       01  MOVEVENT-PARM.
           05 ME-FUNCTION             PIC X(04).
               88 ME-HOLD                VALUE 'HOLD'.
               88 ME-COMMIT              VALUE 'CMIT'.
               88 ME-DROP                VALUE 'DROP'.
           05 ME-CUSTOMER-ID          PIC 9(9).
           05 ME-WALLET-NO            PIC 9(2).
           05 ME-OLD-WALLET           PIC S9(8)V99 COMP-3.
           05 ME-NEW-WALLET           PIC S9(8)V99 COMP-3.
           05 ME-ADJ-REF              PIC X(12).
           05 ME-REV-ADJ-REF          PIC X(12).
           05 ME-PGM-NAME             PIC X(08).
           05 ME-TMS-CREA             PIC X(26).
           05 ME-RC                   PIC 9(02).
               88 ME-OK                  VALUE 00.
      *    EVENTS WRITTEN BY A 'CMIT'.
           05 ME-COUNT                PIC 9(05).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING MOVEVENT-PARM.
      *-----------------------------------------------------------------
       0000-MAIN SECTION.
      *-----------------------------------------------------------------
           MOVE ZERO TO ME-RC
           MOVE ZERO TO ME-COUNT
           IF FIRST-CALL
               PERFORM 0100-RESOLVE-BUSINESS-DATE
               MOVE 'N' TO WS-FIRST-CALL-SW
           END-IF

           EVALUATE TRUE
               WHEN ME-HOLD
                   PERFORM 1000-HOLD-EVENT
               WHEN ME-COMMIT
                   PERFORM 2000-WRITE-HELD-EVENTS
               WHEN ME-DROP
                   MOVE ZERO TO WS-PENDING-COUNT
                   MOVE ZERO TO WS-OVERFLOW-COUNT
               WHEN OTHER
                   MOVE 12 TO ME-RC
           END-EVALUATE
           GOBACK
           .

       0100-RESOLVE-BUSINESS-DATE SECTION.
      *-----------------------------------------------------------------
      *    NO CONTROL RECORD - THE SYSTEM DATE STANDS IN, AS IN THE
      *    POSTING PROGRAMS THEMSELVES.
      *-----------------------------------------------------------------
           MOVE SPACES TO WS-BUS-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF BUSDATE-OK
               READ BUSINESS-DATE-FILE
               IF BUSDATE-OK
                   MOVE BD-BUSINESS-DATE TO WS-BUS-DATE
               END-IF
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-BUS-DATE = SPACES
               ACCEPT WS-DATE-RAW FROM DATE YYYYMMDD
               MOVE WS-DATE-RAW (1:4) TO WS-BUS-DATE (1:4)
               MOVE '-' TO WS-BUS-DATE (5:1)
               MOVE WS-DATE-RAW (5:2) TO WS-BUS-DATE (6:2)
               MOVE '-' TO WS-BUS-DATE (8:1)
               MOVE WS-DATE-RAW (7:2) TO WS-BUS-DATE (9:2)
           END-IF
           .

       1000-HOLD-EVENT SECTION.
      *-----------------------------------------------------------------
           IF WS-PENDING-COUNT NOT LESS THAN WS-PENDING-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
               MOVE SPACES TO MOVEMENT-EVENT-RECORD
               MOVE ME-CUSTOMER-ID TO MEV-CUSTOMER-ID
               MOVE ME-WALLET-NO TO MEV-WALLET-NO
               MOVE ME-OLD-WALLET TO MEV-OLD-WALLET
               MOVE ME-NEW-WALLET TO MEV-NEW-WALLET
               MOVE ME-ADJ-REF TO MEV-ADJ-REF
               MOVE ME-REV-ADJ-REF TO MEV-REV-ADJ-REF
               MOVE ME-PGM-NAME TO MEV-PGM-NAME
               MOVE ME-TMS-CREA TO MEV-TMS-CREA
               MOVE WS-BUS-DATE TO MEV-BUS-DATE
               ADD 1 TO WS-PENDING-COUNT
               MOVE MOVEMENT-EVENT-RECORD
                 TO WS-PE-RECORD (WS-PENDING-COUNT)
           END-IF
           .

       2000-WRITE-HELD-EVENTS SECTION.
      *-----------------------------------------------------------------
           IF WS-PENDING-COUNT > ZERO
               OPEN EXTEND MOVEMENT-EVENT-FILE
               IF NOT EVENT-OK
                   OPEN OUTPUT MOVEMENT-EVENT-FILE
               END-IF
               IF EVENT-OK
                   PERFORM VARYING WS-PENDING-IX FROM 1 BY 1
                           UNTIL WS-PENDING-IX > WS-PENDING-COUNT
                       MOVE WS-PE-RECORD (WS-PENDING-IX)
                         TO MOVEMENT-EVENT-RECORD
                       WRITE MOVEMENT-EVENT-RECORD
                   END-PERFORM
                   CLOSE MOVEMENT-EVENT-FILE
                   MOVE WS-PENDING-COUNT TO ME-COUNT
               ELSE
                   MOVE 12 TO ME-RC
               END-IF
           END-IF
           IF WS-OVERFLOW-COUNT > ZERO AND ME-RC = ZERO
               MOVE 04 TO ME-RC
           END-IF
           MOVE ZERO TO WS-PENDING-COUNT
           MOVE ZERO TO WS-OVERFLOW-COUNT
           .
