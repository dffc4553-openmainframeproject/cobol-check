       ID DIVISION.
       PROGRAM-ID.         CORRLOG.
       AUTHOR.             (TNP).
       DATE-WRITTEN.       15.10.2026.
      *--------------+------+-------------------------------------------
      *
      *     SHARED CORRESPONDENCE-HISTORY ROUTINE. CUSTINQ COULD TELL
      *     A CALLER THEIR BALANCE BUT NOT WHAT WE HAD SENT THEM.
      *     EVERY PROGRAM THAT PRODUCES A LETTER, STATEMENT,
      *     CERTIFICATE OR NOTICE FOR A CUSTOMER - AND MAILRET, FOR
      *     EACH PIECE THAT COMES BACK - HANDS THE ITEM HERE AS IT
      *     GOES, THE WAY THE POSTING PROGRAMS HAND THEIR ROWS TO
      *     MOVEVENT, AND THIS ROUTINE APPENDS IT TO THE CORRHIST
      *     FILE IN THE SHARED COPY CORRHIST LAYOUT.
      *
      *     FUNCTIONS SUPPORTED (CL-FUNCTION):
      *        'LOG '  -  APPEND ONE ITEM. A BLANK CL-ITEM-DATE TAKES
      *                   THE RUN'S BUSINESS DATE.
      *        'CLOS'  -  THE CALLER HAS FINISHED: CLOSE THE FILE SO
      *                   ITS ITEMS ARE ON THE DATASET. CL-COUNT SAYS
      *                   HOW MANY WERE LOGGED THIS RUN.
      *
      *     RC 12 - THE CORRHIST FILE COULD NOT BE OPENED; SAID ONCE,
      *     THEN EVERY LATER CALL RETURNS 12 WITHOUT TRYING AGAIN. THE
      *     ITEM ITSELF STANDS - THE HISTORY IS A RECORD OF WHAT WAS
      *     SENT, NOT A CONDITION OF SENDING IT - SO THE CALLER ONLY
      *     NEEDS TO SAY SO.
      *
      *     THE DD IS ALLOCATED DISP=MOD; THE WINDOW'S STEPS RUN ONE
      *     AT A TIME, SO THE FILE IS IN THE ORDER THE ITEMS WENT.
      *
      *--------------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRESPONDENCE-FILE ASSIGN TO "CORRHIST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CORRHIST-STATUS.
      *    THE BUSINESS DATE EACH ITEM IS STAMPED WITH - READ ONCE,
      *    ON THE FIRST CALL OF THE RUN.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CORRESPONDENCE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS CORRESPONDENCE-RECORD.
       01  CORRESPONDENCE-RECORD.
           COPY CORRHIST.
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
          03 WS-CORRHIST-STATUS     PIC X(02).
              88 CORRHIST-OK        VALUE '00'.
          03 WS-BUSDATE-STATUS      PIC X(02).
              88 BUSDATE-OK         VALUE '00'.
          03 WS-FIRST-CALL-SW       PIC X(01) VALUE 'Y'.
              88 FIRST-CALL         VALUE 'Y'.
          03 WS-FILE-STATE          PIC X(01) VALUE 'C'.
              88 FILE-CLOSED        VALUE 'C'.
              88 FILE-OPEN          VALUE 'O'.
              88 FILE-UNAVAILABLE   VALUE 'U'.
          03 WS-BUS-DATE            PIC X(10).
          03 WS-DATE-RAW            PIC 9(08).
          03 WS-LOGGED-COUNT        PIC 9(07) VALUE ZERO.

       LINKAGE SECTION.
       01  CORRLOG-PARM.
           05 CL-FUNCTION             PIC X(04).
               88 CL-LOG                 VALUE 'LOG '.
               88 CL-CLOSE               VALUE 'CLOS'.
           05 CL-CUSTOMER-ID          PIC 9(9).
           05 CL-ITEM-DATE            PIC X(10).
           05 CL-ITEM-TYPE            PIC X(01).
           05 CL-MESSAGE-CODE         PIC X(04).
           05 CL-CHANNEL              PIC X(01).
           05 CL-DISPOSITION          PIC X(01).
           05 CL-PGM-NAME             PIC X(08).
           05 CL-REFERENCE            PIC X(20).
           05 CL-RC                   PIC 9(02).
               88 CL-OK                  VALUE 00.
      *    ITEMS LOGGED THIS RUN, RETURNED BY A 'CLOS'.
           05 CL-COUNT                PIC 9(07).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING CORRLOG-PARM.
      *-----------------------------------------------------------------
       0000-MAIN SECTION.
      *-----------------------------------------------------------------
           MOVE ZERO TO CL-RC
           IF FIRST-CALL
               PERFORM 0100-RESOLVE-BUSINESS-DATE
               MOVE 'N' TO WS-FIRST-CALL-SW
           END-IF

           EVALUATE TRUE
               WHEN CL-LOG
                   PERFORM 1000-LOG-ITEM
               WHEN CL-CLOSE
                   IF FILE-OPEN
                       CLOSE CORRESPONDENCE-FILE
                       SET FILE-CLOSED TO TRUE
                   END-IF
                   MOVE WS-LOGGED-COUNT TO CL-COUNT
               WHEN OTHER
                   MOVE 12 TO CL-RC
           END-EVALUATE
           GOBACK
           .

       0100-RESOLVE-BUSINESS-DATE SECTION.
      *-----------------------------------------------------------------
      *    NO CONTROL RECORD - THE SYSTEM DATE STANDS IN, AS IN THE
      *    PRODUCING PROGRAMS THEMSELVES.
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

       1000-LOG-ITEM SECTION.
      *-----------------------------------------------------------------
           IF FILE-CLOSED
               OPEN EXTEND CORRESPONDENCE-FILE
               IF NOT CORRHIST-OK
                   OPEN OUTPUT CORRESPONDENCE-FILE
               END-IF
               IF CORRHIST-OK
                   SET FILE-OPEN TO TRUE
               ELSE
                   SET FILE-UNAVAILABLE TO TRUE
                   DISPLAY "CORRLOG: CORRHIST UNAVAILABLE - STATUS "
                       WS-CORRHIST-STATUS " - NO CORRESPONDENCE IS "
                       "LOGGED FOR " CL-PGM-NAME
               END-IF
           END-IF

           IF FILE-OPEN
               MOVE SPACES TO CORRESPONDENCE-RECORD
               MOVE CL-CUSTOMER-ID TO CRH-CUSTOMER-ID
               IF CL-ITEM-DATE = SPACES
                   MOVE WS-BUS-DATE TO CRH-ITEM-DATE
               ELSE
                   MOVE CL-ITEM-DATE TO CRH-ITEM-DATE
               END-IF
               MOVE CL-ITEM-TYPE TO CRH-ITEM-TYPE
               MOVE CL-MESSAGE-CODE TO CRH-MESSAGE-CODE
               MOVE CL-CHANNEL TO CRH-CHANNEL
               MOVE CL-DISPOSITION TO CRH-DISPOSITION
               MOVE CL-PGM-NAME TO CRH-PGM-NAME
               MOVE CL-REFERENCE TO CRH-REFERENCE
               MOVE WS-BUS-DATE TO CRH-LOGGED-DATE
               WRITE CORRESPONDENCE-RECORD
               ADD 1 TO WS-LOGGED-COUNT
           ELSE
               MOVE 12 TO CL-RC
           END-IF
           .
