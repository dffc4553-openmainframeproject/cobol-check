       ID DIVISION.
       PROGRAM-ID.         TCHGLOOK.
       AUTHOR.             (TNP).
       DATE-WRITTEN.       15.10.2026.
      *--------------+------+-------------------------------------------
      *
      *     SHARED CHANGE-OF-TERMS LOOKUP. CALLED LIKE PRODLOOK WITH A
      *     FUNCTION CODE AND A BUSINESS DATE; RETURNS THE LODGED
      *     CHANGE TO THE HOUSE TERMS IN FORCE ON THAT DATE FROM THE
      *     TERMSCHG FILE (SEE TERMSCHG.CPY). WALINT AND WALFEE LAY
      *     WHAT IT RETURNS OVER INTPARM AND FEESCHED, SO A CHANGE
      *     TAKES EFFECT ON ITS DATE WITHOUT THE FILES BEING EDITED,
      *     AND NEVER BEFORE EVERY CUSTOMER NOTIFIED OF IT HAS HAD
      *     THE NOTICE PERIOD.
      *
      *     A CHANGE IS IN FORCE ON TL-DATE WHEN IT IS NOT WITHDRAWN,
      *     ITS EFFECTIVE DATE HAS COME, AND EITHER IT NEEDED NO
      *     NOTICE OR IT HAS BEEN NOTIFIED AND ITS CLEAR DATE HAS
      *     COME TOO. OF THE CHANGES IN FORCE THE ONE WITH THE LATEST
      *     EFFECTIVE DATE APPLIES. A CHANGE WHOSE EFFECTIVE DATE HAS
      *     COME BUT WHOSE NOTICE HAS NOT RUN, AND WHICH WOULD
      *     OTHERWISE HAVE APPLIED, IS WITHHELD: IT IS DISPLAYED
      *     UNDER THE CALLER'S NAME AND COUNTED IN TL-WITHHELD-COUNT,
      *     AND THE TERMS BEFORE IT STAND.
      *
      *     FUNCTIONS SUPPORTED (TL-FUNCTION):
      *        'RATE'  -  THE HOUSE MONTHLY RATE IN FORCE. TL-FOUND-SW
      *                   'N' - NO CHANGE IN FORCE, INTPARM STANDS.
      *        'FEE '  -  THE TL-INDEX'TH FEE CODE WITH A CHANGE IN
      *                   FORCE, AS ITS FEESCHED RECORD NOW STANDS
      *                   (TYPE 'D' - THE FEE IS DROPPED). THE CALLER
      *                   STEPS TL-INDEX FROM 1 UNTIL TL-FOUND-SW IS
      *                   'N'; THE WITHHELD CHANGES ARE DISPLAYED ON
      *                   INDEX 1.
      *
      *     TERMSCHG IS READ ONCE ON THE FIRST CALL OF THE RUN UNIT.
      *     NO TERMSCHG FILE MEANS NO CHANGES LODGED - INTPARM AND
      *     FEESCHED STAND AS THEY ARE.
      *
      *--------------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMS-CHANGE-FILE ASSIGN TO "TERMSCHG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CHANGE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TERMS-CHANGE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 110 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS TERMS-CHANGE-RECORD.
       01  TERMS-CHANGE-RECORD.
           COPY TERMSCHG.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WORK-FIELDS-1.
          03 WS-CHANGE-STATUS       PIC X(02).
              88 CHANGE-OK          VALUE '00'.
              88 CHANGE-EOF         VALUE '10'.
              88 CHANGE-NOT-FOUND   VALUE '35'.
          03 WS-LOADED-SW           PIC X(01) VALUE 'N'.
              88 CHANGES-LOADED     VALUE 'Y'.
          03 WS-CHANGE-COUNT        PIC S9(4) COMP VALUE ZERO.
          03 WS-CHANGE-MAX          PIC S9(4) COMP VALUE 200.
          03 WS-CHANGE-IX           PIC S9(4) COMP.
          03 WS-RESULT-COUNT        PIC S9(4) COMP VALUE ZERO.
          03 WS-RESULT-MAX          PIC S9(4) COMP VALUE 50.
          03 WS-RESULT-IX           PIC S9(4) COMP.
          03 WS-FOUND-IX            PIC S9(4) COMP.
          03 WS-WANTED-TYPE         PIC X(01).
          03 WS-IN-FORCE-SW         PIC X(01).
              88 CHANGE-IN-FORCE    VALUE 'Y'.
          03 WS-WITHHELD-SW         PIC X(01).
              88 CHANGE-WITHHELD    VALUE 'Y'.
          03 WS-WITHHELD-COUNT      PIC 9(03) VALUE ZERO.
      *-----------------------------------------------------------------
      *    THE CHANGE FILE IN STORAGE, AS TCHGMNT AND TCHGNOT LEFT IT.
      *-----------------------------------------------------------------
       01  WS-CHANGE-TABLE.
           05 WS-CT-ENTRY OCCURS 200 TIMES.
              10 WS-CT-CHANGE-NO     PIC 9(05).
              10 WS-CT-CHANGE-TYPE   PIC X(01).
              10 WS-CT-FEE-CODE      PIC X(04).
              10 WS-CT-NEW-RATE      PIC 9(3)V9(6).
              10 WS-CT-FEE-TYPE      PIC X(01).
              10 WS-CT-FEE-AMOUNT    PIC 9(8)V99.
              10 WS-CT-FEE-TRIGGER   PIC 9(8)V99.
              10 WS-CT-EFFECTIVE-DATE PIC X(10).
              10 WS-CT-NOTICE-SW     PIC X(01).
              10 WS-CT-STATUS        PIC X(01).
              10 WS-CT-CLEAR-DATE    PIC X(10).
      *-----------------------------------------------------------------
      *    THE CHANGE IN FORCE PER FEE CODE (ONE ENTRY, CODE BLANK,
      *    FOR THE RATE), RESOLVED FOR TL-DATE.
      *-----------------------------------------------------------------
       01  WS-RESULT-TABLE.
           05 WS-RT-ENTRY OCCURS 50 TIMES.
              10 WS-RT-FEE-CODE      PIC X(04).
              10 WS-RT-CHANGE-IX     PIC S9(4) COMP.

       LINKAGE SECTION.
       01  TCHGLOOK-PARM.
           05 TL-FUNCTION             PIC X(04).
               88 TL-RATE-IN-FORCE       VALUE 'RATE'.
               88 TL-FEE-IN-FORCE        VALUE 'FEE '.
           05 TL-DATE                 PIC X(10).
           05 TL-PGM-NAME             PIC X(08).
           05 TL-INDEX                PIC 9(03).
           05 TL-CHANGE-NO            PIC 9(05).
           05 TL-EFFECTIVE-DATE       PIC X(10).
           05 TL-NEW-RATE             PIC 9(3)V9(6).
           05 TL-FEE-CODE             PIC X(04).
           05 TL-FEE-TYPE             PIC X(01).
           05 TL-FEE-AMOUNT           PIC 9(8)V99.
           05 TL-FEE-TRIGGER          PIC 9(8)V99.
           05 TL-FOUND-SW             PIC X(01).
               88 TL-FOUND               VALUE 'Y'.
           05 TL-WITHHELD-COUNT       PIC 9(03).
           05 TL-RETURN-CODE          PIC 9(02).
               88 TL-OK                  VALUE 00.
               88 TL-INVALID-FUNCTION    VALUE 08.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING TCHGLOOK-PARM.
      *-----------------------------------------------------------------
       0000-MAIN SECTION.
      *-----------------------------------------------------------------
           MOVE ZERO TO TL-RETURN-CODE

           IF NOT CHANGES-LOADED
               PERFORM 1000-LOAD-CHANGES
           END-IF

           MOVE 'N' TO TL-FOUND-SW
           MOVE ZERO TO TL-CHANGE-NO
           MOVE SPACES TO TL-EFFECTIVE-DATE
           MOVE ZERO TO TL-NEW-RATE
           MOVE SPACES TO TL-FEE-CODE
           MOVE SPACE TO TL-FEE-TYPE
           MOVE ZERO TO TL-FEE-AMOUNT
           MOVE ZERO TO TL-FEE-TRIGGER

           EVALUATE TRUE
               WHEN TL-RATE-IN-FORCE
                   MOVE 'R' TO WS-WANTED-TYPE
                   PERFORM 2000-RESOLVE-CHANGES
                   IF WS-RESULT-COUNT > ZERO
                       MOVE 1 TO WS-RESULT-IX
                       PERFORM 3000-RETURN-CHANGE
                   END-IF
               WHEN TL-FEE-IN-FORCE
                   IF TL-INDEX NOT > 1
                       MOVE 'F' TO WS-WANTED-TYPE
                       PERFORM 2000-RESOLVE-CHANGES
                   END-IF
                   IF TL-INDEX > ZERO
                      AND TL-INDEX NOT > WS-RESULT-COUNT
                       MOVE TL-INDEX TO WS-RESULT-IX
                       PERFORM 3000-RETURN-CHANGE
                   END-IF
               WHEN OTHER
                   SET TL-INVALID-FUNCTION TO TRUE
           END-EVALUATE
           MOVE WS-WITHHELD-COUNT TO TL-WITHHELD-COUNT
           GOBACK
           .

       1000-LOAD-CHANGES SECTION.
      *-----------------------------------------------------------------
           MOVE 'Y' TO WS-LOADED-SW
           MOVE ZERO TO WS-CHANGE-COUNT

           OPEN INPUT TERMS-CHANGE-FILE
           EVALUATE TRUE
               WHEN CHANGE-OK
                   READ TERMS-CHANGE-FILE
                   PERFORM WITH TEST BEFORE
                           UNTIL CHANGE-EOF
                              OR WS-CHANGE-COUNT
                                 NOT LESS THAN WS-CHANGE-MAX
                       ADD 1 TO WS-CHANGE-COUNT
                       MOVE TCH-CHANGE-NO
                         TO WS-CT-CHANGE-NO (WS-CHANGE-COUNT)
                       MOVE TCH-CHANGE-TYPE
                         TO WS-CT-CHANGE-TYPE (WS-CHANGE-COUNT)
                       MOVE TCH-FEE-CODE
                         TO WS-CT-FEE-CODE (WS-CHANGE-COUNT)
                       MOVE TCH-NEW-RATE
                         TO WS-CT-NEW-RATE (WS-CHANGE-COUNT)
                       MOVE TCH-NEW-FEE-TYPE
                         TO WS-CT-FEE-TYPE (WS-CHANGE-COUNT)
                       MOVE TCH-NEW-FEE-AMOUNT
                         TO WS-CT-FEE-AMOUNT (WS-CHANGE-COUNT)
                       MOVE TCH-NEW-FEE-TRIGGER
                         TO WS-CT-FEE-TRIGGER (WS-CHANGE-COUNT)
                       MOVE TCH-EFFECTIVE-DATE
                         TO WS-CT-EFFECTIVE-DATE (WS-CHANGE-COUNT)
                       MOVE TCH-NOTICE-SW
                         TO WS-CT-NOTICE-SW (WS-CHANGE-COUNT)
                       MOVE TCH-STATUS
                         TO WS-CT-STATUS (WS-CHANGE-COUNT)
                       MOVE TCH-CLEAR-DATE
                         TO WS-CT-CLEAR-DATE (WS-CHANGE-COUNT)
                       READ TERMS-CHANGE-FILE
                   END-PERFORM
                   IF NOT CHANGE-EOF
                       DISPLAY "TCHGLOOK: TERMSCHG HOLDS MORE THAN "
                           WS-CHANGE-MAX " CHANGES - THE REST ARE "
                           "IGNORED"
                   END-IF
                   CLOSE TERMS-CHANGE-FILE
               WHEN CHANGE-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   DISPLAY "TCHGLOOK: UNEXPECTED TERMSCHG STATUS "
                       WS-CHANGE-STATUS " - CURRENT TERMS STAND"
           END-EVALUATE
           .

       2000-RESOLVE-CHANGES SECTION.
      *-----------------------------------------------------------------
      *    FIRST THE CHANGE IN FORCE PER CODE - THE LATEST EFFECTIVE,
      *    THE HIGHER NUMBER ON A TIE - THEN EVERY CHANGE WITHHELD
      *    THAT WOULD HAVE TAKEN ITS PLACE.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-RESULT-COUNT
           MOVE ZERO TO WS-WITHHELD-COUNT

           PERFORM VARYING WS-CHANGE-IX FROM 1 BY 1
               UNTIL WS-CHANGE-IX > WS-CHANGE-COUNT
               IF WS-CT-CHANGE-TYPE (WS-CHANGE-IX) = WS-WANTED-TYPE
                  AND WS-CT-STATUS (WS-CHANGE-IX) NOT = 'W'
                  AND WS-CT-EFFECTIVE-DATE (WS-CHANGE-IX)
                      NOT > TL-DATE
                   PERFORM 2100-CHECK-IN-FORCE
                   IF CHANGE-IN-FORCE
                       PERFORM 2200-TAKE-IN-FORCE
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-CHANGE-IX FROM 1 BY 1
               UNTIL WS-CHANGE-IX > WS-CHANGE-COUNT
               IF WS-CT-CHANGE-TYPE (WS-CHANGE-IX) = WS-WANTED-TYPE
                  AND WS-CT-STATUS (WS-CHANGE-IX) NOT = 'W'
                  AND WS-CT-EFFECTIVE-DATE (WS-CHANGE-IX)
                      NOT > TL-DATE
                   PERFORM 2100-CHECK-IN-FORCE
                   IF NOT CHANGE-IN-FORCE
                       PERFORM 2300-CHECK-WITHHELD
                   END-IF
               END-IF
           END-PERFORM
           .

       2100-CHECK-IN-FORCE SECTION.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-IN-FORCE-SW
           IF WS-CT-NOTICE-SW (WS-CHANGE-IX) NOT = 'Y'
               SET CHANGE-IN-FORCE TO TRUE
           ELSE
               IF WS-CT-STATUS (WS-CHANGE-IX) = 'N'
                  AND WS-CT-CLEAR-DATE (WS-CHANGE-IX) NOT > TL-DATE
                   SET CHANGE-IN-FORCE TO TRUE
               END-IF
           END-IF
           .

       2200-TAKE-IN-FORCE SECTION.
      *-----------------------------------------------------------------
           PERFORM 2400-FIND-RESULT
           IF WS-FOUND-IX = ZERO
               IF WS-RESULT-COUNT NOT LESS THAN WS-RESULT-MAX
                   DISPLAY "TCHGLOOK: MORE THAN " WS-RESULT-MAX
                       " FEE CODES CHANGED - CHANGE "
                       WS-CT-CHANGE-NO (WS-CHANGE-IX) " IGNORED"
               ELSE
                   ADD 1 TO WS-RESULT-COUNT
                   MOVE WS-CT-FEE-CODE (WS-CHANGE-IX)
                     TO WS-RT-FEE-CODE (WS-RESULT-COUNT)
                   MOVE WS-CHANGE-IX
                     TO WS-RT-CHANGE-IX (WS-RESULT-COUNT)
               END-IF
           ELSE
               MOVE WS-RT-CHANGE-IX (WS-FOUND-IX) TO WS-RESULT-IX
               IF WS-CT-EFFECTIVE-DATE (WS-CHANGE-IX)
                  > WS-CT-EFFECTIVE-DATE (WS-RESULT-IX)
                  OR (WS-CT-EFFECTIVE-DATE (WS-CHANGE-IX)
                      = WS-CT-EFFECTIVE-DATE (WS-RESULT-IX)
                  AND WS-CT-CHANGE-NO (WS-CHANGE-IX)
                      > WS-CT-CHANGE-NO (WS-RESULT-IX))
                   MOVE WS-CHANGE-IX
                     TO WS-RT-CHANGE-IX (WS-FOUND-IX)
               END-IF
           END-IF
           .

       2300-CHECK-WITHHELD SECTION.
      *-----------------------------------------------------------------
      *    WITHHELD ONLY WHEN NOTHING LATER IS ALREADY IN FORCE FOR
      *    THE SAME RATE OR FEE - A CHANGE OVERTAKEN BY A LATER ONE
      *    WOULD NOT HAVE APPLIED ANYWAY.
      *-----------------------------------------------------------------
           MOVE 'Y' TO WS-WITHHELD-SW
           PERFORM 2400-FIND-RESULT
           IF WS-FOUND-IX NOT = ZERO
               MOVE WS-RT-CHANGE-IX (WS-FOUND-IX) TO WS-RESULT-IX
               IF WS-CT-EFFECTIVE-DATE (WS-CHANGE-IX)
                  < WS-CT-EFFECTIVE-DATE (WS-RESULT-IX)
                   MOVE 'N' TO WS-WITHHELD-SW
               END-IF
           END-IF

           IF CHANGE-WITHHELD
               ADD 1 TO WS-WITHHELD-COUNT
               IF WS-CT-STATUS (WS-CHANGE-IX) = 'N'
                   DISPLAY TL-PGM-NAME ": CHANGE OF TERMS "
                       WS-CT-CHANGE-NO (WS-CHANGE-IX) " "
                       WS-CT-FEE-CODE (WS-CHANGE-IX) " EFFECTIVE "
                       WS-CT-EFFECTIVE-DATE (WS-CHANGE-IX)
                       " WITHHELD - NOTICE PERIOD RUNS TO "
                       WS-CT-CLEAR-DATE (WS-CHANGE-IX)
               ELSE
                   DISPLAY TL-PGM-NAME ": CHANGE OF TERMS "
                       WS-CT-CHANGE-NO (WS-CHANGE-IX) " "
                       WS-CT-FEE-CODE (WS-CHANGE-IX) " EFFECTIVE "
                       WS-CT-EFFECTIVE-DATE (WS-CHANGE-IX)
                       " WITHHELD - CUSTOMERS NOT YET NOTIFIED"
               END-IF
           END-IF
           .

       2400-FIND-RESULT SECTION.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-RESULT-IX FROM 1 BY 1
               UNTIL WS-RESULT-IX > WS-RESULT-COUNT
               IF WS-RT-FEE-CODE (WS-RESULT-IX)
                  = WS-CT-FEE-CODE (WS-CHANGE-IX)
                   MOVE WS-RESULT-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           .

       3000-RETURN-CHANGE SECTION.
      *-----------------------------------------------------------------
           MOVE WS-RT-CHANGE-IX (WS-RESULT-IX) TO WS-CHANGE-IX
           MOVE WS-CT-CHANGE-NO (WS-CHANGE-IX) TO TL-CHANGE-NO
           MOVE WS-CT-EFFECTIVE-DATE (WS-CHANGE-IX)
             TO TL-EFFECTIVE-DATE
           MOVE WS-CT-NEW-RATE (WS-CHANGE-IX) TO TL-NEW-RATE
           MOVE WS-CT-FEE-CODE (WS-CHANGE-IX) TO TL-FEE-CODE
           MOVE WS-CT-FEE-TYPE (WS-CHANGE-IX) TO TL-FEE-TYPE
           MOVE WS-CT-FEE-AMOUNT (WS-CHANGE-IX) TO TL-FEE-AMOUNT
           MOVE WS-CT-FEE-TRIGGER (WS-CHANGE-IX) TO TL-FEE-TRIGGER
           SET TL-FOUND TO TRUE
           .
