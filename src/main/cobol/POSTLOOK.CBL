       ID DIVISION.
       PROGRAM-ID.         POSTLOOK.
       AUTHOR.             (TNP).
       DATE-WRITTEN.       15.10.2026.
      *--------------+------+-------------------------------------------
      *
      *     SHARED POSTAL ADDRESS CHECK. CALLED LIKE BRCHLOOK WITH A
      *     FUNCTION CODE AND AN ADDRESS; STANDARDISES THE ADDRESS TO
      *     THE POSTREF REFERENCE FORM AND PROVES IT AGAINST THE
      *     POSTAL CODES THERE. ADDRMNT CHECKS EVERY ADDRESS IT IS
      *     GIVEN HERE AND ADDRSWP SWEEPS THE WHOLE ADDRMST FILE, SO
      *     BOTH APPLY THE SAME RULES.
      *
      *     FUNCTIONS SUPPORTED (PS-FUNCTION):
      *        'ADDR'  -  STANDARDISE, THEN VALIDATE, PS-STREET,
      *                   PS-CITY, PS-POSTAL-CODE AND PS-REGION:
      *                   1. ALL FOUR ARE FOLDED TO UPPER CASE.
      *                   2. EACH WORD OF THE STREET WITH AN 'S'
      *                      SPELLING ON POSTREF IS REPLACED BY ITS
      *                      REFERENCE FORM; A RESULT TOO LONG FOR
      *                      THE FIELD LEAVES THE STREET AS GIVEN.
      *                   3. A CITY WITH A 'C' SPELLING ON POSTREF IS
      *                      REPLACED BY ITS REFERENCE FORM.
      *                   4. THE POSTAL CODE MUST BE ON POSTREF, THE
      *                      CITY MUST BE THE ONE IT BELONGS TO, AND
      *                      THE REGION TOO - A BLANK REGION IS
      *                      FILLED IN FROM THE REFERENCE.
      *                   THE STANDARDISED FIELDS ARE RETURNED IN
      *                   PLACE WHETHER OR NOT THE ADDRESS PASSES;
      *                   PS-STANDARDISED-SW 'Y' WHEN STEP 2 OR 3
      *                   CHANGED ANYTHING.
      *
      *     PS-RESULT:  00 VALID, 04 POSTAL CODE NOT ON POSTREF,
      *                 05 CITY DOES NOT AGREE WITH THE CODE,
      *                 06 REGION DOES NOT AGREE WITH THE CODE,
      *                 08 INVALID FUNCTION, 12 NO POSTAL REFERENCE.
      *     PS-RESULT-TEXT CARRIES THE REASON IN WORDS.
      *
      *     POSTREF IS READ ONCE ON THE FIRST CALL OF THE RUN UNIT.
      *     NO POSTREF FILE MEANS NOTHING CAN BE PROVED - EVERY
      *     ADDRESS COMES BACK 12, SO THE CALLERS FAIL CLOSED.
      *
      *--------------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTAL-REFERENCE-FILE ASSIGN TO "POSTREF"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-POSTREF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTAL-REFERENCE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS POSTAL-REFERENCE-RECORD.
       01  POSTAL-REFERENCE-RECORD.
           COPY POSTREF.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WORK-FIELDS-1.
          03 WS-POSTREF-STATUS      PIC X(02).
              88 POSTREF-OK         VALUE '00'.
              88 POSTREF-EOF        VALUE '10'.
              88 POSTREF-NOT-FOUND  VALUE '35'.
          03 WS-LOADED-SW           PIC X(01) VALUE 'N'.
              88 REFERENCE-LOADED   VALUE 'Y'.
          03 WS-CODE-COUNT          PIC S9(4) COMP VALUE ZERO.
          03 WS-CODE-MAX            PIC S9(4) COMP VALUE 5000.
          03 WS-CODE-IX             PIC S9(4) COMP.
          03 WS-FOUND-IX            PIC S9(4) COMP.
          03 WS-CITY-SP-COUNT       PIC S9(4) COMP VALUE ZERO.
          03 WS-STREET-SP-COUNT     PIC S9(4) COMP VALUE ZERO.
          03 WS-SPELLING-MAX        PIC S9(4) COMP VALUE 500.
          03 WS-SP-IX               PIC S9(4) COMP.
          03 WS-SP-FOUND-SW         PIC X(01).
              88 SPELLING-FOUND     VALUE 'Y'.
          03 WS-IN-PTR              PIC S9(4) COMP.
          03 WS-OUT-PTR             PIC S9(4) COMP.
          03 WS-WORD                PIC X(20).
          03 WS-STD-STREET          PIC X(30).
          03 WS-OVERFLOW-SW         PIC X(01).
              88 STREET-OVERFLOW    VALUE 'Y'.
          03 WS-LOWER-CASE          PIC X(26) VALUE
             "abcdefghijklmnopqrstuvwxyz".
          03 WS-UPPER-CASE          PIC X(26) VALUE
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *-----------------------------------------------------------------
      *    THE POSTAL CODES, AND THE TWO SPELLING LISTS, IN STORAGE.
      *-----------------------------------------------------------------
       01  WS-CODE-TABLE.
           05 WS-CODE-ENTRY OCCURS 5000 TIMES.
              10 WS-CT-POSTAL-CODE   PIC X(10).
              10 WS-CT-CITY          PIC X(20).
              10 WS-CT-REGION        PIC X(03).
       01  WS-CITY-SPELLING-TABLE.
           05 WS-CITY-SP-ENTRY OCCURS 500 TIMES.
              10 WS-CS-VARIANT       PIC X(20).
              10 WS-CS-STANDARD      PIC X(20).
       01  WS-STREET-SPELLING-TABLE.
           05 WS-STREET-SP-ENTRY OCCURS 500 TIMES.
              10 WS-SS-VARIANT       PIC X(20).
              10 WS-SS-STANDARD      PIC X(20).

       LINKAGE SECTION.
       01  POSTLOOK-PARM.
           05 PS-FUNCTION             PIC X(04).
               88 PS-CHECK-ADDRESS       VALUE 'ADDR'.
           05 PS-STREET               PIC X(30).
           05 PS-CITY                 PIC X(20).
           05 PS-POSTAL-CODE          PIC X(10).
           05 PS-REGION               PIC X(03).
           05 PS-STANDARDISED-SW      PIC X(01).
               88 PS-STANDARDISED        VALUE 'Y'.
           05 PS-RESULT               PIC 9(02).
               88 PS-VALID               VALUE 00.
               88 PS-CODE-UNKNOWN        VALUE 04.
               88 PS-CITY-MISMATCH       VALUE 05.
               88 PS-REGION-MISMATCH     VALUE 06.
               88 PS-INVALID-FUNCTION    VALUE 08.
               88 PS-NO-REFERENCE        VALUE 12.
           05 PS-RESULT-TEXT          PIC X(30).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING POSTLOOK-PARM.
      *-----------------------------------------------------------------
       0000-MAIN SECTION.
      *-----------------------------------------------------------------
           MOVE ZERO TO PS-RESULT
           MOVE SPACES TO PS-RESULT-TEXT
           MOVE 'N' TO PS-STANDARDISED-SW

           IF NOT REFERENCE-LOADED
               PERFORM 1000-LOAD-REFERENCE
           END-IF

           EVALUATE TRUE
               WHEN NOT PS-CHECK-ADDRESS
                   SET PS-INVALID-FUNCTION TO TRUE
                   MOVE "INVALID POSTLOOK FUNCTION" TO PS-RESULT-TEXT
               WHEN WS-CODE-COUNT = ZERO
                   SET PS-NO-REFERENCE TO TRUE
                   MOVE "NO POSTAL REFERENCE LOADED" TO PS-RESULT-TEXT
               WHEN OTHER
                   PERFORM 2000-STANDARDISE-ADDRESS
                   PERFORM 3000-VALIDATE-ADDRESS
           END-EVALUATE
           GOBACK
           .

       1000-LOAD-REFERENCE SECTION.
      *-----------------------------------------------------------------
           MOVE 'Y' TO WS-LOADED-SW

           OPEN INPUT POSTAL-REFERENCE-FILE
           EVALUATE TRUE
               WHEN POSTREF-OK
                   READ POSTAL-REFERENCE-FILE
                   PERFORM WITH TEST BEFORE UNTIL POSTREF-EOF
                       PERFORM 1100-STORE-REFERENCE-RECORD
                       READ POSTAL-REFERENCE-FILE
                   END-PERFORM
                   CLOSE POSTAL-REFERENCE-FILE
               WHEN POSTREF-NOT-FOUND
                   DISPLAY "POSTLOOK: NO POSTREF FILE - NO ADDRESS "
                       "CAN BE VALIDATED"
               WHEN OTHER
                   DISPLAY "POSTLOOK: UNEXPECTED POSTREF STATUS "
                       WS-POSTREF-STATUS " - NO ADDRESS CAN BE "
                       "VALIDATED"
           END-EVALUATE
           .

       1100-STORE-REFERENCE-RECORD SECTION.
      *-----------------------------------------------------------------
      *    A TABLE FULL IS REPORTED ONCE PER RECORD DROPPED - THE
      *    CODES OR SPELLINGS BEYOND IT ARE SIMPLY NOT KNOWN.
      *-----------------------------------------------------------------
           EVALUATE TRUE
               WHEN PRF-POSTAL-CODE-REC
                   IF WS-CODE-COUNT < WS-CODE-MAX
                       ADD 1 TO WS-CODE-COUNT
                       MOVE PRF-POSTAL-CODE
                         TO WS-CT-POSTAL-CODE (WS-CODE-COUNT)
                       MOVE PRF-CITY TO WS-CT-CITY (WS-CODE-COUNT)
                       MOVE PRF-REGION TO WS-CT-REGION (WS-CODE-COUNT)
                   ELSE
                       DISPLAY "POSTLOOK: POSTAL CODE TABLE FULL - "
                           PRF-POSTAL-CODE " NOT LOADED"
                   END-IF
               WHEN PRF-CITY-SPELLING
                   IF WS-CITY-SP-COUNT < WS-SPELLING-MAX
                       ADD 1 TO WS-CITY-SP-COUNT
                       MOVE PRF-VARIANT
                         TO WS-CS-VARIANT (WS-CITY-SP-COUNT)
                       MOVE PRF-STANDARD
                         TO WS-CS-STANDARD (WS-CITY-SP-COUNT)
                   ELSE
                       DISPLAY "POSTLOOK: CITY SPELLING TABLE FULL - "
                           PRF-VARIANT " NOT LOADED"
                   END-IF
               WHEN PRF-STREET-SPELLING
                   IF WS-STREET-SP-COUNT < WS-SPELLING-MAX
                       ADD 1 TO WS-STREET-SP-COUNT
                       MOVE PRF-VARIANT
                         TO WS-SS-VARIANT (WS-STREET-SP-COUNT)
                       MOVE PRF-STANDARD
                         TO WS-SS-STANDARD (WS-STREET-SP-COUNT)
                   ELSE
                       DISPLAY "POSTLOOK: STREET SPELLING TABLE FULL - "
                           PRF-VARIANT " NOT LOADED"
                   END-IF
               WHEN OTHER
                   DISPLAY "POSTLOOK: POSTREF RECORD TYPE '" PRF-TYPE
                       "' NOT KNOWN - IGNORED"
           END-EVALUATE
           .

       2000-STANDARDISE-ADDRESS SECTION.
      *-----------------------------------------------------------------
           INSPECT PS-STREET CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT PS-CITY CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT PS-POSTAL-CODE
               CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           INSPECT PS-REGION CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE

      *    THE STREET, A WORD AT A TIME, REBUILT WITH SINGLE SPACES.
           MOVE SPACES TO WS-STD-STREET
           MOVE 'N' TO WS-OVERFLOW-SW
           MOVE 1 TO WS-IN-PTR
           MOVE 1 TO WS-OUT-PTR
           PERFORM WITH TEST BEFORE
                   UNTIL WS-IN-PTR > 30
                      OR STREET-OVERFLOW
               MOVE SPACES TO WS-WORD
               UNSTRING PS-STREET DELIMITED BY ALL SPACE
                   INTO WS-WORD
                   WITH POINTER WS-IN-PTR
               END-UNSTRING
               IF WS-WORD NOT = SPACES
                   PERFORM 2100-STANDARDISE-WORD
               END-IF
           END-PERFORM
           IF NOT STREET-OVERFLOW
              AND WS-STD-STREET NOT = PS-STREET
               MOVE WS-STD-STREET TO PS-STREET
               MOVE 'Y' TO PS-STANDARDISED-SW
           END-IF

           MOVE 'N' TO WS-SP-FOUND-SW
           PERFORM VARYING WS-SP-IX FROM 1 BY 1
               UNTIL WS-SP-IX > WS-CITY-SP-COUNT
                  OR SPELLING-FOUND
               IF WS-CS-VARIANT (WS-SP-IX) = PS-CITY
                   MOVE WS-CS-STANDARD (WS-SP-IX) TO PS-CITY
                   MOVE 'Y' TO WS-SP-FOUND-SW
                   MOVE 'Y' TO PS-STANDARDISED-SW
               END-IF
           END-PERFORM
           .

       2100-STANDARDISE-WORD SECTION.
      *-----------------------------------------------------------------
      *    THE WORD, OR ITS REFERENCE FORM, ONTO THE END OF THE
      *    REBUILT STREET. A REFERENCE FORM MAY HOLD SINGLE SPACES OF
      *    ITS OWN, SO IT IS TAKEN UP TO THE FIRST DOUBLE SPACE.
      *-----------------------------------------------------------------
           MOVE 'N' TO WS-SP-FOUND-SW
           PERFORM VARYING WS-SP-IX FROM 1 BY 1
               UNTIL WS-SP-IX > WS-STREET-SP-COUNT
                  OR SPELLING-FOUND
               IF WS-SS-VARIANT (WS-SP-IX) = WS-WORD
                   MOVE WS-SS-STANDARD (WS-SP-IX) TO WS-WORD
                   MOVE 'Y' TO WS-SP-FOUND-SW
               END-IF
           END-PERFORM

           IF WS-OUT-PTR > 1
               STRING " " DELIMITED BY SIZE
                   INTO WS-STD-STREET
                   WITH POINTER WS-OUT-PTR
                   ON OVERFLOW
                       MOVE 'Y' TO WS-OVERFLOW-SW
               END-STRING
           END-IF
           IF NOT STREET-OVERFLOW
               STRING WS-WORD DELIMITED BY "  "
                   INTO WS-STD-STREET
                   WITH POINTER WS-OUT-PTR
                   ON OVERFLOW
                       MOVE 'Y' TO WS-OVERFLOW-SW
               END-STRING
           END-IF
           .

       3000-VALIDATE-ADDRESS SECTION.
      *-----------------------------------------------------------------
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-CODE-IX FROM 1 BY 1
               UNTIL WS-CODE-IX > WS-CODE-COUNT
                  OR WS-FOUND-IX NOT = ZERO
               IF WS-CT-POSTAL-CODE (WS-CODE-IX) = PS-POSTAL-CODE
                   MOVE WS-CODE-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-FOUND-IX = ZERO
                   SET PS-CODE-UNKNOWN TO TRUE
                   MOVE "POSTAL CODE NOT ON REFERENCE"
                     TO PS-RESULT-TEXT
               WHEN WS-CT-CITY (WS-FOUND-IX) NOT = PS-CITY
                   SET PS-CITY-MISMATCH TO TRUE
                   MOVE "CITY DOES NOT MATCH POSTAL CODE"
                     TO PS-RESULT-TEXT
               WHEN PS-REGION = SPACES
                   MOVE WS-CT-REGION (WS-FOUND-IX) TO PS-REGION
               WHEN WS-CT-REGION (WS-FOUND-IX) NOT = PS-REGION
                   SET PS-REGION-MISMATCH TO TRUE
                   MOVE "REGION DOES NOT MATCH POSTAL CODE"
                     TO PS-RESULT-TEXT
           END-EVALUATE
           .
