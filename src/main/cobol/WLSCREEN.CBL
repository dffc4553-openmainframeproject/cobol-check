       ID DIVISION.
       PROGRAM-ID.         WLSCREEN.
       AUTHOR.             (TNP).
       DATE-WRITTEN.       15.10.2026.
      *--------------+------+-------------------------------------------
      *
      *     SHARED SANCTIONS / WATCH-LIST SCREENING ROUTINE. CUSTONBD
      *     AND TEXMMNT CALL HERE BEFORE A NAME IS ADDED TO OR
      *     CHANGED ON TEXEM, AND THE WLRSCRN NIGHTLY RESCREEN
      *     CALLS HERE FOR EVERY ACTIVE CUSTOMER - ONE MATCHING
      *     RULE FOR ALL THREE, THE WAY EVERYTHING CALLS CHKDIGIT.
      *
      *     FUNCTIONS SUPPORTED (SC-FUNCTION):
      *        'SCR '  -  SCREEN SC-FIRST-NAME / SC-LAST-NAME
      *                   AGAINST THE LIST. RC 00 NO MATCH, RC 04
      *                   A POTENTIAL HIT - THE LISTED ENTRY AND
      *                   THE MATCH TYPE COME BACK IN THE PARM.
      *                   RC 08 WHEN NO LIST COULD BE LOADED: THE
      *                   CALLERS REFER RATHER THAN APPLY, SO A
      *                   MISSING LIST FAILS CLOSED.
      *        'VER '  -  RETURN THE LOADED LIST VERSION ONLY.
      *
      *     THE MATCH IS DELIBERATELY FUZZY - A REFERRAL COSTS A
      *     COMPLIANCE OFFICER A MINUTE, A MISS COSTS THE LICENCE.
      *     BOTH SIDES ARE UPPER-CASED AND STRIPPED TO LETTERS
      *     ONLY, THEN A NAME IS A POTENTIAL HIT WHEN:
      *        'E'  THE LAST AND FIRST NAMES MATCH EXACTLY,
      *        'P'  THE LAST NAMES SOUND ALIKE (SOUNDEX) AND THE
      *             FIRST NAMES SOUND ALIKE OR SHARE AN INITIAL,
      *        'R'  AS 'P' WITH FIRST AND LAST NAMES REVERSED.
      *     A LISTED NAME WITH NO FIRST NAME (AN ENTITY OR A
      *     SINGLE-NAME ALIAS) MATCHES ON THE LAST NAME ALONE.
      *
      *     THE LIST IS LOADED ONCE ON THE FIRST CALL AND HELD FOR
      *     THE REST OF THE RUN.
      *
      *--------------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST-FILE ASSIGN TO "WATCHLST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-LIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WATCH-LIST-RECORD.
       01  WATCH-LIST-RECORD.
           COPY WATCHLST.

       WORKING-STORAGE SECTION.
      *-----------------------------------------------------------------
       01  WORK-FIELDS-1.
          03 WS-LIST-STATUS         PIC X(02).
              88 LIST-OK            VALUE '00'.
              88 LIST-EOF           VALUE '10'.
              88 LIST-NOT-FOUND     VALUE '35'.
          03 WS-LIST-READ-SW        PIC X(01) VALUE 'N'.
              88 LIST-READ          VALUE 'Y'.
          03 WS-LIST-AVAILABLE-SW   PIC X(01) VALUE 'N'.
              88 LIST-AVAILABLE     VALUE 'Y'.
          03 WS-LOADED-VERSION      PIC X(08) VALUE SPACES.
          03 WS-ENTRY-COUNT         PIC S9(4) COMP VALUE ZERO.
          03 WS-ENTRY-MAX           PIC S9(4) COMP VALUE 5000.
          03 WS-ENTRY-IX            PIC S9(4) COMP.
          03 WS-HIT-SW              PIC X(01).
              88 HIT-FOUND          VALUE 'Y'.
          03 WS-MATCH-TYPE          PIC X(01).
          03 WS-CHAR-IX             PIC S9(4) COMP.
          03 WS-OUT-IX              PIC S9(4) COMP.
          03 WS-LETTER-IX           PIC S9(4) COMP.
          03 WS-ONE-CHAR            PIC X(01).
          03 WS-ONE-CODE            PIC X(01).
          03 WS-PREV-CODE           PIC X(01).

      *-----------------------------------------------------------------
      *    NAME NORMALISATION WORK AREA - THE NAME GOES IN AS KEYED
      *    AND COMES OUT UPPER CASE, LETTERS ONLY, WITH ITS SOUNDEX
      *    CODE: FIRST LETTER KEPT, THEN UP TO THREE CONSONANT-GROUP
      *    DIGITS, REPEATS COLLAPSED, VOWELS SEPARATING, H AND W
      *    TRANSPARENT.
      *-----------------------------------------------------------------
       01  WS-NAME-WORK.
          03 WS-NM-IN               PIC X(20).
          03 WS-NM-OUT              PIC X(20).
          03 WS-NM-SOUNDEX          PIC X(04).
       01  WS-SOUNDEX-TABLE.
          03 WS-SX-LETTERS          PIC X(26) VALUE
             'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
          03 WS-SX-CODES            PIC X(26) VALUE
             '0123012-02245501262301-202'.

      *-----------------------------------------------------------------
      *    THE NAME BEING SCREENED, NORMALISED.
      *-----------------------------------------------------------------
       01  WS-SCREEN-NAME.
          03 WS-IN-FIRST            PIC X(20).
          03 WS-IN-FIRST-SX         PIC X(04).
          03 WS-IN-LAST             PIC X(20).
          03 WS-IN-LAST-SX          PIC X(04).

      *-----------------------------------------------------------------
      *    THE LIST IN STORAGE, EACH NAME HELD AS ISSUED AND IN ITS
      *    NORMALISED AND SOUNDEX FORMS, WORKED OUT ONCE AT LOAD.
      *-----------------------------------------------------------------
       01  WS-LIST-TABLE.
           05 WS-LIST-ENTRY OCCURS 5000 TIMES.
              10 WS-LT-ENTRY-ID      PIC X(08).
              10 WS-LT-LIST-SOURCE   PIC X(06).
              10 WS-LT-FIRST-NAME    PIC X(20).
              10 WS-LT-LAST-NAME     PIC X(20).
              10 WS-LT-NORM-FIRST    PIC X(20).
              10 WS-LT-FIRST-SX      PIC X(04).
              10 WS-LT-NORM-LAST     PIC X(20).
              10 WS-LT-LAST-SX       PIC X(04).

       LINKAGE SECTION.
       01  WLSCREEN-PARM.
           05 SC-FUNCTION             PIC X(04).
               88 SC-SCREEN              VALUE 'SCR '.
               88 SC-VERSION             VALUE 'VER '.
           05 SC-FIRST-NAME           PIC X(10).
           05 SC-LAST-NAME            PIC X(10).
           05 SC-RC                   PIC 9(02).
               88 SC-CLEAR               VALUE 00.
               88 SC-POTENTIAL-HIT       VALUE 04.
               88 SC-LIST-UNAVAILABLE    VALUE 08.
           05 SC-LIST-VERSION         PIC X(08).
           05 SC-ENTRY-ID             PIC X(08).
           05 SC-LIST-SOURCE          PIC X(06).
           05 SC-MATCH-TYPE           PIC X(01).
           05 SC-LISTED-FIRST         PIC X(20).
           05 SC-LISTED-LAST          PIC X(20).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING WLSCREEN-PARM.
      *-----------------------------------------------------------------
       0000-MAIN SECTION.
      *-----------------------------------------------------------------
           MOVE ZERO TO SC-RC
           MOVE SPACES TO SC-ENTRY-ID
           MOVE SPACES TO SC-LIST-SOURCE
           MOVE SPACE TO SC-MATCH-TYPE
           MOVE SPACES TO SC-LISTED-FIRST
           MOVE SPACES TO SC-LISTED-LAST

           IF NOT LIST-READ
               PERFORM 1000-LOAD-LIST
           END-IF
           MOVE WS-LOADED-VERSION TO SC-LIST-VERSION

           EVALUATE TRUE
               WHEN SC-VERSION
                   IF NOT LIST-AVAILABLE
                       MOVE 08 TO SC-RC
                   END-IF
               WHEN SC-SCREEN
                   IF LIST-AVAILABLE
                       PERFORM 2000-SCREEN-NAME
                   ELSE
                       MOVE 08 TO SC-RC
                   END-IF
               WHEN OTHER
                   MOVE 12 TO SC-RC
           END-EVALUATE
           GOBACK
           .

       1000-LOAD-LIST SECTION.
      *-----------------------------------------------------------------
      *    NO FILE, OR A FILE WITHOUT ITS HEADER, IS NO LIST.
      *-----------------------------------------------------------------
           MOVE 'Y' TO WS-LIST-READ-SW
           OPEN INPUT WATCH-LIST-FILE
           EVALUATE TRUE
               WHEN LIST-OK
                   READ WATCH-LIST-FILE
                   PERFORM WITH TEST BEFORE UNTIL NOT LIST-OK
                       PERFORM 1100-LOAD-ONE-RECORD
                       READ WATCH-LIST-FILE
                   END-PERFORM
                   CLOSE WATCH-LIST-FILE
               WHEN LIST-NOT-FOUND
                   DISPLAY "WLSCREEN: WATCH LIST FILE NOT FOUND - "
                       "EVERY NAME WILL BE REFERRED"
               WHEN OTHER
                   DISPLAY "WLSCREEN: UNEXPECTED WATCHLST STATUS "
                       WS-LIST-STATUS
           END-EVALUATE

           IF WS-LOADED-VERSION = SPACES
               MOVE 'N' TO WS-LIST-AVAILABLE-SW
           ELSE
               MOVE 'Y' TO WS-LIST-AVAILABLE-SW
           END-IF
           .

       1100-LOAD-ONE-RECORD SECTION.
      *-----------------------------------------------------------------
           EVALUATE TRUE
               WHEN WL-HEADER
                   MOVE WL-LIST-VERSION TO WS-LOADED-VERSION
               WHEN WL-ENTRY
                   IF WS-ENTRY-COUNT < WS-ENTRY-MAX
                       ADD 1 TO WS-ENTRY-COUNT
                       MOVE WL-ENTRY-ID
                         TO WS-LT-ENTRY-ID (WS-ENTRY-COUNT)
                       MOVE WL-LIST-SOURCE
                         TO WS-LT-LIST-SOURCE (WS-ENTRY-COUNT)
                       MOVE WL-FIRST-NAME
                         TO WS-LT-FIRST-NAME (WS-ENTRY-COUNT)
                       MOVE WL-LAST-NAME
                         TO WS-LT-LAST-NAME (WS-ENTRY-COUNT)
                       MOVE WL-FIRST-NAME TO WS-NM-IN
                       PERFORM 3000-NORMALISE-NAME
                       MOVE WS-NM-OUT
                         TO WS-LT-NORM-FIRST (WS-ENTRY-COUNT)
                       MOVE WS-NM-SOUNDEX
                         TO WS-LT-FIRST-SX (WS-ENTRY-COUNT)
                       MOVE WL-LAST-NAME TO WS-NM-IN
                       PERFORM 3000-NORMALISE-NAME
                       MOVE WS-NM-OUT
                         TO WS-LT-NORM-LAST (WS-ENTRY-COUNT)
                       MOVE WS-NM-SOUNDEX
                         TO WS-LT-LAST-SX (WS-ENTRY-COUNT)
                   ELSE
                       DISPLAY "WLSCREEN: LIST TABLE FULL - ENTRY "
                           WL-ENTRY-ID " NOT LOADED"
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       2000-SCREEN-NAME SECTION.
      *-----------------------------------------------------------------
           MOVE SC-FIRST-NAME TO WS-NM-IN
           PERFORM 3000-NORMALISE-NAME
           MOVE WS-NM-OUT TO WS-IN-FIRST
           MOVE WS-NM-SOUNDEX TO WS-IN-FIRST-SX
           MOVE SC-LAST-NAME TO WS-NM-IN
           PERFORM 3000-NORMALISE-NAME
           MOVE WS-NM-OUT TO WS-IN-LAST
           MOVE WS-NM-SOUNDEX TO WS-IN-LAST-SX

           MOVE 'N' TO WS-HIT-SW
           PERFORM VARYING WS-ENTRY-IX FROM 1 BY 1
               UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT
                  OR HIT-FOUND
               PERFORM 2100-CHECK-ONE-ENTRY
           END-PERFORM

           IF HIT-FOUND
               SUBTRACT 1 FROM WS-ENTRY-IX
               MOVE 04 TO SC-RC
               MOVE WS-LT-ENTRY-ID (WS-ENTRY-IX) TO SC-ENTRY-ID
               MOVE WS-LT-LIST-SOURCE (WS-ENTRY-IX) TO SC-LIST-SOURCE
               MOVE WS-MATCH-TYPE TO SC-MATCH-TYPE
               MOVE WS-LT-FIRST-NAME (WS-ENTRY-IX) TO SC-LISTED-FIRST
               MOVE WS-LT-LAST-NAME (WS-ENTRY-IX) TO SC-LISTED-LAST
           END-IF
           .

       2100-CHECK-ONE-ENTRY SECTION.
      *-----------------------------------------------------------------
      *    TEXEM HOLDS TEN CHARACTERS OF EACH NAME, SO THE EXACT
      *    TEST COMPARES THE FIRST TEN LETTERS OF THE LISTED NAME.
      *-----------------------------------------------------------------
           EVALUATE TRUE
               WHEN WS-IN-LAST (1:10)
                        = WS-LT-NORM-LAST (WS-ENTRY-IX) (1:10)
                AND (WS-LT-NORM-FIRST (WS-ENTRY-IX) = SPACES
                  OR WS-IN-FIRST (1:10)
                        = WS-LT-NORM-FIRST (WS-ENTRY-IX) (1:10))
                   MOVE 'Y' TO WS-HIT-SW
                   MOVE 'E' TO WS-MATCH-TYPE
               WHEN WS-IN-LAST-SX = WS-LT-LAST-SX (WS-ENTRY-IX)
                AND (WS-LT-NORM-FIRST (WS-ENTRY-IX) = SPACES
                  OR WS-IN-FIRST-SX = WS-LT-FIRST-SX (WS-ENTRY-IX)
                  OR WS-IN-FIRST (1:1)
                        = WS-LT-NORM-FIRST (WS-ENTRY-IX) (1:1))
                   MOVE 'Y' TO WS-HIT-SW
                   MOVE 'P' TO WS-MATCH-TYPE
               WHEN WS-LT-NORM-FIRST (WS-ENTRY-IX) NOT = SPACES
                AND WS-IN-FIRST-SX = WS-LT-LAST-SX (WS-ENTRY-IX)
                AND WS-IN-LAST-SX = WS-LT-FIRST-SX (WS-ENTRY-IX)
                   MOVE 'Y' TO WS-HIT-SW
                   MOVE 'R' TO WS-MATCH-TYPE
           END-EVALUATE
           .

       3000-NORMALISE-NAME SECTION.
      *-----------------------------------------------------------------
      *    WS-NM-IN TO WS-NM-OUT (UPPER CASE, LETTERS ONLY) AND
      *    WS-NM-SOUNDEX. A NAME WITH NO LETTERS AT ALL GETS A
      *    BLANK SOUNDEX SO IT CAN NEVER MATCH ANOTHER BLANK.
      *-----------------------------------------------------------------
           INSPECT WS-NM-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-NM-OUT
           MOVE ZERO TO WS-OUT-IX
           PERFORM VARYING WS-CHAR-IX FROM 1 BY 1
               UNTIL WS-CHAR-IX > 20
               MOVE WS-NM-IN (WS-CHAR-IX:1) TO WS-ONE-CHAR
               IF WS-ONE-CHAR ALPHABETIC-UPPER
                  AND WS-ONE-CHAR NOT = SPACE
                   ADD 1 TO WS-OUT-IX
                   MOVE WS-ONE-CHAR TO WS-NM-OUT (WS-OUT-IX:1)
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-NM-SOUNDEX
           IF WS-OUT-IX > ZERO
               PERFORM 3100-BUILD-SOUNDEX
           END-IF
           .

       3100-BUILD-SOUNDEX SECTION.
      *-----------------------------------------------------------------
           MOVE '0000' TO WS-NM-SOUNDEX
           MOVE WS-NM-OUT (1:1) TO WS-NM-SOUNDEX (1:1)
           MOVE WS-NM-OUT (1:1) TO WS-ONE-CHAR
           PERFORM 3200-CODE-ONE-LETTER
           MOVE WS-ONE-CODE TO WS-PREV-CODE
           MOVE 1 TO WS-OUT-IX
           PERFORM VARYING WS-CHAR-IX FROM 2 BY 1
               UNTIL WS-CHAR-IX > 20
                  OR WS-OUT-IX > 3
                  OR WS-NM-OUT (WS-CHAR-IX:1) = SPACE
               MOVE WS-NM-OUT (WS-CHAR-IX:1) TO WS-ONE-CHAR
               PERFORM 3200-CODE-ONE-LETTER
               EVALUATE TRUE
                   WHEN WS-ONE-CODE = '-'
                       CONTINUE
                   WHEN WS-ONE-CODE = '0'
                       MOVE '0' TO WS-PREV-CODE
                   WHEN WS-ONE-CODE NOT = WS-PREV-CODE
                       ADD 1 TO WS-OUT-IX
                       MOVE WS-ONE-CODE
                         TO WS-NM-SOUNDEX (WS-OUT-IX:1)
                       MOVE WS-ONE-CODE TO WS-PREV-CODE
               END-EVALUATE
           END-PERFORM
           .

       3200-CODE-ONE-LETTER SECTION.
      *-----------------------------------------------------------------
           MOVE '0' TO WS-ONE-CODE
           PERFORM VARYING WS-LETTER-IX FROM 1 BY 1
               UNTIL WS-LETTER-IX > 26
               IF WS-SX-LETTERS (WS-LETTER-IX:1) = WS-ONE-CHAR
                   MOVE WS-SX-CODES (WS-LETTER-IX:1) TO WS-ONE-CODE
               END-IF
           END-PERFORM
           .
