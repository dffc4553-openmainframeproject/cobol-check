               88  UT-ARG-NOT-FOUND               VALUE SPACES.
           05  UT-MOCK-SET-RECORD        PIC X(2048).
           05  UT-MOCK-SET-FILE-STATUS   PIC X(02).
      * SEQUENCED MOCK RESPONSES. A MOCK NORMALLY ANSWERS EVERY HIT
      * THE SAME WAY, WHICH CANNOT REACH A -911/-913 RETRY LOOP THAT
      * MUST FAIL TWICE AND THEN SUCCEED, OR A CURSOR THAT RETURNS
      * ROWS AND THEN +100. A TEST MAY INSTEAD DECLARE AN ORDERED
      * SERIES OF RESPONSES FOR A MOCK: WITH THE FIND CRITERIA STILL
      * SET FROM UT-SET-MOCK, MOVE THE CODE (SQLCODE FOR EXEC SQL,
      * RETURN-CODE FOR A CALL) TO UT-MOCK-SET-RESP-CODE AND THE
      * RETURNED HOST-VARIABLE OR OUTPUT-ARGUMENT IMAGE TO
      * UT-MOCK-SET-RESP-DATA, AND PERFORM UT-ADD-MOCK-RESPONSE ONCE
      * PER RESPONSE, IN ORDER. THE MOCKED STATEMENT IN THE PARAGRAPH
      * UNDER TEST IS REWRITTEN TO SET THE SAME FIND CRITERIA AND
      * PERFORM UT-NEXT-MOCK-RESPONSE (THE SAME SUBSTITUTION
      * CONVENTION AS A KEYED-FILE MOCK), THEN MOVE UT-MOCK-RESP-CODE
      * AND UT-MOCK-RESP-DATA TO ITS OWN SQLCODE AND HOST VARIABLES.
      * EACH HIT TAKES THE NEXT RESPONSE AND IS REPORTED - ON THE
      * DISPLAY OUTPUT AND IN THE XML - WITH THE RESPONSE IT GOT.
      * ONCE THE SERIES RUNS OUT THE MOCK'S EXHAUSTION RULE APPLIES:
      * REPEAT THE LAST RESPONSE (THE DEFAULT), CYCLE BACK TO THE
      * FIRST, OR FAIL THE TEST CASE AND ANSWER A ZERO CODE AND
      * SPACES. SET ONE OF THE UT-SET-EXHAUST- CONDITIONS BEFORE ANY
      * UT-ADD-MOCK-RESPONSE FOR THAT MOCK TO CHOOSE IT; THE SWITCH
      * RESETS ONCE STORED. UT-CLEAR-MOCK-RESPONSES EMPTIES EVERY
      * SERIES - TYPICALLY FROM UT-BEFORE, AS WITH UT-CLEAR-DISPLAYS.
      * A MOCK WITH NO SERIES ANSWERS UT-NEXT-MOCK-RESPONSE WITH A
      * ZERO CODE AND ITS UT-MOCK-RECORD, AS IT ALWAYS HAS.
           05  UT-MOCK-SET-RESP-CODE     PIC S9(09) VALUE ZERO.
           05  UT-MOCK-SET-RESP-DATA     PIC X(256) VALUE SPACES.
           05  UT-MOCK-SET-EXHAUST-RULE  PIC X(01) VALUE SPACES.
               88  UT-SET-EXHAUST-REPEAT           VALUE 'R'.
               88  UT-SET-EXHAUST-CYCLE            VALUE 'C'.
               88  UT-SET-EXHAUST-FAIL             VALUE 'F'.
           05  UT-MOCK-RESP-CODE         PIC S9(09) VALUE ZERO.
           05  UT-MOCK-RESP-DATA         PIC X(256) VALUE SPACES.
           05  UT-MOCK-RESP-NUMBER       PIC 9(03) VALUE ZERO.
           05  UT-MOCK-RESP-HIT          PIC 9(04) VALUE ZERO.
           05  UT-MOCK-RESP-SEEN         PIC 9(03) VALUE ZERO.
           05  UT-MOCK-RESP-MAX          PIC 9(03) VALUE 100.
           05  UT-MOCK-RESP-COUNT        PIC 9(03) VALUE ZERO.
           05  UT-MOCK-RESP-NUMBER-DISP  PIC ZZ9.
           05  UT-MOCK-RESP-TOTAL-DISP   PIC ZZ9.
           05  UT-MOCK-RESP-HIT-DISP     PIC Z,ZZ9.
           05  UT-MOCK-RESP-NOTE         PIC X(20) VALUE SPACES.
           05  UT-MOCK-RESP-TABLE.
               10  FILLER OCCURS 100 INDEXED BY UT-RESP-IX.
                   15  UT-RESP-MOCK-NUMBER    PIC 9(02).
                   15  UT-RESP-CODE           PIC S9(09).
                   15  UT-RESP-DATA           PIC X(256).
      * ONE-LINE DESCRIPTION OF THE MOCK AT UT-MOCK-IX - ITS TYPE AND
      * KEY WITH THE TOKEN PADDING SQUEEZED OUT - BUILT BY
      * UT-DESCRIBE-MOCK FOR THE REPORT LINES ABOUT A MOCK.
           05  UT-MOCK-DESC-SOURCE       PIC X(860) VALUE SPACES.
           05  UT-MOCK-DESCRIPTION       PIC X(60) VALUE SPACES.
           05  UT-MOCK-DESC-LEN          PIC S9(4) COMP VALUE ZERO.
           05  UT-MOCK-DESC-IX           PIC S9(4) COMP VALUE ZERO.
           05  FILLER                    PIC X(01) VALUE SPACES.
               88  UT-MOCK-DESC-GAP                VALUE 'Y'.
               88  UT-MOCK-DESC-NO-GAP             VALUE SPACES.
      * MOCK HIT SEQUENCE. UT-ASSERT-ACCESSES SAYS HOW OFTEN A MOCK
      * WAS HIT BUT NOT IN WHAT ORDER, SO EVERY HIT IS ALSO LOGGED
      * HERE, IN THE ORDER IT HAPPENED, BY UT-RECORD-MOCK-HIT - WHICH
      * UT-NEXT-MOCK-RESPONSE, THE KEYED-FILE MOCK AND THE OPEN/CLOSE
      * TRACKING ALREADY PERFORM, AND WHICH A MOCKED PARAGRAPH OR
      * STATEMENT BODY PERFORMS IN PLACE OF ADDING 1 TO
      * UT-MOCK-ACCESS-COUNT ITSELF (A BODY THAT STILL ADDS 1 IS
      * COUNTED BUT NOT SEQUENCED). TO ASSERT AN ORDER, SET THE FIND
      * CRITERIA OF EACH EXPECTED MOCK IN TURN AND PERFORM
      * UT-EXPECT-MOCK-HIT, THEN SET UT-ORDER-STRICT (NOTHING ELSE
      * MAY BE HIT BETWEEN THEM) OR LEAVE UT-ORDER-GAPS-ALLOWED (THE
      * DEFAULT - OTHER HITS MAY COME BETWEEN) AND PERFORM
      * UT-ASSERT-MOCK-ORDER. THE RESULT DISPLAYS AS A NORMAL PASS/
      * FAIL CASE; A FAILURE PRINTS THE EXPECTED SEQUENCE AND THE
      * SEQUENCE ACTUALLY OBSERVED. THE EXPECTED LIST AND MODE RESET
      * AFTER EACH ASSERTION; UT-CLEAR-MOCK-HITS EMPTIES THE LOG -
      * TYPICALLY FROM UT-BEFORE, AS WITH UT-CLEAR-DISPLAYS.
           05  UT-HIT-LOG-MAX            PIC 9(04) VALUE 500 COMP.
           05  UT-HIT-LOG-COUNT          PIC 9(04) VALUE ZERO COMP.
           05  UT-HIT-LOG-IX             PIC S9(4) COMP VALUE ZERO.
           05  UT-HIT-LOG-START          PIC S9(4) COMP VALUE ZERO.
           05  FILLER                    PIC X(01) VALUE SPACES.
               88  UT-HIT-LOG-OVERFLOWED           VALUE 'Y'.
               88  UT-HIT-LOG-COMPLETE             VALUE SPACES.
           05  UT-HIT-LOG-TABLE.
               10  UT-HIT-LOG-MOCK       PIC 9(02)
                                         OCCURS 500 TIMES.
           05  UT-ORDER-EXPECT-MAX       PIC 9(02) VALUE 20 COMP.
           05  UT-ORDER-EXPECT-COUNT     PIC 9(02) VALUE ZERO COMP.
           05  UT-ORDER-EXPECT-IX        PIC S9(4) COMP VALUE ZERO.
           05  UT-ORDER-EXPECT-TABLE.
               10  UT-ORDER-EXPECT-MOCK  PIC 9(02)
                                         OCCURS 20 TIMES.
           05  UT-ORDER-MODE             PIC X(01) VALUE SPACES.
               88  UT-ORDER-STRICT                 VALUE 'S'.
               88  UT-ORDER-GAPS-ALLOWED           VALUE SPACES.
           05  UT-ORDER-MATCHED          PIC 9(02) VALUE ZERO COMP.
           05  UT-ORDER-LINE-DISP        PIC ZZZ9.
           05  UT-MOCK-MAX               PIC 9(02) VALUE 50.
      * UT-MOCK-MAX DEFAULTS TO THE FULL TABLE SIZE BELOW, BUT A
      * GENERATED TEST PROGRAM MAY MOVE A SMALLER VALUE INTO IT BEFORE
                   88  UT-MOCK-SQL           VALUE 'SQL'.
                   88  UT-MOCK-PARA          VALUE 'PARA'.
               10  UT-MOCK-ACCESS-COUNT    PIC 9(04) VALUE ZERO.
      * THE MOCK'S RESPONSE SERIES, IF ANY (SEE SEQUENCED MOCK
      * RESPONSES ABOVE): HOW MANY RESPONSES IT DECLARED, HOW MANY
      * HITS HAVE DRAWN ON THEM, AND THE RULE ONCE THEY RUN OUT.
               10  UT-MOCK-RESP-TOTAL      PIC 9(03) VALUE ZERO.
               10  UT-MOCK-RESP-HITS       PIC 9(04) VALUE ZERO.
               10  UT-MOCK-EXHAUST-RULE    PIC X(01) VALUE SPACES.
                   88  UT-MOCK-EXHAUST-REPEAT    VALUE SPACES, 'R'.
                   88  UT-MOCK-EXHAUST-CYCLE     VALUE 'C'.
                   88  UT-MOCK-EXHAUST-FAIL      VALUE 'F'.
               10  UT-MOCK-RECORD        PIC X(8192).    
               10  UT-MOCK-DATA          PIC X(806).
               10  UT-MOCK-FILE-DATA REDEFINES UT-MOCK-DATA.
