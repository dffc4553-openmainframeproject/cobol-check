                   TO ==UT==MOCK-TYPE(==UT==MOCK-IX)
               MOVE ZERO
                   TO ==UT==MOCK-ACCESS-COUNT(==UT==MOCK-IX)
               MOVE ZERO
                   TO ==UT==MOCK-RESP-TOTAL(==UT==MOCK-IX)
               MOVE ZERO
                   TO ==UT==MOCK-RESP-HITS(==UT==MOCK-IX)
               SET ==UT==MOCK-EXHAUST-REPEAT(==UT==MOCK-IX) TO TRUE
               MOVE ==UT==MOCK-SET-RECORD
                   TO ==UT==MOCK-RECORD(==UT==MOCK-IX)
               EVALUATE TRUE
                   TO ==UT==MOCK-SET-RECORD
               MOVE ==UT==MOCK-FILE-STATUS(==UT==MOCK-IX)
                   TO ==UT==MOCK-SET-FILE-STATUS
               PERFORM ==UT==RECORD-MOCK-HIT
           ELSE
               MOVE SPACES TO ==UT==MOCK-SET-RECORD
               MOVE '23' TO ==UT==MOCK-SET-FILE-STATUS
           PERFORM ==UT==ASSERT-ACCESSES
           .

       ==UT==ADD-MOCK-RESPONSE.
      *****************************************************************
      * APPEND ==UT==MOCK-SET-RESP-CODE/-DATA TO THE RESPONSE SERIES OF
      * THE MOCK MATCHING THE CURRENT ==UT==MOCK-FIND-xxx CRITERIA (SEE
      * THE SEQUENCED MOCK RESPONSES NOTE IN CCHECKWS.CPY). PERFORM
      * ONCE PER RESPONSE, IN THE ORDER THE HITS SHOULD RECEIVE THEM.
      * AN EXHAUSTION RULE SET BEFORE THE CALL IS STORED ON THE MOCK
      * AND THE SWITCH RESET, SO IT CANNOT LEAK ONTO THE NEXT MOCK.
      *****************************************************************
           PERFORM ==UT==LOOKUP-MOCK
           EVALUATE TRUE
               WHEN ==UT==MOCK-NOT-FOUND
                   DISPLAY '**** NO MOCK SET - RESPONSE NOT ADDED ****'
               WHEN ==UT==MOCK-RESP-COUNT NOT LESS THAN ==UT==MOCK-RESP-MAX
                   DISPLAY '**** MOCK RESPONSE TABLE FULL - RESPONSE '
                       'NOT ADDED ****'
               WHEN OTHER
                   ADD 1 TO ==UT==MOCK-RESP-COUNT
                   SET ==UT==RESP-IX TO ==UT==MOCK-RESP-COUNT
                   SET ==UT==RESP-MOCK-NUMBER(==UT==RESP-IX) TO ==UT==MOCK-IX
                   MOVE ==UT==MOCK-SET-RESP-CODE
                       TO ==UT==RESP-CODE(==UT==RESP-IX)
                   MOVE ==UT==MOCK-SET-RESP-DATA
                       TO ==UT==RESP-DATA(==UT==RESP-IX)
                   ADD 1 TO ==UT==MOCK-RESP-TOTAL(==UT==MOCK-IX)
                   IF ==UT==MOCK-SET-EXHAUST-RULE NOT EQUAL SPACES
                       MOVE ==UT==MOCK-SET-EXHAUST-RULE
                           TO ==UT==MOCK-EXHAUST-RULE(==UT==MOCK-IX)
                   END-IF
           END-EVALUATE
           MOVE SPACES TO ==UT==MOCK-SET-EXHAUST-RULE
           .

       ==UT==NEXT-MOCK-RESPONSE.
      *****************************************************************
      * SUBSTITUTE FOR A MOCKED EXEC SQL STATEMENT OR CALL WHOSE MOCK
      * MAY CARRY A RESPONSE SERIES. THE CALLER HAS SET THE
      * ==UT==MOCK-FIND-xxx CRITERIA; THE HIT IS COUNTED AGAINST THE
      * MOCK (SO ==UT==ASSERT-ACCESSES SEES IT AS USUAL) AND ANSWERED
      * IN ==UT==MOCK-RESP-CODE AND ==UT==MOCK-RESP-DATA FROM THE NEXT
      * RESPONSE IN THE SERIES, OR PER THE MOCK'S EXHAUSTION RULE
      * ONCE THE SERIES HAS RUN OUT. ==UT==MOCK-RESP-NUMBER SAYS WHICH
      * RESPONSE WAS GIVEN - ZERO WHEN NONE WAS - AND EACH HIT ON A
      * SERIES IS REPORTED WITH IT. AN UNMOCKED CALL IS COUNTED BY
      * ==UT==LOOKUP-MOCK AS ALWAYS AND ANSWERS ZERO AND SPACES.
      *****************************************************************
           MOVE ZERO TO ==UT==MOCK-RESP-CODE
           MOVE SPACES TO ==UT==MOCK-RESP-DATA
           MOVE ZERO TO ==UT==MOCK-RESP-NUMBER
           MOVE SPACES TO ==UT==MOCK-RESP-NOTE
           PERFORM ==UT==LOOKUP-MOCK
           IF ==UT==MOCK-FOUND
               PERFORM ==UT==RECORD-MOCK-HIT
               IF ==UT==MOCK-RESP-TOTAL(==UT==MOCK-IX) EQUAL ZERO
                   MOVE ==UT==MOCK-RECORD(==UT==MOCK-IX)
                       TO ==UT==MOCK-RESP-DATA
               ELSE
                   ADD 1 TO ==UT==MOCK-RESP-HITS(==UT==MOCK-IX)
                   MOVE ==UT==MOCK-RESP-HITS(==UT==MOCK-IX)
                       TO ==UT==MOCK-RESP-HIT
                   PERFORM ==UT==CHOOSE-MOCK-RESPONSE
                   PERFORM ==UT==REPORT-MOCK-RESPONSE
               END-IF
           END-IF
           .

       ==UT==CHOOSE-MOCK-RESPONSE.
      *****************************************************************
      * PICK THE RESPONSE NUMBER FOR HIT ==UT==MOCK-RESP-HIT ON THE MOCK
      * AT ==UT==MOCK-IX AND FETCH THAT RESPONSE FROM THE TABLE - THE
      * NTH ENTRY CARRYING THIS MOCK'S NUMBER, SO SERIES FOR
      * DIFFERENT MOCKS MAY BE DECLARED INTERLEAVED.
      *****************************************************************
           EVALUATE TRUE
               WHEN ==UT==MOCK-RESP-HIT NOT GREATER
                       ==UT==MOCK-RESP-TOTAL(==UT==MOCK-IX)
                   MOVE ==UT==MOCK-RESP-HIT TO ==UT==MOCK-RESP-NUMBER
               WHEN ==UT==MOCK-EXHAUST-CYCLE(==UT==MOCK-IX)
                   COMPUTE ==UT==MOCK-RESP-NUMBER =
                       FUNCTION MOD(==UT==MOCK-RESP-HIT - 1,
                           ==UT==MOCK-RESP-TOTAL(==UT==MOCK-IX)) + 1
                   MOVE '(SERIES CYCLED)' TO ==UT==MOCK-RESP-NOTE
               WHEN ==UT==MOCK-EXHAUST-FAIL(==UT==MOCK-IX)
                   MOVE ZERO TO ==UT==MOCK-RESP-NUMBER
                   MOVE '(SERIES EXHAUSTED)' TO ==UT==MOCK-RESP-NOTE
               WHEN OTHER
                   MOVE ==UT==MOCK-RESP-TOTAL(==UT==MOCK-IX)
                       TO ==UT==MOCK-RESP-NUMBER
                   MOVE '(LAST REPEATED)' TO ==UT==MOCK-RESP-NOTE
           END-EVALUATE

           IF ==UT==MOCK-RESP-NUMBER GREATER ZERO
               MOVE ZERO TO ==UT==MOCK-RESP-SEEN
               SET ==UT==RESP-IX TO 1
               PERFORM UNTIL ==UT==RESP-IX GREATER ==UT==MOCK-RESP-COUNT
                       OR ==UT==MOCK-RESP-SEEN EQUAL ==UT==MOCK-RESP-NUMBER
                   IF ==UT==RESP-MOCK-NUMBER(==UT==RESP-IX) EQUAL ==UT==MOCK-IX
                       ADD 1 TO ==UT==MOCK-RESP-SEEN
                   END-IF
                   IF ==UT==MOCK-RESP-SEEN LESS THAN ==UT==MOCK-RESP-NUMBER
                       SET ==UT==RESP-IX UP BY 1
                   END-IF
               END-PERFORM
               MOVE ==UT==RESP-CODE(==UT==RESP-IX) TO ==UT==MOCK-RESP-CODE
               MOVE ==UT==RESP-DATA(==UT==RESP-IX) TO ==UT==MOCK-RESP-DATA
           END-IF
           .

       ==UT==REPORT-MOCK-RESPONSE.
      *****************************************************************
      * SAY WHICH RESPONSE THE HIT RECEIVED, ON THE DISPLAY OUTPUT
      * AND AS A <mockresponse> ELEMENT IN THE XML. A HIT PAST THE
      * END OF A SERIES WHOSE RULE IS TO FAIL IS COUNTED AND
      * REPORTED AS A FAILED TEST CASE OF ITS OWN.
      *****************************************************************
           PERFORM ==UT==DESCRIBE-MOCK
           MOVE ==UT==MOCK-RESP-HIT TO ==UT==MOCK-RESP-HIT-DISP
           MOVE ==UT==MOCK-RESP-NUMBER TO ==UT==MOCK-RESP-NUMBER-DISP
           MOVE ==UT==MOCK-RESP-TOTAL(==UT==MOCK-IX)
               TO ==UT==MOCK-RESP-TOTAL-DISP
           MOVE SPACES TO ==UT==DISPLAY-MESSAGE
           STRING '    HIT ' DELIMITED BY SIZE
                   FUNCTION TRIM(==UT==MOCK-RESP-HIT-DISP)
                       DELIMITED BY SIZE
                   ' ON ' DELIMITED BY SIZE
                   ==UT==MOCK-DESCRIPTION(1:==UT==MOCK-DESC-LEN)
                       DELIMITED BY SIZE
                   ' - RESPONSE ' DELIMITED BY SIZE
                   FUNCTION TRIM(==UT==MOCK-RESP-NUMBER-DISP)
                       DELIMITED BY SIZE
                   ' OF ' DELIMITED BY SIZE
                   FUNCTION TRIM(==UT==MOCK-RESP-TOTAL-DISP)
                       DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   ==UT==MOCK-RESP-NOTE DELIMITED BY '  '
               INTO ==UT==DISPLAY-MESSAGE
           END-STRING
           DISPLAY ==UT==DISPLAY-MESSAGE(1:132)
           MOVE SPACES TO ==UT==DISPLAY-MESSAGE

           MOVE SPACES TO ==UT==XML-REPORT-RECORD
           STRING '  <mockresponse mock="' DELIMITED BY SIZE
                   ==UT==MOCK-DESCRIPTION(1:==UT==MOCK-DESC-LEN)
                       DELIMITED BY SIZE
                   '" hit="' DELIMITED BY SIZE
                   FUNCTION TRIM(==UT==MOCK-RESP-HIT-DISP)
                       DELIMITED BY SIZE
                   '" response="' DELIMITED BY SIZE
                   FUNCTION TRIM(==UT==MOCK-RESP-NUMBER-DISP)
                       DELIMITED BY SIZE
                   '" of="' DELIMITED BY SIZE
                   FUNCTION TRIM(==UT==MOCK-RESP-TOTAL-DISP)
                       DELIMITED BY SIZE
                   '"/>' DELIMITED BY SIZE
               INTO ==UT==XML-REPORT-RECORD
           END-STRING
           WRITE ==UT==XML-REPORT-RECORD

           IF ==UT==MOCK-EXHAUST-FAIL(==UT==MOCK-IX)
                   AND ==UT==MOCK-RESP-NUMBER EQUAL ZERO
               ADD 1 TO ==UT==TEST-CASE-COUNT
               MOVE 'A DECLARED MOCK RESPONSE' TO ==UT==EXPECTED
               MOVE SPACES TO ==UT==ACTUAL
               STRING 'HIT ' DELIMITED BY SIZE
                       FUNCTION TRIM(==UT==MOCK-RESP-HIT-DISP)
                           DELIMITED BY SIZE
                       ' PAST THE END OF THE SERIES ON '
                           DELIMITED BY SIZE
                       ==UT==MOCK-DESCRIPTION(1:==UT==MOCK-DESC-LEN)
                           DELIMITED BY SIZE
                   INTO ==UT==ACTUAL
               END-STRING
               SET ==UT==EXPECTED-88-VALUE TO TRUE
               SET ==UT==ACTUAL-88-VALUE TO FALSE
               SET ==UT==COMPARE-88-LEVEL TO TRUE
               SET ==UT==NORMAL-COMPARE TO TRUE
               PERFORM ==UT==CHECK-EXPECTATION
               SET ==UT==COMPARE-DEFAULT TO TRUE
           END-IF
           .

       ==UT==CLEAR-MOCK-RESPONSES.
      *****************************************************************
      * EMPTY EVERY RESPONSE SERIES AND RESTORE EACH MOCK'S DEFAULT
      * REPEAT-THE-LAST RULE - TYPICALLY PERFORMED FROM ==UT==BEFORE SO
      * EACH CASE DECLARES AND CONSUMES ONLY ITS OWN SERIES. ACCESS
      * COUNTS ARE LEFT AS THEY ARE.
      *****************************************************************
           MOVE ZERO TO ==UT==MOCK-RESP-COUNT
           MOVE SPACES TO ==UT==MOCK-SET-EXHAUST-RULE
           PERFORM VARYING ==UT==MOCK-IX FROM 1 BY 1
                   UNTIL ==UT==MOCK-IX GREATER ==UT==MOCK-COUNT
               MOVE ZERO TO ==UT==MOCK-RESP-TOTAL(==UT==MOCK-IX)
               MOVE ZERO TO ==UT==MOCK-RESP-HITS(==UT==MOCK-IX)
               SET ==UT==MOCK-EXHAUST-REPEAT(==UT==MOCK-IX) TO TRUE
           END-PERFORM
           .

       ==UT==DESCRIBE-MOCK.
      *****************************************************************
      * BUILD ==UT==MOCK-DESCRIPTION FOR THE MOCK AT ==UT==MOCK-IX - ITS
      * TYPE FOLLOWED BY ITS KEY, EACH RUN OF TOKEN PADDING SQUEEZED
      * TO ONE SPACE AND THE WHOLE CUT AT 60 BYTES - WITH ITS USED
      * LENGTH IN ==UT==MOCK-DESC-LEN.
      *****************************************************************
           MOVE SPACES TO ==UT==MOCK-DESC-SOURCE
           MOVE ==UT==MOCK-TYPE(==UT==MOCK-IX) TO ==UT==MOCK-DESC-SOURCE(1:4)
           EVALUATE TRUE
               WHEN ==UT==MOCK-FILE(==UT==MOCK-IX)
                   MOVE ==UT==MOCK-FILENAME(==UT==MOCK-IX)
                       TO ==UT==MOCK-DESC-SOURCE(6:31)
                   MOVE ==UT==MOCK-OPERATION(==UT==MOCK-IX)
                       TO ==UT==MOCK-DESC-SOURCE(38:20)
                   MOVE ==UT==MOCK-FILE-KEY(==UT==MOCK-IX)
                       TO ==UT==MOCK-DESC-SOURCE(59:31)
               WHEN ==UT==MOCK-CALL(==UT==MOCK-IX)
                   MOVE ==UT==MOCK-CALL-TOKENS-KEY(==UT==MOCK-IX)
                       TO ==UT==MOCK-DESC-SOURCE(6:806)
               WHEN ==UT==MOCK-CICS(==UT==MOCK-IX)
                   MOVE ==UT==MOCK-CICS-KEYWORDS-KEY(==UT==MOCK-IX)
                       TO ==UT==MOCK-DESC-SOURCE(6:806)
               WHEN ==UT==MOCK-SQL(==UT==MOCK-IX)
                   MOVE ==UT==MOCK-SQL-KEYWORDS-KEY(==UT==MOCK-IX)
                       TO ==UT==MOCK-DESC-SOURCE(6:806)
               WHEN ==UT==MOCK-PARA(==UT==MOCK-IX)
                   MOVE ==UT==MOCK-PARA-NAME(==UT==MOCK-IX)
                       TO ==UT==MOCK-DESC-SOURCE(6:31)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE SPACES TO ==UT==MOCK-DESCRIPTION
           MOVE ZERO TO ==UT==MOCK-DESC-LEN
           SET ==UT==MOCK-DESC-NO-GAP TO TRUE
           PERFORM VARYING ==UT==MOCK-DESC-IX FROM 1 BY 1
                   UNTIL ==UT==MOCK-DESC-IX
                       GREATER LENGTH OF ==UT==MOCK-DESC-SOURCE
                   OR ==UT==MOCK-DESC-LEN
                       NOT LESS THAN LENGTH OF ==UT==MOCK-DESCRIPTION
               IF ==UT==MOCK-DESC-SOURCE(==UT==MOCK-DESC-IX:1) EQUAL SPACE
                   IF ==UT==MOCK-DESC-LEN GREATER ZERO
                       SET ==UT==MOCK-DESC-GAP TO TRUE
                   END-IF
               ELSE
                   IF ==UT==MOCK-DESC-GAP
                       ADD 1 TO ==UT==MOCK-DESC-LEN
                       SET ==UT==MOCK-DESC-NO-GAP TO TRUE
                   END-IF
                   IF ==UT==MOCK-DESC-LEN
                           LESS THAN LENGTH OF ==UT==MOCK-DESCRIPTION
                       ADD 1 TO ==UT==MOCK-DESC-LEN
                       MOVE ==UT==MOCK-DESC-SOURCE(==UT==MOCK-DESC-IX:1)
                           TO ==UT==MOCK-DESCRIPTION(==UT==MOCK-DESC-LEN:1)
                   END-IF
               END-IF
           END-PERFORM
           IF ==UT==MOCK-DESC-LEN EQUAL ZERO
               MOVE 1 TO ==UT==MOCK-DESC-LEN
           END-IF
           .

       ==UT==RECORD-MOCK-HIT.
      *****************************************************************
      * COUNT A HIT ON THE MOCK AT ==UT==MOCK-IX AND LOG IT IN THE MOCK
      * HIT SEQUENCE (SEE THE NOTE IN CCHECKWS.CPY) FOR
      * ==UT==ASSERT-MOCK-ORDER. HITS BEYOND THE LOG ARE STILL COUNTED;
      * THE LOG IS MARKED AS OVERFLOWED SO A FAILURE CAN SAY SO.
      *****************************************************************
           ADD 1 TO ==UT==MOCK-ACCESS-COUNT(==UT==MOCK-IX)
           IF ==UT==HIT-LOG-COUNT LESS THAN ==UT==HIT-LOG-MAX
               ADD 1 TO ==UT==HIT-LOG-COUNT
               SET ==UT==HIT-LOG-MOCK(==UT==HIT-LOG-COUNT) TO ==UT==MOCK-IX
           ELSE
               SET ==UT==HIT-LOG-OVERFLOWED TO TRUE
           END-IF
           .

       ==UT==CLEAR-MOCK-HITS.
      *****************************************************************
      * EMPTY THE MOCK HIT SEQUENCE AND ANY EXPECTED ORDER NOT YET
      * ASSERTED, TYPICALLY FROM ==UT==BEFORE. ACCESS COUNTS ARE LEFT
      * ALONE - THEY RESET WITH THE MOCKS AS ALWAYS.
      *****************************************************************
           MOVE ZERO TO ==UT==HIT-LOG-COUNT
           SET ==UT==HIT-LOG-COMPLETE TO TRUE
           MOVE ZERO TO ==UT==ORDER-EXPECT-COUNT
           SET ==UT==ORDER-GAPS-ALLOWED TO TRUE
           .

       ==UT==EXPECT-MOCK-HIT.
      *****************************************************************
      * APPEND THE MOCK MATCHING THE CURRENT ==UT==MOCK-FIND-xxx
      * CRITERIA TO THE ORDER ==UT==ASSERT-MOCK-ORDER WILL LOOK FOR.
      * PERFORM ONCE PER EXPECTED HIT, IN THE EXPECTED ORDER; A MOCK
      * EXPECTED TWICE IS LISTED TWICE. A MOCK THAT WAS NEVER SET
      * IS LISTED AS SUCH AND CAN NEVER MATCH, SO THE ASSERTION
      * FAILS RATHER THAN PASSING OVER IT.
      *****************************************************************
           PERFORM ==UT==LOOKUP-MOCK
           IF ==UT==ORDER-EXPECT-COUNT NOT LESS THAN ==UT==ORDER-EXPECT-MAX
               DISPLAY '**** EXPECTED ORDER TABLE FULL - HIT NOT '
                   'ADDED ****'
           ELSE
               ADD 1 TO ==UT==ORDER-EXPECT-COUNT
               IF ==UT==MOCK-FOUND
                   SET ==UT==ORDER-EXPECT-MOCK(==UT==ORDER-EXPECT-COUNT)
                       TO ==UT==MOCK-IX
               ELSE
                   MOVE ZERO
                       TO ==UT==ORDER-EXPECT-MOCK(==UT==ORDER-EXPECT-COUNT)
               END-IF
           END-IF
           MOVE SPACES TO ==UT==MOCK-FIND-FILE-KEY
           .

       ==UT==ASSERT-MOCK-ORDER.
      *****************************************************************
      * CONFIRM THE MOCKS LISTED BY ==UT==EXPECT-MOCK-HIT WERE HIT IN
      * THAT ORDER. WITH ==UT==ORDER-GAPS-ALLOWED (THE DEFAULT) OTHER
      * HITS MAY COME BETWEEN THEM; WITH ==UT==ORDER-STRICT THEY MUST BE
      * HIT ONE STRAIGHT AFTER ANOTHER, THOUGH THE RUN MAY START
      * ANYWHERE IN THE LOG. USES THE GENERIC 88-LEVEL COMPARE SO THE
      * RESULT DISPLAYS AS A NORMAL PASS/FAIL CASE (AND
      * ==UT==REVERSE-COMPARE ASSERTS THE ORDER DID NOT OCCUR); A
      * FAILURE PRINTS BOTH SEQUENCES. AN EMPTY EXPECTED LIST FAILS.
      * THE EXPECTED LIST AND MODE RESET AFTER EACH ASSERTION.
      *****************************************************************
           SET ==UT==ACTUAL-88-VALUE TO FALSE
           IF ==UT==ORDER-EXPECT-COUNT GREATER ZERO
               IF ==UT==ORDER-STRICT
                   PERFORM VARYING ==UT==HIT-LOG-START FROM 1 BY 1
                           UNTIL ==UT==HIT-LOG-START
                               GREATER ==UT==HIT-LOG-COUNT
                           OR ==UT==ACTUAL-88-VALUE
                       MOVE ZERO TO ==UT==ORDER-MATCHED
                       MOVE ==UT==HIT-LOG-START TO ==UT==HIT-LOG-IX
                       PERFORM VARYING ==UT==ORDER-EXPECT-IX FROM 1 BY 1
                               UNTIL ==UT==ORDER-EXPECT-IX
                                   GREATER ==UT==ORDER-EXPECT-COUNT
                               OR ==UT==HIT-LOG-IX
                                   GREATER ==UT==HIT-LOG-COUNT
                               OR ==UT==ORDER-MATCHED
                                   LESS THAN ==UT==ORDER-EXPECT-IX - 1
                           IF ==UT==HIT-LOG-MOCK(==UT==HIT-LOG-IX) EQUAL
                                ==UT==ORDER-EXPECT-MOCK(==UT==ORDER-EXPECT-IX)
                               ADD 1 TO ==UT==ORDER-MATCHED
                           END-IF
                           ADD 1 TO ==UT==HIT-LOG-IX
                       END-PERFORM
                       IF ==UT==ORDER-MATCHED EQUAL ==UT==ORDER-EXPECT-COUNT
                           SET ==UT==ACTUAL-88-VALUE TO TRUE
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE 1 TO ==UT==ORDER-EXPECT-IX
                   PERFORM VARYING ==UT==HIT-LOG-IX FROM 1 BY 1
                           UNTIL ==UT==HIT-LOG-IX GREATER ==UT==HIT-LOG-COUNT
                           OR ==UT==ORDER-EXPECT-IX
                               GREATER ==UT==ORDER-EXPECT-COUNT
                       IF ==UT==HIT-LOG-MOCK(==UT==HIT-LOG-IX) EQUAL
                               ==UT==ORDER-EXPECT-MOCK(==UT==ORDER-EXPECT-IX)
                           ADD 1 TO ==UT==ORDER-EXPECT-IX
                       END-IF
                   END-PERFORM
                   IF ==UT==ORDER-EXPECT-IX GREATER ==UT==ORDER-EXPECT-COUNT
                       SET ==UT==ACTUAL-88-VALUE TO TRUE
                   END-IF
               END-IF
           END-IF
           IF ==UT==ORDER-STRICT
               MOVE 'MOCK HITS IN STRICT ORDER' TO ==UT==EXPECTED
           ELSE
               MOVE 'MOCK HITS IN ORDER' TO ==UT==EXPECTED
           END-IF
           MOVE 'A DIFFERENT ORDER - SEE BELOW' TO ==UT==ACTUAL
           SET ==UT==EXPECTED-88-VALUE TO TRUE
           SET ==UT==COMPARE-88-LEVEL TO TRUE
           PERFORM ==UT==CHECK-EXPECTATION
           IF ==UT==COMPARE-FAILED
               PERFORM ==UT==DUMP-MOCK-ORDER
           END-IF
           MOVE ZERO TO ==UT==ORDER-EXPECT-COUNT
           SET ==UT==ORDER-GAPS-ALLOWED TO TRUE
           SET ==UT==NORMAL-COMPARE TO TRUE
           .

       ==UT==DUMP-MOCK-ORDER.
      *****************************************************************
      * SHOW THE ORDER THE CASE EXPECTED AGAINST EVERY MOCK HIT THE
      * CASE ACTUALLY LOGGED, SO A FAILED ORDER ASSERTION CAN BE READ
      * AGAINST WHAT REALLY HAPPENED.
      *****************************************************************
           DISPLAY '    EXPECTED HIT ORDER:'
           IF ==UT==ORDER-EXPECT-COUNT EQUAL ZERO
               DISPLAY '    (NO HITS WERE LISTED)'
           END-IF
           PERFORM VARYING ==UT==ORDER-EXPECT-IX FROM 1 BY 1
                   UNTIL ==UT==ORDER-EXPECT-IX
                       GREATER ==UT==ORDER-EXPECT-COUNT
               MOVE ==UT==ORDER-EXPECT-IX TO ==UT==ORDER-LINE-DISP
               IF ==UT==ORDER-EXPECT-MOCK(==UT==ORDER-EXPECT-IX) EQUAL ZERO
                   DISPLAY '    | ' ==UT==ORDER-LINE-DISP
                       '. (NO SUCH MOCK SET)'
               ELSE
                   SET ==UT==MOCK-IX
                       TO ==UT==ORDER-EXPECT-MOCK(==UT==ORDER-EXPECT-IX)
                   PERFORM ==UT==DESCRIBE-MOCK
                   DISPLAY '    | ' ==UT==ORDER-LINE-DISP '. '
                       ==UT==MOCK-DESCRIPTION(1:==UT==MOCK-DESC-LEN)
               END-IF
           END-PERFORM
           DISPLAY '    ACTUAL HIT ORDER:'
           IF ==UT==HIT-LOG-COUNT EQUAL ZERO
               DISPLAY '    (NO MOCK WAS HIT)'
           END-IF
           PERFORM VARYING ==UT==HIT-LOG-IX FROM 1 BY 1
                   UNTIL ==UT==HIT-LOG-IX GREATER ==UT==HIT-LOG-COUNT
               MOVE ==UT==HIT-LOG-IX TO ==UT==ORDER-LINE-DISP
               SET ==UT==MOCK-IX TO ==UT==HIT-LOG-MOCK(==UT==HIT-LOG-IX)
               PERFORM ==UT==DESCRIBE-MOCK
               DISPLAY '    | ' ==UT==ORDER-LINE-DISP '. '
                   ==UT==MOCK-DESCRIPTION(1:==UT==MOCK-DESC-LEN)
           END-PERFORM
           IF ==UT==HIT-LOG-OVERFLOWED
               DISPLAY '    (LOG FULL - LATER HITS NOT SHOWN)'
           END-IF
           .

       ==UT==RECORD-FILE-OPEN.
      *****************************************************************
      * CALL IMMEDIATELY AFTER A REAL OPEN STATEMENT IN A COPIED-IN
               PERFORM ==UT==SET-MOCK
               PERFORM ==UT==LOOKUP-MOCK
           END-IF
           PERFORM ==UT==RECORD-MOCK-HIT
           .

       ==UT==RECORD-FILE-CLOSE.
               PERFORM ==UT==SET-MOCK
               PERFORM ==UT==LOOKUP-MOCK
           END-IF
           PERFORM ==UT==RECORD-MOCK-HIT
           .

       ==UT==ASSERT-FILE-OPENED.
