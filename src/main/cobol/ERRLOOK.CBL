      *     TABLE STANDS IN, SO NOTHING BREAKS WHILE THE FILE IS
      *     BEING ROLLED OUT. ERRCMNT SEEDS AND PRINTS THE FILE.
      *
      *     SEVERITIES ARE I (INFORMATION), W (WARNING), E (ERROR)
      *     AND C (CRITICAL). EVERY CODE LOOKED UP WHOSE SEVERITY IS
      *     AT OR ABOVE THE LEVEL ON THE OPSALVL CARD (COLUMN 1;
      *     NO CARD MEANS E) IS ALSO APPENDED TO THE SHARED OPSALRT
      *     OPERATOR ALERT QUEUE - CALLING PROGRAM, BUSINESS DATE,
      *     TIME, CODE, SEVERITY, MESSAGE AND ACTION TEXT - SO A
      *     SEVERE CONDITION REACHES THE OPERATORS, NOT JUST THE
      *     STEP'S SYSOUT. ALRTDGST SUMMARISES THE NIGHT'S QUEUE.
      *     THE CALLER NAMES ITSELF IN EL-PGM-NAME. A QUEUE THAT
      *     CANNOT BE OPENED IS SAID ONCE AND THE LOOKUP STANDS.
      *
      *--------------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REGISTRY-STATUS.
           SELECT ALERT-QUEUE-FILE ASSIGN TO "OPSALRT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ALERT-STATUS.
           SELECT ALERT-LEVEL-FILE ASSIGN TO "OPSALVL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-LEVEL-STATUS.
      *    THE BUSINESS DATE EACH ALERT IS STAMPED WITH - READ ONCE,
      *    ON THE FIRST CALL OF THE RUN.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ERROR-REGISTRY-FILE
           05 REG-SEVERITY       PIC X(01).
           05 REG-TEXT           PIC X(50).
           05 REG-ACTION         PIC X(50).
       FD  ALERT-QUEUE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ALERT-QUEUE-RECORD.
       01  ALERT-QUEUE-RECORD.
           COPY OPSALRT.
       FD  ALERT-LEVEL-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ALERT-LEVEL-RECORD.
       01  ALERT-LEVEL-RECORD.
           05 ALV-SEVERITY       PIC X(01).
           05 FILLER             PIC X(79).
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
          03 WS-REG-COUNT           PIC S9(4) COMP VALUE ZERO.
          03 WS-REG-MAX             PIC S9(4) COMP VALUE 100.
          03 WS-REG-IX              PIC S9(4) COMP.
          03 WS-ALERT-STATUS        PIC X(02).
              88 ALERT-OK           VALUE '00'.
          03 WS-ALERT-STATE         PIC X(01) VALUE 'A'.
              88 ALERT-AVAILABLE    VALUE 'A'.
              88 ALERT-UNAVAILABLE  VALUE 'U'.
          03 WS-LEVEL-STATUS        PIC X(02).
              88 LEVEL-OK           VALUE '00'.
          03 WS-BUSDATE-STATUS      PIC X(02).
              88 BUSDATE-OK         VALUE '00'.
          03 WS-ALERT-LEVEL         PIC X(01) VALUE 'E'.
          03 WS-RANK-SEVERITY       PIC X(01).
          03 WS-RANK                PIC 9(01).
          03 WS-LEVEL-RANK          PIC 9(01).
          03 WS-BUS-DATE            PIC X(10).
          03 WS-DATE-RAW            PIC 9(08).
          03 WS-TIME-RAW            PIC 9(08).
      *-----------------------------------------------------------------
      *    THE REGISTRY IN STORAGE - FROM THE FILE WHEN PRESENT,
      *    OTHERWISE COPIED OUT OF THE COMPILED-IN TABLE BELOW.
           05 EL-ACTION               PIC X(50).
           05 EL-FOUND-SW             PIC X(01).
               88 EL-FOUND               VALUE 'Y'.
      *    THE CALLING PROGRAM, CARRIED ONTO ANY ALERT RAISED.
           05 EL-PGM-NAME             PIC X(08).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ERRLOOK-PARM.
      *-----------------------------------------------------------------
           IF NOT REGISTRY-LOADED
               PERFORM 1000-LOAD-REGISTRY
               PERFORM 1700-LOAD-ALERT-LEVEL
               PERFORM 1800-RESOLVE-BUSINESS-DATE
           END-IF

           PERFORM 2000-LOOK-UP-CODE

           MOVE EL-SEVERITY TO WS-RANK-SEVERITY
           PERFORM 3500-RANK-SEVERITY
           IF WS-RANK NOT LESS THAN WS-LEVEL-RANK
              AND ALERT-AVAILABLE
               PERFORM 3000-RAISE-ALERT
           END-IF
           GOBACK
           .

       1500-FALL-BACK-TO-COMPILED SECTION.
      *-----------------------------------------------------------------
      *    NO REGISTRY FILE YET - COPY THE COMPILED-IN TABLE ACROSS,
      *    DERIVING SEVERITY FROM THE RETURN CODE - 16 AND OVER IS
      *    CRITICAL - WITH NO OPERATOR
      *    ACTION TEXT.
      *-----------------------------------------------------------------
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
                       MOVE 'I' TO WS-RG-SEVERITY (WS-REG-COUNT)
                   WHEN 04
                       MOVE 'W' TO WS-RG-SEVERITY (WS-REG-COUNT)
                   WHEN 16 THRU 99
                       MOVE 'C' TO WS-RG-SEVERITY (WS-REG-COUNT)
                   WHEN OTHER
                       MOVE 'E' TO WS-RG-SEVERITY (WS-REG-COUNT)
               END-EVALUATE
               END-IF
           END-PERFORM
           .

       1700-LOAD-ALERT-LEVEL SECTION.
      *-----------------------------------------------------------------
      *    NO CARD, OR A SEVERITY THAT IS NOT ONE OF OURS - ERRORS AND
      *    ABOVE ARE ALERTED.
      *-----------------------------------------------------------------
           OPEN INPUT ALERT-LEVEL-FILE
           IF LEVEL-OK
               READ ALERT-LEVEL-FILE
               IF LEVEL-OK
                   MOVE ALV-SEVERITY TO WS-ALERT-LEVEL
               END-IF
               CLOSE ALERT-LEVEL-FILE
           END-IF
           IF WS-ALERT-LEVEL NOT = 'I' AND 'W' AND 'E' AND 'C'
               DISPLAY "ERRLOOK: OPSALVL SEVERITY " WS-ALERT-LEVEL
                   " NOT I, W, E OR C - ALERTING ON E"
               MOVE 'E' TO WS-ALERT-LEVEL
           END-IF
           MOVE WS-ALERT-LEVEL TO WS-RANK-SEVERITY
           PERFORM 3500-RANK-SEVERITY
           MOVE WS-RANK TO WS-LEVEL-RANK
           .

       1800-RESOLVE-BUSINESS-DATE SECTION.
      *-----------------------------------------------------------------
      *    NO CONTROL RECORD - THE SYSTEM DATE STANDS IN, AS IN THE
      *    CALLING PROGRAMS THEMSELVES.
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

       3000-RAISE-ALERT SECTION.
      *-----------------------------------------------------------------
      *    OPENED AND CLOSED ROUND EACH ALERT, LIKE THE RUN LOG, SO
      *    THE RECORD IS ON THE QUEUE EVEN IF THE CALLER ABENDS NEXT.
      *-----------------------------------------------------------------
           OPEN EXTEND ALERT-QUEUE-FILE
           IF NOT ALERT-OK
               OPEN OUTPUT ALERT-QUEUE-FILE
           END-IF
           IF NOT ALERT-OK
               SET ALERT-UNAVAILABLE TO TRUE
               DISPLAY "ERRLOOK: OPSALRT UNAVAILABLE - STATUS "
                   WS-ALERT-STATUS " - NO OPERATOR ALERTS ARE "
                   "RAISED FOR " EL-PGM-NAME
           ELSE
               MOVE SPACES TO ALERT-QUEUE-RECORD
               MOVE EL-PGM-NAME TO OAL-PGM-NAME
               MOVE WS-BUS-DATE TO OAL-BUS-DATE
               ACCEPT WS-TIME-RAW FROM TIME
               MOVE WS-TIME-RAW (1:2) TO OAL-TIME (1:2)
               MOVE ':' TO OAL-TIME (3:1)
               MOVE WS-TIME-RAW (3:2) TO OAL-TIME (4:2)
               MOVE ':' TO OAL-TIME (6:1)
               MOVE WS-TIME-RAW (5:2) TO OAL-TIME (7:2)
               MOVE EL-CODE TO OAL-CODE
               MOVE EL-SEVERITY TO OAL-SEVERITY
               MOVE EL-RC TO OAL-RC
               MOVE EL-TEXT TO OAL-TEXT
               MOVE EL-ACTION TO OAL-ACTION
               WRITE ALERT-QUEUE-RECORD
               CLOSE ALERT-QUEUE-FILE
           END-IF
           .

       3500-RANK-SEVERITY SECTION.
      *-----------------------------------------------------------------
      *    AN UNRECOGNISED SEVERITY ON THE REGISTRY RANKS AS AN ERROR.
      *-----------------------------------------------------------------
           EVALUATE WS-RANK-SEVERITY
               WHEN 'I'
                   MOVE 1 TO WS-RANK
               WHEN 'W'
                   MOVE 2 TO WS-RANK
               WHEN 'C'
                   MOVE 4 TO WS-RANK
               WHEN OTHER
                   MOVE 3 TO WS-RANK
           END-EVALUATE
           .
