       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ALRTDGST.
      *****************************************************************
      * Operator alert digest over the shared OPSALRT queue ERRLOOK
      * appends to whenever a program looks up a code at or above
      * the alerting level. One line per alert - time, program,
      * code, severity, return code and message, with the operator
      * action under it when the registry has one - then a count
      * by severity, so the night's severe conditions read off one
      * page instead of being found in a SYSOUT the next morning.
      *
      * Any critical (C) alert ends the step RC 12, which the
      * scheduler pages on; each critical alert is also repeated on
      * SYSOUT. Alerts with none critical end RC 4, a clean night
      * RC 0. The business-date card restricts the digest to one
      * night; blank digests the whole queue.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-QUEUE-FILE ASSIGN TO "OPSALRT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ALERT-STATUS.
           SELECT DIGEST-REPORT ASSIGN TO "ALRTDRPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same record ERRLOOK's 3000-RAISE-ALERT appends.
       FD  ALERT-QUEUE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ALERT-QUEUE-RECORD.
       01  ALERT-QUEUE-RECORD.
           COPY OPSALRT.
       FD  DIGEST-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS DIGEST-REPORT-RECORD.
       01  DIGEST-REPORT-RECORD   PIC X(100).
       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-ALERT-STATUS    PIC XX.
               88  ALERT-OK       VALUE '00'.
               88  ALERT-EOF      VALUE '10'.
               88  ALERT-NOT-FOUND VALUE '35'.
           05  WS-REPORT-STATUS   PIC XX.
               88  REPORT-OK      VALUE '00'.
           05  WS-FILTER-DATE     PIC X(10) VALUE SPACES.
           05  WS-ALERT-COUNT     PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-CRITICAL-COUNT  PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-ERROR-COUNT     PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-WARNING-COUNT   PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-INFO-COUNT      PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED PIC ZZ,ZZ9.
       01  WS-HEADING-LINE.
           05  FILLER             PIC X(22) VALUE
               'OPERATOR ALERTS FOR   '.
           05  WS-HD-DATE         PIC X(10).
           05  FILLER             PIC X(68) VALUE SPACES.
       01  WS-COLUMN-LINE.
           05  FILLER             PIC X(10) VALUE 'TIME      '.
           05  FILLER             PIC X(10) VALUE 'PROGRAM   '.
           05  FILLER             PIC X(06) VALUE 'CODE  '.
           05  FILLER             PIC X(05) VALUE 'SEV  '.
           05  FILLER             PIC X(04) VALUE 'RC  '.
           05  FILLER             PIC X(65) VALUE 'MESSAGE'.
       01  WS-DETAIL-LINE.
           05  WS-DT-TIME         PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-PROGRAM      PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-CODE         PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-SEVERITY     PIC X(01).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-DT-RC           PIC 9(2).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-TEXT         PIC X(50).
           05  FILLER             PIC X(15) VALUE SPACES.
       01  WS-ACTION-LINE.
           05  FILLER             PIC X(30) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE 'ACTION: '.
           05  WS-AC-ACTION       PIC X(50).
           05  FILLER             PIC X(12) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  WS-SU-LABEL        PIC X(24).
           05  WS-SU-COUNT        PIC ZZ,ZZ9.
           05  FILLER             PIC X(70) VALUE SPACES.
      * Standard return-code/message-text registry shared with
      * FILECOPY, DB2PROG and BIPM012, so operations sees one
      * consistent set of codes and wording instead of this
      * program's own free text.
           COPY ERRCODES.
      * Call parameter block for ERRLOOK, the shared error-code
      * lookup - same field layout as ERRLOOK's own linkage section.
       01  WS-ERRLOOK-PARM.
           05  WS-EL-CODE          PIC X(04).
           05  WS-EL-RC            PIC 9(02).
           05  WS-EL-SEVERITY      PIC X(01).
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'ALRTDGST'.
       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-DIGEST-ALERTS
           PERFORM 8000-HOUSEKEEPING
           GOBACK
           .
       1000-INITIALIZE.
           ACCEPT WS-FILTER-DATE

           MOVE ZERO TO RETURN-CODE

           OPEN OUTPUT DIGEST-REPORT
           EVALUATE TRUE
               WHEN REPORT-OK
                   CONTINUE
               WHEN OTHER
                   MOVE 'IOER' TO WS-ERRCODE-LOOKUP-CODE
                   PERFORM 9500-LOOKUP-ERROR-CODE
                   DISPLAY WS-ERRCODE-LOOKUP-TEXT
                   MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           IF WS-FILTER-DATE = SPACES
               MOVE 'ALL DATES ' TO WS-HD-DATE
           ELSE
               MOVE WS-FILTER-DATE TO WS-HD-DATE
           END-IF
           MOVE WS-HEADING-LINE TO DIGEST-REPORT-RECORD
           WRITE DIGEST-REPORT-RECORD
           MOVE WS-COLUMN-LINE TO DIGEST-REPORT-RECORD
           WRITE DIGEST-REPORT-RECORD
           .

       2000-DIGEST-ALERTS.
      * No queue at all means nothing has ever been alerted - the
      * digest says so with zero counts rather than failing.
           OPEN INPUT ALERT-QUEUE-FILE
           EVALUATE TRUE
               WHEN ALERT-OK
                   READ ALERT-QUEUE-FILE
                   PERFORM WITH TEST BEFORE UNTIL ALERT-EOF
                       IF WS-FILTER-DATE = SPACES
                          OR OAL-BUS-DATE = WS-FILTER-DATE
                           PERFORM 2100-DIGEST-ONE-ALERT
                       END-IF
                       READ ALERT-QUEUE-FILE
                   END-PERFORM
                   CLOSE ALERT-QUEUE-FILE
               WHEN ALERT-NOT-FOUND
                   CONTINUE
               WHEN OTHER
                   MOVE 'IOER' TO WS-ERRCODE-LOOKUP-CODE
                   PERFORM 9500-LOOKUP-ERROR-CODE
                   DISPLAY WS-ERRCODE-LOOKUP-TEXT
                   MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
           END-EVALUATE
           .

       2100-DIGEST-ONE-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           EVALUATE OAL-SEVERITY
               WHEN 'C'
                   ADD 1 TO WS-CRITICAL-COUNT
                   DISPLAY 'ALRTDGST: CRITICAL ' OAL-CODE ' FROM '
                       OAL-PGM-NAME ' AT ' OAL-TIME ' - ' OAL-TEXT
               WHEN 'W'
                   ADD 1 TO WS-WARNING-COUNT
               WHEN 'I'
                   ADD 1 TO WS-INFO-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
           END-EVALUATE
           MOVE OAL-TIME TO WS-DT-TIME
           MOVE OAL-PGM-NAME TO WS-DT-PROGRAM
           MOVE OAL-CODE TO WS-DT-CODE
           MOVE OAL-SEVERITY TO WS-DT-SEVERITY
           MOVE OAL-RC TO WS-DT-RC
           MOVE OAL-TEXT TO WS-DT-TEXT
           MOVE WS-DETAIL-LINE TO DIGEST-REPORT-RECORD
           WRITE DIGEST-REPORT-RECORD
           IF OAL-ACTION NOT = SPACES
               MOVE OAL-ACTION TO WS-AC-ACTION
               MOVE WS-ACTION-LINE TO DIGEST-REPORT-RECORD
               WRITE DIGEST-REPORT-RECORD
           END-IF
           .

       8000-HOUSEKEEPING.
           MOVE SPACES TO DIGEST-REPORT-RECORD
           WRITE DIGEST-REPORT-RECORD
           MOVE 'CRITICAL ALERTS         ' TO WS-SU-LABEL
           MOVE WS-CRITICAL-COUNT TO WS-SU-COUNT
           MOVE WS-SUMMARY-LINE TO DIGEST-REPORT-RECORD
           WRITE DIGEST-REPORT-RECORD
           MOVE 'ERROR ALERTS            ' TO WS-SU-LABEL
           MOVE WS-ERROR-COUNT TO WS-SU-COUNT
           MOVE WS-SUMMARY-LINE TO DIGEST-REPORT-RECORD
           WRITE DIGEST-REPORT-RECORD
           MOVE 'WARNING ALERTS          ' TO WS-SU-LABEL
           MOVE WS-WARNING-COUNT TO WS-SU-COUNT
           MOVE WS-SUMMARY-LINE TO DIGEST-REPORT-RECORD
           WRITE DIGEST-REPORT-RECORD
           MOVE 'INFORMATION ALERTS      ' TO WS-SU-LABEL
           MOVE WS-INFO-COUNT TO WS-SU-COUNT
           MOVE WS-SUMMARY-LINE TO DIGEST-REPORT-RECORD
           WRITE DIGEST-REPORT-RECORD
           MOVE 'ALERTS IN ALL           ' TO WS-SU-LABEL
           MOVE WS-ALERT-COUNT TO WS-SU-COUNT
           MOVE WS-SUMMARY-LINE TO DIGEST-REPORT-RECORD
           WRITE DIGEST-REPORT-RECORD
           CLOSE DIGEST-REPORT

           MOVE WS-ALERT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "Alerts digested: " WS-COUNT-FORMATTED
           MOVE WS-CRITICAL-COUNT TO WS-COUNT-FORMATTED
           DISPLAY "Critical alerts: " WS-COUNT-FORMATTED

           EVALUATE TRUE
               WHEN WS-CRITICAL-COUNT > ZERO
                   MOVE 12 TO RETURN-CODE
               WHEN WS-ALERT-COUNT > ZERO
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE
           .

       9500-LOOKUP-ERROR-CODE.
      * Look the code up through the shared ERRLOOK routine, which
      * reads the loadable ERRCFILE registry at run time - carrying
      * the severity and operator-action line the registry now has -
      * and falls back to the compiled-in table when the file is
      * absent.
           MOVE WS-ERRCODE-LOOKUP-CODE TO WS-EL-CODE
           CALL 'ERRLOOK' USING WS-ERRLOOK-PARM
           MOVE WS-EL-RC TO WS-ERRCODE-LOOKUP-RC
           MOVE WS-EL-TEXT TO WS-ERRCODE-LOOKUP-TEXT
           MOVE WS-EL-FOUND-SW TO WS-ERRCODE-LOOKUP-SW
           IF WS-EL-ACTION NOT = SPACES
               DISPLAY 'OPERATOR ACTION: ' WS-EL-ACTION
           END-IF
           .
