       IDENTIFICATION DIVISION.
       PROGRAM-ID.  XMITACK.
      *****************************************************************
      * Morning intake of the receiving system's acknowledgement file
      * (XMITACKF), matched against the XMITMANF transmission
      * manifest XMITMAN appends to for every file delivered. Every
      * manifest entry for a business date before tonight's, within
      * the lookback, is reported on XMITARPT as one of:
      *   ACKNOWLEDGED       - receiver counted exactly what was sent
      *   NOT ACKNOWLEDGED   - no acknowledgement came back at all
      *   REJECTED           - the receiver refused the file
      *   COUNT MISMATCH     - different record count
      *   TOTAL MISMATCH     - same count, different control total
      *   KEY HASH MISMATCH  - same count and total, different keys
      * with the sent and received figures under any mismatch. An
      * acknowledgement inside the lookback that matches no manifest
      * entry is listed as UNEXPECTED ACK.
      *
      * Where a dataset was delivered twice for one business date
      * the later manifest record stands - the rerun replaced the
      * file - and likewise the later acknowledgement.
      *
      * Any file not acknowledged, rejected or mismatched ends the
      * step RC 8; unexpected acknowledgements alone RC 4; a clean
      * match RC 0. The return code goes on the run log for WINAUDIT.
      * The card is the lookback in days (blank = 7): long enough to
      * cover a weekend's deliveries, short enough that a file
      * already chased is not reported for ever.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO "XMITMANF"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-MANIFEST-STATUS.
      * Returned by the receiving system, cumulative - each pickup
      * appends its acknowledgement records.
           SELECT ACK-FILE ASSIGN TO "XMITACKF"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ACK-STATUS.
           SELECT ACK-REPORT ASSIGN TO "XMITARPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the processing date every program stamps with,
      * immune to the window running past midnight, and the guard
      * against running a second time for an already-closed date.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
      * Shared run-log - one standard record per run (program,
      * business date, start and end time, records in/out/rejected,
      * return code), appended by every batch program so the morning
      * line can summarize the whole night from one file.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * Same record XMITMAN's 3000-WRITE-MANIFEST appends.
       FD  MANIFEST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS MANIFEST-RECORD.
       01  MANIFEST-RECORD.
           COPY XMITMREC.
       FD  ACK-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ACK-RECORD.
       01  ACK-RECORD.
           COPY XMITAREC.
       FD  ACK-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ACK-REPORT-RECORD.
       01  ACK-REPORT-RECORD      PIC X(100).
       FD  RUN-LOG-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 63 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS RUN-LOG-RECORD.
       01  RUN-LOG-RECORD.
           05  RUN-PROGRAM        PIC X(08).
           05  RUN-BUS-DATE       PIC X(10).
           05  RUN-START-TIME     PIC X(08).
           05  RUN-END-TIME       PIC X(08).
           05  RUN-RECS-IN        PIC 9(9).
           05  RUN-RECS-OUT       PIC 9(9).
           05  RUN-RECS-REJECTED  PIC 9(9).
           05  RUN-RETURN-CODE    PIC 9(2).
       FD  BUSINESS-DATE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 11 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS BUSINESS-DATE-RECORD.
       01  BUSINESS-DATE-RECORD.
           05  BD-BUSINESS-DATE   PIC X(10).
           05  BD-STATUS          PIC X(01).
               88  BD-IS-OPEN     VALUE 'O'.
               88  BD-IS-CLOSED   VALUE 'C'.
       WORKING-STORAGE SECTION.
       01  FILLER.
           05  WS-MANIFEST-STATUS     PIC XX.
               88  MANIFEST-OK        VALUE '00'.
               88  MANIFEST-EOF       VALUE '10'.
               88  MANIFEST-NOT-FOUND VALUE '35'.
           05  WS-ACK-STATUS          PIC XX.
               88  ACK-OK             VALUE '00'.
               88  ACK-EOF            VALUE '10'.
               88  ACK-NOT-FOUND      VALUE '35'.
           05  WS-REPORT-STATUS       PIC XX.
               88  REPORT-OK          VALUE '00'.
           05  WS-ERROR-MESSAGE       PIC X(60).
           05  WS-LOOKBACK-CARD       PIC X(02) VALUE SPACES.
           05  WS-LOOKBACK-DAYS       PIC 9(02) VALUE 7.
           05  WS-EARLIEST-DATE       PIC X(10).
           05  WS-XMIT-MAX            PIC S9(4) COMP VALUE 500.
           05  WS-XMIT-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  WS-XMIT-IX             PIC S9(4) COMP.
           05  WS-FOUND-IX            PIC S9(4) COMP.
           05  WS-ACKED-COUNT         PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-MISSING-COUNT       PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-REJECTED-COUNT      PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-MISMATCH-COUNT      PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-UNEXPECTED-COUNT    PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-PROBLEM-COUNT       PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED     PIC ZZ,ZZ9.
           05  WS-RUNLOG-STATUS  PIC XX.
               88  RUNLOG-OK          VALUE '00'.
           05  WS-RUN-START-TIME  PIC X(08).
           05  WS-RUN-TIME-RAW    PIC 9(08).
           05  WS-RUN-BUS-DATE    PIC X(10).
           05  WS-RUN-DATE-RAW8   PIC 9(08).
           05  WS-BUSDATE-STATUS PIC XX.
               88  BUSDATE-OK         VALUE '00'.
               88  BUSDATE-NOT-FOUND  VALUE '35'.
      * One entry per dataset and business date on the manifest
      * inside the lookback, with the acknowledgement matched to it.
       01  WS-XMIT-TABLE.
           05  WS-XMIT-ENTRY OCCURS 500 TIMES.
               10  WS-XT-DATASET          PIC X(44).
               10  WS-XT-BUS-DATE         PIC X(10).
               10  WS-XT-SENT-COUNT       PIC 9(9).
               10  WS-XT-SENT-TOTAL       PIC 9(13)V99.
               10  WS-XT-SENT-HASH        PIC 9(15).
               10  WS-XT-ACK-SW           PIC X(01).
                   88  WS-XT-ACKED            VALUE 'Y'.
               10  WS-XT-ACK-STATUS       PIC X(01).
               10  WS-XT-ACK-COUNT        PIC 9(9).
               10  WS-XT-ACK-TOTAL        PIC 9(13)V99.
               10  WS-XT-ACK-HASH         PIC 9(15).
       01  WS-HEADING-LINE.
           05  FILLER             PIC X(40) VALUE
               'TRANSMISSION ACKNOWLEDGEMENTS FOR       '.
           05  WS-HD-DATE         PIC X(10).
           05  FILLER             PIC X(11) VALUE
               '  LOOKBACK'.
           05  WS-HD-LOOKBACK     PIC Z9.
           05  FILLER             PIC X(37) VALUE ' DAYS'.
       01  WS-COLUMN-LINE.
           05  FILLER             PIC X(45) VALUE 'DATASET'.
           05  FILLER             PIC X(11) VALUE 'BUS DATE'.
           05  FILLER             PIC X(12) VALUE '       SENT '.
           05  FILLER             PIC X(12) VALUE '   RECEIVED '.
           05  FILLER             PIC X(20) VALUE 'RESULT'.
       01  WS-DETAIL-LINE.
           05  WS-DT-DATASET      PIC X(44).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-BUS-DATE     PIC X(10).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-SENT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-RECEIVED     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-RESULT       PIC X(20).
       01  WS-FIGURES-LINE.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-FG-LABEL        PIC X(10).
           05  FILLER             PIC X(06) VALUE 'SENT  '.
           05  WS-FG-SENT         PIC Z(14)9.99.
           05  FILLER             PIC X(12) VALUE '  RECEIVED  '.
           05  WS-FG-RECEIVED     PIC Z(14)9.99.
           05  FILLER             PIC X(32) VALUE SPACES.
       01  WS-SUMMARY-LINE.
           05  WS-SU-LABEL        PIC X(24).
           05  WS-SU-COUNT        PIC ZZ,ZZ9.
           05  FILLER             PIC X(70) VALUE SPACES.
      * Call parameter block for DATEUTIL, the shared date utility
      * - the start of the lookback comes out of its ADD function.
       01  WS-DATEUTIL-PARM.
           05 WS-DU-FUNCTION         PIC X(04).
           05 WS-DU-INPUT-DATE       PIC X(10).
           05 WS-DU-DAYS-TO-ADD      PIC S9(05).
           05 WS-DU-OUTPUT-DATE      PIC X(10).
           05 WS-DU-RETURN-CODE      PIC 9(02).
               88 WS-DU-OK              VALUE 00.
           05 WS-DU-INPUT-DATE-2     PIC X(10).
           05 WS-DU-DAYS-DIFFERENCE  PIC S9(07).
           05 WS-DU-REGION           PIC X(03).

      * Standard return-code/message-text registry shared with
      * FILECOPY, DB2PROG and BIPM012, so operations sees one
      * consistent set of codes and wording instead of this program's
      * own free text.
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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'XMITACK'.
       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-MANIFEST
           PERFORM 3000-MATCH-ACKNOWLEDGEMENTS
           PERFORM 4000-REPORT-TRANSMISSIONS
           PERFORM 8000-HOUSEKEEPING
           PERFORM 9700-WRITE-RUN-LOG
           GOBACK
           .
       1000-INITIALIZE.
           ACCEPT WS-LOOKBACK-CARD

           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           PERFORM 9600-RESOLVE-BUSINESS-DATE
           MOVE ZERO TO RETURN-CODE

           IF WS-LOOKBACK-CARD NUMERIC
              AND WS-LOOKBACK-CARD NOT = '00'
               MOVE WS-LOOKBACK-CARD TO WS-LOOKBACK-DAYS
           END-IF

      * Deliveries dated from WS-EARLIEST-DATE up to, but not
      * including, tonight's business date are due an answer by now.
           MOVE 'ADD ' TO WS-DU-FUNCTION
           MOVE WS-RUN-BUS-DATE TO WS-DU-INPUT-DATE
           COMPUTE WS-DU-DAYS-TO-ADD = 0 - WS-LOOKBACK-DAYS
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF NOT WS-DU-OK
               DISPLAY 'XMITACK: CANNOT WORK BACK FROM BUSINESS DATE '
                   WS-RUN-BUS-DATE
               MOVE 16 TO RETURN-CODE
               PERFORM 9700-WRITE-RUN-LOG
               GOBACK
           END-IF
           MOVE WS-DU-OUTPUT-DATE TO WS-EARLIEST-DATE
           DISPLAY 'XMITACK: CHECKING DELIVERIES FROM '
               WS-EARLIEST-DATE ' TO BEFORE ' WS-RUN-BUS-DATE

           OPEN OUTPUT ACK-REPORT
           IF NOT REPORT-OK
               MOVE 'IOER' TO WS-ERRCODE-LOOKUP-CODE
               PERFORM 9500-LOOKUP-ERROR-CODE
               MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-ERROR-MESSAGE
               DISPLAY 'XMITACK: XMITARPT STATUS ' WS-REPORT-STATUS
               PERFORM 9999-ABORT
           END-IF
           MOVE WS-RUN-BUS-DATE TO WS-HD-DATE
           MOVE WS-LOOKBACK-DAYS TO WS-HD-LOOKBACK
           MOVE WS-HEADING-LINE TO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD
           MOVE WS-COLUMN-LINE TO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD
           .

       2000-LOAD-MANIFEST.
      * No manifest at all means nothing has been delivered yet -
      * nothing is owed, so the step says so and carries on.
           OPEN INPUT MANIFEST-FILE
           EVALUATE TRUE
               WHEN MANIFEST-OK
                   READ MANIFEST-FILE
                   PERFORM WITH TEST BEFORE UNTIL MANIFEST-EOF
                       IF XMM-BUS-DATE NOT < WS-EARLIEST-DATE
                          AND XMM-BUS-DATE < WS-RUN-BUS-DATE
                           PERFORM 2100-TABLE-MANIFEST-ENTRY
                       END-IF
                       READ MANIFEST-FILE
                   END-PERFORM
                   CLOSE MANIFEST-FILE
               WHEN MANIFEST-NOT-FOUND
                   DISPLAY 'XMITACK: NO XMITMANF MANIFEST - NOTHING '
                       'DELIVERED TO CHECK'
               WHEN OTHER
                   MOVE 'IOER' TO WS-ERRCODE-LOOKUP-CODE
                   PERFORM 9500-LOOKUP-ERROR-CODE
                   MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-ERROR-MESSAGE
                   DISPLAY 'XMITACK: XMITMANF STATUS '
                       WS-MANIFEST-STATUS
                   PERFORM 9999-ABORT
           END-EVALUATE
           .

       2100-TABLE-MANIFEST-ENTRY.
           PERFORM 5000-FIND-ENTRY-FOR-MANIFEST
           IF WS-FOUND-IX = ZERO
               IF WS-XMIT-COUNT NOT < WS-XMIT-MAX
                   DISPLAY 'XMITACK: MORE THAN ' WS-XMIT-MAX
                       ' DELIVERIES IN THE LOOKBACK - SHORTEN IT'
                   MOVE 12 TO WS-ERRCODE-LOOKUP-RC
                   MOVE 'XMITACK: MANIFEST TABLE FULL'
                     TO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               END-IF
               ADD 1 TO WS-XMIT-COUNT
               MOVE WS-XMIT-COUNT TO WS-FOUND-IX
               MOVE XMM-DATASET TO WS-XT-DATASET (WS-FOUND-IX)
               MOVE XMM-BUS-DATE TO WS-XT-BUS-DATE (WS-FOUND-IX)
               MOVE 'N' TO WS-XT-ACK-SW (WS-FOUND-IX)
               MOVE SPACE TO WS-XT-ACK-STATUS (WS-FOUND-IX)
               MOVE ZERO TO WS-XT-ACK-COUNT (WS-FOUND-IX)
                            WS-XT-ACK-TOTAL (WS-FOUND-IX)
                            WS-XT-ACK-HASH (WS-FOUND-IX)
           END-IF
           MOVE XMM-RECORD-COUNT TO WS-XT-SENT-COUNT (WS-FOUND-IX)
           MOVE XMM-CONTROL-TOTAL TO WS-XT-SENT-TOTAL (WS-FOUND-IX)
           MOVE XMM-KEY-HASH TO WS-XT-SENT-HASH (WS-FOUND-IX)
           .

       3000-MATCH-ACKNOWLEDGEMENTS.
      * No acknowledgement file yet leaves every delivery in the
      * lookback unacknowledged, which is exactly what is reported.
           OPEN INPUT ACK-FILE
           EVALUATE TRUE
               WHEN ACK-OK
                   READ ACK-FILE
                   PERFORM WITH TEST BEFORE UNTIL ACK-EOF
                       IF XMA-BUS-DATE NOT < WS-EARLIEST-DATE
                          AND XMA-BUS-DATE < WS-RUN-BUS-DATE
                           PERFORM 3100-MATCH-ONE-ACK
                       END-IF
                       READ ACK-FILE
                   END-PERFORM
                   CLOSE ACK-FILE
               WHEN ACK-NOT-FOUND
                   DISPLAY 'XMITACK: NO XMITACKF FILE FROM THE '
                       'RECEIVER'
               WHEN OTHER
                   MOVE 'IOER' TO WS-ERRCODE-LOOKUP-CODE
                   PERFORM 9500-LOOKUP-ERROR-CODE
                   MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-ERROR-MESSAGE
                   DISPLAY 'XMITACK: XMITACKF STATUS ' WS-ACK-STATUS
                   PERFORM 9999-ABORT
           END-EVALUATE
           .

       3100-MATCH-ONE-ACK.
           PERFORM 5100-FIND-ENTRY-FOR-ACK
           IF WS-FOUND-IX = ZERO
               ADD 1 TO WS-UNEXPECTED-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE XMA-DATASET TO WS-DT-DATASET
               MOVE XMA-BUS-DATE TO WS-DT-BUS-DATE
               MOVE ZERO TO WS-DT-SENT
               MOVE XMA-RECORD-COUNT TO WS-DT-RECEIVED
               MOVE 'UNEXPECTED ACK' TO WS-DT-RESULT
               MOVE WS-DETAIL-LINE TO ACK-REPORT-RECORD
               WRITE ACK-REPORT-RECORD
           ELSE
               MOVE 'Y' TO WS-XT-ACK-SW (WS-FOUND-IX)
               MOVE XMA-STATUS TO WS-XT-ACK-STATUS (WS-FOUND-IX)
               MOVE XMA-RECORD-COUNT TO WS-XT-ACK-COUNT (WS-FOUND-IX)
               MOVE XMA-CONTROL-TOTAL
                 TO WS-XT-ACK-TOTAL (WS-FOUND-IX)
               MOVE XMA-KEY-HASH TO WS-XT-ACK-HASH (WS-FOUND-IX)
           END-IF
           .

       4000-REPORT-TRANSMISSIONS.
           PERFORM VARYING WS-XMIT-IX FROM 1 BY 1
                   UNTIL WS-XMIT-IX > WS-XMIT-COUNT
               PERFORM 4100-REPORT-ONE-TRANSMISSION
           END-PERFORM
           .

       4100-REPORT-ONE-TRANSMISSION.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-XT-DATASET (WS-XMIT-IX) TO WS-DT-DATASET
           MOVE WS-XT-BUS-DATE (WS-XMIT-IX) TO WS-DT-BUS-DATE
           MOVE WS-XT-SENT-COUNT (WS-XMIT-IX) TO WS-DT-SENT
           MOVE WS-XT-ACK-COUNT (WS-XMIT-IX) TO WS-DT-RECEIVED
           EVALUATE TRUE
               WHEN NOT WS-XT-ACKED (WS-XMIT-IX)
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE ZERO TO WS-DT-RECEIVED
                   MOVE 'NOT ACKNOWLEDGED' TO WS-DT-RESULT
               WHEN WS-XT-ACK-STATUS (WS-XMIT-IX) = 'R'
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE 'REJECTED' TO WS-DT-RESULT
               WHEN WS-XT-ACK-COUNT (WS-XMIT-IX)
                    NOT = WS-XT-SENT-COUNT (WS-XMIT-IX)
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE 'COUNT MISMATCH' TO WS-DT-RESULT
               WHEN WS-XT-ACK-TOTAL (WS-XMIT-IX)
                    NOT = WS-XT-SENT-TOTAL (WS-XMIT-IX)
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE 'TOTAL MISMATCH' TO WS-DT-RESULT
               WHEN WS-XT-ACK-HASH (WS-XMIT-IX)
                    NOT = WS-XT-SENT-HASH (WS-XMIT-IX)
                   ADD 1 TO WS-MISMATCH-COUNT
                   MOVE 'KEY HASH MISMATCH' TO WS-DT-RESULT
               WHEN OTHER
                   ADD 1 TO WS-ACKED-COUNT
                   MOVE 'ACKNOWLEDGED' TO WS-DT-RESULT
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD

           IF WS-DT-RESULT = 'TOTAL MISMATCH'
               MOVE 'TOTAL' TO WS-FG-LABEL
               MOVE WS-XT-SENT-TOTAL (WS-XMIT-IX) TO WS-FG-SENT
               MOVE WS-XT-ACK-TOTAL (WS-XMIT-IX) TO WS-FG-RECEIVED
               MOVE WS-FIGURES-LINE TO ACK-REPORT-RECORD
               WRITE ACK-REPORT-RECORD
           END-IF
           IF WS-DT-RESULT = 'KEY HASH MISMATCH'
               MOVE 'KEY HASH' TO WS-FG-LABEL
               MOVE WS-XT-SENT-HASH (WS-XMIT-IX) TO WS-FG-SENT
               MOVE WS-XT-ACK-HASH (WS-XMIT-IX) TO WS-FG-RECEIVED
               MOVE WS-FIGURES-LINE TO ACK-REPORT-RECORD
               WRITE ACK-REPORT-RECORD
           END-IF
           IF WS-DT-RESULT NOT = 'ACKNOWLEDGED'
               DISPLAY 'XMITACK: ' WS-DT-RESULT ' '
                   WS-XT-BUS-DATE (WS-XMIT-IX) ' '
                   WS-XT-DATASET (WS-XMIT-IX)
           END-IF
           .

       5000-FIND-ENTRY-FOR-MANIFEST.
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-XMIT-IX FROM 1 BY 1
                   UNTIL WS-XMIT-IX > WS-XMIT-COUNT
                      OR WS-FOUND-IX > ZERO
               IF WS-XT-DATASET (WS-XMIT-IX) = XMM-DATASET
                  AND WS-XT-BUS-DATE (WS-XMIT-IX) = XMM-BUS-DATE
                   MOVE WS-XMIT-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           .

       5100-FIND-ENTRY-FOR-ACK.
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-XMIT-IX FROM 1 BY 1
                   UNTIL WS-XMIT-IX > WS-XMIT-COUNT
                      OR WS-FOUND-IX > ZERO
               IF WS-XT-DATASET (WS-XMIT-IX) = XMA-DATASET
                  AND WS-XT-BUS-DATE (WS-XMIT-IX) = XMA-BUS-DATE
                   MOVE WS-XMIT-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           .

       8000-HOUSEKEEPING.
           MOVE 'DELIVERIES CHECKED' TO WS-SU-LABEL
           MOVE WS-XMIT-COUNT TO WS-SU-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE 'ACKNOWLEDGED' TO WS-SU-LABEL
           MOVE WS-ACKED-COUNT TO WS-SU-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE 'NOT ACKNOWLEDGED' TO WS-SU-LABEL
           MOVE WS-MISSING-COUNT TO WS-SU-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE 'REJECTED' TO WS-SU-LABEL
           MOVE WS-REJECTED-COUNT TO WS-SU-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE 'MISMATCHED' TO WS-SU-LABEL
           MOVE WS-MISMATCH-COUNT TO WS-SU-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           MOVE 'UNEXPECTED ACKS' TO WS-SU-LABEL
           MOVE WS-UNEXPECTED-COUNT TO WS-SU-COUNT
           PERFORM 8100-WRITE-SUMMARY-LINE
           CLOSE ACK-REPORT

           COMPUTE WS-PROBLEM-COUNT = WS-MISSING-COUNT
               + WS-REJECTED-COUNT + WS-MISMATCH-COUNT
           MOVE WS-XMIT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'XMITACK: DELIVERIES CHECKED ' WS-COUNT-FORMATTED
           MOVE WS-PROBLEM-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'XMITACK: NOT ACKNOWLEDGED, REJECTED OR '
               'MISMATCHED ' WS-COUNT-FORMATTED

           EVALUATE TRUE
               WHEN WS-PROBLEM-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNEXPECTED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           .

       8100-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO ACK-REPORT-RECORD
           WRITE ACK-REPORT-RECORD
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
       9999-ABORT.
           DISPLAY WS-ERROR-MESSAGE
           MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
           PERFORM 9700-WRITE-RUN-LOG
           GOBACK
           .

       9700-WRITE-RUN-LOG.
      * Append this run's standard record to the shared run log -
      * deliveries checked in, cleanly acknowledged out, and the
      * ones not acknowledged, rejected or mismatched as rejected.
      * WINAUDIT reads the return code from here.
           MOVE 'XMITACK' TO RUN-PROGRAM
           MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE
           MOVE WS-RUN-START-TIME TO RUN-START-TIME
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO RUN-END-TIME (1:2)
           MOVE ':'                   TO RUN-END-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO RUN-END-TIME (4:2)
           MOVE ':'                   TO RUN-END-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO RUN-END-TIME (7:2)
           MOVE WS-XMIT-COUNT TO RUN-RECS-IN
           MOVE WS-ACKED-COUNT TO RUN-RECS-OUT
           MOVE WS-PROBLEM-COUNT TO RUN-RECS-REJECTED
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUNLOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUNLOG-OK
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY 'XMITACK: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9600-RESOLVE-BUSINESS-DATE.
      * The processing date comes from the window's control record:
      * an open date is used as-is, a closed date refuses the run -
      * that business date has already been processed. With no
      * control file at all (an ad-hoc run outside the window) the
      * system date stands in, with a note.
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
               WHEN BUSDATE-OK
                   READ BUSINESS-DATE-FILE
                   IF BUSDATE-OK
                       IF BD-IS-CLOSED
                           DISPLAY 'XMITACK: BUSINESS DATE '
                               BD-BUSINESS-DATE
                               ' IS ALREADY CLOSED - REFUSING TO '
                               'RUN IT AGAIN'
                           CLOSE BUSINESS-DATE-FILE
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE BD-BUSINESS-DATE TO WS-RUN-BUS-DATE
                   END-IF
                   CLOSE BUSINESS-DATE-FILE
               WHEN BUSDATE-NOT-FOUND
                   DISPLAY 'XMITACK: NO BUSDATE CONTROL FILE - '
                       'USING THE SYSTEM DATE'
                   ACCEPT WS-RUN-DATE-RAW8 FROM DATE YYYYMMDD
                   MOVE WS-RUN-DATE-RAW8 (1:4)
                     TO WS-RUN-BUS-DATE (1:4)
                   MOVE '-' TO WS-RUN-BUS-DATE (5:1)
                   MOVE WS-RUN-DATE-RAW8 (5:2)
                     TO WS-RUN-BUS-DATE (6:2)
                   MOVE '-' TO WS-RUN-BUS-DATE (8:1)
                   MOVE WS-RUN-DATE-RAW8 (7:2)
                     TO WS-RUN-BUS-DATE (9:2)
               WHEN OTHER
                   DISPLAY 'XMITACK: UNEXPECTED BUSDATE STATUS '
                       WS-BUSDATE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .
