       IDENTIFICATION DIVISION.
       PROGRAM-ID.  XMITMAN.
      *****************************************************************
      * Transmission manifest for a file delivered to the receiving
      * system - FILECOPY's OUTFILE, or the version FILEMERGE
      * assembles from the parallel slices. The step runs straight
      * after the file is written, reads it once through XMITFILE,
      * and appends one record to the shared XMITMANF manifest: the
      * dataset name from the card, the business date, the record
      * count, the OUT-TRANS-AMOUNT control total and a hash of the
      * OUT-FIELD-1 keys (worked as the XMITMREC copybook describes).
      * XMITACK matches the receiver's acknowledgement against it
      * the next morning, so a file that never arrived, or arrived
      * short, is found by the window instead of by the receiver.
      *
      * The card is the dataset name exactly as the receiver will
      * quote it back. A rerun for the same dataset and business
      * date simply appends a second record - XMITACK goes by the
      * latest one, as the rerun replaced the file.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELIVERED-FILE ASSIGN TO "XMITFILE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-DELIVERED-STATUS.
      * Shared manifest, DISP=MOD - every delivery appends one
      * record to it, whichever job stream made the file.
           SELECT MANIFEST-FILE ASSIGN TO "XMITMANF"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-MANIFEST-STATUS.
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
      * Same record FILECOPY and FILEMERGE write to OUTFILE.
       FD  DELIVERED-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 40 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS DELIVERED-RECORD.
       01  DELIVERED-RECORD.
           COPY OUTREC.
       FD  MANIFEST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS MANIFEST-RECORD.
       01  MANIFEST-RECORD.
           COPY XMITMREC.
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
           05  WS-DELIVERED-STATUS    PIC XX.
               88  DELIVERED-OK       VALUE '00'.
               88  DELIVERED-EOF      VALUE '10'.
               88  DELIVERED-NOT-FOUND VALUE '35'.
           05  WS-MANIFEST-STATUS     PIC XX.
               88  MANIFEST-OK        VALUE '00'.
           05  WS-ERROR-MESSAGE       PIC X(60).
           05  WS-XMIT-DATASET        PIC X(44) VALUE SPACES.
           05  WS-RECORD-COUNT        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-CONTROL-TOTAL       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-NONNUMERIC-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-KEY-HASH            PIC S9(18) COMP-3 VALUE ZERO.
           05  WS-HALF-IX             PIC S9(4) COMP.
           05  WS-COUNT-FORMATTED     PIC ZZZ,ZZZ,ZZ9.
           05  WS-TOTAL-FORMATTED     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-RUNLOG-STATUS  PIC XX.
               88  RUNLOG-OK          VALUE '00'.
           05  WS-RUN-START-TIME  PIC X(08).
           05  WS-RUN-TIME-RAW    PIC 9(08).
           05  WS-RUN-BUS-DATE    PIC X(10).
           05  WS-RUN-DATE-RAW8   PIC 9(08).
           05  WS-BUSDATE-STATUS PIC XX.
               88  BUSDATE-OK         VALUE '00'.
               88  BUSDATE-NOT-FOUND  VALUE '35'.
      * OUT-FIELD-1 seen as five unsigned binary halfwords for the
      * key hash - whatever the key holds, every byte counts.
       01  WS-HASH-KEY                PIC X(10).
       01  WS-HASH-HALVES REDEFINES WS-HASH-KEY.
           05  WS-HASH-HALF           PIC 9(4) COMP-5 OCCURS 5 TIMES.

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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'XMITMAN'.
       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COUNT-DELIVERED-FILE
           PERFORM 3000-WRITE-MANIFEST
           PERFORM 8000-HOUSEKEEPING
           PERFORM 9700-WRITE-RUN-LOG
           GOBACK
           .
       1000-INITIALIZE.
      * The card names the dataset as delivered - the manifest is no
      * use to XMITACK without it, so a blank card stops the step.
           ACCEPT WS-XMIT-DATASET

           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           PERFORM 9600-RESOLVE-BUSINESS-DATE
           MOVE ZERO TO RETURN-CODE

           IF WS-XMIT-DATASET = SPACES
               DISPLAY 'XMITMAN: NO DATASET NAME CARD - NOTHING TO '
                   'PUT ON THE MANIFEST'
               MOVE 16 TO RETURN-CODE
               PERFORM 9700-WRITE-RUN-LOG
               GOBACK
           END-IF
           DISPLAY 'XMITMAN: DATASET ' WS-XMIT-DATASET
           .

       2000-COUNT-DELIVERED-FILE.
      * One pass over the file as delivered - count, control total
      * and key hash, the three things the receiver counts back.
           OPEN INPUT DELIVERED-FILE
           EVALUATE TRUE
               WHEN DELIVERED-OK
                   CONTINUE
               WHEN DELIVERED-NOT-FOUND
                   MOVE 'IFNF' TO WS-ERRCODE-LOOKUP-CODE
                   PERFORM 9500-LOOKUP-ERROR-CODE
                   MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               WHEN OTHER
                   MOVE 'IOER' TO WS-ERRCODE-LOOKUP-CODE
                   PERFORM 9500-LOOKUP-ERROR-CODE
                   MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-ERROR-MESSAGE
                   DISPLAY 'XMITMAN: XMITFILE STATUS '
                       WS-DELIVERED-STATUS
                   PERFORM 9999-ABORT
           END-EVALUATE

           READ DELIVERED-FILE
           PERFORM WITH TEST BEFORE UNTIL DELIVERED-EOF
               PERFORM 2100-ACCUMULATE-RECORD
               READ DELIVERED-FILE
           END-PERFORM
           CLOSE DELIVERED-FILE
           .

       2100-ACCUMULATE-RECORD.
      * An amount that is not numeric adds nothing to the control
      * total - it is counted and reported so the total can be
      * explained, and the receiver is expected to do the same.
           ADD 1 TO WS-RECORD-COUNT
           IF OUT-TRANS-AMOUNT NUMERIC
               ADD OUT-TRANS-AMOUNT TO WS-CONTROL-TOTAL
           ELSE
               ADD 1 TO WS-NONNUMERIC-COUNT
           END-IF
           MOVE OUT-FIELD-1 TO WS-HASH-KEY
           PERFORM VARYING WS-HALF-IX FROM 1 BY 1
                   UNTIL WS-HALF-IX > 5
               COMPUTE WS-KEY-HASH = WS-KEY-HASH
                   + WS-HASH-HALF (WS-HALF-IX) * WS-HALF-IX
           END-PERFORM
           .

       3000-WRITE-MANIFEST.
      * Only the low-order 15 digits of the hash are kept - ample
      * for telling two key sets apart, and what the receiver keeps.
           MOVE SPACES TO MANIFEST-RECORD
           MOVE WS-XMIT-DATASET TO XMM-DATASET
           MOVE WS-RUN-BUS-DATE TO XMM-BUS-DATE
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO XMM-SENT-TIME (1:2)
           MOVE ':'                   TO XMM-SENT-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO XMM-SENT-TIME (4:2)
           MOVE ':'                   TO XMM-SENT-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO XMM-SENT-TIME (7:2)
           MOVE WS-RECORD-COUNT TO XMM-RECORD-COUNT
           MOVE WS-CONTROL-TOTAL TO XMM-CONTROL-TOTAL
           MOVE WS-KEY-HASH TO XMM-KEY-HASH

           OPEN EXTEND MANIFEST-FILE
           IF NOT MANIFEST-OK
               OPEN OUTPUT MANIFEST-FILE
           END-IF
           IF NOT MANIFEST-OK
               MOVE 'IOER' TO WS-ERRCODE-LOOKUP-CODE
               PERFORM 9500-LOOKUP-ERROR-CODE
               MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-ERROR-MESSAGE
               DISPLAY 'XMITMAN: XMITMANF STATUS ' WS-MANIFEST-STATUS
               PERFORM 9999-ABORT
           END-IF
           WRITE MANIFEST-RECORD
           CLOSE MANIFEST-FILE
           .

       8000-HOUSEKEEPING.
           MOVE WS-RECORD-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'XMITMAN: RECORDS      ' WS-COUNT-FORMATTED
           MOVE WS-CONTROL-TOTAL TO WS-TOTAL-FORMATTED
           DISPLAY 'XMITMAN: CONTROL TOTAL ' WS-TOTAL-FORMATTED
           DISPLAY 'XMITMAN: KEY HASH     ' XMM-KEY-HASH
           IF WS-NONNUMERIC-COUNT > ZERO
               MOVE WS-NONNUMERIC-COUNT TO WS-COUNT-FORMATTED
               DISPLAY 'XMITMAN: NON-NUMERIC AMOUNTS NOT IN THE '
                   'TOTAL ' WS-COUNT-FORMATTED
               MOVE 4 TO RETURN-CODE
           END-IF
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
      * records read in, the one manifest record out.
           MOVE 'XMITMAN' TO RUN-PROGRAM
           MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE
           MOVE WS-RUN-START-TIME TO RUN-START-TIME
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO RUN-END-TIME (1:2)
           MOVE ':'                   TO RUN-END-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO RUN-END-TIME (4:2)
           MOVE ':'                   TO RUN-END-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO RUN-END-TIME (7:2)
           MOVE WS-RECORD-COUNT TO RUN-RECS-IN
           IF RETURN-CODE > 4
               MOVE ZERO TO RUN-RECS-OUT
           ELSE
               MOVE 1 TO RUN-RECS-OUT
           END-IF
           MOVE WS-NONNUMERIC-COUNT TO RUN-RECS-REJECTED
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUNLOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUNLOG-OK
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY 'XMITMAN: RUN LOG UNAVAILABLE - STATUS '
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
                           DISPLAY 'XMITMAN: BUSINESS DATE '
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
                   DISPLAY 'XMITMAN: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'XMITMAN: UNEXPECTED BUSDATE STATUS '
                       WS-BUSDATE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .
