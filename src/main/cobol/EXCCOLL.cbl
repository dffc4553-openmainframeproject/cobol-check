       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXCCOLL.
      *****************************************************************
      * Nightly exception collector. The morning team used to work
      * eight separate reject and exception outputs - WALADJPG's
      * WADJEXCP, WALXFER's XFEREXCP, FILECOPY's REJECTFL,
      * JSONINTK's JSONERR, STORDGEN's STORDREJ, CUSTONBD's ONBDREJ,
      * TEXMMNT's TEXMREJ and ADDRMNT's ADDRREJ - and with nobody
      * owning the whole list, items were missed. This program
      * loads every line of every one of them onto the EXCQUEUE
      * work-queue file in one common layout (source, business
      * date, customer, reference, reason, amount, owner, status),
      * where EXCQMNT assigns, resolves and closes them and ages
      * what is still open.
      *
      * Any output not present tonight is skipped with a note - the
      * daytime jobs do not all run every day. A line already on
      * the queue and not yet closed is not queued again, so a
      * rerun, or an output read a second night, adds nothing twice.
      * The outputs written outside this window (XFEREXCP, JSONERR,
      * ONBDREJ, TEXMREJ, ADDRREJ) collect their jobs' runs between
      * collections and are emptied once loaded; the window's own
      * three are new each night and left as they are for their
      * other readers.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The work queue, keyed on the item number.
           SELECT EXCEPTION-QUEUE-FILE ASSIGN TO "EXCQUEUE"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY EXQ-ITEM-NO
               FILE STATUS WS-QUEUE-STATUS.
      * The eight sources, each in its own program's layout - one
      * file status serves them all, as they are read one at a
      * time.
           SELECT ADJ-EXCEPTION-FILE ASSIGN TO "WADJEXCP"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SOURCE-STATUS.
           SELECT TRANSFER-EXCP-FILE ASSIGN TO "XFEREXCP"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SOURCE-STATUS.
           SELECT EXTRACT-REJECT-FILE ASSIGN TO "REJECTFL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SOURCE-STATUS.
           SELECT INTAKE-ERROR-FILE ASSIGN TO "JSONERR"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SOURCE-STATUS.
           SELECT ORDER-REJECT-FILE ASSIGN TO "STORDREJ"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SOURCE-STATUS.
           SELECT ONBOARD-REJECT-FILE ASSIGN TO "ONBDREJ"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SOURCE-STATUS.
           SELECT MASTER-REJECT-FILE ASSIGN TO "TEXMREJ"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SOURCE-STATUS.
           SELECT ADDRESS-REJECT-FILE ASSIGN TO "ADDRREJ"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SOURCE-STATUS.
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
       FD  EXCEPTION-QUEUE-FILE
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS EXCEPTION-QUEUE-RECORD.
       01  EXCEPTION-QUEUE-RECORD.
           COPY EXCQUEUE.
       FD  ADJ-EXCEPTION-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ADJ-EXCEPTION-RECORD.
       01  ADJ-EXCEPTION-RECORD     PIC X(80).
       FD  TRANSFER-EXCP-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS TRANSFER-EXCP-RECORD.
       01  TRANSFER-EXCP-RECORD     PIC X(80).
      * FILECOPY's reject record - the record number, the failing
      * status and the 40-byte extract record that would not write.
       FD  EXTRACT-REJECT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 51 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS EXTRACT-REJECT-RECORD.
       01  EXTRACT-REJECT-RECORD    PIC X(51).
       FD  INTAKE-ERROR-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS INTAKE-ERROR-RECORD.
       01  INTAKE-ERROR-RECORD      PIC X(80).
       FD  ORDER-REJECT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ORDER-REJECT-RECORD.
       01  ORDER-REJECT-RECORD      PIC X(80).
       FD  ONBOARD-REJECT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ONBOARD-REJECT-RECORD.
       01  ONBOARD-REJECT-RECORD    PIC X(80).
       FD  MASTER-REJECT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS MASTER-REJECT-RECORD.
       01  MASTER-REJECT-RECORD     PIC X(80).
       FD  ADDRESS-REJECT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ADDRESS-REJECT-RECORD.
       01  ADDRESS-REJECT-RECORD    PIC X(80).
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
           05  WS-QUEUE-STATUS      PIC XX.
               88  QUEUE-OK         VALUE '00'.
               88  QUEUE-EOF        VALUE '10'.
               88  QUEUE-DUPLICATE  VALUE '22'.
               88  QUEUE-NOT-FOUND  VALUE '35'.
           05  WS-SOURCE-STATUS     PIC XX.
               88  SOURCE-OK        VALUE '00'.
               88  SOURCE-EOF       VALUE '10'.
               88  SOURCE-NOT-FOUND VALUE '35'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'EXCCOLL'.
           05  WS-HIGH-ITEM-NO      PIC 9(7) VALUE ZERO.
           05  WS-SRC-IX            PIC S9(4) COMP.
           05  WS-KNOWN-IX          PIC S9(4) COMP.
           05  WS-KNOWN-COUNT       PIC S9(4) COMP VALUE ZERO.
           05  WS-KNOWN-MAX         PIC S9(4) COMP VALUE 5000.
           05  WS-KNOWN-SW          PIC X(01).
               88  ALREADY-QUEUED   VALUE 'Y'.
           05  WS-CLEAN-END-SW      PIC X(01).
               88  SOURCE-CLEAN-END VALUE 'Y'.
           05  WS-FULL-SW           PIC X(01) VALUE 'N'.
               88  KNOWN-TABLE-FULL VALUE 'Y'.
           05  WS-ON-FILE-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-READ-COUNT        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-QUEUED-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZ9.
           05  WS-COUNT-FORMATTED-2 PIC ZZZ,ZZ9.
           05  WS-COUNT-FORMATTED-3 PIC ZZZ,ZZ9.
           05  WS-LINE-NUMBER       PIC 9(9).
           05  WS-RUNLOG-STATUS  PIC XX.
               88  RUNLOG-OK          VALUE '00'.
           05  WS-RUN-START-TIME  PIC X(08).
           05  WS-RUN-TIME-RAW    PIC 9(08).
           05  WS-RUN-BUS-DATE    PIC X(10).
           05  WS-RUN-DATE-RAW8   PIC 9(08).
           05  WS-BUSDATE-STATUS PIC XX.
               88  BUSDATE-OK         VALUE '00'.
               88  BUSDATE-NOT-FOUND  VALUE '35'.

      * The sources in the order they are collected, with the night's
      * counts for each - lines read, lines queued, and lines already
      * on the queue from an earlier collection and not yet closed.
       01  WS-SOURCE-NAME-VALUES.
           05  FILLER               PIC X(08) VALUE 'WADJEXCP'.
           05  FILLER               PIC X(08) VALUE 'XFEREXCP'.
           05  FILLER               PIC X(08) VALUE 'REJECTFL'.
           05  FILLER               PIC X(08) VALUE 'JSONERR '.
           05  FILLER               PIC X(08) VALUE 'STORDREJ'.
           05  FILLER               PIC X(08) VALUE 'ONBDREJ '.
           05  FILLER               PIC X(08) VALUE 'TEXMREJ '.
           05  FILLER               PIC X(08) VALUE 'ADDRREJ '.
       01  WS-SOURCE-NAMES REDEFINES WS-SOURCE-NAME-VALUES.
           05  WS-SN-NAME           PIC X(08) OCCURS 8 TIMES.
       01  WS-SOURCE-COUNTS.
           05  WS-SC-ENTRY OCCURS 8 TIMES.
               10  WS-SC-PRESENT-SW     PIC X(01).
                   88  WS-SC-PRESENT    VALUE 'Y'.
               10  WS-SC-READ           PIC S9(9) COMP-3.
               10  WS-SC-QUEUED         PIC S9(9) COMP-3.
               10  WS-SC-ALREADY        PIC S9(9) COMP-3.

      * Every item on the queue not yet closed, by source and the
      * source line as written - what a new line is matched against
      * before it is queued.
       01  WS-KNOWN-TABLE.
           05  WS-KNOWN-ENTRY OCCURS 5000 TIMES.
               10  WS-KN-SOURCE         PIC X(08).
               10  WS-KN-LINE           PIC X(80).

      * One source line, with a view per source layout. Every one
      * of them is the raising program's own report line, so the
      * fields sit where that program's WS line puts them.
       01  WS-SOURCE-LINE           PIC X(80).
      * WALADJPG's WS-EXCEPTION-LINE.
       01  WS-ADJ-VIEW REDEFINES WS-SOURCE-LINE.
           05  WS-AX-REASON         PIC X(24).
           05  FILLER               PIC X(01).
           05  WS-AX-ADJ-REF        PIC X(12).
           05  FILLER               PIC X(01).
           05  WS-AX-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(01).
           05  WS-AX-WALLET-NO      PIC 9(2).
           05  FILLER               PIC X(01).
           05  WS-AX-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
           05  WS-AX-AMOUNT-X REDEFINES WS-AX-AMOUNT
                                    PIC X(13).
           05  FILLER               PIC X(15).
      * WALXFER's exception line - the debited side is the customer.
       01  WS-XFER-VIEW REDEFINES WS-SOURCE-LINE.
           05  WS-XX-REASON         PIC X(26).
           05  FILLER               PIC X(01).
           05  WS-XX-REF            PIC X(10).
           05  FILLER               PIC X(01).
           05  WS-XX-FROM           PIC 9(9).
           05  FILLER               PIC X(01).
           05  WS-XX-FROM-WALLET    PIC 9(2).
           05  FILLER               PIC X(01).
           05  WS-XX-TO             PIC 9(9).
           05  FILLER               PIC X(01).
           05  WS-XX-TO-WALLET      PIC 9(2).
           05  FILLER               PIC X(01).
           05  WS-XX-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
           05  WS-XX-AMOUNT-X REDEFINES WS-XX-AMOUNT
                                    PIC X(13).
           05  FILLER               PIC X(03).
      * FILECOPY's REJECT-RECORD.
       01  WS-EXTRACT-VIEW REDEFINES WS-SOURCE-LINE.
           05  WS-RX-COUNT          PIC 9(9).
           05  WS-RX-STATUS         PIC X(02).
           05  WS-RX-RECORD-IMAGE   PIC X(40).
           05  FILLER               PIC X(29).
      * JSONINTK's WS-ERROR-LINE.
       01  WS-INTAKE-VIEW REDEFINES WS-SOURCE-LINE.
           05  FILLER               PIC X(05).
           05  WS-JX-LINE-NUMBER    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(01).
           05  WS-JX-REASON         PIC X(30).
           05  FILLER               PIC X(01).
           05  WS-JX-TEXT           PIC X(32).
      * STORDGEN's WS-REJECT-LINE.
       01  WS-ORDER-VIEW REDEFINES WS-SOURCE-LINE.
           05  WS-OX-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(01).
           05  WS-OX-WALLET-NO      PIC 9(2).
           05  FILLER               PIC X(01).
           05  WS-OX-FREQUENCY      PIC X(01).
           05  FILLER               PIC X(01).
           05  WS-OX-REASON         PIC X(30).
           05  FILLER               PIC X(35).
      * CUSTONBD's WS-REJECT-LINE.
       01  WS-ONBOARD-VIEW REDEFINES WS-SOURCE-LINE.
           05  WS-NX-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(01).
           05  WS-NX-FIRST-NAME     PIC X(10).
           05  FILLER               PIC X(01).
           05  WS-NX-LAST-NAME      PIC X(10).
           05  FILLER               PIC X(01).
           05  WS-NX-REASON         PIC X(30).
           05  FILLER               PIC X(18).
      * TEXMMNT's and ADDRMNT's WS-REJECT-LINE - the action code
      * and customer sit in the same place on both.
       01  WS-MAINT-VIEW REDEFINES WS-SOURCE-LINE.
           05  WS-MX-ACTION         PIC X(01).
           05  FILLER               PIC X(01).
           05  WS-MX-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(69).
       01  WS-MASTER-VIEW REDEFINES WS-SOURCE-LINE.
           05  FILLER               PIC X(11).
           05  WS-TX-NAMES          PIC X(20).
           05  FILLER               PIC X(01).
           05  WS-TX-REASON         PIC X(30).
           05  FILLER               PIC X(18).
       01  WS-ADDRESS-VIEW REDEFINES WS-SOURCE-LINE.
           05  FILLER               PIC X(11).
           05  WS-DX-STREET         PIC X(30).
           05  FILLER               PIC X(01).
           05  WS-DX-REASON         PIC X(30).
           05  FILLER               PIC X(08).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-QUEUED-ITEMS
           PERFORM 3100-COLLECT-WADJEXCP
           PERFORM 3200-COLLECT-XFEREXCP
           PERFORM 3300-COLLECT-REJECTFL
           PERFORM 3400-COLLECT-JSONERR
           PERFORM 3500-COLLECT-STORDREJ
           PERFORM 3600-COLLECT-ONBDREJ
           PERFORM 3700-COLLECT-TEXMREJ
           PERFORM 3800-COLLECT-ADDRREJ
           PERFORM 8000-HOUSEKEEPING
           GOBACK.

       1000-INITIALIZE.
           MOVE ZERO TO RETURN-CODE

           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           PERFORM 9600-RESOLVE-BUSINESS-DATE

           PERFORM VARYING WS-SRC-IX FROM 1 BY 1 UNTIL WS-SRC-IX > 8
              MOVE 'N' TO WS-SC-PRESENT-SW (WS-SRC-IX)
              MOVE ZERO TO WS-SC-READ (WS-SRC-IX)
              MOVE ZERO TO WS-SC-QUEUED (WS-SRC-IX)
              MOVE ZERO TO WS-SC-ALREADY (WS-SRC-IX)
           END-PERFORM

      * No queue file yet is a first-time load - it is created empty
      * and the first item queued takes item number 1.
           OPEN I-O EXCEPTION-QUEUE-FILE
           IF QUEUE-NOT-FOUND
              OPEN OUTPUT EXCEPTION-QUEUE-FILE
              IF QUEUE-OK
                 CLOSE EXCEPTION-QUEUE-FILE
                 OPEN I-O EXCEPTION-QUEUE-FILE
              END-IF
           END-IF
           IF NOT QUEUE-OK
              DISPLAY 'EXCCOLL: UNEXPECTED EXCQUEUE STATUS '
                  WS-QUEUE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

       2000-LOAD-QUEUED-ITEMS.
      * One pass of the queue: the highest item number for the new
      * items, and every item not yet closed into the known table.
      * A closed item no longer holds its line back - if the same
      * exception is raised again after closure, it is a new item.
           MOVE ZERO TO EXQ-ITEM-NO
           START EXCEPTION-QUEUE-FILE KEY NOT LESS THAN EXQ-ITEM-NO
           IF QUEUE-OK
              READ EXCEPTION-QUEUE-FILE NEXT RECORD
              PERFORM WITH TEST BEFORE UNTIL NOT QUEUE-OK
                 ADD 1 TO WS-ON-FILE-COUNT
                 IF EXQ-ITEM-NO > WS-HIGH-ITEM-NO
                    MOVE EXQ-ITEM-NO TO WS-HIGH-ITEM-NO
                 END-IF
                 IF NOT EXQ-CLOSED
                    PERFORM 2100-ADD-KNOWN-LINE
                 END-IF
                 READ EXCEPTION-QUEUE-FILE NEXT RECORD
              END-PERFORM
           END-IF.

       2100-ADD-KNOWN-LINE.
      * A full table still queues - it only loses the protection
      * against a repeat, so the run ends RC 4 to get it raised.
           IF WS-KNOWN-COUNT < WS-KNOWN-MAX
              ADD 1 TO WS-KNOWN-COUNT
              MOVE EXQ-SOURCE TO WS-KN-SOURCE (WS-KNOWN-COUNT)
              MOVE EXQ-SOURCE-LINE TO WS-KN-LINE (WS-KNOWN-COUNT)
           ELSE
              IF NOT KNOWN-TABLE-FULL
                 DISPLAY 'EXCCOLL: MORE THAN 5000 ITEMS NOT YET '
                     'CLOSED - REPEATS BEYOND THEM ARE NOT CHECKED'
                 MOVE 'Y' TO WS-FULL-SW
              END-IF
           END-IF.

       3100-COLLECT-WADJEXCP.
      * The apply's refusals - each has its adjustment reference,
      * customer, wallet and amount.
           MOVE 1 TO WS-SRC-IX
           OPEN INPUT ADJ-EXCEPTION-FILE
           EVALUATE TRUE
              WHEN SOURCE-OK
                 MOVE 'Y' TO WS-SC-PRESENT-SW (WS-SRC-IX)
                 READ ADJ-EXCEPTION-FILE INTO WS-SOURCE-LINE
                 PERFORM WITH TEST BEFORE UNTIL NOT SOURCE-OK
                    PERFORM 4000-START-ITEM
                    IF WS-SOURCE-LINE NOT = SPACES
                       MOVE WS-AX-REASON TO EXQ-REASON
                       MOVE WS-AX-ADJ-REF TO EXQ-REFERENCE
                       IF WS-AX-CUSTOMER-ID NUMERIC
                          MOVE WS-AX-CUSTOMER-ID TO EXQ-CUSTOMER-ID
                       END-IF
                       IF WS-AX-WALLET-NO NUMERIC
                          MOVE WS-AX-WALLET-NO TO EXQ-WALLET-NO
                       END-IF
                       IF WS-AX-AMOUNT-X NOT = SPACES
                          MOVE WS-AX-AMOUNT TO EXQ-AMOUNT
                       END-IF
                       PERFORM 5000-QUEUE-ITEM
                    END-IF
                    READ ADJ-EXCEPTION-FILE INTO WS-SOURCE-LINE
                 END-PERFORM
                 PERFORM 3950-CHECK-SOURCE-END
                 CLOSE ADJ-EXCEPTION-FILE
              WHEN SOURCE-NOT-FOUND
                 PERFORM 3900-NOTE-NO-SOURCE
              WHEN OTHER
                 PERFORM 3960-SOURCE-ERROR
           END-EVALUATE.

       3200-COLLECT-XFEREXCP.
      * The transfer run's refusals, against the debited customer
      * and wallet. Written by the daytime transfer runs, so the
      * file is emptied once it is loaded.
           MOVE 2 TO WS-SRC-IX
           OPEN INPUT TRANSFER-EXCP-FILE
           EVALUATE TRUE
              WHEN SOURCE-OK
                 MOVE 'Y' TO WS-SC-PRESENT-SW (WS-SRC-IX)
                 READ TRANSFER-EXCP-FILE INTO WS-SOURCE-LINE
                 PERFORM WITH TEST BEFORE UNTIL NOT SOURCE-OK
                    PERFORM 4000-START-ITEM
                    IF WS-SOURCE-LINE NOT = SPACES
                       MOVE WS-XX-REASON TO EXQ-REASON
                       MOVE WS-XX-REF TO EXQ-REFERENCE
                       IF WS-XX-FROM NUMERIC
                          MOVE WS-XX-FROM TO EXQ-CUSTOMER-ID
                       END-IF
                       IF WS-XX-FROM-WALLET NUMERIC
                          MOVE WS-XX-FROM-WALLET TO EXQ-WALLET-NO
                       END-IF
                       IF WS-XX-AMOUNT-X NOT = SPACES
                          MOVE WS-XX-AMOUNT TO EXQ-AMOUNT
                       END-IF
                       PERFORM 5000-QUEUE-ITEM
                    END-IF
                    READ TRANSFER-EXCP-FILE INTO WS-SOURCE-LINE
                 END-PERFORM
                 PERFORM 3950-CHECK-SOURCE-END
                 CLOSE TRANSFER-EXCP-FILE
                 IF SOURCE-CLEAN-END
                    AND WS-SC-READ (WS-SRC-IX) > ZERO
                    OPEN OUTPUT TRANSFER-EXCP-FILE
                    CLOSE TRANSFER-EXCP-FILE
                 END-IF
              WHEN SOURCE-NOT-FOUND
                 PERFORM 3900-NOTE-NO-SOURCE
              WHEN OTHER
                 PERFORM 3960-SOURCE-ERROR
           END-EVALUATE.

       3300-COLLECT-REJECTFL.
      * Extract records FILECOPY could not write. The reference is
      * the record number RejRecyc matches its corrections on; the
      * extract record carries no customer number.
           MOVE 3 TO WS-SRC-IX
           OPEN INPUT EXTRACT-REJECT-FILE
           EVALUATE TRUE
              WHEN SOURCE-OK
                 MOVE 'Y' TO WS-SC-PRESENT-SW (WS-SRC-IX)
                 MOVE SPACES TO WS-SOURCE-LINE
                 READ EXTRACT-REJECT-FILE INTO WS-SOURCE-LINE
                 PERFORM WITH TEST BEFORE UNTIL NOT SOURCE-OK
                    PERFORM 4000-START-ITEM
                    IF WS-SOURCE-LINE NOT = SPACES
                       STRING 'EXTRACT WRITE FAILED - '
                           WS-RX-STATUS
                           DELIMITED BY SIZE INTO EXQ-REASON
                       MOVE WS-RX-COUNT TO EXQ-REFERENCE
                       PERFORM 5000-QUEUE-ITEM
                    END-IF
                    MOVE SPACES TO WS-SOURCE-LINE
                    READ EXTRACT-REJECT-FILE INTO WS-SOURCE-LINE
                 END-PERFORM
                 PERFORM 3950-CHECK-SOURCE-END
                 CLOSE EXTRACT-REJECT-FILE
              WHEN SOURCE-NOT-FOUND
                 PERFORM 3900-NOTE-NO-SOURCE
              WHEN OTHER
                 PERFORM 3960-SOURCE-ERROR
           END-EVALUATE.

       3400-COLLECT-JSONERR.
      * Intake records the JSON validation refused, referenced by
      * their line in the intake file. Written by the daytime
      * intake, so the file is emptied once it is loaded.
           MOVE 4 TO WS-SRC-IX
           OPEN INPUT INTAKE-ERROR-FILE
           EVALUATE TRUE
              WHEN SOURCE-OK
                 MOVE 'Y' TO WS-SC-PRESENT-SW (WS-SRC-IX)
                 READ INTAKE-ERROR-FILE INTO WS-SOURCE-LINE
                 PERFORM WITH TEST BEFORE UNTIL NOT SOURCE-OK
                    PERFORM 4000-START-ITEM
                    IF WS-SOURCE-LINE NOT = SPACES
                       MOVE WS-JX-REASON TO EXQ-REASON
                       MOVE ZERO TO WS-LINE-NUMBER
                       IF WS-SOURCE-LINE (6:11) NOT = SPACES
                          MOVE WS-JX-LINE-NUMBER TO WS-LINE-NUMBER
                       END-IF
                       STRING 'LN' WS-LINE-NUMBER
                           DELIMITED BY SIZE INTO EXQ-REFERENCE
                       PERFORM 5000-QUEUE-ITEM
                    END-IF
                    READ INTAKE-ERROR-FILE INTO WS-SOURCE-LINE
                 END-PERFORM
                 PERFORM 3950-CHECK-SOURCE-END
                 CLOSE INTAKE-ERROR-FILE
                 IF SOURCE-CLEAN-END
                    AND WS-SC-READ (WS-SRC-IX) > ZERO
                    OPEN OUTPUT INTAKE-ERROR-FILE
                    CLOSE INTAKE-ERROR-FILE
                 END-IF
              WHEN SOURCE-NOT-FOUND
                 PERFORM 3900-NOTE-NO-SOURCE
              WHEN OTHER
                 PERFORM 3960-SOURCE-ERROR
           END-EVALUATE.

       3500-COLLECT-STORDREJ.
      * Standing orders the generator refused - no reference of
      * their own, so the order's frequency stands in.
           MOVE 5 TO WS-SRC-IX
           OPEN INPUT ORDER-REJECT-FILE
           EVALUATE TRUE
              WHEN SOURCE-OK
                 MOVE 'Y' TO WS-SC-PRESENT-SW (WS-SRC-IX)
                 READ ORDER-REJECT-FILE INTO WS-SOURCE-LINE
                 PERFORM WITH TEST BEFORE UNTIL NOT SOURCE-OK
                    PERFORM 4000-START-ITEM
                    IF WS-SOURCE-LINE NOT = SPACES
                       MOVE WS-OX-REASON TO EXQ-REASON
                       STRING 'ORDER FREQ ' WS-OX-FREQUENCY
                           DELIMITED BY SIZE INTO EXQ-REFERENCE
                       IF WS-OX-CUSTOMER-ID NUMERIC
                          MOVE WS-OX-CUSTOMER-ID TO EXQ-CUSTOMER-ID
                       END-IF
                       IF WS-OX-WALLET-NO NUMERIC
                          MOVE WS-OX-WALLET-NO TO EXQ-WALLET-NO
                       END-IF
                       PERFORM 5000-QUEUE-ITEM
                    END-IF
                    READ ORDER-REJECT-FILE INTO WS-SOURCE-LINE
                 END-PERFORM
                 PERFORM 3950-CHECK-SOURCE-END
                 CLOSE ORDER-REJECT-FILE
              WHEN SOURCE-NOT-FOUND
                 PERFORM 3900-NOTE-NO-SOURCE
              WHEN OTHER
                 PERFORM 3960-SOURCE-ERROR
           END-EVALUATE.

       3600-COLLECT-ONBDREJ.
      * Onboarding records refused, referenced by the surname.
      * Written by the daytime onboarding runs, so the file is
      * emptied once it is loaded.
           MOVE 6 TO WS-SRC-IX
           OPEN INPUT ONBOARD-REJECT-FILE
           EVALUATE TRUE
              WHEN SOURCE-OK
                 MOVE 'Y' TO WS-SC-PRESENT-SW (WS-SRC-IX)
                 READ ONBOARD-REJECT-FILE INTO WS-SOURCE-LINE
                 PERFORM WITH TEST BEFORE UNTIL NOT SOURCE-OK
                    PERFORM 4000-START-ITEM
                    IF WS-SOURCE-LINE NOT = SPACES
                       MOVE WS-NX-REASON TO EXQ-REASON
                       MOVE WS-NX-LAST-NAME TO EXQ-REFERENCE
                       IF WS-NX-CUSTOMER-ID NUMERIC
                          MOVE WS-NX-CUSTOMER-ID TO EXQ-CUSTOMER-ID
                       END-IF
                       PERFORM 5000-QUEUE-ITEM
                    END-IF
                    READ ONBOARD-REJECT-FILE INTO WS-SOURCE-LINE
                 END-PERFORM
                 PERFORM 3950-CHECK-SOURCE-END
                 CLOSE ONBOARD-REJECT-FILE
                 IF SOURCE-CLEAN-END
                    AND WS-SC-READ (WS-SRC-IX) > ZERO
                    OPEN OUTPUT ONBOARD-REJECT-FILE
                    CLOSE ONBOARD-REJECT-FILE
                 END-IF
              WHEN SOURCE-NOT-FOUND
                 PERFORM 3900-NOTE-NO-SOURCE
              WHEN OTHER
                 PERFORM 3960-SOURCE-ERROR
           END-EVALUATE.

       3700-COLLECT-TEXMREJ.
      * Customer-master maintenance refused, referenced by the
      * maintenance action. Written by the daytime maintenance, so
      * the file is emptied once it is loaded.
           MOVE 7 TO WS-SRC-IX
           OPEN INPUT MASTER-REJECT-FILE
           EVALUATE TRUE
              WHEN SOURCE-OK
                 MOVE 'Y' TO WS-SC-PRESENT-SW (WS-SRC-IX)
                 READ MASTER-REJECT-FILE INTO WS-SOURCE-LINE
                 PERFORM WITH TEST BEFORE UNTIL NOT SOURCE-OK
                    PERFORM 4000-START-ITEM
                    IF WS-SOURCE-LINE NOT = SPACES
                       MOVE WS-TX-REASON TO EXQ-REASON
                       STRING 'ACTION ' WS-MX-ACTION
                           DELIMITED BY SIZE INTO EXQ-REFERENCE
                       IF WS-MX-CUSTOMER-ID NUMERIC
                          MOVE WS-MX-CUSTOMER-ID TO EXQ-CUSTOMER-ID
                       END-IF
                       PERFORM 5000-QUEUE-ITEM
                    END-IF
                    READ MASTER-REJECT-FILE INTO WS-SOURCE-LINE
                 END-PERFORM
                 PERFORM 3950-CHECK-SOURCE-END
                 CLOSE MASTER-REJECT-FILE
                 IF SOURCE-CLEAN-END
                    AND WS-SC-READ (WS-SRC-IX) > ZERO
                    OPEN OUTPUT MASTER-REJECT-FILE
                    CLOSE MASTER-REJECT-FILE
                 END-IF
              WHEN SOURCE-NOT-FOUND
                 PERFORM 3900-NOTE-NO-SOURCE
              WHEN OTHER
                 PERFORM 3960-SOURCE-ERROR
           END-EVALUATE.

       3800-COLLECT-ADDRREJ.
      * Address maintenance refused, referenced by the maintenance
      * action. Written by the branch address runs, so the file is
      * emptied once it is loaded.
           MOVE 8 TO WS-SRC-IX
           OPEN INPUT ADDRESS-REJECT-FILE
           EVALUATE TRUE
              WHEN SOURCE-OK
                 MOVE 'Y' TO WS-SC-PRESENT-SW (WS-SRC-IX)
                 READ ADDRESS-REJECT-FILE INTO WS-SOURCE-LINE
                 PERFORM WITH TEST BEFORE UNTIL NOT SOURCE-OK
                    PERFORM 4000-START-ITEM
                    IF WS-SOURCE-LINE NOT = SPACES
                       MOVE WS-DX-REASON TO EXQ-REASON
                       STRING 'ACTION ' WS-MX-ACTION
                           DELIMITED BY SIZE INTO EXQ-REFERENCE
                       IF WS-MX-CUSTOMER-ID NUMERIC
                          MOVE WS-MX-CUSTOMER-ID TO EXQ-CUSTOMER-ID
                       END-IF
                       PERFORM 5000-QUEUE-ITEM
                    END-IF
                    READ ADDRESS-REJECT-FILE INTO WS-SOURCE-LINE
                 END-PERFORM
                 PERFORM 3950-CHECK-SOURCE-END
                 CLOSE ADDRESS-REJECT-FILE
                 IF SOURCE-CLEAN-END
                    AND WS-SC-READ (WS-SRC-IX) > ZERO
                    OPEN OUTPUT ADDRESS-REJECT-FILE
                    CLOSE ADDRESS-REJECT-FILE
                 END-IF
              WHEN SOURCE-NOT-FOUND
                 PERFORM 3900-NOTE-NO-SOURCE
              WHEN OTHER
                 PERFORM 3960-SOURCE-ERROR
           END-EVALUATE.

       3900-NOTE-NO-SOURCE.
           DISPLAY 'EXCCOLL: NO ' WS-SN-NAME (WS-SRC-IX)
               ' TONIGHT - NOTHING TO COLLECT FROM IT'.

       3950-CHECK-SOURCE-END.
      * The read loop stops on any status but a good read; only end
      * of file is a clean finish, and only a file read cleanly to
      * the end is emptied by its caller.
           IF SOURCE-EOF
              MOVE 'Y' TO WS-CLEAN-END-SW
           ELSE
              MOVE 'N' TO WS-CLEAN-END-SW
              DISPLAY 'EXCCOLL: UNEXPECTED ' WS-SN-NAME (WS-SRC-IX)
                  ' STATUS ON READ ' WS-SOURCE-STATUS
                  ' - REST OF THE FILE NOT COLLECTED'
              MOVE 8 TO RETURN-CODE
           END-IF.

       3960-SOURCE-ERROR.
           DISPLAY 'EXCCOLL: UNEXPECTED ' WS-SN-NAME (WS-SRC-IX)
               ' STATUS ' WS-SOURCE-STATUS ' - NOT COLLECTED'
           MOVE 8 TO RETURN-CODE.

       4000-START-ITEM.
      * A fresh queue record for the line just read - the collect
      * paragraph fills in what its source layout carries.
           ADD 1 TO WS-READ-COUNT
           ADD 1 TO WS-SC-READ (WS-SRC-IX)
           MOVE SPACES TO EXCEPTION-QUEUE-RECORD
           MOVE WS-SN-NAME (WS-SRC-IX) TO EXQ-SOURCE
           MOVE WS-RUN-BUS-DATE TO EXQ-BUS-DATE
           MOVE ZERO TO EXQ-CUSTOMER-ID
           MOVE ZERO TO EXQ-WALLET-NO
           MOVE ZERO TO EXQ-AMOUNT
           MOVE ZERO TO EXQ-OWNER
           MOVE 'O' TO EXQ-STATUS
           MOVE ZERO TO EXQ-RESOLVED-BY
           MOVE ZERO TO EXQ-CLOSED-BY
           MOVE WS-SOURCE-LINE TO EXQ-SOURCE-LINE.

       5000-QUEUE-ITEM.
           PERFORM 5100-CHECK-ALREADY-QUEUED
           IF ALREADY-QUEUED
              ADD 1 TO WS-SC-ALREADY (WS-SRC-IX)
           ELSE
              ADD 1 TO WS-HIGH-ITEM-NO
              MOVE WS-HIGH-ITEM-NO TO EXQ-ITEM-NO
              WRITE EXCEPTION-QUEUE-RECORD
              IF NOT QUEUE-OK
                 DISPLAY 'EXCCOLL: UNEXPECTED EXCQUEUE STATUS '
                     WS-QUEUE-STATUS ' ON WRITE OF ITEM '
                     EXQ-ITEM-NO
                 MOVE 16 TO RETURN-CODE
                 PERFORM 9700-WRITE-RUN-LOG
                 GOBACK
              END-IF
              ADD 1 TO WS-QUEUED-COUNT
              ADD 1 TO WS-SC-QUEUED (WS-SRC-IX)
              PERFORM 2100-ADD-KNOWN-LINE
           END-IF.

       5100-CHECK-ALREADY-QUEUED.
      * The same source line from the same source, not yet closed -
      * an exception still being worked is not queued twice.
           MOVE 'N' TO WS-KNOWN-SW
           PERFORM VARYING WS-KNOWN-IX FROM 1 BY 1
                   UNTIL WS-KNOWN-IX > WS-KNOWN-COUNT
                      OR ALREADY-QUEUED
              IF WS-KN-SOURCE (WS-KNOWN-IX) = EXQ-SOURCE
                 AND WS-KN-LINE (WS-KNOWN-IX) = EXQ-SOURCE-LINE
                 MOVE 'Y' TO WS-KNOWN-SW
              END-IF
           END-PERFORM.

       8000-HOUSEKEEPING.
           CLOSE EXCEPTION-QUEUE-FILE

           MOVE WS-ON-FILE-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'EXCCOLL: ITEMS ALREADY ON THE QUEUE: '
               WS-COUNT-FORMATTED
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1 UNTIL WS-SRC-IX > 8
              IF WS-SC-PRESENT (WS-SRC-IX)
                 MOVE WS-SC-READ (WS-SRC-IX) TO WS-COUNT-FORMATTED
                 MOVE WS-SC-QUEUED (WS-SRC-IX)
                   TO WS-COUNT-FORMATTED-2
                 MOVE WS-SC-ALREADY (WS-SRC-IX)
                   TO WS-COUNT-FORMATTED-3
                 DISPLAY 'EXCCOLL: ' WS-SN-NAME (WS-SRC-IX)
                     ' READ ' WS-COUNT-FORMATTED
                     ' QUEUED ' WS-COUNT-FORMATTED-2
                     ' ALREADY QUEUED ' WS-COUNT-FORMATTED-3
              END-IF
           END-PERFORM
           MOVE WS-QUEUED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'EXCCOLL: NEW ITEMS QUEUED: ' WS-COUNT-FORMATTED

           IF KNOWN-TABLE-FULL AND RETURN-CODE = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9700-WRITE-RUN-LOG.

       9700-WRITE-RUN-LOG.
      * Append this run's standard record to the shared run log -
      * the counts tell the morning line what moved, the return
      * code whether it moved cleanly.
           MOVE 'EXCCOLL' TO RUN-PROGRAM
           MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE
           MOVE WS-RUN-START-TIME TO RUN-START-TIME
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO RUN-END-TIME (1:2)
           MOVE ':'                   TO RUN-END-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO RUN-END-TIME (4:2)
           MOVE ':'                   TO RUN-END-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO RUN-END-TIME (7:2)
           MOVE WS-READ-COUNT TO RUN-RECS-IN
           MOVE WS-QUEUED-COUNT TO RUN-RECS-OUT
           MOVE ZERO TO RUN-RECS-REJECTED
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUNLOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUNLOG-OK
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY 'EXCCOLL: RUN LOG UNAVAILABLE - STATUS '
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
                           DISPLAY 'EXCCOLL: BUSINESS DATE '
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
                   DISPLAY 'EXCCOLL: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'EXCCOLL: UNEXPECTED BUSDATE STATUS '
                       WS-BUSDATE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .
