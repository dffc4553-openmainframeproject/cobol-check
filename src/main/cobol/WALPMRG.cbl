       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WALPMRG.
      *****************************************************************
      * Partition merge for the month-end runs. Each partition of
      * WALINT, WALFEE or WALSTMT leaves its own register for its own
      * customer range, plus a PARTTOT record of what it put there.
      * This program puts the partitions back together as the one
      * report the serial run would have produced - and proves, the
      * same way FILEMERGE proves a split file back together, that
      * nothing was lost, doubled or left out on the way.
      *
      * PROGRAM=WALINT merges the accrual registers (REGIN, the
      * partitions' ACCRRPT generations concatenated in partition
      * order) to REGOUT, with one TOTAL INTEREST ACCRUED and one
      * TOTAL TAX WITHHELD line for the whole night in place of each
      * partition's own. The partitions' withholding ledgers (TAXIN)
      * are appended to the cumulative WTAXLEDG, and their remittance
      * reports (RMTIN) summed region by region into one WTAXRPT.
      * PROGRAM=WALFEE merges the fee registers the same way, with
      * one TOTAL FOR FEE line per fee code for the whole night.
      * PROGRAM=WALSTMT merges the statement print (PRTIN to PRTOUT)
      * and the e-statement extracts (ESTIN to ESTOUT), with one
      * trailer counting every e-statement.
      *
      * Before anything is merged the PARTMAN manifest is proved again
      * - every customer in exactly one partition - and every
      * partition must have left its PARTTOT record for tonight over
      * the range the manifest gives it. Every detail line is then
      * counted to the partition whose range holds its customer, in
      * customer order across the whole concatenation, and the merged
      * figures must agree three ways: with the detail lines, with the
      * partitions' own total lines, and with PARTTOT. A merge that
      * does not agree ends RC 12 - the merged output stays for the
      * investigation, but nothing downstream runs on it.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Tonight's partition ranges, as WALPPLAN wrote them.
           SELECT PARTITION-MANIFEST ASSIGN TO "PARTMAN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PARTMAN-STATUS.
      * What each partition says it did - one record per partition,
      * the partitions' PARTTOT datasets concatenated.
           SELECT PARTITION-TOTALS-FILE ASSIGN TO "PARTTOT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PARTTOT-STATUS.
      * Accrual or fee registers, in and merged out.
           SELECT REGISTER-IN ASSIGN TO "REGIN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REGIN-STATUS.
           SELECT REGISTER-OUT ASSIGN TO "REGOUT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REGOUT-STATUS.
      * Withholding ledgers - the partitions' own, appended to the
      * cumulative ledger the tax office's filings are drawn from.
           SELECT TAX-LEDGER-IN ASSIGN TO "TAXIN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TAXIN-STATUS.
           SELECT TAX-LEDGER-OUT ASSIGN TO "WTAXLEDG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TAXOUT-STATUS.
      * Remittance reports, one line per region, in and summed out.
           SELECT REMIT-IN ASSIGN TO "RMTIN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RMTIN-STATUS.
           SELECT REMIT-OUT ASSIGN TO "WTAXRPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RMTOUT-STATUS.
      * Statement print - carriage control in the first byte - and
      * the e-statement extracts.
           SELECT PRINT-IN ASSIGN TO "PRTIN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PRTIN-STATUS.
           SELECT PRINT-OUT ASSIGN TO "PRTOUT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PRTOUT-STATUS.
           SELECT ESTMT-IN ASSIGN TO "ESTIN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ESTIN-STATUS.
           SELECT ESTMT-OUT ASSIGN TO "ESTOUT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ESTOUT-STATUS.
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
       FD  PARTITION-MANIFEST
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PARTITION-MANIFEST-RECORD.
       01  PARTITION-MANIFEST-RECORD.
           COPY PARTMAN.
       FD  PARTITION-TOTALS-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PARTITION-TOTALS-RECORD.
       01  PARTITION-TOTALS-RECORD.
           COPY PARTTOT.
       FD  REGISTER-IN
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS REGISTER-IN-RECORD.
       01  REGISTER-IN-RECORD      PIC X(80).
       FD  REGISTER-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS REGISTER-OUT-RECORD.
       01  REGISTER-OUT-RECORD     PIC X(80).
       FD  TAX-LEDGER-IN
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 56 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS TAX-LEDGER-IN-RECORD.
       01  TAX-LEDGER-IN-RECORD.
           05  TXL-DATE            PIC X(10).
           05  TXL-CUSTOMER-ID     PIC 9(9).
           05  TXL-WALLET-NO       PIC 9(2).
           05  TXL-REGION          PIC X(03).
           05  TXL-INTEREST        PIC 9(8)V99.
           05  TXL-TAX             PIC 9(8)V99.
           05  TXL-ADJ-REF         PIC X(12).
       FD  TAX-LEDGER-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 56 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS TAX-LEDGER-OUT-RECORD.
       01  TAX-LEDGER-OUT-RECORD   PIC X(56).
       FD  REMIT-IN
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS REMIT-IN-RECORD.
       01  REMIT-IN-RECORD         PIC X(80).
       FD  REMIT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS REMIT-OUT-RECORD.
       01  REMIT-OUT-RECORD        PIC X(80).
       FD  PRINT-IN
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 81 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PRINT-IN-RECORD.
       01  PRINT-IN-RECORD         PIC X(81).
       FD  PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 81 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PRINT-OUT-RECORD.
       01  PRINT-OUT-RECORD        PIC X(81).
       FD  ESTMT-IN
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 52 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ESTMT-IN-RECORD.
       01  ESTMT-IN-RECORD.
           05  EST-CUSTOMER-ID     PIC 9(9).
           05  FILLER              PIC X(43).
       01  ESTMT-IN-TRAILER REDEFINES ESTMT-IN-RECORD.
           05  ESTRL-ID            PIC X(9).
           05  ESTRL-RECORD-COUNT  PIC 9(9).
           05  FILLER              PIC X(34).
       FD  ESTMT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 52 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ESTMT-OUT-RECORD.
       01  ESTMT-OUT-RECORD.
           05  ESTO-ID             PIC X(9).
           05  ESTO-RECORD-COUNT   PIC 9(9).
           05  FILLER              PIC X(34).
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
           05  WS-PGM-NAME            PIC X(08) VALUE 'WALPMRG'.
           05  WS-MERGE-PROGRAM       PIC X(08).
               88  MERGE-INTEREST     VALUE 'WALINT'.
               88  MERGE-FEES         VALUE 'WALFEE'.
               88  MERGE-STATEMENTS   VALUE 'WALSTMT'.
           05  WS-PARTITION-COUNT     PIC S9(4) COMP VALUE ZERO.
           05  WS-PARTITION-MAX       PIC S9(4) COMP VALUE 8.
           05  WS-PART-IX             PIC S9(4) COMP.
           05  WS-PART-FOUND-IX       PIC S9(4) COMP.
           05  WS-PART-NUM-DISPLAY    PIC 9(2).
      * One past the high customer of the last partition proved -
      * ten digits, since one past 999999999 is the end of the range.
           05  WS-NEXT-LOW            PIC 9(10).
           05  WS-RANGE-END           PIC 9(10) VALUE 999999999.
           05  WS-MANIFEST-BUS-DATE   PIC X(10) VALUE SPACES.
           05  WS-CUSTOMER            PIC 9(9).
           05  WS-LAST-CUSTOMER       PIC 9(9).
           05  WS-AMOUNT              PIC S9(11)V99.
           05  WS-LINE-COUNT          PIC 9(7).
           05  WS-ERROR-MESSAGE       PIC X(60).
           05  WS-READ-COUNT          PIC S9(9) COMP VALUE ZERO.
           05  WS-WRITE-COUNT         PIC S9(9) COMP VALUE ZERO.
           05  WS-MANIFEST-READ-COUNT PIC S9(4) COMP VALUE ZERO.
           05  WS-TRAILER-SW          PIC X(01) VALUE 'N'.
               88  TRAILER-SEEN       VALUE 'Y'.
           05  WS-COVERAGE-SW         PIC X(01) VALUE 'Y'.
               88  COVERAGE-PROVED    VALUE 'Y'.
           05  WS-RECONCILED-SW       PIC X(01) VALUE 'Y'.
               88  MERGE-RECONCILED   VALUE 'Y'.
           05  WS-TAX-SW              PIC X(01) VALUE 'N'.
               88  TAX-IN-PLAY        VALUE 'Y'.
      * The edited figures off the partitions' lines, read back
      * through their own pictures.
           05  WS-ED-DETAIL-TEXT      PIC X(13).
           05  WS-ED-DETAIL-AMOUNT REDEFINES WS-ED-DETAIL-TEXT
                                      PIC ZZ,ZZZ,ZZ9.99.
           05  WS-ED-TOTAL-TEXT       PIC X(17).
           05  WS-ED-TOTAL-AMOUNT REDEFINES WS-ED-TOTAL-TEXT
                                      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-ED-COUNT-TEXT       PIC X(07).
           05  WS-ED-COUNT REDEFINES WS-ED-COUNT-TEXT
                                      PIC ZZZ,ZZ9.
           05  WS-ED-GRAND-AMOUNT     PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-ED-GRAND-COUNT      PIC ZZZ,ZZZ,ZZ9.
      * Grand totals three ways - off the detail lines, off the
      * partitions' own total lines, and out of PARTTOT.
           05  WS-DETAIL-COUNT        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-DETAIL-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TOTLINE-COUNT       PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TOTLINE-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TOTLINE-LINES       PIC 9(4) VALUE ZERO.
           05  WS-TAXLINE-AMOUNT      PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-TAXLINE-LINES       PIC 9(4) VALUE ZERO.
           05  WS-LEDGER-COUNT        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-LEDGER-AMOUNT       PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-REMIT-COUNT         PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-REMIT-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-ESTMT-COUNT         PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ESTMT-SINCE-TRAILER PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ESTMT-TRAILERS      PIC 9(4) VALUE ZERO.
           05  WS-PTT-DETAIL-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-PTT-DETAIL-AMOUNT   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-PTT-SECOND-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-PTT-SECOND-AMOUNT   PIC S9(11)V99 COMP-3 VALUE ZERO.
           05  WS-PTT-THIRD-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-CODE-COUNT          PIC S9(4) COMP VALUE ZERO.
           05  WS-CODE-MAX            PIC 9(4) VALUE 50.
           05  WS-CODE-IX             PIC S9(4) COMP.
           05  WS-CODE-FOUND-IX       PIC S9(4) COMP.
           05  WS-FEE-CODE            PIC X(04).
           05  WS-REGION-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-REGION-MAX          PIC 9(4) VALUE 20.
           05  WS-REGION-IX           PIC S9(4) COMP.
           05  WS-REGION-FOUND-IX     PIC S9(4) COMP.
           05  WS-PARTMAN-STATUS      PIC XX.
               88  PARTMAN-OK         VALUE '00'.
               88  PARTMAN-NOT-FOUND  VALUE '35'.
           05  WS-PARTTOT-STATUS      PIC XX.
               88  PARTTOT-OK         VALUE '00'.
               88  PARTTOT-EOF        VALUE '10'.
           05  WS-REGIN-STATUS        PIC XX.
               88  REGIN-OK           VALUE '00'.
           05  WS-REGOUT-STATUS       PIC XX.
               88  REGOUT-OK          VALUE '00'.
           05  WS-TAXIN-STATUS        PIC XX.
               88  TAXIN-OK           VALUE '00'.
           05  WS-TAXOUT-STATUS       PIC XX.
               88  TAXOUT-OK          VALUE '00'.
           05  WS-RMTIN-STATUS        PIC XX.
               88  RMTIN-OK           VALUE '00'.
           05  WS-RMTOUT-STATUS       PIC XX.
               88  RMTOUT-OK          VALUE '00'.
           05  WS-PRTIN-STATUS        PIC XX.
               88  PRTIN-OK           VALUE '00'.
           05  WS-PRTOUT-STATUS       PIC XX.
               88  PRTOUT-OK          VALUE '00'.
           05  WS-ESTIN-STATUS        PIC XX.
               88  ESTIN-OK           VALUE '00'.
           05  WS-ESTOUT-STATUS       PIC XX.
               88  ESTOUT-OK          VALUE '00'.
           05  WS-IO-DDNAME           PIC X(08).
           05  WS-IO-STATUS           PIC XX.
           05  WS-RUNLOG-STATUS  PIC XX.
               88  RUNLOG-OK          VALUE '00'.
           05  WS-RUN-START-TIME  PIC X(08).
           05  WS-RUN-TIME-RAW    PIC 9(08).
           05  WS-RUN-BUS-DATE    PIC X(10).
           05  WS-RUN-DATE-RAW8   PIC 9(08).
           05  WS-BUSDATE-STATUS PIC XX.
               88  BUSDATE-OK         VALUE '00'.
               88  BUSDATE-NOT-FOUND  VALUE '35'.
      * One entry per partition: its range off the manifest, what
      * its PARTTOT record says, and what the merge found of it.
       01  WS-PARTITION-TABLE.
           05  WS-PT-ENTRY OCCURS 8 TIMES.
               10  WS-PT-LOW            PIC 9(9).
               10  WS-PT-HIGH           PIC 9(9).
               10  WS-PT-LOADED-SW      PIC X(01).
                   88  WS-PT-LOADED     VALUE 'Y'.
               10  WS-PT-DETAIL-COUNT   PIC S9(9) COMP-3.
               10  WS-PT-DETAIL-AMOUNT  PIC S9(11)V99 COMP-3.
               10  WS-PT-SECOND-COUNT   PIC S9(9) COMP-3.
               10  WS-PT-SECOND-AMOUNT  PIC S9(11)V99 COMP-3.
               10  WS-PT-THIRD-COUNT    PIC S9(9) COMP-3.
               10  WS-PT-MERGED-COUNT   PIC S9(9) COMP-3.
               10  WS-PT-MERGED-AMOUNT  PIC S9(11)V99 COMP-3.
               10  WS-PT-MERGED-SECOND  PIC S9(9) COMP-3.
      * Fee codes in the order the partitions' total lines first show
      * them - the fee schedule's own order, the same in every
      * partition.
       01  WS-FEE-CODE-TABLE.
           05  WS-FC-ENTRY OCCURS 50 TIMES.
               10  WS-FC-CODE           PIC X(04).
               10  WS-FC-DETAIL-COUNT   PIC S9(9) COMP-3.
               10  WS-FC-DETAIL-AMOUNT  PIC S9(11)V99 COMP-3.
               10  WS-FC-TOTAL-COUNT    PIC S9(9) COMP-3.
               10  WS-FC-TOTAL-AMOUNT   PIC S9(11)V99 COMP-3.
      * Withholding regions in the order the remittance reports first
      * show them - the TAXRATE order, the same in every partition.
       01  WS-REGION-TABLE.
           05  WS-RG-ENTRY OCCURS 20 TIMES.
               10  WS-RG-REGION         PIC X(03).
               10  WS-RG-COUNT          PIC S9(9) COMP-3.
               10  WS-RG-AMOUNT         PIC S9(11)V99 COMP-3.

      * Line layouts as WALINT and WALFEE write them, for the merged
      * total lines.
       01  WS-INT-TOTAL-LINE.
           05  WS-IT-TAG            PIC X(24).
           05  WS-IT-AMOUNT         PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(39) VALUE SPACES.
       01  WS-FEE-TOTAL-LINE.
           05  WS-FT-TAG            PIC X(15).
           05  WS-FT-FEE-CODE       PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-FT-COUNT          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-FT-AMOUNT         PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(35) VALUE SPACES.
       01  WS-REMIT-LINE.
           05  WS-RM-TAG            PIC X(07) VALUE 'REGION '.
           05  WS-RM-REGION         PIC X(03).
           05  FILLER               PIC X(10) VALUE ' POSTINGS '.
           05  WS-RM-COUNT          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(15) VALUE ' TAX WITHHELD  '.
           05  WS-RM-AMOUNT         PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(21) VALUE SPACES.
      * Call parameter block for PARMUTIL, the shared keyword-
      * parameter utility - same field layout as PARMUTIL's own
      * linkage section.
       01  WS-PARMUTIL-PARM.
           05  WS-PU-FUNCTION      PIC X(04).
           05  WS-PU-KEYWORD       PIC X(14).
           05  WS-PU-VALUE         PIC X(20).
           05  WS-PU-NUMBER        PIC S9(9)V9(2) COMP-3.
           05  WS-PU-FOUND-SW      PIC X(01).
               88  WS-PU-FOUND        VALUE 'Y'.
           05  WS-PU-NUM-OK-SW     PIC X(01).
               88  WS-PU-NUMERIC      VALUE 'Y'.
           05  WS-PU-RETURN-CODE   PIC 9(02).

      * Standard return-code/message-text registry shared with
      * FILECOPY, FILESPLIT, FILEMERGE, DB2PROG and BIPM012, so
      * operations sees one consistent set of codes and wording
      * instead of this program's own free text.
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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WALPMRG'.
       PROCEDURE DIVISION.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-MANIFEST
           PERFORM 1700-LOAD-PARTITION-TOTALS
           EVALUATE TRUE
               WHEN MERGE-INTEREST
                   PERFORM 2000-MERGE-ACCRUAL-REGISTER
                   IF TAX-IN-PLAY
                       PERFORM 2500-MERGE-TAX-LEDGER
                       PERFORM 2700-MERGE-REMIT-REPORT
                   END-IF
               WHEN MERGE-FEES
                   PERFORM 3000-MERGE-FEE-REGISTER
               WHEN MERGE-STATEMENTS
                   PERFORM 4000-MERGE-STATEMENT-PRINT
                   PERFORM 4500-MERGE-ESTMT-EXTRACT
           END-EVALUATE
           PERFORM 6000-RECONCILE-PARTITIONS
           PERFORM 7000-REPORT-MERGE

           IF NOT MERGE-RECONCILED
               MOVE 'CTOT' TO WS-ERRCODE-LOOKUP-CODE
               PERFORM 9500-LOOKUP-ERROR-CODE
               MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF

           PERFORM 9700-WRITE-RUN-LOG
           GOBACK
           .
       1000-INITIALIZE.
      * Keyword parameters through the shared PARMUTIL routine;
      * every card and the resolved value are echoed.
           MOVE 'LOAD' TO WS-PU-FUNCTION
           CALL 'PARMUTIL' USING WS-PARMUTIL-PARM

           MOVE 'GET ' TO WS-PU-FUNCTION
           MOVE 'PROGRAM' TO WS-PU-KEYWORD
           CALL 'PARMUTIL' USING WS-PARMUTIL-PARM
           IF WS-PU-FOUND
               MOVE WS-PU-VALUE TO WS-MERGE-PROGRAM
           ELSE
               MOVE SPACES TO WS-MERGE-PROGRAM
           END-IF
           DISPLAY "PARM PROGRAM = " WS-MERGE-PROGRAM

           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           PERFORM 9600-RESOLVE-BUSINESS-DATE
           MOVE ZERO TO RETURN-CODE

           IF NOT MERGE-INTEREST AND NOT MERGE-FEES
              AND NOT MERGE-STATEMENTS
               DISPLAY "WALPMRG: PROGRAM MUST BE WALINT, WALFEE OR "
                   "WALSTMT"
               MOVE 16 TO RETURN-CODE
               PERFORM 9700-WRITE-RUN-LOG
               GOBACK
           END-IF
           .

       1500-LOAD-MANIFEST.
      * The same proof WALPPLAN made when it wrote the manifest -
      * repeated here, so a manifest edited by hand since, or one
      * left over from another night, is caught before it is used.
           OPEN INPUT PARTITION-MANIFEST
           EVALUATE TRUE
               WHEN PARTMAN-OK
                   CONTINUE
               WHEN PARTMAN-NOT-FOUND
                   MOVE 'PTNF' TO WS-ERRCODE-LOOKUP-CODE
                   PERFORM 9500-LOOKUP-ERROR-CODE
                   MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-ERROR-MESSAGE
                   PERFORM 9999-ABORT
               WHEN OTHER
                   MOVE 'PARTMAN' TO WS-IO-DDNAME
                   MOVE WS-PARTMAN-STATUS TO WS-IO-STATUS
                   PERFORM 9800-IO-ERROR
           END-EVALUATE

           MOVE ZERO TO WS-NEXT-LOW
           READ PARTITION-MANIFEST
           PERFORM WITH TEST BEFORE UNTIL NOT PARTMAN-OK
               PERFORM 1600-PROVE-ONE-RECORD
               READ PARTITION-MANIFEST
           END-PERFORM
           CLOSE PARTITION-MANIFEST

           IF NOT TRAILER-SEEN
              OR WS-MANIFEST-BUS-DATE NOT = WS-RUN-BUS-DATE
               DISPLAY "WALPMRG: PARTMAN IS FOR " WS-MANIFEST-BUS-DATE
                   " - TONIGHT IS " WS-RUN-BUS-DATE
               MOVE 'PTNF' TO WS-ERRCODE-LOOKUP-CODE
               PERFORM 9500-LOOKUP-ERROR-CODE
               MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           IF WS-NEXT-LOW NOT = WS-RANGE-END + 1
               DISPLAY "WALPMRG: PARTITIONS END BEFORE CUSTOMER "
                   WS-RANGE-END
               MOVE 'N' TO WS-COVERAGE-SW
           END-IF
           IF NOT COVERAGE-PROVED
               MOVE 'PTCV' TO WS-ERRCODE-LOOKUP-CODE
               PERFORM 9500-LOOKUP-ERROR-CODE
               MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .

       1600-PROVE-ONE-RECORD.
           IF TRAILER-SEEN
               DISPLAY "WALPMRG: PARTMAN RECORD AFTER THE TRAILER"
               MOVE 'N' TO WS-COVERAGE-SW
           ELSE
               IF PTM-TRL-ID = 'TRAILER'
                   MOVE 'Y' TO WS-TRAILER-SW
                   MOVE PTM-TRL-BUS-DATE TO WS-MANIFEST-BUS-DATE
                   IF PTM-TRL-PARTITIONS NOT = WS-MANIFEST-READ-COUNT
                       DISPLAY "WALPMRG: PARTMAN TRAILER SAYS "
                           PTM-TRL-PARTITIONS " PARTITIONS"
                       MOVE 'N' TO WS-COVERAGE-SW
                   END-IF
               ELSE
                   ADD 1 TO WS-MANIFEST-READ-COUNT
                   IF WS-MANIFEST-READ-COUNT > WS-PARTITION-MAX
                       MOVE 'PTMX' TO WS-ERRCODE-LOOKUP-CODE
                       PERFORM 9500-LOOKUP-ERROR-CODE
                       MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-ERROR-MESSAGE
                       PERFORM 9999-ABORT
                   END-IF
                   IF PTM-PARTITION NOT = WS-MANIFEST-READ-COUNT
                      OR PTM-LOW-CUSTOMER NOT = WS-NEXT-LOW
                      OR PTM-LOW-CUSTOMER > PTM-HIGH-CUSTOMER
                       DISPLAY "WALPMRG: PARTITION " PTM-PARTITION
                           " RANGE " PTM-LOW-CUSTOMER " TO "
                           PTM-HIGH-CUSTOMER " DOES NOT FOLLOW ON"
                       MOVE 'N' TO WS-COVERAGE-SW
                   END-IF
                   COMPUTE WS-NEXT-LOW = PTM-HIGH-CUSTOMER + 1
                   MOVE WS-MANIFEST-READ-COUNT TO WS-PARTITION-COUNT
                   MOVE PTM-LOW-CUSTOMER
                     TO WS-PT-LOW (WS-PARTITION-COUNT)
                   MOVE PTM-HIGH-CUSTOMER
                     TO WS-PT-HIGH (WS-PARTITION-COUNT)
                   MOVE 'N' TO WS-PT-LOADED-SW (WS-PARTITION-COUNT)
                   MOVE ZERO
                     TO WS-PT-MERGED-COUNT (WS-PARTITION-COUNT)
                        WS-PT-MERGED-AMOUNT (WS-PARTITION-COUNT)
                        WS-PT-MERGED-SECOND (WS-PARTITION-COUNT)
               END-IF
           END-IF
           .

       1700-LOAD-PARTITION-TOTALS.
      * One PARTTOT record per partition, for this program, for
      * tonight, over exactly the range the manifest gives it. A
      * partition that never finished leaves none - and its register
      * cannot be trusted to be whole.
           OPEN INPUT PARTITION-TOTALS-FILE
           IF NOT PARTTOT-OK
               MOVE 'PARTTOT' TO WS-IO-DDNAME
               MOVE WS-PARTTOT-STATUS TO WS-IO-STATUS
               PERFORM 9800-IO-ERROR
           END-IF
           READ PARTITION-TOTALS-FILE
           PERFORM WITH TEST BEFORE UNTIL NOT PARTTOT-OK
               PERFORM 1750-LOAD-ONE-PARTITION
               READ PARTITION-TOTALS-FILE
           END-PERFORM
           CLOSE PARTITION-TOTALS-FILE

           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX > WS-PARTITION-COUNT
               IF NOT WS-PT-LOADED (WS-PART-IX)
                   MOVE WS-PART-IX TO WS-PART-NUM-DISPLAY
                   DISPLAY "WALPMRG: NO " WS-MERGE-PROGRAM
                       " PARTTOT RECORD FOR PARTITION "
                       WS-PART-NUM-DISPLAY
                   MOVE 'N' TO WS-RECONCILED-SW
               END-IF
           END-PERFORM
           IF NOT MERGE-RECONCILED
               MOVE 'CTOT' TO WS-ERRCODE-LOOKUP-CODE
               PERFORM 9500-LOOKUP-ERROR-CODE
               MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           .

       1750-LOAD-ONE-PARTITION.
           IF PTT-PROGRAM NOT = WS-MERGE-PROGRAM
              OR PTT-BUS-DATE NOT = WS-RUN-BUS-DATE
              OR PTT-PARTITION NOT NUMERIC
              OR PTT-PARTITION < 1
              OR PTT-PARTITION > WS-PARTITION-COUNT
               DISPLAY "WALPMRG: PARTTOT RECORD FOR " PTT-PROGRAM
                   " PARTITION " PTT-PARTITION " OF " PTT-BUS-DATE
                   " DOES NOT BELONG TO THIS MERGE"
               MOVE 'N' TO WS-RECONCILED-SW
           ELSE
               MOVE PTT-PARTITION TO WS-PART-IX
               IF WS-PT-LOADED (WS-PART-IX)
                  OR PTT-LOW-CUSTOMER NOT = WS-PT-LOW (WS-PART-IX)
                  OR PTT-HIGH-CUSTOMER NOT = WS-PT-HIGH (WS-PART-IX)
                   DISPLAY "WALPMRG: PARTTOT PARTITION " PTT-PARTITION
                       " RANGE " PTT-LOW-CUSTOMER " TO "
                       PTT-HIGH-CUSTOMER " IS DOUBLED OR NOT AS PLANNED"
                   MOVE 'N' TO WS-RECONCILED-SW
               ELSE
                   MOVE 'Y' TO WS-PT-LOADED-SW (WS-PART-IX)
                   MOVE PTT-DETAIL-COUNT
                     TO WS-PT-DETAIL-COUNT (WS-PART-IX)
                   MOVE PTT-DETAIL-AMOUNT
                     TO WS-PT-DETAIL-AMOUNT (WS-PART-IX)
                   MOVE PTT-SECOND-COUNT
                     TO WS-PT-SECOND-COUNT (WS-PART-IX)
                   MOVE PTT-SECOND-AMOUNT
                     TO WS-PT-SECOND-AMOUNT (WS-PART-IX)
                   MOVE PTT-THIRD-COUNT
                     TO WS-PT-THIRD-COUNT (WS-PART-IX)
                   ADD PTT-DETAIL-COUNT TO WS-PTT-DETAIL-COUNT
                   ADD PTT-DETAIL-AMOUNT TO WS-PTT-DETAIL-AMOUNT
                   ADD PTT-SECOND-COUNT TO WS-PTT-SECOND-COUNT
                   ADD PTT-SECOND-AMOUNT TO WS-PTT-SECOND-AMOUNT
                   ADD PTT-THIRD-COUNT TO WS-PTT-THIRD-COUNT
               END-IF
           END-IF
           .

       2000-MERGE-ACCRUAL-REGISTER.
      * Accrual lines are copied as they stand; each partition's
      * total lines are summed and dropped, and the night's totals
      * written once at the end in their place.
           PERFORM 5000-OPEN-REGISTERS
           MOVE ZERO TO WS-LAST-CUSTOMER
           READ REGISTER-IN
           PERFORM WITH TEST BEFORE UNTIL NOT REGIN-OK
               ADD 1 TO WS-READ-COUNT
               EVALUATE TRUE
                   WHEN REGISTER-IN-RECORD (1:9) IS NUMERIC
                       MOVE REGISTER-IN-RECORD (1:9) TO WS-CUSTOMER
                       PERFORM 5200-FIND-PARTITION
                       MOVE REGISTER-IN-RECORD (30:13)
                         TO WS-ED-DETAIL-TEXT
                       MOVE WS-ED-DETAIL-AMOUNT TO WS-AMOUNT
                       ADD 1 TO WS-DETAIL-COUNT
                       ADD WS-AMOUNT TO WS-DETAIL-AMOUNT
                       ADD 1 TO WS-PT-MERGED-COUNT (WS-PART-FOUND-IX)
                       ADD WS-AMOUNT
                         TO WS-PT-MERGED-AMOUNT (WS-PART-FOUND-IX)
                       PERFORM 5100-COPY-REGISTER-LINE
                   WHEN REGISTER-IN-RECORD (1:24)
                           = 'TOTAL INTEREST ACCRUED  '
                       MOVE REGISTER-IN-RECORD (25:17)
                         TO WS-ED-TOTAL-TEXT
                       MOVE WS-ED-TOTAL-AMOUNT TO WS-AMOUNT
                       ADD WS-AMOUNT TO WS-TOTLINE-AMOUNT
                       ADD 1 TO WS-TOTLINE-LINES
                   WHEN REGISTER-IN-RECORD (1:24)
                           = 'TOTAL TAX WITHHELD      '
                       MOVE REGISTER-IN-RECORD (25:17)
                         TO WS-ED-TOTAL-TEXT
                       MOVE WS-ED-TOTAL-AMOUNT TO WS-AMOUNT
                       ADD WS-AMOUNT TO WS-TAXLINE-AMOUNT
                       ADD 1 TO WS-TAXLINE-LINES
                       MOVE 'Y' TO WS-TAX-SW
                   WHEN OTHER
                       PERFORM 5100-COPY-REGISTER-LINE
               END-EVALUATE
               READ REGISTER-IN
           END-PERFORM

           MOVE SPACES TO WS-INT-TOTAL-LINE
           MOVE 'TOTAL INTEREST ACCRUED  ' TO WS-IT-TAG
           MOVE WS-DETAIL-AMOUNT TO WS-IT-AMOUNT
           MOVE WS-INT-TOTAL-LINE TO REGISTER-OUT-RECORD
           WRITE REGISTER-OUT-RECORD
           ADD 1 TO WS-WRITE-COUNT
           IF TAX-IN-PLAY
               MOVE SPACES TO WS-INT-TOTAL-LINE
               MOVE 'TOTAL TAX WITHHELD      ' TO WS-IT-TAG
               MOVE WS-TAXLINE-AMOUNT TO WS-IT-AMOUNT
               MOVE WS-INT-TOTAL-LINE TO REGISTER-OUT-RECORD
               WRITE REGISTER-OUT-RECORD
               ADD 1 TO WS-WRITE-COUNT
           END-IF
           CLOSE REGISTER-IN
           CLOSE REGISTER-OUT

      * Every partition closes its register with its own interest
      * total, and those totals must add up to the lines above them.
           IF WS-TOTLINE-LINES NOT = WS-PARTITION-COUNT
              OR WS-TOTLINE-AMOUNT NOT = WS-DETAIL-AMOUNT
               MOVE WS-TOTLINE-AMOUNT TO WS-ED-GRAND-AMOUNT
               DISPLAY "WALPMRG: " WS-TOTLINE-LINES
                   " PARTITION INTEREST TOTALS COME TO "
                   WS-ED-GRAND-AMOUNT
               MOVE 'N' TO WS-RECONCILED-SW
           END-IF
           IF WS-TAXLINE-AMOUNT NOT = WS-PTT-SECOND-AMOUNT
               MOVE WS-TAXLINE-AMOUNT TO WS-ED-GRAND-AMOUNT
               DISPLAY "WALPMRG: PARTITION TAX TOTALS COME TO "
                   WS-ED-GRAND-AMOUNT " - NOT AS PARTTOT"
               MOVE 'N' TO WS-RECONCILED-SW
           END-IF
           .

       2500-MERGE-TAX-LEDGER.
      * Each partition withheld into a ledger of its own - two jobs
      * cannot extend the one cumulative ledger at the same time -
      * so tonight's postings join it here, once every partition is
      * through.
           OPEN INPUT TAX-LEDGER-IN
           IF NOT TAXIN-OK
               MOVE 'TAXIN' TO WS-IO-DDNAME
               MOVE WS-TAXIN-STATUS TO WS-IO-STATUS
               PERFORM 9800-IO-ERROR
           END-IF
           OPEN EXTEND TAX-LEDGER-OUT
           IF NOT TAXOUT-OK
               MOVE 'WTAXLEDG' TO WS-IO-DDNAME
               MOVE WS-TAXOUT-STATUS TO WS-IO-STATUS
               PERFORM 9800-IO-ERROR
           END-IF
           READ TAX-LEDGER-IN
           PERFORM WITH TEST BEFORE UNTIL NOT TAXIN-OK
               ADD 1 TO WS-READ-COUNT
               IF TXL-DATE NOT = WS-RUN-BUS-DATE
                   DISPLAY "WALPMRG: TAXIN POSTING " TXL-ADJ-REF
                       " IS DATED " TXL-DATE " - NOT TONIGHT"
                   MOVE 'N' TO WS-RECONCILED-SW
               END-IF
               ADD 1 TO WS-LEDGER-COUNT
               ADD TXL-TAX TO WS-LEDGER-AMOUNT
               MOVE TAX-LEDGER-IN-RECORD TO TAX-LEDGER-OUT-RECORD
               WRITE TAX-LEDGER-OUT-RECORD
               ADD 1 TO WS-WRITE-COUNT
               READ TAX-LEDGER-IN
           END-PERFORM
           CLOSE TAX-LEDGER-IN
           CLOSE TAX-LEDGER-OUT

           IF WS-LEDGER-COUNT NOT = WS-PTT-SECOND-COUNT
              OR WS-LEDGER-AMOUNT NOT = WS-PTT-SECOND-AMOUNT
               MOVE WS-LEDGER-AMOUNT TO WS-ED-GRAND-AMOUNT
               MOVE WS-LEDGER-COUNT TO WS-ED-GRAND-COUNT
               DISPLAY "WALPMRG: TAXIN HOLDS " WS-ED-GRAND-COUNT
                   " POSTINGS FOR " WS-ED-GRAND-AMOUNT
                   " - NOT AS PARTTOT"
               MOVE 'N' TO WS-RECONCILED-SW
           END-IF
           .

       2700-MERGE-REMIT-REPORT.
      * The partitions' remittance lines summed region by region, so
      * the tax office's figure still reads straight off one page.
           OPEN INPUT REMIT-IN
           IF NOT RMTIN-OK
               MOVE 'RMTIN' TO WS-IO-DDNAME
               MOVE WS-RMTIN-STATUS TO WS-IO-STATUS
               PERFORM 9800-IO-ERROR
           END-IF
           READ REMIT-IN
           PERFORM WITH TEST BEFORE UNTIL NOT RMTIN-OK
               ADD 1 TO WS-READ-COUNT
               IF REMIT-IN-RECORD (1:7) = 'REGION '
                   PERFORM 2750-ADD-REMIT-LINE
               END-IF
               READ REMIT-IN
           END-PERFORM
           CLOSE REMIT-IN

           OPEN OUTPUT REMIT-OUT
           IF NOT RMTOUT-OK
               MOVE 'WTAXRPT' TO WS-IO-DDNAME
               MOVE WS-RMTOUT-STATUS TO WS-IO-STATUS
               PERFORM 9800-IO-ERROR
           END-IF
           PERFORM VARYING WS-REGION-IX FROM 1 BY 1
                   UNTIL WS-REGION-IX > WS-REGION-COUNT
               MOVE WS-RG-REGION (WS-REGION-IX) TO WS-RM-REGION
               MOVE WS-RG-COUNT (WS-REGION-IX) TO WS-RM-COUNT
               MOVE WS-RG-AMOUNT (WS-REGION-IX) TO WS-RM-AMOUNT
               MOVE WS-REMIT-LINE TO REMIT-OUT-RECORD
               WRITE REMIT-OUT-RECORD
               ADD 1 TO WS-WRITE-COUNT
               ADD WS-RG-COUNT (WS-REGION-IX) TO WS-REMIT-COUNT
               ADD WS-RG-AMOUNT (WS-REGION-IX) TO WS-REMIT-AMOUNT
           END-PERFORM
           CLOSE REMIT-OUT

           IF WS-REMIT-COUNT NOT = WS-LEDGER-COUNT
              OR WS-REMIT-AMOUNT NOT = WS-LEDGER-AMOUNT
               MOVE WS-REMIT-AMOUNT TO WS-ED-GRAND-AMOUNT
               DISPLAY "WALPMRG: REMITTANCE REGIONS COME TO "
                   WS-ED-GRAND-AMOUNT " - NOT AS THE LEDGER"
               MOVE 'N' TO WS-RECONCILED-SW
           END-IF
           .

       2750-ADD-REMIT-LINE.
           MOVE ZERO TO WS-REGION-FOUND-IX
           PERFORM VARYING WS-REGION-IX FROM 1 BY 1
                   UNTIL WS-REGION-IX > WS-REGION-COUNT
               IF WS-RG-REGION (WS-REGION-IX)
                       = REMIT-IN-RECORD (8:3)
                   MOVE WS-REGION-IX TO WS-REGION-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-REGION-FOUND-IX = ZERO
               IF WS-REGION-COUNT NOT < WS-REGION-MAX
                   DISPLAY "WALPMRG: RMTIN HOLDS MORE THAN "
                       WS-REGION-MAX " REGIONS"
                   MOVE 'N' TO WS-RECONCILED-SW
               ELSE
                   ADD 1 TO WS-REGION-COUNT
                   MOVE WS-REGION-COUNT TO WS-REGION-FOUND-IX
                   MOVE REMIT-IN-RECORD (8:3)
                     TO WS-RG-REGION (WS-REGION-FOUND-IX)
                   MOVE ZERO TO WS-RG-COUNT (WS-REGION-FOUND-IX)
                                WS-RG-AMOUNT (WS-REGION-FOUND-IX)
               END-IF
           END-IF
           IF WS-REGION-FOUND-IX > ZERO
               MOVE REMIT-IN-RECORD (21:7) TO WS-ED-COUNT-TEXT
               MOVE WS-ED-COUNT TO WS-LINE-COUNT
               ADD WS-LINE-COUNT TO WS-RG-COUNT (WS-REGION-FOUND-IX)
               MOVE REMIT-IN-RECORD (43:17) TO WS-ED-TOTAL-TEXT
               MOVE WS-ED-TOTAL-AMOUNT TO WS-AMOUNT
               ADD WS-AMOUNT TO WS-RG-AMOUNT (WS-REGION-FOUND-IX)
           END-IF
           .

       3000-MERGE-FEE-REGISTER.
      * Fee lines are copied as they stand; each partition's per-code
      * total lines are summed code by code and dropped, and one
      * total line per code written for the whole night at the end.
           PERFORM 5000-OPEN-REGISTERS
           MOVE ZERO TO WS-LAST-CUSTOMER
           READ REGISTER-IN
           PERFORM WITH TEST BEFORE UNTIL NOT REGIN-OK
               ADD 1 TO WS-READ-COUNT
               EVALUATE TRUE
                   WHEN REGISTER-IN-RECORD (1:9) IS NUMERIC
                       MOVE REGISTER-IN-RECORD (1:9) TO WS-CUSTOMER
                       PERFORM 5200-FIND-PARTITION
                       MOVE REGISTER-IN-RECORD (35:13)
                         TO WS-ED-DETAIL-TEXT
                       MOVE WS-ED-DETAIL-AMOUNT TO WS-AMOUNT
                       ADD 1 TO WS-DETAIL-COUNT
                       ADD WS-AMOUNT TO WS-DETAIL-AMOUNT
                       ADD 1 TO WS-PT-MERGED-COUNT (WS-PART-FOUND-IX)
                       ADD WS-AMOUNT
                         TO WS-PT-MERGED-AMOUNT (WS-PART-FOUND-IX)
                       MOVE REGISTER-IN-RECORD (14:4) TO WS-FEE-CODE
                       PERFORM 3200-FIND-FEE-CODE
                       IF WS-CODE-FOUND-IX > ZERO
                           ADD 1
                             TO WS-FC-DETAIL-COUNT (WS-CODE-FOUND-IX)
                           ADD WS-AMOUNT
                             TO WS-FC-DETAIL-AMOUNT (WS-CODE-FOUND-IX)
                       END-IF
                       PERFORM 5100-COPY-REGISTER-LINE
                   WHEN REGISTER-IN-RECORD (1:15) = 'TOTAL FOR FEE  '
                       MOVE REGISTER-IN-RECORD (16:4) TO WS-FEE-CODE
                       PERFORM 3200-FIND-FEE-CODE
                       ADD 1 TO WS-TOTLINE-LINES
                       MOVE REGISTER-IN-RECORD (21:7)
                         TO WS-ED-COUNT-TEXT
                       MOVE WS-ED-COUNT TO WS-LINE-COUNT
                       MOVE REGISTER-IN-RECORD (29:17)
                         TO WS-ED-TOTAL-TEXT
                       MOVE WS-ED-TOTAL-AMOUNT TO WS-AMOUNT
                       ADD WS-LINE-COUNT TO WS-TOTLINE-COUNT
                       ADD WS-AMOUNT TO WS-TOTLINE-AMOUNT
                       IF WS-CODE-FOUND-IX > ZERO
                           ADD WS-LINE-COUNT
                             TO WS-FC-TOTAL-COUNT (WS-CODE-FOUND-IX)
                           ADD WS-AMOUNT
                             TO WS-FC-TOTAL-AMOUNT (WS-CODE-FOUND-IX)
                       END-IF
                   WHEN OTHER
                       PERFORM 5100-COPY-REGISTER-LINE
               END-EVALUATE
               READ REGISTER-IN
           END-PERFORM

           PERFORM VARYING WS-CODE-IX FROM 1 BY 1
                   UNTIL WS-CODE-IX > WS-CODE-COUNT
               MOVE SPACES TO WS-FEE-TOTAL-LINE
               MOVE 'TOTAL FOR FEE  ' TO WS-FT-TAG
               MOVE WS-FC-CODE (WS-CODE-IX) TO WS-FT-FEE-CODE
               MOVE WS-FC-DETAIL-COUNT (WS-CODE-IX) TO WS-FT-COUNT
               MOVE WS-FC-DETAIL-AMOUNT (WS-CODE-IX) TO WS-FT-AMOUNT
               MOVE WS-FEE-TOTAL-LINE TO REGISTER-OUT-RECORD
               WRITE REGISTER-OUT-RECORD
               ADD 1 TO WS-WRITE-COUNT
      * Code by code, the lines must add up to the partitions' own
      * total lines for that code.
               IF WS-FC-DETAIL-COUNT (WS-CODE-IX)
                       NOT = WS-FC-TOTAL-COUNT (WS-CODE-IX)
                  OR WS-FC-DETAIL-AMOUNT (WS-CODE-IX)
                       NOT = WS-FC-TOTAL-AMOUNT (WS-CODE-IX)
                   DISPLAY "WALPMRG: FEE " WS-FC-CODE (WS-CODE-IX)
                       " LINES DO NOT ADD UP TO THE PARTITION TOTALS"
                   MOVE 'N' TO WS-RECONCILED-SW
               END-IF
           END-PERFORM
           CLOSE REGISTER-IN
           CLOSE REGISTER-OUT

           IF WS-TOTLINE-LINES NOT = WS-PTT-SECOND-COUNT
              OR WS-TOTLINE-COUNT NOT = WS-DETAIL-COUNT
              OR WS-TOTLINE-AMOUNT NOT = WS-DETAIL-AMOUNT
               MOVE WS-TOTLINE-AMOUNT TO WS-ED-GRAND-AMOUNT
               DISPLAY "WALPMRG: " WS-TOTLINE-LINES
                   " PARTITION FEE TOTALS COME TO "
                   WS-ED-GRAND-AMOUNT
               MOVE 'N' TO WS-RECONCILED-SW
           END-IF
           .

       3200-FIND-FEE-CODE.
           MOVE ZERO TO WS-CODE-FOUND-IX
           PERFORM VARYING WS-CODE-IX FROM 1 BY 1
                   UNTIL WS-CODE-IX > WS-CODE-COUNT
               IF WS-FC-CODE (WS-CODE-IX) = WS-FEE-CODE
                   MOVE WS-CODE-IX TO WS-CODE-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-CODE-FOUND-IX = ZERO
               IF WS-CODE-COUNT NOT < WS-CODE-MAX
                   DISPLAY "WALPMRG: REGIN HOLDS MORE THAN "
                       WS-CODE-MAX " FEE CODES"
                   MOVE 'N' TO WS-RECONCILED-SW
               ELSE
                   ADD 1 TO WS-CODE-COUNT
                   MOVE WS-CODE-COUNT TO WS-CODE-FOUND-IX
                   MOVE WS-FEE-CODE TO WS-FC-CODE (WS-CODE-FOUND-IX)
                   MOVE ZERO
                     TO WS-FC-DETAIL-COUNT (WS-CODE-FOUND-IX)
                        WS-FC-DETAIL-AMOUNT (WS-CODE-FOUND-IX)
                        WS-FC-TOTAL-COUNT (WS-CODE-FOUND-IX)
                        WS-FC-TOTAL-AMOUNT (WS-CODE-FOUND-IX)
               END-IF
           END-IF
           .

       4000-MERGE-STATEMENT-PRINT.
      * The print is copied line for line - carriage control and all
      * - and each statement's head line counted to its partition.
           OPEN INPUT PRINT-IN
           IF NOT PRTIN-OK
               MOVE 'PRTIN' TO WS-IO-DDNAME
               MOVE WS-PRTIN-STATUS TO WS-IO-STATUS
               PERFORM 9800-IO-ERROR
           END-IF
           OPEN OUTPUT PRINT-OUT
           IF NOT PRTOUT-OK
               MOVE 'PRTOUT' TO WS-IO-DDNAME
               MOVE WS-PRTOUT-STATUS TO WS-IO-STATUS
               PERFORM 9800-IO-ERROR
           END-IF
           MOVE ZERO TO WS-LAST-CUSTOMER
           READ PRINT-IN
           PERFORM WITH TEST BEFORE UNTIL NOT PRTIN-OK
               ADD 1 TO WS-READ-COUNT
               IF PRINT-IN-RECORD (2:21) = 'WALLET STATEMENT FOR '
                   IF PRINT-IN-RECORD (41:9) IS NUMERIC
                       MOVE PRINT-IN-RECORD (41:9) TO WS-CUSTOMER
                       PERFORM 5200-FIND-PARTITION
                       ADD 1 TO WS-DETAIL-COUNT
                       ADD 1 TO WS-PT-MERGED-COUNT (WS-PART-FOUND-IX)
                   ELSE
                       DISPLAY "WALPMRG: PRTIN HEAD LINE WITH NO "
                           "CUSTOMER NUMBER"
                       MOVE 'N' TO WS-RECONCILED-SW
                   END-IF
               END-IF
               MOVE PRINT-IN-RECORD TO PRINT-OUT-RECORD
               WRITE PRINT-OUT-RECORD
               ADD 1 TO WS-WRITE-COUNT
               READ PRINT-IN
           END-PERFORM
           CLOSE PRINT-IN
           CLOSE PRINT-OUT
           .

       4500-MERGE-ESTMT-EXTRACT.
      * E-statements are copied as they stand; each partition's
      * trailer must count the records since the one before it, and
      * one trailer counting them all closes the merged extract.
           OPEN INPUT ESTMT-IN
           IF NOT ESTIN-OK
               MOVE 'ESTIN' TO WS-IO-DDNAME
               MOVE WS-ESTIN-STATUS TO WS-IO-STATUS
               PERFORM 9800-IO-ERROR
           END-IF
           OPEN OUTPUT ESTMT-OUT
           IF NOT ESTOUT-OK
               MOVE 'ESTOUT' TO WS-IO-DDNAME
               MOVE WS-ESTOUT-STATUS TO WS-IO-STATUS
               PERFORM 9800-IO-ERROR
           END-IF
           MOVE ZERO TO WS-LAST-CUSTOMER
           READ ESTMT-IN
           PERFORM WITH TEST BEFORE UNTIL NOT ESTIN-OK
               ADD 1 TO WS-READ-COUNT
               IF ESTRL-ID = 'TRAILER'
                   ADD 1 TO WS-ESTMT-TRAILERS
                   IF ESTRL-RECORD-COUNT NOT = WS-ESTMT-SINCE-TRAILER
                       DISPLAY "WALPMRG: ESTIN TRAILER "
                           WS-ESTMT-TRAILERS " COUNTS "
                           ESTRL-RECORD-COUNT " E-STATEMENTS"
                       MOVE 'N' TO WS-RECONCILED-SW
                   END-IF
                   MOVE ZERO TO WS-ESTMT-SINCE-TRAILER
               ELSE
                   MOVE EST-CUSTOMER-ID TO WS-CUSTOMER
                   PERFORM 5200-FIND-PARTITION
                   ADD 1 TO WS-ESTMT-COUNT
                   ADD 1 TO WS-ESTMT-SINCE-TRAILER
                   ADD 1 TO WS-PT-MERGED-SECOND (WS-PART-FOUND-IX)
                   MOVE ESTMT-IN-RECORD TO ESTMT-OUT-RECORD
                   WRITE ESTMT-OUT-RECORD
                   ADD 1 TO WS-WRITE-COUNT
               END-IF
               READ ESTMT-IN
           END-PERFORM
           MOVE SPACES TO ESTMT-OUT-RECORD
           MOVE 'TRAILER' TO ESTO-ID
           MOVE WS-ESTMT-COUNT TO ESTO-RECORD-COUNT
           WRITE ESTMT-OUT-RECORD
           ADD 1 TO WS-WRITE-COUNT
           CLOSE ESTMT-IN
           CLOSE ESTMT-OUT

           IF WS-ESTMT-TRAILERS NOT = WS-PARTITION-COUNT
              OR WS-ESTMT-SINCE-TRAILER NOT = ZERO
               DISPLAY "WALPMRG: ESTIN HOLDS " WS-ESTMT-TRAILERS
                   " TRAILERS - ONE PER PARTITION EXPECTED"
               MOVE 'N' TO WS-RECONCILED-SW
           END-IF
           .

       5000-OPEN-REGISTERS.
           OPEN INPUT REGISTER-IN
           IF NOT REGIN-OK
               MOVE 'REGIN' TO WS-IO-DDNAME
               MOVE WS-REGIN-STATUS TO WS-IO-STATUS
               PERFORM 9800-IO-ERROR
           END-IF
           OPEN OUTPUT REGISTER-OUT
           IF NOT REGOUT-OK
               MOVE 'REGOUT' TO WS-IO-DDNAME
               MOVE WS-REGOUT-STATUS TO WS-IO-STATUS
               PERFORM 9800-IO-ERROR
           END-IF
           .

       5100-COPY-REGISTER-LINE.
           MOVE REGISTER-IN-RECORD TO REGISTER-OUT-RECORD
           WRITE REGISTER-OUT-RECORD
           ADD 1 TO WS-WRITE-COUNT
           .

       5200-FIND-PARTITION.
      * The partitions are concatenated in partition order and each
      * runs in customer order, so the whole input must run in
      * customer order - a partition missing from the concatenation,
      * doubled in it or out of its place breaks the sequence here.
           IF WS-CUSTOMER < WS-LAST-CUSTOMER
               DISPLAY "WALPMRG: CUSTOMER " WS-CUSTOMER
                   " FOLLOWS CUSTOMER " WS-LAST-CUSTOMER
               MOVE 'MSEQ' TO WS-ERRCODE-LOOKUP-CODE
               PERFORM 9500-LOOKUP-ERROR-CODE
               MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-ERROR-MESSAGE
               PERFORM 9999-ABORT
           END-IF
           MOVE WS-CUSTOMER TO WS-LAST-CUSTOMER
           MOVE ZERO TO WS-PART-FOUND-IX
           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX > WS-PARTITION-COUNT
               IF WS-CUSTOMER NOT < WS-PT-LOW (WS-PART-IX)
                  AND WS-CUSTOMER NOT > WS-PT-HIGH (WS-PART-IX)
                   MOVE WS-PART-IX TO WS-PART-FOUND-IX
               END-IF
           END-PERFORM
           .

       6000-RECONCILE-PARTITIONS.
      * Partition by partition, what the merge found in its range
      * against what the partition said it wrote.
           PERFORM VARYING WS-PART-IX FROM 1 BY 1
                   UNTIL WS-PART-IX > WS-PARTITION-COUNT
               MOVE WS-PART-IX TO WS-PART-NUM-DISPLAY
               IF WS-PT-MERGED-COUNT (WS-PART-IX)
                       NOT = WS-PT-DETAIL-COUNT (WS-PART-IX)
                  OR WS-PT-MERGED-AMOUNT (WS-PART-IX)
                       NOT = WS-PT-DETAIL-AMOUNT (WS-PART-IX)
                   MOVE WS-PT-MERGED-COUNT (WS-PART-IX)
                     TO WS-ED-GRAND-COUNT
                   DISPLAY "WALPMRG: PARTITION " WS-PART-NUM-DISPLAY
                       " - " WS-ED-GRAND-COUNT
                       " LINES IN ITS RANGE, NOT AS ITS PARTTOT"
                   MOVE 'N' TO WS-RECONCILED-SW
               END-IF
               IF MERGE-STATEMENTS
                  AND WS-PT-MERGED-SECOND (WS-PART-IX)
                       NOT = WS-PT-SECOND-COUNT (WS-PART-IX)
                   MOVE WS-PT-MERGED-SECOND (WS-PART-IX)
                     TO WS-ED-GRAND-COUNT
                   DISPLAY "WALPMRG: PARTITION " WS-PART-NUM-DISPLAY
                       " - " WS-ED-GRAND-COUNT
                       " E-STATEMENTS, NOT AS ITS PARTTOT"
                   MOVE 'N' TO WS-RECONCILED-SW
               END-IF
           END-PERFORM
           .

       7000-REPORT-MERGE.
           MOVE WS-PARTITION-COUNT TO WS-PART-NUM-DISPLAY
           DISPLAY "WALPMRG: " WS-MERGE-PROGRAM " - "
               WS-PART-NUM-DISPLAY " PARTITIONS MERGED FOR "
               WS-RUN-BUS-DATE
           EVALUATE TRUE
               WHEN MERGE-INTEREST
                   MOVE WS-DETAIL-COUNT TO WS-ED-GRAND-COUNT
                   DISPLAY "WALPMRG: WALLETS ACCRUED: "
                       WS-ED-GRAND-COUNT
                   MOVE WS-DETAIL-AMOUNT TO WS-ED-GRAND-AMOUNT
                   DISPLAY "WALPMRG: TOTAL INTEREST ACCRUED: "
                       WS-ED-GRAND-AMOUNT
                   MOVE WS-PTT-THIRD-COUNT TO WS-ED-GRAND-COUNT
                   DISPLAY "WALPMRG: WALLETS WITH NO INTEREST: "
                       WS-ED-GRAND-COUNT
                   IF TAX-IN-PLAY
                       MOVE WS-LEDGER-COUNT TO WS-ED-GRAND-COUNT
                       DISPLAY "WALPMRG: TAX POSTINGS WITHHELD: "
                           WS-ED-GRAND-COUNT
                       MOVE WS-LEDGER-AMOUNT TO WS-ED-GRAND-AMOUNT
                       DISPLAY "WALPMRG: TOTAL TAX WITHHELD: "
                           WS-ED-GRAND-AMOUNT
                   END-IF
               WHEN MERGE-FEES
                   MOVE WS-DETAIL-COUNT TO WS-ED-GRAND-COUNT
                   DISPLAY "WALPMRG: FEES POSTED: " WS-ED-GRAND-COUNT
                   MOVE WS-DETAIL-AMOUNT TO WS-ED-GRAND-AMOUNT
                   DISPLAY "WALPMRG: TOTAL FEES: " WS-ED-GRAND-AMOUNT
               WHEN MERGE-STATEMENTS
                   MOVE WS-DETAIL-COUNT TO WS-ED-GRAND-COUNT
                   DISPLAY "WALPMRG: STATEMENTS PRINTED: "
                       WS-ED-GRAND-COUNT
                   MOVE WS-ESTMT-COUNT TO WS-ED-GRAND-COUNT
                   DISPLAY "WALPMRG: E-STATEMENTS: " WS-ED-GRAND-COUNT
                   MOVE WS-PTT-THIRD-COUNT TO WS-ED-GRAND-COUNT
                   DISPLAY "WALPMRG: HELD FOR RETURNED MAIL: "
                       WS-ED-GRAND-COUNT
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

       9800-IO-ERROR.
           DISPLAY "WALPMRG: " WS-IO-DDNAME " FILE STATUS "
               WS-IO-STATUS
           MOVE 'IOER' TO WS-ERRCODE-LOOKUP-CODE
           PERFORM 9500-LOOKUP-ERROR-CODE
           MOVE WS-ERRCODE-LOOKUP-TEXT TO WS-ERROR-MESSAGE
           PERFORM 9999-ABORT
           .
      * The abort path logs the run too, so a failed merge shows on
      * the morning line with its real return code instead of
      * vanishing.
       9999-ABORT.
           DISPLAY WS-ERROR-MESSAGE
           MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
           PERFORM 9700-WRITE-RUN-LOG
           GOBACK
           .

       9700-WRITE-RUN-LOG.
      * Append this run's standard record to the shared run log -
      * the counts tell the morning line what moved, the return
      * code whether it moved cleanly.
           MOVE WS-PGM-NAME TO RUN-PROGRAM
           MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE
           MOVE WS-RUN-START-TIME TO RUN-START-TIME
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO RUN-END-TIME (1:2)
           MOVE ':'                   TO RUN-END-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO RUN-END-TIME (4:2)
           MOVE ':'                   TO RUN-END-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO RUN-END-TIME (7:2)
           MOVE WS-READ-COUNT TO RUN-RECS-IN
           MOVE WS-WRITE-COUNT TO RUN-RECS-OUT
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
               DISPLAY 'WALPMRG: RUN LOG UNAVAILABLE - STATUS '
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
                           DISPLAY 'WALPMRG: BUSINESS DATE '
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
                   DISPLAY 'WALPMRG: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'WALPMRG: UNEXPECTED BUSDATE STATUS '
                       WS-BUSDATE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .
