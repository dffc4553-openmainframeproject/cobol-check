      * for print. The opening balance is the OLD_WALLET of the
      * month's first movement (or the current wallet when the month
      * had none), the closing balance the NEW_WALLET of its last.
      *
      * The movements come from the MOVEXTR daily extracts WALMVXTR
      * writes, read as one concatenation of every generation kept,
      * rather than from a TEXE2HIST cursor per wallet. Each day's
      * extract must count out to its own trailer and no business
      * date may appear twice; the rows inside the statement window
      * are sorted into wallet and timestamp order and matched
      * against the wallet cursor as it goes.
      *
      * In the partitioned month-end stream a fourth card gives the
      * partition number and the customer range this step covers.
      * The card must match tonight's PARTMAN manifest from
      * WALPPLAN; the cursor and the sort then take that range only,
      * and the run's statement counts go to PARTTOT so WALPMRG can
      * prove the merged print and e-statement extract against
      * them. With no partition card the run covers every customer,
      * exactly as before.
      *
      * A joint wallet is statemented once for its holder and once
      * more for each further owner on TEXOWN who is not closed.
      * Every copy carries the holder's head line and the same
      * figures, marked with a COPY FOR line naming the recipient,
      * and goes to the recipient's own address under their own
      * delivery preference and returned-mail status. The wallet's
      * movements are held in storage while its copies print; the
      * ESTMTX record says whose copy it is.
      *
      * A minor's own statement is addressed care of the active
      * guardian on TEXGRD: it goes to the guardian's address under
      * the guardian's delivery preference and returned-mail status,
      * with a C/O line under the head naming the guardian, and the
      * ESTMTX record carries the guardian in the copy-for position.
      *
      * A deceased holder's own statement - any holder with an
      * estate on TEXEST, open or settled - goes to the executor
      * named there, at the executor's address on TEXEST, printed
      * whatever the holder's delivery preference or returned-mail
      * flag, with an executor line under the head. No copy goes to
      * a deceased joint owner.
      *
      * Every statement printed, e-delivered or held for returned
      * mail is logged to the shared CORRHIST correspondence history
      * through the CORRLOG routine, under the customer it went to -
      * the joint owner for their copy, the holder for a statement
      * sent care of a guardian or to an executor.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * the active holds and the available balance they leave, so
      * the customer sees why part of the money cannot move.
           SELECT WALLET-HOLD-FILE ASSIGN TO "WALHOLDS"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY WHD-HOLD-NO
               FILE STATUS WS-WHOLD-STATUS.
      * Follow-up trace for customers whose mail has come back
      * undeliverable - the statement is held and this report says
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RETTRACE-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the date this run is logged under, so the window
      * audit finds it on the night it was due.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
      * Every kept generation of the daily movement extract - the
      * statement window is picked out of them by timestamp.
           SELECT MOVEMENT-EXTRACT ASSIGN TO "MOVEXTR"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-EXTRACT-STATUS.
           SELECT HIST-SORT-FILE ASSIGN TO "SORTWK".
      * Shared run-log - one standard record per run, appended by
      * every batch program so the morning line can summarize the
      * whole night from one file.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RUNLOG-STATUS.
      * Tonight's partition plan from WALPPLAN - read only on a
      * partitioned run, to check the partition card against it.
           SELECT PARTITION-MANIFEST ASSIGN TO "PARTMAN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PARTMAN-STATUS.
      * This partition's control totals for WALPMRG - written only
      * on a partitioned run, and only when it ends clean.
           SELECT PARTITION-TOTALS-FILE ASSIGN TO "PARTTOT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PARTTOT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-FILE
       01  STATEMENT-RECORD        PIC X(80).
       FD  ESTMT-EXTRACT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 52 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ESTMT-EXTRACT-RECORD.
       01  ESTMT-EXTRACT-RECORD.
           05  EST-OPENING         PIC S9(8)V99.
           05  EST-CLOSING         PIC S9(8)V99.
           05  EST-MOVEMENTS       PIC 9(5).
      * ZERO ON THE HOLDER'S OWN STATEMENT; ON A JOINT WALLET'S
      * COPY, THE FURTHER OWNER IT WAS SENT TO; ON A MINOR'S OWN
      * STATEMENT, THE GUARDIAN IT WAS SENT CARE OF.
           05  EST-COPY-FOR-ID     PIC 9(9).
       01  ESTMT-EXTRACT-TRAILER REDEFINES ESTMT-EXTRACT-RECORD.
           05  ESTRL-ID            PIC X(9).
           05  ESTRL-RECORD-COUNT  PIC 9(9).
           05  FILLER              PIC X(34).
       FD  ADDRESS-MASTER-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 72 CHARACTERS
       01  STMT-REQUEST-RECORD.
           05  SRQ-CUSTOMER-ID     PIC 9(9).
       FD  WALLET-HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WALLET-HOLD-RECORD.
           RECORDING MODE F
           DATA RECORD IS RETURNED-TRACE-RECORD.
       01  RETURNED-TRACE-RECORD   PIC X(80).
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
       FD  MOVEMENT-EXTRACT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS MOVEMENT-EXTRACT-RECORD.
       01  MOVEMENT-EXTRACT-RECORD.
           COPY MOVEXTR.
      * The window's movements in the order the statements print
      * them - wallet by wallet, oldest first.
       SD  HIST-SORT-FILE
           DATA RECORD IS SORT-HIST-RECORD.
       01  SORT-HIST-RECORD.
           05  SRH-KEY.
               10  SRH-CUSTOMER-ID PIC 9(9).
               10  SRH-WALLET-NO   PIC 9(2).
           05  SRH-TMS-CREA        PIC X(26).
           05  SRH-OLD-WALLET      PIC S9(8)V99 COMP-3.
           05  SRH-NEW-WALLET      PIC S9(8)V99 COMP-3.
           05  SRH-PGM-NAME        PIC X(08).
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

       WORKING-STORAGE SECTION.

           05  WS-SEL-TMS-LOW       PIC X(26).
           05  WS-SEL-TMS-HIGH      PIC X(26).
           05  WS-PGM-NAME          PIC X(08) VALUE 'WALSTMT'.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK         VALUE '00'.
               88  BUSDATE-NOT-FOUND  VALUE '35'.
           05  WS-RUNLOG-STATUS     PIC XX.
               88  RUNLOG-OK        VALUE '00'.
           05  WS-RUN-START-TIME    PIC X(08).
           05  WS-RUN-TIME-RAW      PIC 9(08).
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
           05  WS-ADDRMST-STATUS    PIC XX.
               88  ADDRMST-OK       VALUE '00'.
               88  ADDRMST-EOF      VALUE '10'.
           05  WS-ST-LAST-NAME      PIC X(10).
           05  WS-ST-CURRENCY       PIC X(03).
           05  WS-ST-WALLET         PIC S9(8)V99 COMP-3.
      * Who this statement goes to - the holder, or on a joint
      * wallet's copy the further owner named on the row.
           05  WS-ST-COPY-FOR-ID    PIC 9(9).
           05  WS-ST-COPY-FIRST     PIC X(10).
           05  WS-ST-COPY-LAST      PIC X(10).
           05  WS-ST-RECIPIENT-ID   PIC 9(9).
      * A minor holder's active guardian - zero when the holder is
      * an adult or the row is a joint owner's copy.
           05  WS-ST-CARE-OF-ID     PIC 9(9).
           05  WS-ST-CARE-OF-FIRST  PIC X(10).
           05  WS-ST-CARE-OF-LAST   PIC X(10).
           05  WS-CO-MAIL-PREF      PIC X(01).
           05  WS-CO-MAIL-UNDELIV   PIC X(01).
      * Set when the holder's statement goes to the executor of
      * their estate - the executor's name and address are then
      * on TEXEST.
           05  WS-ST-EXECUTOR-SW    PIC X(01).
               88  SENT-TO-EXECUTOR VALUE 'Y'.
           05  WS-WHOLD-STATUS      PIC XX.
               88  WHOLD-OK            VALUE '00'.
               88  WHOLD-EOF           VALUE '10'.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.
      * Extract control. Each generation's details are counted
      * against its own trailer; the business dates inside the
      * window are remembered so a day extracted twice is caught.
           05  WS-EXTRACT-STATUS    PIC XX.
               88  EXTRACT-OK       VALUE '00'.
               88  EXTRACT-EOF      VALUE '10'.
               88  EXTRACT-NOT-FOUND VALUE '35'.
           05  WS-EXTRACT-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-EXTRACT-DAYS      PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-EXTRACT-BAD-SW    PIC X(01) VALUE 'N'.
               88  EXTRACT-REJECTED VALUE 'Y'.
           05  WS-PARTMAN-STATUS    PIC XX.
               88  PARTMAN-OK       VALUE '00'.
           05  WS-PARTTOT-STATUS    PIC XX.
               88  PARTTOT-OK       VALUE '00'.
      * Serial unless a partition card is given. The range defaults
      * to every customer, so the cursor reads the same either way.
           05  WS-PARTITIONED-SW    PIC X(01) VALUE 'N'.
               88  PARTITIONED-RUN  VALUE 'Y'.
           05  WS-PART-NUMBER       PIC 9(2) VALUE ZERO.
           05  WS-PART-LOW          PIC 9(9) VALUE ZERO.
           05  WS-PART-HIGH         PIC 9(9) VALUE 999999999.
           05  WS-PARTMAN-MATCH-SW  PIC X(01).
               88  PARTMAN-MATCHED  VALUE 'Y'.
           05  WS-PARTMAN-BUS-DATE  PIC X(10).
           05  WS-PARTMAN-COUNT     PIC 9(2).
      * The partition card, laid out as its PARTMAN record.
       01  WS-PARTITION-CARD.
           05  WS-PC-PARTITION      PIC X(02).
           05  FILLER               PIC X(01).
           05  WS-PC-LOW            PIC X(09).
           05  FILLER               PIC X(01).
           05  WS-PC-HIGH           PIC X(09).
           05  FILLER               PIC X(58).
           05  WS-HIST-RELEASED     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-DAY-COUNT         PIC S9(4) COMP VALUE ZERO.
           05  WS-DAY-MAX           PIC S9(4) COMP VALUE 40.
           05  WS-DAY-IX            PIC S9(4) COMP.
           05  WS-SORT-EOF-SW       PIC X(01) VALUE 'N'.
               88  SORTED-EOF       VALUE 'Y'.
      * Wallet under statement and the sorted stream's position -
      * customer plus wallet number, compared whole.
           05  WS-STMT-KEY.
               10  WS-SK-CUSTOMER-ID PIC 9(9).
               10  WS-SK-WALLET-NO  PIC 9(2).
           05  WS-HIST-KEY          PIC X(11).
      * The wallet whose movements are held in WS-MOVE-TABLE, so
      * the holder's statement and every co-owner's copy print
      * from the one pass over the sorted stream.
           05  WS-BUFFERED-KEY      PIC X(11) VALUE LOW-VALUES.
           05  WS-MV-TOTAL          PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-MV-KEPT           PIC S9(4) COMP VALUE ZERO.
           05  WS-MV-MAX            PIC S9(4) COMP VALUE 5000.
           05  WS-MV-IX             PIC S9(4) COMP.
           05  WS-MV-LAST-NEW       PIC S9(8)V99 COMP-3.
           05  WS-MV-UNLISTED       PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-COPY-COUNT        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-CARE-OF-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-EXECUTOR-COUNT    PIC S9(9) COMP-3 VALUE ZERO.

      * The buffered wallet's movements, oldest first. A wallet
      * busier than the table still opens, closes and counts right;
      * the movements past the table are summarized on one line.
       01  WS-MOVE-TABLE.
           05  WS-MV-ENTRY OCCURS 5000 TIMES.
               10  WS-MV-TMS-CREA     PIC X(26).
               10  WS-MV-OLD-WALLET   PIC S9(8)V99 COMP-3.
               10  WS-MV-NEW-WALLET   PIC S9(8)V99 COMP-3.
               10  WS-MV-PGM-NAME     PIC X(08).

       01  WS-WINDOW-DAY-TABLE.
           05  WS-WD-BUS-DATE       PIC X(10) OCCURS 40 TIMES.

      * Call parameter block for DATEUTIL, the shared date utility -
      * the statement window's high bound takes the month's real
           05  FILLER               PIC X(14) VALUE SPACES.
       01  WS-NO-MOVEMENT-LINE      PIC X(80) VALUE
           '  NO MOVEMENTS THIS MONTH'.
       01  WS-UNLISTED-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-UL-COUNT          PIC ZZ,ZZ9.
           05  FILLER               PIC X(40) VALUE
               ' FURTHER MOVEMENTS NOT LISTED           '.
           05  FILLER               PIC X(32) VALUE SPACES.
      * Under the head line of a joint wallet's copy - the holder
      * stays in the head, the copy names who it was sent to.
       01  WS-COPY-FOR-LINE.
           05  FILLER               PIC X(11) VALUE '  COPY FOR '.
           05  WS-CF-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CF-FIRST-NAME     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CF-LAST-NAME      PIC X(10).
           05  FILLER               PIC X(38) VALUE
               ' - JOINT OWNER OF THIS WALLET'.
      * Under the head line of a minor's own statement - sent to
      * the guardian.
       01  WS-CARE-OF-LINE.
           05  FILLER               PIC X(06) VALUE '  C/O '.
           05  WS-CO-FIRST-NAME     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CO-LAST-NAME      PIC X(10).
           05  FILLER               PIC X(53) VALUE
               ' - PARENT OR GUARDIAN'.
      * Under the head line of a deceased holder's statement - sent
      * to the executor of the estate.
       01  WS-EXECUTOR-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-EX-EXEC-NAME      PIC X(30).
           05  FILLER               PIC X(48) VALUE
               ' - EXECUTOR'.
      * One line per active hold, under the closing balance - the
      * customer sees what is earmarked and why.
       01  WS-HOLD-DETAIL-LINE.
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WALSTMT'.
      * Call parameter block for CORRLOG, the shared correspondence-
      * history routine - same field layout as CORRLOG's own linkage.
       01  WS-CORRLOG-PARM.
           05  WS-CL-FUNCTION      PIC X(04).
           05  WS-CL-CUSTOMER-ID   PIC 9(9).
           05  WS-CL-ITEM-DATE     PIC X(10).
           05  WS-CL-ITEM-TYPE     PIC X(01).
           05  WS-CL-MESSAGE-CODE  PIC X(04).
           05  WS-CL-CHANNEL       PIC X(01).
           05  WS-CL-DISPOSITION   PIC X(01).
           05  WS-CL-PGM-NAME      PIC X(08) VALUE 'WALSTMT'.
           05  WS-CL-REFERENCE     PIC X(20).
           05  WS-CL-RC            PIC 9(02).
           05  WS-CL-COUNT         PIC 9(07).

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.
       EXEC SQL INCLUDE TEXOWN END-EXEC.
       EXEC SQL INCLUDE TEXEST END-EXEC.

      * Every wallet holder gets a statement, suspended and closed
      * included - the business promised statements to holders, and
      * a closed account's final month still has to be reported.
      * One statement per wallet now, so a customer holding several
      * gets one page per wallet, each naming which wallet it is.
      * The second half adds a row per further owner of a joint
      * wallet who is not closed or deceased: the holder's wallet,
      * names and cycle, with the recipient's number, names,
      * delivery preference and returned-mail flag. The holder's own
      * row carries a zero recipient and so comes first.
           EXEC SQL
              DECLARE STMT-CUR CURSOR FOR
              SELECT A.CUSTOMER_ID, A.WALLET_NO, B.FIRST_NAME,
                     B.LAST_NAME, B.MAIL_PREF, B.STMT_CYCLE,
                     B.MAIL_UNDELIV,
                     A.CURRENCY_CODE,
                     A.WALLET,
                     CAST(0 AS INTEGER),
                     CAST(' ' AS CHAR(10)),
                     CAST(' ' AS CHAR(10))
              FROM TEXE2 A, TEXEM B
              WHERE B.CUSTOMER_ID = A.CUSTOMER_ID
                AND A.CUSTOMER_ID BETWEEN :WS-PART-LOW
                                      AND :WS-PART-HIGH
              UNION ALL
              SELECT A.CUSTOMER_ID, A.WALLET_NO, B.FIRST_NAME,
                     B.LAST_NAME, C.MAIL_PREF, B.STMT_CYCLE,
                     C.MAIL_UNDELIV,
                     A.CURRENCY_CODE,
                     A.WALLET,
                     O.CO_OWNER_ID,
                     C.FIRST_NAME,
                     C.LAST_NAME
              FROM TEXE2 A, TEXEM B, TEXOWN O, TEXEM C
              WHERE B.CUSTOMER_ID = A.CUSTOMER_ID
                AND O.CUSTOMER_ID = A.CUSTOMER_ID
                AND O.WALLET_NO = A.WALLET_NO
                AND C.CUSTOMER_ID = O.CO_OWNER_ID
                AND C.CUST_STATUS NOT IN ('C', 'D')
                AND A.CUSTOMER_ID BETWEEN :WS-PART-LOW
                                      AND :WS-PART-HIGH
              ORDER BY 1, 2, 10
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT HIST-SORT-FILE
              ON ASCENDING KEY SRH-CUSTOMER-ID SRH-WALLET-NO
                               SRH-TMS-CREA
              INPUT PROCEDURE 1800-FEED-HISTORY-SORT
              OUTPUT PROCEDURE 2500-PRODUCE-STATEMENTS
           PERFORM 8000-HOUSEKEEPING
           PERFORM 9700-WRITE-RUN-LOG
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-STMT-MONTH
           ACCEPT WS-REPORT-CURRENCY
           ACCEPT WS-CYCLE-CODE
           MOVE SPACES TO WS-PARTITION-CARD
           ACCEPT WS-PARTITION-CARD

           MOVE ZERO TO RETURN-CODE

           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           PERFORM 9600-RESOLVE-BUSINESS-DATE
           IF WS-CYCLE-CODE NOT NUMERIC
              MOVE ZERO TO WS-CYCLE-CODE
           END-IF
           IF WS-PARTITION-CARD NOT = SPACES
              PERFORM 1100-CHECK-PARTITION
           END-IF

           IF WS-STMT-MONTH = SPACES
              DISPLAY 'WALSTMT: A STATEMENT MONTH (YYYY-MM) IS '
           PERFORM 1600-LOAD-STATEMENT-REQUESTS
           PERFORM 1700-LOAD-ACTIVE-HOLDS.

      * A partition card must be readable - run serially by mistake,
      * one partition would print everybody's statement - and must
      * match a range on tonight's PARTMAN plan exactly.
       1100-CHECK-PARTITION.
           IF WS-PC-PARTITION IS NUMERIC
              AND WS-PC-LOW IS NUMERIC
              AND WS-PC-HIGH IS NUMERIC
              AND WS-PC-PARTITION > ZERO
              MOVE 'Y' TO WS-PARTITIONED-SW
              MOVE WS-PC-PARTITION TO WS-PART-NUMBER
              MOVE WS-PC-LOW TO WS-PART-LOW
              MOVE WS-PC-HIGH TO WS-PART-HIGH
              DISPLAY 'WALSTMT: PARTITION ' WS-PART-NUMBER
                  ' - CUSTOMERS ' WS-PART-LOW ' TO ' WS-PART-HIGH
           ELSE
              DISPLAY 'WALSTMT: PARTITION CARD NOT IN PP LLLLLLLLL '
                  'HHHHHHHHH FORM - RUN REFUSED'
              MOVE 12 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE 'N' TO WS-PARTMAN-MATCH-SW
           MOVE SPACES TO WS-PARTMAN-BUS-DATE
           MOVE ZERO TO WS-PARTMAN-COUNT
           OPEN INPUT PARTITION-MANIFEST
           IF PARTMAN-OK
              READ PARTITION-MANIFEST
              PERFORM WITH TEST BEFORE UNTIL NOT PARTMAN-OK
                 IF PTM-TRL-ID = 'TRAILER'
                    MOVE PTM-TRL-BUS-DATE TO WS-PARTMAN-BUS-DATE
                    MOVE PTM-TRL-PARTITIONS TO WS-PARTMAN-COUNT
                 ELSE
                    IF PTM-PARTITION = WS-PART-NUMBER
                       AND PTM-LOW-CUSTOMER = WS-PART-LOW
                       AND PTM-HIGH-CUSTOMER = WS-PART-HIGH
                       MOVE 'Y' TO WS-PARTMAN-MATCH-SW
                    END-IF
                 END-IF
                 READ PARTITION-MANIFEST
              END-PERFORM
              CLOSE PARTITION-MANIFEST
           END-IF
           IF NOT PARTMAN-MATCHED
              OR WS-PARTMAN-BUS-DATE NOT = WS-RUN-BUS-DATE
              OR WS-PART-NUMBER > WS-PARTMAN-COUNT
              MOVE 'PTNF' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              DISPLAY 'WALSTMT: PARTITION ' WS-PART-NUMBER
                  ' NOT ON THE PARTMAN PLAN FOR ' WS-RUN-BUS-DATE
                  ' - RUN REFUSED'
              MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
              GOBACK
           END-IF.

       1200-CUT-CYCLE-WINDOW.
      * The cycle month runs from the day after last month's cycle
      * date up to this month's - each end capped at its month's
                     ' - STATEMENTS PRINT WITHOUT HOLDS'
           END-EVALUATE.

      * Every generation on the concatenation is read through; only
      * rows inside the statement window go to the sort. A trailer
      * closes one day's extract and proves it, and a day inside
      * the window may be seen once only.
       1800-FEED-HISTORY-SORT.
           OPEN INPUT MOVEMENT-EXTRACT
           IF NOT EXTRACT-OK
              DISPLAY 'WALSTMT: UNEXPECTED MOVEXTR STATUS ON OPEN '
                  WS-EXTRACT-STATUS
              MOVE 'Y' TO WS-EXTRACT-BAD-SW
           ELSE
              PERFORM 1810-READ-EXTRACT
              PERFORM WITH TEST BEFORE UNTIL NOT EXTRACT-OK
                 IF MVX-TRL-ID = 'TRAILER'
                    PERFORM 1820-CHECK-TRAILER
                 ELSE
                    ADD 1 TO WS-EXTRACT-COUNT
                    IF MVX-TMS-CREA NOT < WS-SEL-TMS-LOW
                       AND MVX-TMS-CREA NOT > WS-SEL-TMS-HIGH
                       AND MVX-CUSTOMER-ID NOT < WS-PART-LOW
                       AND MVX-CUSTOMER-ID NOT > WS-PART-HIGH
                       MOVE MVX-CUSTOMER-ID TO SRH-CUSTOMER-ID
                       MOVE MVX-WALLET-NO TO SRH-WALLET-NO
                       MOVE MVX-TMS-CREA TO SRH-TMS-CREA
                       MOVE MVX-OLD-WALLET TO SRH-OLD-WALLET
                       MOVE MVX-NEW-WALLET TO SRH-NEW-WALLET
                       MOVE MVX-PGM-NAME TO SRH-PGM-NAME
                       RELEASE SORT-HIST-RECORD
                       ADD 1 TO WS-HIST-RELEASED
                    END-IF
                 END-IF
                 PERFORM 1810-READ-EXTRACT
              END-PERFORM
              IF WS-EXTRACT-COUNT > ZERO
                 DISPLAY 'WALSTMT: ' WS-EXTRACT-COUNT
                     ' MOVEXTR DETAILS FOLLOW THE LAST TRAILER'
                 MOVE 'Y' TO WS-EXTRACT-BAD-SW
              END-IF
              CLOSE MOVEMENT-EXTRACT
           END-IF
           MOVE WS-EXTRACT-DAYS TO WS-COUNT-FORMATTED
           DISPLAY 'WALSTMT: MOVEMENT EXTRACT DAYS READ: '
               WS-COUNT-FORMATTED
           MOVE WS-DAY-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALSTMT: EXTRACT DAYS IN THE WINDOW: '
               WS-COUNT-FORMATTED.

       1810-READ-EXTRACT.
           READ MOVEMENT-EXTRACT
           IF NOT EXTRACT-OK AND NOT EXTRACT-EOF
              DISPLAY 'WALSTMT: UNEXPECTED MOVEXTR STATUS ON READ '
                  WS-EXTRACT-STATUS
              MOVE 'Y' TO WS-EXTRACT-BAD-SW
           END-IF.

       1820-CHECK-TRAILER.
           ADD 1 TO WS-EXTRACT-DAYS
           IF MVX-TRL-RECORD-COUNT NOT = WS-EXTRACT-COUNT
              DISPLAY 'WALSTMT: MOVEXTR FOR ' MVX-TRL-BUS-DATE
                  ' TRAILER COUNT ' MVX-TRL-RECORD-COUNT
                  ' BUT ' WS-EXTRACT-COUNT ' DETAILS READ'
              MOVE 'Y' TO WS-EXTRACT-BAD-SW
           END-IF
           MOVE ZERO TO WS-EXTRACT-COUNT

           IF MVX-TRL-BUS-DATE NOT < WS-SEL-TMS-LOW (1:10)
              AND MVX-TRL-BUS-DATE NOT > WS-SEL-TMS-HIGH (1:10)
              PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                      UNTIL WS-DAY-IX > WS-DAY-COUNT
                 IF WS-WD-BUS-DATE (WS-DAY-IX) = MVX-TRL-BUS-DATE
                    DISPLAY 'WALSTMT: MOVEXTR FOR '
                        MVX-TRL-BUS-DATE
                        ' IS ON THE CONCATENATION TWICE'
                    MOVE 'Y' TO WS-EXTRACT-BAD-SW
                 END-IF
              END-PERFORM
              IF WS-DAY-COUNT < WS-DAY-MAX
                 ADD 1 TO WS-DAY-COUNT
                 MOVE MVX-TRL-BUS-DATE
                   TO WS-WD-BUS-DATE (WS-DAY-COUNT)
              END-IF
           END-IF.

      * The statement pass proper - the wallet cursor, with each
      * wallet's movements taken off the sorted stream. A rejected
      * extract produces no statements at all.
       2500-PRODUCE-STATEMENTS.
           IF EXTRACT-REJECTED
              DISPLAY 'WALSTMT: MOVEMENT EXTRACT REJECTED - NO '
                  'STATEMENTS PRODUCED'
           ELSE
              PERFORM 3300-RETURN-ONE-MOVEMENT
              PERFORM 2000-OPEN-CURSOR
              PERFORM 3000-STATEMENT-ONE-CUSTOMER
                 UNTIL SQLCODE = 100
              PERFORM 4000-CLOSE-CURSOR
           END-IF.

       2000-OPEN-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2010-TRY-OPEN
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                MOVE ZERO TO WS-ST-CARE-OF-ID
                MOVE 'N' TO WS-ST-EXECUTOR-SW
                IF WS-ST-COPY-FOR-ID = ZERO
                   MOVE WS-ST-CUSTOMER-ID TO WS-ST-RECIPIENT-ID
                   PERFORM 3055-FIND-EXECUTOR
                   IF NOT SENT-TO-EXECUTOR
                      PERFORM 3060-FIND-GUARDIAN
                   END-IF
                ELSE
                   MOVE WS-ST-COPY-FOR-ID TO WS-ST-RECIPIENT-ID
                END-IF
                MOVE WS-ST-CUSTOMER-ID TO WS-SK-CUSTOMER-ID
                MOVE WS-ST-WALLET-NO TO WS-SK-WALLET-NO
                IF WS-STMT-KEY NOT = WS-BUFFERED-KEY
                   PERFORM 3020-BUFFER-WALLET-MOVEMENTS
                END-IF
                PERFORM 3050-CHECK-REQUEST-LIST
                IF CUSTOMER-WANTED
      * Mail already coming back for this customer - no page
                   IF WS-ST-MAIL-UNDELIV = 'Y'
                      AND WS-ST-MAIL-PREF NOT = 'E'
                      PERFORM 3080-WRITE-RETURN-TRACE
                      MOVE 'H' TO WS-CL-DISPOSITION
                   ELSE
                      PERFORM 3100-PRINT-STATEMENT
                      MOVE 'S' TO WS-CL-DISPOSITION
                   END-IF
                   PERFORM 3090-LOG-CORRESPONDENCE
                END-IF

             WHEN 100
                   :WS-ST-LAST-NAME, :WS-ST-MAIL-PREF,
                   :WS-ST-CYCLE,
                   :WS-ST-MAIL-UNDELIV,
                   :WS-ST-CURRENCY, :WS-ST-WALLET,
                   :WS-ST-COPY-FOR-ID, :WS-ST-COPY-FIRST,
                   :WS-ST-COPY-LAST
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * The wallet's movements come off the sorted stream once, into
      * storage, when the cursor reaches a new wallet - whether or
      * not its holder is statemented tonight, as a co-owner's copy
      * may be. Movements for wallets not on the cursor are passed
      * over on the way.
       3020-BUFFER-WALLET-MOVEMENTS.
           MOVE WS-STMT-KEY TO WS-BUFFERED-KEY
           MOVE ZERO TO WS-MV-TOTAL
           MOVE ZERO TO WS-MV-KEPT
           MOVE ZERO TO WS-MV-LAST-NEW
           PERFORM 3300-RETURN-ONE-MOVEMENT
              UNTIL WS-HIST-KEY NOT < WS-STMT-KEY
           PERFORM WITH TEST BEFORE
                   UNTIL WS-HIST-KEY NOT = WS-STMT-KEY
              ADD 1 TO WS-MV-TOTAL
              MOVE SRH-NEW-WALLET TO WS-MV-LAST-NEW
              IF WS-MV-KEPT < WS-MV-MAX
                 ADD 1 TO WS-MV-KEPT
                 MOVE SRH-TMS-CREA TO WS-MV-TMS-CREA (WS-MV-KEPT)
                 MOVE SRH-OLD-WALLET
                   TO WS-MV-OLD-WALLET (WS-MV-KEPT)
                 MOVE SRH-NEW-WALLET
                   TO WS-MV-NEW-WALLET (WS-MV-KEPT)
                 MOVE SRH-PGM-NAME TO WS-MV-PGM-NAME (WS-MV-KEPT)
              END-IF
              PERFORM 3300-RETURN-ONE-MOVEMENT
           END-PERFORM
           COMPUTE WS-MV-UNLISTED = WS-MV-TOTAL - WS-MV-KEPT
           IF WS-MV-UNLISTED > ZERO
              MOVE WS-MV-MAX TO WS-COUNT-FORMATTED
              DISPLAY 'WALSTMT: WALLET ' WS-ST-CUSTOMER-ID '/'
                  WS-ST-WALLET-NO ' HAS MORE THAN ' WS-COUNT-FORMATTED
                  ' MOVEMENTS - THE REST ARE SUMMARIZED'
           END-IF.

       3050-CHECK-REQUEST-LIST.
      * A final-statement request list overrides the cycle - a
      * closure statements now, whatever cycle the customer sat on.
                      UNTIL WS-REQ-IX > WS-REQ-COUNT
                 IF WS-RQ-CUSTOMER-ID (WS-REQ-IX)
                       = WS-ST-CUSTOMER-ID
                    OR WS-RQ-CUSTOMER-ID (WS-REQ-IX)
                       = WS-ST-RECIPIENT-ID
                    MOVE 'Y' TO WS-REQ-WANTED-SW
                 END-IF
              END-PERFORM
              END-IF
           END-IF.

      * A holder with an estate on TEXEST has died - the statement
      * goes to the executor, always on paper: the holder's own
      * e-delivery address and returned-mail flag no longer apply.
       3055-FIND-EXECUTOR.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3057-TRY-SELECT-EXECUTOR
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                MOVE 'Y' TO WS-ST-EXECUTOR-SW
                MOVE 'P' TO WS-ST-MAIL-PREF
                MOVE 'N' TO WS-ST-MAIL-UNDELIV
             WHEN 100
                MOVE 'N' TO WS-ST-EXECUTOR-SW
             WHEN OTHER
                MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
                PERFORM 9500-LOOKUP-ERROR-CODE
                DISPLAY WS-ERRCODE-LOOKUP-TEXT
                PERFORM 9999-ABORT
           END-EVALUATE.

       3057-TRY-SELECT-EXECUTOR.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              SELECT EXEC_NAME, EXEC_STREET, EXEC_CITY,
                     EXEC_POSTAL, EXEC_REGION
              INTO :EXEC-NAME OF TEXEST, :EXEC-STREET OF TEXEST,
                   :EXEC-CITY OF TEXEST, :EXEC-POSTAL OF TEXEST,
                   :EXEC-REGION OF TEXEST
              FROM TEXEST
              WHERE CUSTOMER_ID = :WS-ST-CUSTOMER-ID
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * A holder with an active guardian on TEXGRD is a minor - the
      * statement goes care of the guardian, to the guardian's
      * address under the guardian's preference and mail status.
       3060-FIND-GUARDIAN.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3070-TRY-SELECT-GUARDIAN
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                MOVE WS-ST-CARE-OF-ID TO WS-ST-RECIPIENT-ID
                MOVE WS-CO-MAIL-PREF TO WS-ST-MAIL-PREF
                MOVE WS-CO-MAIL-UNDELIV TO WS-ST-MAIL-UNDELIV
             WHEN 100
                MOVE ZERO TO WS-ST-CARE-OF-ID
             WHEN OTHER
                MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
                PERFORM 9500-LOOKUP-ERROR-CODE
                DISPLAY WS-ERRCODE-LOOKUP-TEXT
                PERFORM 9999-ABORT
           END-EVALUATE.

       3070-TRY-SELECT-GUARDIAN.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              SELECT G.GUARDIAN_ID, C.FIRST_NAME, C.LAST_NAME,
                     C.MAIL_PREF, C.MAIL_UNDELIV
              INTO :WS-ST-CARE-OF-ID, :WS-ST-CARE-OF-FIRST,
                   :WS-ST-CARE-OF-LAST, :WS-CO-MAIL-PREF,
                   :WS-CO-MAIL-UNDELIV
              FROM TEXGRD G, TEXEM C
              WHERE G.CUSTOMER_ID = :WS-ST-CUSTOMER-ID
                AND G.GRD_STATUS = 'A'
                AND C.CUSTOMER_ID = G.GUARDIAN_ID
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * Another statement is another wasted stamp while the post
      * office is returning this customer's mail - one trace line
      * per held wallet goes to the follow-up work queue instead.
      * On a joint wallet's copy it is the co-owner's mail that is
      * coming back, so the trace names them; on a minor's it is
      * the guardian's.
       3080-WRITE-RETURN-TRACE.
           MOVE WS-ST-RECIPIENT-ID TO WS-TR-CUSTOMER-ID
           MOVE WS-ST-WALLET-NO TO WS-TR-WALLET-NO
           EVALUATE TRUE
             WHEN WS-ST-COPY-FOR-ID NOT = ZERO
                MOVE WS-ST-COPY-FIRST TO WS-TR-FIRST-NAME
                MOVE WS-ST-COPY-LAST TO WS-TR-LAST-NAME
             WHEN WS-ST-CARE-OF-ID NOT = ZERO
                MOVE WS-ST-CARE-OF-FIRST TO WS-TR-FIRST-NAME
                MOVE WS-ST-CARE-OF-LAST TO WS-TR-LAST-NAME
             WHEN OTHER
                MOVE WS-ST-FIRST-NAME TO WS-TR-FIRST-NAME
                MOVE WS-ST-LAST-NAME TO WS-TR-LAST-NAME
           END-EVALUATE
           MOVE WS-TRACE-LINE TO RETURNED-TRACE-RECORD
           WRITE RETURNED-TRACE-RECORD
           ADD 1 TO WS-RETTRACE-COUNT.

      * The statement's history item - the statement month and
      * wallet as its reference. The disposition is set by the
      * caller.
       3090-LOG-CORRESPONDENCE.
           MOVE 'LOG ' TO WS-CL-FUNCTION
           MOVE WS-ST-RECIPIENT-ID TO WS-CL-CUSTOMER-ID
           MOVE WS-RUN-BUS-DATE TO WS-CL-ITEM-DATE
           MOVE 'S' TO WS-CL-ITEM-TYPE
           MOVE 'STMT' TO WS-CL-MESSAGE-CODE
           IF WS-ST-MAIL-PREF = 'E'
              MOVE 'E' TO WS-CL-CHANNEL
           ELSE
              MOVE 'P' TO WS-CL-CHANNEL
           END-IF
           MOVE SPACES TO WS-CL-REFERENCE
           STRING WS-STMT-MONTH ' WALLET ' WS-ST-WALLET-NO
              DELIMITED BY SIZE INTO WS-CL-REFERENCE
           CALL 'CORRLOG' USING WS-CORRLOG-PARM.

       3100-PRINT-STATEMENT.
           ADD 1 TO WS-STATEMENT-COUNT
           IF WS-ST-COPY-FOR-ID NOT = ZERO
              ADD 1 TO WS-COPY-COUNT
           END-IF
           IF WS-ST-CARE-OF-ID NOT = ZERO
              ADD 1 TO WS-CARE-OF-COUNT
           END-IF
           IF SENT-TO-EXECUTOR
              ADD 1 TO WS-EXECUTOR-COUNT
           END-IF
           MOVE 'Y' TO WS-FIRST-MOVE-SW
           MOVE ZERO TO WS-MOVEMENT-COUNT
           MOVE WS-ST-WALLET TO WS-OPENING-BALANCE
           IF NOT PRINT-SUPPRESSED
              MOVE WS-STMT-HEAD-LINE TO STATEMENT-RECORD
              WRITE STATEMENT-RECORD AFTER ADVANCING PAGE
              IF WS-ST-COPY-FOR-ID NOT = ZERO
                 MOVE WS-ST-COPY-FOR-ID TO WS-CF-CUSTOMER-ID
                 MOVE WS-ST-COPY-FIRST TO WS-CF-FIRST-NAME
                 MOVE WS-ST-COPY-LAST TO WS-CF-LAST-NAME
                 MOVE WS-COPY-FOR-LINE TO STATEMENT-RECORD
                 WRITE STATEMENT-RECORD
              END-IF
              IF WS-ST-CARE-OF-ID NOT = ZERO
                 MOVE WS-ST-CARE-OF-FIRST TO WS-CO-FIRST-NAME
                 MOVE WS-ST-CARE-OF-LAST TO WS-CO-LAST-NAME
                 MOVE WS-CARE-OF-LINE TO STATEMENT-RECORD
                 WRITE STATEMENT-RECORD
              END-IF
              IF SENT-TO-EXECUTOR
                 MOVE EXEC-NAME OF TEXEST TO WS-EX-EXEC-NAME
                 MOVE WS-EXECUTOR-LINE TO STATEMENT-RECORD
                 WRITE STATEMENT-RECORD
              END-IF
              PERFORM 3120-PRINT-ADDRESS-BLOCK
           END-IF

      * movement seen, written ahead of the first movement line. A
      * month with no movements opens and closes at the current
      * wallet, which is right when the statement cut runs at month
      * end before any new activity - the intended schedule. The
      * movements are the wallet's buffered ones, so each copy
      * replays exactly what the holder's statement shows.
           PERFORM VARYING WS-MV-IX FROM 1 BY 1
                   UNTIL WS-MV-IX > WS-MV-KEPT
              IF FIRST-MOVEMENT
                 MOVE WS-MV-OLD-WALLET (WS-MV-IX)
                   TO WS-OPENING-BALANCE
                 MOVE 'N' TO WS-FIRST-MOVE-SW
                 PERFORM 3150-PRINT-OPENING-BALANCE
              END-IF
              MOVE WS-MV-NEW-WALLET (WS-MV-IX) TO WS-CLOSING-BALANCE
              PERFORM 3400-PRINT-MOVEMENT-LINE
           END-PERFORM
           MOVE WS-MV-TOTAL TO WS-MOVEMENT-COUNT
           IF WS-MV-UNLISTED > ZERO
              MOVE WS-MV-LAST-NEW TO WS-CLOSING-BALANCE
              IF NOT PRINT-SUPPRESSED
                 MOVE WS-MV-UNLISTED TO WS-UL-COUNT
                 MOVE WS-UNLISTED-LINE TO STATEMENT-RECORD
                 WRITE STATEMENT-RECORD
              END-IF
           END-IF

           IF FIRST-MOVEMENT
              PERFORM 3150-PRINT-OPENING-BALANCE
           END-IF.

      * Street and city lines directly under the statement head,
      * where the window envelope shows them. A deceased holder's
      * statement shows the executor's address from TEXEST.
       3120-PRINT-ADDRESS-BLOCK.
           IF SENT-TO-EXECUTOR
              MOVE EXEC-STREET OF TEXEST TO WS-SL-STREET
              MOVE WS-STREET-LINE TO STATEMENT-RECORD
              WRITE STATEMENT-RECORD
              MOVE EXEC-CITY OF TEXEST TO WS-CL-CITY
              MOVE EXEC-POSTAL OF TEXEST TO WS-CL-POSTAL
              MOVE EXEC-REGION OF TEXEST TO WS-CL-REGION
              MOVE WS-CITY-LINE TO STATEMENT-RECORD
              WRITE STATEMENT-RECORD
           ELSE
              PERFORM 3125-PRINT-MASTER-ADDRESS
           END-IF.

       3125-PRINT-MASTER-ADDRESS.
           MOVE ZERO TO WS-ADDR-FOUND-IX
           PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
                   UNTIL WS-ADDR-IX > WS-ADDR-COUNT
              IF WS-AD-CUSTOMER-ID (WS-ADDR-IX)
                    = WS-ST-RECIPIENT-ID
                 MOVE WS-ADDR-IX TO WS-ADDR-FOUND-IX
              END-IF
           END-PERFORM
           MOVE WS-OPENING-BALANCE TO EST-OPENING
           MOVE WS-CLOSING-BALANCE TO EST-CLOSING
           MOVE WS-MOVEMENT-COUNT TO EST-MOVEMENTS
           IF WS-ST-CARE-OF-ID NOT = ZERO
              MOVE WS-ST-CARE-OF-ID TO EST-COPY-FOR-ID
           ELSE
              MOVE WS-ST-COPY-FOR-ID TO EST-COPY-FOR-ID
           END-IF
           WRITE ESTMT-EXTRACT-RECORD.

       3300-RETURN-ONE-MOVEMENT.
           IF NOT SORTED-EOF
              RETURN HIST-SORT-FILE
                 AT END
                    MOVE 'Y' TO WS-SORT-EOF-SW
              END-RETURN
           END-IF
           IF SORTED-EOF
              MOVE HIGH-VALUES TO WS-HIST-KEY
           ELSE
              MOVE SRH-KEY TO WS-HIST-KEY
           END-IF.

       3400-PRINT-MOVEMENT-LINE.
      * Each movement converts at the rate of its own date - not
      * the statement date, not today.
           IF NOT PRINT-SUPPRESSED
              MOVE WS-MV-TMS-CREA (WS-MV-IX) (1:10) TO WS-ML-DATE
              MOVE WS-MV-PGM-NAME (WS-MV-IX) TO WS-ML-PGM-NAME
              MOVE WS-MV-TMS-CREA (WS-MV-IX) (1:10) TO WS-CONV-DATE
              MOVE WS-MV-OLD-WALLET (WS-MV-IX) TO WS-CONV-IN
              PERFORM 3450-CONVERT-AS-OF
              MOVE WS-CONV-OUT TO WS-ML-OLD
              MOVE WS-MV-NEW-WALLET (WS-MV-IX) TO WS-CONV-IN
              PERFORM 3450-CONVERT-AS-OF
              MOVE WS-CONV-OUT TO WS-ML-NEW
              MOVE WS-CONV-RATE-DATE TO WS-ML-RATE-DATE
           CLOSE STATEMENT-FILE
           CLOSE ESTMT-EXTRACT-FILE
           CLOSE RETURNED-TRACE-FILE
           MOVE 'CLOS' TO WS-CL-FUNCTION
           CALL 'CORRLOG' USING WS-CORRLOG-PARM
           MOVE WS-STATEMENT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALSTMT: STATEMENTS PRODUCED: '
               WS-COUNT-FORMATTED
               WS-COUNT-FORMATTED
           MOVE WS-RETTRACE-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALSTMT: STATEMENTS HELD - MAIL RETURNED: '
               WS-COUNT-FORMATTED
           MOVE WS-COPY-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALSTMT: JOINT-OWNER COPIES INCLUDED: '
               WS-COUNT-FORMATTED
           MOVE WS-CARE-OF-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALSTMT: MINORS SENT CARE OF GUARDIAN: '
               WS-COUNT-FORMATTED
           MOVE WS-EXECUTOR-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALSTMT: DECEASED SENT TO EXECUTOR: '
               WS-COUNT-FORMATTED
           MOVE WS-CL-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALSTMT: CORRESPONDENCE ITEMS LOGGED: '
               WS-COUNT-FORMATTED

           IF EXTRACT-REJECTED
              MOVE 8 TO RETURN-CODE
           END-IF

           IF PARTITIONED-RUN AND NOT EXTRACT-REJECTED
              PERFORM 8300-WRITE-PARTITION-TOTALS
           END-IF.

      * What this partition printed and extracted, for WALPMRG to
      * prove the merged print and e-statement extract against.
       8300-WRITE-PARTITION-TOTALS.
           OPEN OUTPUT PARTITION-TOTALS-FILE
           IF NOT PARTTOT-OK
              DISPLAY 'WALSTMT: UNEXPECTED PARTTOT STATUS '
                  WS-PARTTOT-STATUS
              MOVE 12 TO RETURN-CODE
           ELSE
              MOVE SPACES TO PARTITION-TOTALS-RECORD
              MOVE WS-PGM-NAME       TO PTT-PROGRAM
              MOVE WS-PART-NUMBER    TO PTT-PARTITION
              MOVE WS-PART-LOW       TO PTT-LOW-CUSTOMER
              MOVE WS-PART-HIGH      TO PTT-HIGH-CUSTOMER
              MOVE WS-RUN-BUS-DATE   TO PTT-BUS-DATE
              COMPUTE PTT-DETAIL-COUNT
                 = WS-STATEMENT-COUNT - WS-ESTMT-COUNT
              MOVE ZERO              TO PTT-DETAIL-AMOUNT
              MOVE WS-ESTMT-COUNT    TO PTT-SECOND-COUNT
              MOVE ZERO              TO PTT-SECOND-AMOUNT
              MOVE WS-RETTRACE-COUNT TO PTT-THIRD-COUNT
              WRITE PARTITION-TOTALS-RECORD
              CLOSE PARTITION-TOTALS-FILE
           END-IF.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           END-IF
           .

       9600-RESOLVE-BUSINESS-DATE.
      * The run is logged under the window's business date, not the
      * clock's, so the audit of the night it ran finds it. With no
      * control file at all the system date stands in, with a note.
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
               WHEN BUSDATE-OK
                   READ BUSINESS-DATE-FILE
                   IF BUSDATE-OK
                       MOVE BD-BUSINESS-DATE TO WS-RUN-BUS-DATE
                   END-IF
                   CLOSE BUSINESS-DATE-FILE
               WHEN BUSDATE-NOT-FOUND
                   DISPLAY 'WALSTMT: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'WALSTMT: UNEXPECTED BUSDATE STATUS '
                       WS-BUSDATE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
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
           MOVE WS-STATEMENT-COUNT TO RUN-RECS-IN
           MOVE WS-STATEMENT-COUNT TO RUN-RECS-OUT
           MOVE WS-RETTRACE-COUNT TO RUN-RECS-REJECTED
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUNLOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUNLOG-OK
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY 'WALSTMT: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9999-ABORT.
           EXEC SQL
              ROLLBACK
