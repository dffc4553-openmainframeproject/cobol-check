       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SODCHK.
      *****************************************************************
      * Nightly segregation-of-duties check. Audit asked whether one
      * person can both set up and approve the same money movement
      * anywhere in the system; the maintenance trails each know
      * half of the answer, and this run puts the halves together.
      * Four conflicts are looked for, each the second act falling
      * on the business date being closed:
      *
      *   HOLD  - one USERNO placing a hold and then releasing it.
      *           The HOLDAUDT release record carries both the
      *           placing and the releasing USERNO; the placement
      *           record is found on the same trail as evidence.
      *   OVDR  - one USERNO granting or raising an overdraft line
      *           on OVDRAUDT and then supervising (WADJ-SUPV-
      *           USERNO) an applied debit that takes the wallet
      *           below zero, into that line.
      *   USER  - one USERNO maintaining their own USERMST entry, as
      *           the AUDTWH warehouse has it from USERMNT's trail.
      *   ONBD  - one USERNO adding a customer on TEXMAUDT and then
      *           supervising an applied adjustment to that
      *           customer's wallet within the parameter number of
      *           days.
      *
      * The applied adjustments are tonight's apply file, WALADJ
      * layout, each proved applied - and its before and after
      * balance taken - from its TEXE2HIST row. An adjustment the
      * apply refused never moved money and is no conflict.
      *
      * Every conflict is listed on SODRPT with its evidence records
      * and counted by type; any conflict at all ends the run RC 4.
      *
      * Parameter card: the onboarding window in days (9(3)); blank
      * or zero takes 30.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-AUDIT-FILE ASSIGN TO "HOLDAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-HOLDAUDT-STATUS.
           SELECT OVDR-AUDIT-FILE ASSIGN TO "OVDRAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-OVDRAUDT-STATUS.
           SELECT TEXM-AUDIT-FILE ASSIGN TO "TEXMAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TEXM-STATUS.
           SELECT WAREHOUSE-FILE ASSIGN TO "AUDTWH"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-WAREHOUSE-STATUS.
      * Tonight's consolidated apply file, as WALADJPG read it.
           SELECT WALLET-ADJ-FILE ASSIGN TO "WALADJ"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-WALADJ-STATUS.
           SELECT SOD-REPORT ASSIGN TO "SODRPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the date whose second acts are checked.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
      * Shared run-log - one standard record per run, appended by
      * every batch program so the morning line can summarize the
      * whole night from one file.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 63 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS HOLD-AUDIT-RECORD.
       01  HOLD-AUDIT-RECORD.
           COPY HOLDAUDT.
      * Same layout OVDRMNT writes.
       FD  OVDR-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 45 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS OVDR-AUDIT-RECORD.
       01  OVDR-AUDIT-RECORD.
           05  OVA-DATE            PIC X(10).
           05  OVA-CUSTOMER-ID     PIC 9(09).
           05  OVA-WALLET-NO       PIC 9(02).
           05  OVA-OLD-LIMIT       PIC 9(8)V99.
           05  OVA-NEW-LIMIT       PIC 9(8)V99.
           05  OVA-FLAG            PIC X(01).
           05  OVA-USERNO          PIC 9(03).
      * Same layout TEXMMNT writes.
       FD  TEXM-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 79 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS TEXM-AUDIT-RECORD.
       01  TEXM-AUDIT-RECORD.
           05  AUD-DATE            PIC X(10).
           05  AUD-USERNO          PIC 9(03).
           05  AUD-ACTION          PIC X(01).
           05  AUD-CUSTOMER-ID     PIC 9(9).
           05  AUD-OLD-FIRST-NAME  PIC X(10).
           05  AUD-OLD-LAST-NAME   PIC X(10).
           05  AUD-NEW-FIRST-NAME  PIC X(10).
           05  AUD-NEW-LAST-NAME   PIC X(10).
           05  FILLER              PIC X(16).
      * Same layout AUDTCONS writes.
       FD  WAREHOUSE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 121 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WAREHOUSE-RECORD.
       01  WAREHOUSE-RECORD.
           05  AWH-DATE            PIC X(10).
           05  AWH-USERNO          PIC 9(03).
           05  AWH-PROGRAM         PIC X(08).
           05  AWH-ENTITY-KEY.
               10  AWH-KEY-ACTION  PIC X(01).
               10  FILLER          PIC X(01).
               10  AWH-KEY-USERNO  PIC X(03).
               10  FILLER          PIC X(15).
           05  AWH-BEFORE          PIC X(40).
           05  AWH-AFTER           PIC X(40).
       FD  WALLET-ADJ-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 88 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WALLET-ADJ-RECORD.
       01  WALLET-ADJ-RECORD.
           COPY WALADJ.
       FD  SOD-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS SOD-REPORT-RECORD.
       01  SOD-REPORT-RECORD       PIC X(80).
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

       WORKING-STORAGE SECTION.

       01  FILLER.
           05  WS-HOLDAUDT-STATUS   PIC XX.
               88  HOLDAUDT-OK        VALUE '00'.
               88  HOLDAUDT-EOF       VALUE '10'.
               88  HOLDAUDT-NOT-FOUND VALUE '35'.
           05  WS-OVDRAUDT-STATUS   PIC XX.
               88  OVDRAUDT-OK        VALUE '00'.
               88  OVDRAUDT-EOF       VALUE '10'.
               88  OVDRAUDT-NOT-FOUND VALUE '35'.
           05  WS-TEXM-STATUS       PIC XX.
               88  TEXM-OK          VALUE '00'.
               88  TEXM-EOF         VALUE '10'.
               88  TEXM-NOT-FOUND   VALUE '35'.
           05  WS-WAREHOUSE-STATUS  PIC XX.
               88  WAREHOUSE-OK        VALUE '00'.
               88  WAREHOUSE-EOF       VALUE '10'.
               88  WAREHOUSE-NOT-FOUND VALUE '35'.
           05  WS-WALADJ-STATUS     PIC XX.
               88  WALADJ-OK        VALUE '00'.
               88  WALADJ-EOF       VALUE '10'.
               88  WALADJ-NOT-FOUND VALUE '35'.
           05  WS-REPORT-STATUS     PIC XX.
               88  REPORT-OK        VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'SODCHK'.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK         VALUE '00'.
               88  BUSDATE-NOT-FOUND  VALUE '35'.
           05  WS-RUNLOG-STATUS     PIC XX.
               88  RUNLOG-OK        VALUE '00'.
           05  WS-RUN-START-TIME    PIC X(08).
           05  WS-RUN-TIME-RAW      PIC 9(08).
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.
      * The parameter card.
           05  WS-WINDOW-CARD       PIC X(03) VALUE SPACES.
           05  WS-WINDOW-DAYS       PIC 9(03) VALUE 30.
           05  WS-WINDOW-START      PIC X(10).
      * A file that is not there yet is a trail nothing was ever
      * written to; anything else stops the run.
           05  WS-TRAIL-NAME        PIC X(08).
           05  WS-TRAIL-STATUS      PIC XX.
               88  TRAIL-OK         VALUE '00'.
               88  TRAIL-EOF        VALUE '10'.
               88  TRAIL-NOT-FOUND  VALUE '35'.
      * The applied movement as TEXE2HIST has it.
           05  WS-HX-OLD-WALLET     PIC S9(8)V99 COMP-3.
           05  WS-HX-NEW-WALLET     PIC S9(8)V99 COMP-3.
           05  WS-APPLIED-SW        PIC X(01).
               88  ADJ-APPLIED         VALUE 'Y'.
           05  WS-GRANT-COUNT       PIC S9(4) COMP VALUE ZERO.
           05  WS-GRANT-MAX         PIC S9(4) COMP VALUE 2000.
           05  WS-GRANT-IX          PIC S9(4) COMP.
           05  WS-ONBD-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-ONBD-MAX          PIC S9(4) COMP VALUE 2000.
           05  WS-ONBD-IX           PIC S9(4) COMP.
           05  WS-FLAG-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-FLAG-MAX          PIC S9(4) COMP VALUE 500.
           05  WS-FLAG-IX           PIC S9(4) COMP.
           05  WS-RECORDS-READ      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ADJ-READ          PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ADJ-APPLIED       PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-CONFLICT-COUNT    PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-HOLD-CONFLICTS    PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-OVDR-CONFLICTS    PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-USER-CONFLICTS    PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-ONBD-CONFLICTS    PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-TABLE-FULL-SW     PIC X(01) VALUE 'N'.
               88  TABLE-OVERFLOWED    VALUE 'Y'.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZ9.

      * Lines granted or raised, with who authorized them - the
      * first act of an OVDR conflict.
       01  WS-GRANT-TABLE.
           05  WS-GRANT-ENTRY OCCURS 2000 TIMES.
               10  WS-GR-CUSTOMER-ID  PIC 9(09).
               10  WS-GR-WALLET-NO    PIC 9(02).
               10  WS-GR-USERNO       PIC 9(03).
               10  WS-GR-DATE         PIC X(10).
               10  WS-GR-OLD-LIMIT    PIC 9(8)V99.
               10  WS-GR-NEW-LIMIT    PIC 9(8)V99.
               10  WS-GR-FLAG         PIC X(01).

      * Customers added inside the window, with who added them -
      * the first act of an ONBD conflict.
       01  WS-ONBD-TABLE.
           05  WS-ONBD-ENTRY OCCURS 2000 TIMES.
               10  WS-OB-CUSTOMER-ID  PIC 9(09).
               10  WS-OB-USERNO       PIC 9(03).
               10  WS-OB-DATE         PIC X(10).
               10  WS-OB-FIRST-NAME   PIC X(10).
               10  WS-OB-LAST-NAME    PIC X(10).

      * Tonight's releases by the hold's own placer, waiting for
      * their placement records.
       01  WS-FLAG-TABLE.
           05  WS-FLAG-ENTRY OCCURS 500 TIMES.
               10  WS-FL-HOLD-NO      PIC 9(05).
               10  WS-FL-CONFLICT-NO  PIC 9(05).
               10  WS-FL-USERNO       PIC 9(03).

       01  WS-HEAD-LINE.
           05  FILLER               PIC X(36) VALUE
               'SEGREGATION-OF-DUTIES CONFLICTS FOR '.
           05  WS-HL-BUS-DATE       PIC X(10).
           05  FILLER               PIC X(19) VALUE
               ' - ONBOARD WINDOW '.
           05  WS-HL-DAYS           PIC ZZ9.
           05  FILLER               PIC X(12) VALUE ' DAYS'.
       01  WS-CONFLICT-LINE.
           05  FILLER               PIC X(09) VALUE 'CONFLICT '.
           05  WS-CF-NUMBER         PIC 9(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CF-TYPE           PIC X(04).
           05  FILLER               PIC X(08) VALUE ' USERNO '.
           05  WS-CF-USERNO         PIC 9(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CF-TEXT           PIC X(49).
       01  WS-EVIDENCE-LINE.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  WS-EV-TRAIL          PIC X(09).
           05  WS-EV-DATE           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-EV-TEXT           PIC X(54).
       01  WS-COUNT-LINE.
           05  WS-CL-TAG            PIC X(40).
           05  WS-CL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(33) VALUE SPACES.
       01  WS-AMOUNT-EDITED         PIC Z,ZZZ,ZZ9.99-.
       01  WS-AMOUNT-EDITED-2       PIC Z,ZZZ,ZZ9.99-.

      * Call parameter block for DATEUTIL, the shared date-arithmetic
      * utility - the onboarding window's start and the days from an
      * onboarding to tonight, same field layout as DATEUTIL's own
      * linkage section.
       01  WS-DATEUTIL-PARM.
           05 WS-DU-FUNCTION         PIC X(04) VALUE 'ADD '.
           05 WS-DU-INPUT-DATE       PIC X(10).
           05 WS-DU-DAYS-TO-ADD      PIC S9(05) VALUE ZERO.
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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'SODCHK'.

       EXEC SQL INCLUDE SQLCA     END-EXEC.
       EXEC SQL INCLUDE TEXE2HIST END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-HOLDS
           PERFORM 3000-LOAD-GRANTS
           PERFORM 3500-LOAD-ONBOARDINGS
           PERFORM 4000-CHECK-ADJUSTMENTS
           PERFORM 5000-CHECK-USER-MAINTENANCE
           PERFORM 8000-HOUSEKEEPING
           PERFORM 9700-WRITE-RUN-LOG
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-WINDOW-CARD
           MOVE ZERO TO RETURN-CODE

           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           PERFORM 9600-RESOLVE-BUSINESS-DATE

           IF WS-WINDOW-CARD NOT = SPACES
              IF WS-WINDOW-CARD NOT NUMERIC
                 DISPLAY 'SODCHK: ONBOARDING WINDOW CARD NOT NUMERIC'
                     ' - ' WS-WINDOW-CARD
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              END-IF
              IF WS-WINDOW-CARD NOT = '000'
                 MOVE WS-WINDOW-CARD TO WS-WINDOW-DAYS
              END-IF
           END-IF

           MOVE 'ADD ' TO WS-DU-FUNCTION
           MOVE WS-RUN-BUS-DATE TO WS-DU-INPUT-DATE
           COMPUTE WS-DU-DAYS-TO-ADD = ZERO - WS-WINDOW-DAYS
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF NOT WS-DU-OK
              DISPLAY 'SODCHK: DATEUTIL REJECTED THE BUSINESS DATE '
                  WS-RUN-BUS-DATE ' - RC ' WS-DU-RETURN-CODE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-DU-OUTPUT-DATE TO WS-WINDOW-START

           OPEN OUTPUT SOD-REPORT
           IF NOT REPORT-OK
              DISPLAY 'SODCHK: UNEXPECTED SODRPT STATUS '
                  WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-RUN-BUS-DATE TO WS-HL-BUS-DATE
           MOVE WS-WINDOW-DAYS TO WS-HL-DAYS
           MOVE WS-HEAD-LINE TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD.

      *****************************************************************
      * HOLD - placed and released by the same USERNO
      *****************************************************************
       2000-CHECK-HOLDS.
           OPEN INPUT HOLD-AUDIT-FILE
           MOVE WS-HOLDAUDT-STATUS TO WS-TRAIL-STATUS
           IF TRAIL-OK
              READ HOLD-AUDIT-FILE
              MOVE WS-HOLDAUDT-STATUS TO WS-TRAIL-STATUS
              PERFORM WITH TEST BEFORE UNTIL NOT TRAIL-OK
                 ADD 1 TO WS-RECORDS-READ
                 IF HAU-ACTION = 'R'
                    AND HAU-DATE = WS-RUN-BUS-DATE
                    AND HAU-RELEASED-BY NOT = ZERO
                    AND HAU-RELEASED-BY = HAU-PLACED-BY
                    PERFORM 2100-REPORT-HOLD-CONFLICT
                 END-IF
                 READ HOLD-AUDIT-FILE
                 MOVE WS-HOLDAUDT-STATUS TO WS-TRAIL-STATUS
              END-PERFORM
              CLOSE HOLD-AUDIT-FILE
           END-IF
           MOVE 'HOLDAUDT' TO WS-TRAIL-NAME
           PERFORM 7900-CHECK-TRAIL-STATUS

      * Second pass for the placement behind each release flagged.
           IF WS-FLAG-COUNT > ZERO
              OPEN INPUT HOLD-AUDIT-FILE
              MOVE WS-HOLDAUDT-STATUS TO WS-TRAIL-STATUS
              IF TRAIL-OK
                 READ HOLD-AUDIT-FILE
                 MOVE WS-HOLDAUDT-STATUS TO WS-TRAIL-STATUS
                 PERFORM WITH TEST BEFORE UNTIL NOT TRAIL-OK
                    IF HAU-ACTION = 'P'
                       PERFORM 2200-MATCH-PLACEMENT
                    END-IF
                    READ HOLD-AUDIT-FILE
                    MOVE WS-HOLDAUDT-STATUS TO WS-TRAIL-STATUS
                 END-PERFORM
                 CLOSE HOLD-AUDIT-FILE
              END-IF
              PERFORM 7900-CHECK-TRAIL-STATUS
           END-IF.

       2100-REPORT-HOLD-CONFLICT.
           ADD 1 TO WS-HOLD-CONFLICTS
           MOVE 'HOLD' TO WS-CF-TYPE
           MOVE HAU-RELEASED-BY TO WS-CF-USERNO
           MOVE 'PLACED AND RELEASED THE SAME HOLD' TO WS-CF-TEXT
           PERFORM 7000-WRITE-CONFLICT-LINE
           PERFORM 2300-WRITE-HOLD-EVIDENCE
           IF WS-FLAG-COUNT < WS-FLAG-MAX
              ADD 1 TO WS-FLAG-COUNT
              MOVE HAU-HOLD-NO TO WS-FL-HOLD-NO (WS-FLAG-COUNT)
              MOVE WS-CONFLICT-COUNT
                TO WS-FL-CONFLICT-NO (WS-FLAG-COUNT)
              MOVE HAU-RELEASED-BY TO WS-FL-USERNO (WS-FLAG-COUNT)
           ELSE
              MOVE 'Y' TO WS-TABLE-FULL-SW
           END-IF.

      * The placement evidence lands after the conflict lines, tied
      * back to its conflict by number.
       2200-MATCH-PLACEMENT.
           PERFORM VARYING WS-FLAG-IX FROM 1 BY 1
                   UNTIL WS-FLAG-IX > WS-FLAG-COUNT
              IF WS-FL-HOLD-NO (WS-FLAG-IX) = HAU-HOLD-NO
                 MOVE SPACES TO SOD-REPORT-RECORD
                 STRING 'CONFLICT ' WS-FL-CONFLICT-NO (WS-FLAG-IX)
                        ' HOLD ' HAU-HOLD-NO ' - PLACEMENT:'
                    DELIMITED BY SIZE INTO SOD-REPORT-RECORD
                 WRITE SOD-REPORT-RECORD
                 PERFORM 2300-WRITE-HOLD-EVIDENCE
              END-IF
           END-PERFORM.

       2300-WRITE-HOLD-EVIDENCE.
           MOVE 'HOLDAUDT' TO WS-EV-TRAIL
           MOVE HAU-DATE TO WS-EV-DATE
           MOVE HAU-AMOUNT TO WS-AMOUNT-EDITED
           MOVE SPACES TO WS-EV-TEXT
           STRING HAU-ACTION ' HOLD ' HAU-HOLD-NO ' '
                  HAU-CUSTOMER-ID '/' HAU-WALLET-NO
                  WS-AMOUNT-EDITED ' BY ' HAU-PLACED-BY
                  '/' HAU-RELEASED-BY
              DELIMITED BY SIZE INTO WS-EV-TEXT
           MOVE WS-EVIDENCE-LINE TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD.

      *****************************************************************
      * First acts - the overdraft grants and the onboardings
      *****************************************************************
      * A new line, or a line moved upwards, by a known USERNO. A
      * withdrawal or a cut grants nothing.
       3000-LOAD-GRANTS.
           OPEN INPUT OVDR-AUDIT-FILE
           MOVE WS-OVDRAUDT-STATUS TO WS-TRAIL-STATUS
           IF TRAIL-OK
              READ OVDR-AUDIT-FILE
              MOVE WS-OVDRAUDT-STATUS TO WS-TRAIL-STATUS
              PERFORM WITH TEST BEFORE UNTIL NOT TRAIL-OK
                 ADD 1 TO WS-RECORDS-READ
                 IF OVA-USERNO NOT = ZERO
                    AND OVA-DATE NOT > WS-RUN-BUS-DATE
                    AND (OVA-FLAG = 'N'
                         OR (OVA-FLAG = SPACE
                             AND OVA-NEW-LIMIT > OVA-OLD-LIMIT))
                    IF WS-GRANT-COUNT < WS-GRANT-MAX
                       ADD 1 TO WS-GRANT-COUNT
                       MOVE OVA-CUSTOMER-ID
                         TO WS-GR-CUSTOMER-ID (WS-GRANT-COUNT)
                       MOVE OVA-WALLET-NO
                         TO WS-GR-WALLET-NO (WS-GRANT-COUNT)
                       MOVE OVA-USERNO TO WS-GR-USERNO (WS-GRANT-COUNT)
                       MOVE OVA-DATE TO WS-GR-DATE (WS-GRANT-COUNT)
                       MOVE OVA-OLD-LIMIT
                         TO WS-GR-OLD-LIMIT (WS-GRANT-COUNT)
                       MOVE OVA-NEW-LIMIT
                         TO WS-GR-NEW-LIMIT (WS-GRANT-COUNT)
                       MOVE OVA-FLAG TO WS-GR-FLAG (WS-GRANT-COUNT)
                    ELSE
                       MOVE 'Y' TO WS-TABLE-FULL-SW
                    END-IF
                 END-IF
                 READ OVDR-AUDIT-FILE
                 MOVE WS-OVDRAUDT-STATUS TO WS-TRAIL-STATUS
              END-PERFORM
              CLOSE OVDR-AUDIT-FILE
           END-IF
           MOVE 'OVDRAUDT' TO WS-TRAIL-NAME
           PERFORM 7900-CHECK-TRAIL-STATUS.

       3500-LOAD-ONBOARDINGS.
           OPEN INPUT TEXM-AUDIT-FILE
           MOVE WS-TEXM-STATUS TO WS-TRAIL-STATUS
           IF TRAIL-OK
              READ TEXM-AUDIT-FILE
              MOVE WS-TEXM-STATUS TO WS-TRAIL-STATUS
              PERFORM WITH TEST BEFORE UNTIL NOT TRAIL-OK
                 ADD 1 TO WS-RECORDS-READ
                 IF AUD-ACTION = 'A'
                    AND AUD-USERNO NOT = ZERO
                    AND AUD-DATE NOT < WS-WINDOW-START
                    AND AUD-DATE NOT > WS-RUN-BUS-DATE
                    IF WS-ONBD-COUNT < WS-ONBD-MAX
                       ADD 1 TO WS-ONBD-COUNT
                       MOVE AUD-CUSTOMER-ID
                         TO WS-OB-CUSTOMER-ID (WS-ONBD-COUNT)
                       MOVE AUD-USERNO TO WS-OB-USERNO (WS-ONBD-COUNT)
                       MOVE AUD-DATE TO WS-OB-DATE (WS-ONBD-COUNT)
                       MOVE AUD-NEW-FIRST-NAME
                         TO WS-OB-FIRST-NAME (WS-ONBD-COUNT)
                       MOVE AUD-NEW-LAST-NAME
                         TO WS-OB-LAST-NAME (WS-ONBD-COUNT)
                    ELSE
                       MOVE 'Y' TO WS-TABLE-FULL-SW
                    END-IF
                 END-IF
                 READ TEXM-AUDIT-FILE
                 MOVE WS-TEXM-STATUS TO WS-TRAIL-STATUS
              END-PERFORM
              CLOSE TEXM-AUDIT-FILE
           END-IF
           MOVE 'TEXMAUDT' TO WS-TRAIL-NAME
           PERFORM 7900-CHECK-TRAIL-STATUS.

      *****************************************************************
      * OVDR and ONBD - tonight's applied adjustments
      *****************************************************************
       4000-CHECK-ADJUSTMENTS.
           OPEN INPUT WALLET-ADJ-FILE
           MOVE WS-WALADJ-STATUS TO WS-TRAIL-STATUS
           IF TRAIL-OK
              READ WALLET-ADJ-FILE
              MOVE WS-WALADJ-STATUS TO WS-TRAIL-STATUS
              PERFORM WITH TEST BEFORE UNTIL NOT TRAIL-OK
                 ADD 1 TO WS-ADJ-READ
      * Only a supervised adjustment has a USERNO to conflict.
                 IF WADJ-SUPV-USERNO NOT = ZERO
                    PERFORM 4100-CHECK-ONE-ADJUSTMENT
                 END-IF
                 READ WALLET-ADJ-FILE
                 MOVE WS-WALADJ-STATUS TO WS-TRAIL-STATUS
              END-PERFORM
              CLOSE WALLET-ADJ-FILE
           END-IF
           MOVE 'WALADJ  ' TO WS-TRAIL-NAME
           PERFORM 7900-CHECK-TRAIL-STATUS.

       4100-CHECK-ONE-ADJUSTMENT.
           IF WADJ-WALLET-NO NOT NUMERIC
              OR WADJ-WALLET-NO = ZERO
              MOVE 01 TO WADJ-WALLET-NO
           END-IF
           PERFORM 4500-FIND-APPLIED-MOVEMENT
           IF ADJ-APPLIED
              ADD 1 TO WS-ADJ-APPLIED
      * A debit that leaves the wallet below zero is drawing on the
      * overdraft line.
              IF WS-HX-NEW-WALLET < ZERO
                 AND WS-HX-NEW-WALLET < WS-HX-OLD-WALLET
                 PERFORM VARYING WS-GRANT-IX FROM 1 BY 1
                         UNTIL WS-GRANT-IX > WS-GRANT-COUNT
                    IF WS-GR-CUSTOMER-ID (WS-GRANT-IX)
                          = WADJ-CUSTOMER-ID
                       AND WS-GR-WALLET-NO (WS-GRANT-IX)
                          = WADJ-WALLET-NO
                       AND WS-GR-USERNO (WS-GRANT-IX)
                          = WADJ-SUPV-USERNO
                       PERFORM 4200-REPORT-OVDR-CONFLICT
                    END-IF
                 END-PERFORM
              END-IF
              PERFORM VARYING WS-ONBD-IX FROM 1 BY 1
                      UNTIL WS-ONBD-IX > WS-ONBD-COUNT
                 IF WS-OB-CUSTOMER-ID (WS-ONBD-IX) = WADJ-CUSTOMER-ID
                    AND WS-OB-USERNO (WS-ONBD-IX) = WADJ-SUPV-USERNO
                    PERFORM 4300-REPORT-ONBD-CONFLICT
                 END-IF
              END-PERFORM
           END-IF.

       4200-REPORT-OVDR-CONFLICT.
           ADD 1 TO WS-OVDR-CONFLICTS
           MOVE 'OVDR' TO WS-CF-TYPE
           MOVE WADJ-SUPV-USERNO TO WS-CF-USERNO
           MOVE 'GRANTED THE LINE AND SUPERVISED A DEBIT INTO IT'
             TO WS-CF-TEXT
           PERFORM 7000-WRITE-CONFLICT-LINE
           MOVE 'OVDRAUDT' TO WS-EV-TRAIL
           MOVE WS-GR-DATE (WS-GRANT-IX) TO WS-EV-DATE
           MOVE WS-GR-OLD-LIMIT (WS-GRANT-IX) TO WS-AMOUNT-EDITED
           MOVE WS-GR-NEW-LIMIT (WS-GRANT-IX) TO WS-AMOUNT-EDITED-2
           MOVE SPACES TO WS-EV-TEXT
           STRING 'LINE ' WS-GR-CUSTOMER-ID (WS-GRANT-IX) '/'
                  WS-GR-WALLET-NO (WS-GRANT-IX)
                  WS-AMOUNT-EDITED ' TO' WS-AMOUNT-EDITED-2
                  ' BY ' WS-GR-USERNO (WS-GRANT-IX)
              DELIMITED BY SIZE INTO WS-EV-TEXT
           MOVE WS-EVIDENCE-LINE TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           PERFORM 4400-WRITE-ADJ-EVIDENCE.

       4300-REPORT-ONBD-CONFLICT.
      * Days from the onboarding to tonight - inside the window by
      * the way the table was loaded, shown for the reviewer.
           MOVE 'DIF ' TO WS-DU-FUNCTION
           MOVE WS-OB-DATE (WS-ONBD-IX) TO WS-DU-INPUT-DATE
           MOVE WS-RUN-BUS-DATE TO WS-DU-INPUT-DATE-2
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF NOT WS-DU-OK
              MOVE ZERO TO WS-DU-DAYS-DIFFERENCE
           END-IF
           MOVE WS-DU-DAYS-DIFFERENCE TO WS-COUNT-FORMATTED

           ADD 1 TO WS-ONBD-CONFLICTS
           MOVE 'ONBD' TO WS-CF-TYPE
           MOVE WADJ-SUPV-USERNO TO WS-CF-USERNO
           MOVE SPACES TO WS-CF-TEXT
           STRING 'ONBOARDED THE CUSTOMER, ADJUSTED' WS-COUNT-FORMATTED
                  ' DAYS ON'
              DELIMITED BY SIZE INTO WS-CF-TEXT
           PERFORM 7000-WRITE-CONFLICT-LINE
           MOVE 'TEXMAUDT' TO WS-EV-TRAIL
           MOVE WS-OB-DATE (WS-ONBD-IX) TO WS-EV-DATE
           MOVE SPACES TO WS-EV-TEXT
           STRING 'A ' WS-OB-CUSTOMER-ID (WS-ONBD-IX) ' '
                  WS-OB-FIRST-NAME (WS-ONBD-IX) ' '
                  WS-OB-LAST-NAME (WS-ONBD-IX)
                  ' BY ' WS-OB-USERNO (WS-ONBD-IX)
              DELIMITED BY SIZE INTO WS-EV-TEXT
           MOVE WS-EVIDENCE-LINE TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           PERFORM 4400-WRITE-ADJ-EVIDENCE.

       4400-WRITE-ADJ-EVIDENCE.
           MOVE 'TEXE2HIST' TO WS-EV-TRAIL
           MOVE WS-RUN-BUS-DATE TO WS-EV-DATE
           MOVE WS-HX-OLD-WALLET TO WS-AMOUNT-EDITED
           MOVE WS-HX-NEW-WALLET TO WS-AMOUNT-EDITED-2
           MOVE SPACES TO WS-EV-TEXT
           STRING WADJ-ADJ-REF ' ' WADJ-CUSTOMER-ID '/'
                  WADJ-WALLET-NO WS-AMOUNT-EDITED ' TO'
                  WS-AMOUNT-EDITED-2
              DELIMITED BY SIZE INTO WS-EV-TEXT
           MOVE WS-EVIDENCE-LINE TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           MOVE 'WALADJ' TO WS-EV-TRAIL
           MOVE SPACES TO WS-EV-DATE WS-EV-TEXT
           STRING 'SUPERVISED BY ' WADJ-SUPV-USERNO
                  ' TYPE ' WADJ-ADJ-TYPE
              DELIMITED BY SIZE INTO WS-EV-TEXT
           MOVE WS-EVIDENCE-LINE TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD.

      * Applied means the history row is there - the same proof the
      * apply itself uses to skip a reference already posted.
       4500-FIND-APPLIED-MOVEMENT.
           MOVE 'N' TO WS-APPLIED-SW
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4510-TRY-SELECT-MOVEMENT
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
              WHEN ZERO
                 MOVE 'Y' TO WS-APPLIED-SW
              WHEN 100
                 CONTINUE
              WHEN OTHER
                 PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       4510-TRY-SELECT-MOVEMENT.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                SELECT OLD_WALLET, NEW_WALLET
                  INTO :WS-HX-OLD-WALLET, :WS-HX-NEW-WALLET
                  FROM TEXE2HIST
                 WHERE ADJ_REF = :WADJ-ADJ-REF
                   AND CUSTOMER_ID = :WADJ-CUSTOMER-ID
                   AND WALLET_NO = :WADJ-WALLET-NO
                 FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      *****************************************************************
      * USER - a USERNO maintaining its own USERMST entry
      *****************************************************************
       5000-CHECK-USER-MAINTENANCE.
           OPEN INPUT WAREHOUSE-FILE
           MOVE WS-WAREHOUSE-STATUS TO WS-TRAIL-STATUS
           IF TRAIL-OK
              READ WAREHOUSE-FILE
              MOVE WS-WAREHOUSE-STATUS TO WS-TRAIL-STATUS
              PERFORM WITH TEST BEFORE UNTIL NOT TRAIL-OK
                 ADD 1 TO WS-RECORDS-READ
                 IF AWH-DATE = WS-RUN-BUS-DATE
                    AND AWH-PROGRAM = 'USERMNT '
                    AND AWH-KEY-USERNO NUMERIC
                    AND AWH-USERNO NOT = ZERO
                    AND AWH-KEY-USERNO = AWH-USERNO
                    PERFORM 5100-REPORT-USER-CONFLICT
                 END-IF
                 READ WAREHOUSE-FILE
                 MOVE WS-WAREHOUSE-STATUS TO WS-TRAIL-STATUS
              END-PERFORM
              CLOSE WAREHOUSE-FILE
           END-IF
           MOVE 'AUDTWH  ' TO WS-TRAIL-NAME
           PERFORM 7900-CHECK-TRAIL-STATUS.

       5100-REPORT-USER-CONFLICT.
           ADD 1 TO WS-USER-CONFLICTS
           MOVE 'USER' TO WS-CF-TYPE
           MOVE AWH-USERNO TO WS-CF-USERNO
           MOVE SPACES TO WS-CF-TEXT
           STRING 'MAINTAINED OWN USER MASTER ENTRY - ACTION '
                  AWH-KEY-ACTION
              DELIMITED BY SIZE INTO WS-CF-TEXT
           PERFORM 7000-WRITE-CONFLICT-LINE
           MOVE 'AUDTWH' TO WS-EV-TRAIL
           MOVE AWH-DATE TO WS-EV-DATE
           MOVE SPACES TO WS-EV-TEXT
           STRING 'BEFORE ' AWH-BEFORE (1:22)
              DELIMITED BY SIZE INTO WS-EV-TEXT
           MOVE WS-EVIDENCE-LINE TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           MOVE SPACES TO WS-EV-TRAIL WS-EV-DATE WS-EV-TEXT
           STRING 'AFTER  ' AWH-AFTER (1:22)
              DELIMITED BY SIZE INTO WS-EV-TEXT
           MOVE WS-EVIDENCE-LINE TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD.

      *****************************************************************
      * COMMON
      *****************************************************************
       7000-WRITE-CONFLICT-LINE.
           ADD 1 TO WS-CONFLICT-COUNT
           MOVE WS-CONFLICT-COUNT TO WS-CF-NUMBER
           MOVE SPACES TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           MOVE WS-CONFLICT-LINE TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD.

       7900-CHECK-TRAIL-STATUS.
           IF NOT TRAIL-OK AND NOT TRAIL-EOF
              AND NOT TRAIL-NOT-FOUND
              MOVE 'IOER' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              DISPLAY 'SODCHK: UNEXPECTED ' WS-TRAIL-NAME
                  ' STATUS ' WS-TRAIL-STATUS
              MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
              CLOSE SOD-REPORT
              PERFORM 9700-WRITE-RUN-LOG
              GOBACK
           END-IF.

       8000-HOUSEKEEPING.
           MOVE SPACES TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           IF WS-CONFLICT-COUNT = ZERO
              MOVE 'NO CONFLICTS FOUND' TO SOD-REPORT-RECORD
              WRITE SOD-REPORT-RECORD
              MOVE SPACES TO SOD-REPORT-RECORD
              WRITE SOD-REPORT-RECORD
           END-IF
           MOVE 'HOLD PLACED AND RELEASED' TO WS-CL-TAG
           MOVE WS-HOLD-CONFLICTS TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           MOVE 'OVERDRAFT GRANTED AND DEBIT SUPERVISED' TO WS-CL-TAG
           MOVE WS-OVDR-CONFLICTS TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           MOVE 'OWN USER MASTER ENTRY MAINTAINED' TO WS-CL-TAG
           MOVE WS-USER-CONFLICTS TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           MOVE 'CUSTOMER ONBOARDED AND ADJUSTED' TO WS-CL-TAG
           MOVE WS-ONBD-CONFLICTS TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           MOVE 'TOTAL CONFLICTS' TO WS-CL-TAG
           MOVE WS-CONFLICT-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           MOVE 'ADJUSTMENTS READ' TO WS-CL-TAG
           MOVE WS-ADJ-READ TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           MOVE 'SUPERVISED AND APPLIED' TO WS-CL-TAG
           MOVE WS-ADJ-APPLIED TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO SOD-REPORT-RECORD
           WRITE SOD-REPORT-RECORD
           CLOSE SOD-REPORT

      * A full table means a conflict could have been missed - say
      * so, and make sure the return code draws the eye.
           IF TABLE-OVERFLOWED
              DISPLAY 'SODCHK: A WORK TABLE FILLED - SOME EVIDENCE '
                  'WAS NOT CHECKED'
              MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-CONFLICT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'SODCHK: CONFLICTS FOUND: ' WS-COUNT-FORMATTED
           IF WS-CONFLICT-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'SODCHK: SQLCODE ' SQLCODE
               ' - DEADLOCK/TIMEOUT, RETRY ' WS-RETRY-COUNT
               ' OF ' WS-MAX-RETRIES ' IN ' WS-RETRY-DELAY-SECS
               ' SECONDS'
           CALL 'C$SLEEP' USING WS-RETRY-DELAY-SECS
           .

       9800-CHECK-SQLCODE.
      * Anything other than a row or no row abandons the run.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              PERFORM 9999-ABORT
           END-IF.

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
                   DISPLAY 'SODCHK: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'SODCHK: UNEXPECTED BUSDATE STATUS '
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
           COMPUTE RUN-RECS-IN = WS-RECORDS-READ + WS-ADJ-READ
           MOVE WS-CONFLICT-COUNT TO RUN-RECS-OUT
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
               DISPLAY 'SODCHK: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9999-ABORT.
           EXEC SQL
              ROLLBACK
           END-EXEC.
           DISPLAY 'SODCHK: UNEXPECTED SQLCODE ' SQLCODE
               ' - ABORTING'
           MOVE 16 TO RETURN-CODE
           GOBACK.
