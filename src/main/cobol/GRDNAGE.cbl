       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GRDNAGE.
      *****************************************************************
      * Monthly age-out of minor customers. CUSTONBD and TEXMMNT link
      * a customer under 18 to an adult guardian on TEXGRD, and
      * while that row is active the minor is restricted: a debit
      * needs the guardian's consent (WALADJPG) and statements and
      * letters go care of the guardian. This run goes through every
      * active TEXGRD row and, for each minor whose 18th birthday
      * has come by tonight's business date:
      *
      *   - ends the row - GRD_STATUS 'E' with tonight's business
      *     date as END_DATE - which lifts every restriction at
      *     once; the ended row is kept as the record of who
      *     answered for the customer as a minor;
      *   - writes an 'E' record to the GRDNAUDT guardian audit;
      *   - prints the age-out letter on GRDNLTR, in the
      *     window-envelope layout WALMATUR's notices use, worded
      *     from the LTRTMPL template library (message code 'G') or
      *     the compiled-in text. The letter goes to the customer's
      *     own ADDRMST address; one with none yet on file - their
      *     post went to the guardian - gets it care of the
      *     guardian, at the guardian's address. A customer whose
      *     mail is coming back (MAIL_UNDELIV 'Y') gets no letter,
      *     and a closed customer none either; both are listed.
      *     Each letter printed, and each held for returned mail,
      *     is handed to CORRLOG for the customer's correspondence
      *     history (CORRHIST), as an 'N' item, code AGEO.
      *
      * The 18th birthday is the date of birth 18 years on; a
      * 29 February birthday falls on 1 March in a year without
      * one, the same rule CUSTONBD and TEXMMNT apply. An active row
      * whose customer has no date of birth cannot be aged out and
      * is listed on the GRDNRPT register, ending the run RC 4.
      * Each age-out is its own unit of work, so a rerun passes over
      * the rows already ended and picks up where it stopped.
      *
      * Card: the month being run, YYYY-MM - written by PERDCTL from
      * :MONTH on the month-end night. It heads the register; the
      * age-outs themselves run to the business date, so a month
      * that was missed is caught up by the next.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * The age-out letters, one page per customer.
           SELECT LETTER-FILE ASSIGN TO "GRDNLTR"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-LETTER-STATUS.
      * The run's register - every age-out and exception.
           SELECT AGE-OUT-REPORT ASSIGN TO "GRDNRPT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPORT-STATUS.
      * The shared letter template library GREETING, AUDCONF and
      * WALMATUR read - the letter takes the message code 'G' lines.
           SELECT TEMPLATE-FILE ASSIGN TO "LTRTMPL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TEMPLATE-STATUS.
      * The customer mailing-address file ADDRMNT maintains - the
      * letter prints the address in the window-envelope position.
           SELECT ADDRESS-MASTER-FILE ASSIGN TO "ADDRMST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ADDRMST-STATUS.
      * Every guardian change, from whichever program makes it.
           SELECT GUARDIAN-AUDIT-FILE ASSIGN TO "GRDNAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-GRDNAUDT-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the date birthdays are measured against.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LETTER-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS LETTER-RECORD.
       01  LETTER-RECORD           PIC X(80).
       FD  AGE-OUT-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS AGE-OUT-REPORT-RECORD.
       01  AGE-OUT-REPORT-RECORD   PIC X(80).
       FD  TEMPLATE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 66 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS TEMPLATE-RECORD.
       01  TEMPLATE-RECORD.
           05  TPL-MESSAGE-CODE    PIC X(01).
           05  TPL-LANGUAGE        PIC X(03).
           05  TPL-SEQUENCE        PIC 9(02).
           05  TPL-TEXT            PIC X(60).
       FD  ADDRESS-MASTER-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 72 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ADDRESS-MASTER-RECORD.
       01  ADDRESS-MASTER-RECORD.
           05  ADM-CUSTOMER-ID     PIC 9(09).
           05  ADM-STREET          PIC X(30).
           05  ADM-CITY            PIC X(20).
           05  ADM-POSTAL-CODE     PIC X(10).
           05  ADM-REGION          PIC X(03).
       FD  GUARDIAN-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 70 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS GUARDIAN-AUDIT-RECORD.
       01  GUARDIAN-AUDIT-RECORD.
           COPY GRDNAUDT.
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
           05  WS-LETTER-STATUS     PIC XX.
               88  LETTER-OK        VALUE '00'.
           05  WS-REPORT-STATUS     PIC XX.
               88  REPORT-OK        VALUE '00'.
           05  WS-TEMPLATE-STATUS   PIC XX.
               88  TEMPLATE-OK         VALUE '00'.
               88  TEMPLATE-EOF        VALUE '10'.
               88  TEMPLATE-NOT-FOUND  VALUE '35'.
           05  WS-ADDRMST-STATUS    PIC XX.
               88  ADDRMST-OK          VALUE '00'.
               88  ADDRMST-EOF         VALUE '10'.
               88  ADDRMST-NOT-FOUND   VALUE '35'.
           05  WS-GRDNAUDT-STATUS   PIC XX.
               88  GRDNAUDT-OK         VALUE '00'.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK          VALUE '00'.
               88  BUSDATE-NOT-FOUND   VALUE '35'.
           05  WS-RUNLOG-STATUS     PIC XX.
               88  RUNLOG-OK           VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'GRDNAGE'.
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
           05  WS-RUN-START-TIME    PIC X(08).
           05  WS-RUN-TIME-RAW      PIC 9(08).
           05  WS-CURSOR-EOF-SW     PIC X(01) VALUE 'N'.
               88  CURSOR-AT-END    VALUE 'Y'.
      * The month being run, from the card - the register heading.
           05  WS-MONTH-CARD        PIC X(07).
           05  WS-MONTH-START       PIC X(10).
      * The minor in hand, as the cursor returned them, with their
      * guardian's name for a letter sent care of the guardian.
           05  WS-AG-CUSTOMER-ID    PIC 9(9).
           05  WS-AG-GUARDIAN-ID    PIC 9(9).
           05  WS-AG-RELATIONSHIP   PIC X(01).
           05  WS-AG-BIRTH-DATE     PIC X(10).
           05  WS-AG-FIRST-NAME     PIC X(10).
           05  WS-AG-LAST-NAME      PIC X(10).
           05  WS-AG-CUST-STATUS    PIC X(01).
           05  WS-AG-MAIL-UNDELIV   PIC X(01).
           05  WS-AG-GRDN-FIRST     PIC X(10).
           05  WS-AG-GRDN-LAST      PIC X(10).
      * The 18th birthday - the date of birth with 18 added to the
      * year; 29 February moves to 1 March when the year has none.
           05  WS-AGE18-DATE.
               10  WS-AGE18-YEAR    PIC 9(04).
               10  WS-AGE18-MMDD    PIC X(06).
           05  WS-ROWS-ENDED        PIC S9(9) COMP VALUE ZERO.
           05  WS-CARE-OF-SW        PIC X(01).
               88  LETTER-CARE-OF   VALUE 'Y'.
           05  WS-ROWS-READ         PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-AGED-OUT-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-LETTER-COUNT      PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-HELD-COUNT        PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-STILL-MINOR-COUNT PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-EXCEPTION-COUNT   PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZ9.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-ADDR-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-ADDR-MAX          PIC S9(4) COMP VALUE 5000.
           05  WS-ADDR-IX           PIC S9(4) COMP.
           05  WS-ADDR-FOUND-IX     PIC S9(4) COMP.
           05  WS-FIND-CUSTOMER     PIC 9(9).
           05  WS-TMPL-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-TMPL-MAX          PIC S9(4) COMP VALUE 100.
           05  WS-TMPL-IX           PIC S9(4) COMP.
           05  WS-SUB-IN-IX         PIC S9(4) COMP.
           05  WS-SUB-OUT-IX        PIC S9(4) COMP.
           05  WS-SUB-LINE          PIC X(80).

      * The mailing addresses in storage, keyed by customer.
       01  WS-ADDR-TABLE.
           05  WS-ADDR-ENTRY OCCURS 5000 TIMES.
               10  WS-AD-CUSTOMER-ID  PIC 9(09).
               10  WS-AD-STREET       PIC X(30).
               10  WS-AD-CITY         PIC X(20).
               10  WS-AD-POSTAL       PIC X(10).
               10  WS-AD-REGION       PIC X(03).

      * The letter's lines from the template library.
       01  WS-TMPL-TABLE.
           05  WS-TMPL-ENTRY OCCURS 100 TIMES.
               10  WS-TP-SEQUENCE     PIC 9(02).
               10  WS-TP-TEXT         PIC X(60).

      * The compiled-in letter wording, used when LTRTMPL holds none
      * of its own. &DATE is the 18th birthday.
       01  WS-DEFAULT-LETTER-TEXT.
           05  FILLER               PIC X(60) VALUE
               'DEAR &NAME,'.
           05  FILLER               PIC X(60) VALUE SPACES.
           05  FILLER               PIC X(60) VALUE
               'YOU TURNED 18 ON &DATE, AND FROM THAT DAY YOUR'.
           05  FILLER               PIC X(60) VALUE
               'WALLETS ARE YOURS TO RUN ON YOUR OWN. A PAYMENT OUT NO'.
           05  FILLER               PIC X(60) VALUE
               'LONGER NEEDS YOUR GUARDIAN''S CONSENT, AND FROM NOW ON'.
           05  FILLER               PIC X(60) VALUE
               'YOUR STATEMENTS AND LETTERS COME TO YOU DIRECTLY.'.
           05  FILLER               PIC X(60) VALUE SPACES.
           05  FILLER               PIC X(60) VALUE
               'IF YOUR ADDRESS OR ANY OF YOUR DETAILS HAVE CHANGED,'.
           05  FILLER               PIC X(60) VALUE
               'PLEASE CONTACT US.'.
       01  WS-DEFAULT-LETTER-TABLE REDEFINES WS-DEFAULT-LETTER-TEXT.
           05  WS-DEFAULT-LINE      PIC X(60) OCCURS 9 TIMES.

       01  WS-LETTER-HEAD-LINE.
           05  FILLER               PIC X(32) VALUE
               'COMING OF AGE - CUSTOMER        '.
           05  WS-LH-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(39) VALUE SPACES.
       01  WS-ADDRESSEE-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-AL-FIRST-NAME     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-AL-LAST-NAME      PIC X(10).
           05  FILLER               PIC X(57) VALUE SPACES.
       01  WS-CARE-OF-LINE.
           05  FILLER               PIC X(06) VALUE '  C/O '.
           05  WS-CO-FIRST-NAME     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CO-LAST-NAME      PIC X(10).
           05  FILLER               PIC X(53) VALUE SPACES.
       01  WS-STREET-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-SL-STREET         PIC X(30).
           05  FILLER               PIC X(48) VALUE SPACES.
       01  WS-CITY-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CL-CITY           PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CL-POSTAL         PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CL-REGION         PIC X(03).
           05  FILLER               PIC X(43) VALUE SPACES.

       01  WS-RPT-HEAD-LINE.
           05  FILLER               PIC X(31) VALUE
               'MINOR AGE-OUT REGISTER - MONTH '.
           05  WS-RH-MONTH          PIC X(07).
           05  FILLER               PIC X(14) VALUE
               '  RUN DATE    '.
           05  WS-RH-DATE           PIC X(10).
           05  FILLER               PIC X(18) VALUE SPACES.
       01  WS-RPT-COLUMN-LINE.
           05  FILLER               PIC X(40) VALUE
               'CUSTOMER  NAME                  BORN    '.
           05  FILLER               PIC X(40) VALUE
               '   GUARDIAN  ACTION'.
      * One line per age-out or exception.
       01  WS-RPT-DETAIL-LINE.
           05  WS-RD-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RD-FIRST-NAME     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RD-LAST-NAME      PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RD-BIRTH-DATE     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RD-GUARDIAN-ID    PIC 9(9).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RD-ACTION         PIC X(27).
       01  WS-RPT-TOTAL-LINE.
           05  WS-RT-LABEL          PIC X(30).
           05  WS-RT-VALUE          PIC X(16).
           05  FILLER               PIC X(34) VALUE SPACES.

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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'GRDNAGE'.

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
           05  WS-CL-PGM-NAME      PIC X(08) VALUE 'GRDNAGE'.
           05  WS-CL-REFERENCE     PIC X(20).
           05  WS-CL-RC            PIC 9(02).
           05  WS-CL-COUNT         PIC 9(07).

      * Call parameter block for DATEUTIL, the shared date utility -
      * 'VAL ' proves the month card and the 18th birthday, 'ADD '
      * moves a 29 February birthday on to 1 March.
       01  WS-DATEUTIL-PARM.
           05  WS-DU-FUNCTION      PIC X(04).
           05  WS-DU-INPUT-DATE    PIC X(10).
           05  WS-DU-DAYS-TO-ADD   PIC S9(05).
           05  WS-DU-OUTPUT-DATE   PIC X(10).
           05  WS-DU-RETURN-CODE   PIC 9(02).
               88  WS-DU-OK           VALUE 00.
           05  WS-DU-INPUT-DATE-2  PIC X(10).
           05  WS-DU-DAYS-DIFFERENCE PIC S9(07).
           05  WS-DU-REGION        PIC X(03).

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXGRD END-EXEC.

      * Every active guardian link, with the minor's date of birth,
      * name, status and returned-mail flag and the guardian's name.
      * WITH HOLD, because each age-out commits as it goes and the
      * cursor must survive the commit.
           EXEC SQL
              DECLARE GRDN-CUR CURSOR WITH HOLD FOR
              SELECT G.CUSTOMER_ID, G.GUARDIAN_ID, G.RELATIONSHIP,
                     M.BIRTH_DATE, M.FIRST_NAME, M.LAST_NAME,
                     M.CUST_STATUS, M.MAIL_UNDELIV,
                     P.FIRST_NAME, P.LAST_NAME
              FROM TEXGRD G, TEXEM M, TEXEM P
              WHERE G.GRD_STATUS = 'A'
                AND M.CUSTOMER_ID = G.CUSTOMER_ID
                AND P.CUSTOMER_ID = G.GUARDIAN_ID
              ORDER BY G.CUSTOMER_ID
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-CURSOR
           PERFORM 2100-FETCH-LINK
           PERFORM WITH TEST BEFORE UNTIL CURSOR-AT-END
              PERFORM 3000-PROCESS-ONE-LINK
              PERFORM 2100-FETCH-LINK
           END-PERFORM
           PERFORM 2900-CLOSE-CURSOR
           PERFORM 8000-HOUSEKEEPING
           PERFORM 9700-WRITE-RUN-LOG
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

           ACCEPT WS-MONTH-CARD
           PERFORM 1100-CHECK-MONTH

           PERFORM 6000-LOAD-TEMPLATES
           PERFORM 6100-LOAD-ADDRESSES

           OPEN OUTPUT LETTER-FILE
           IF NOT LETTER-OK
              DISPLAY 'GRDNAGE: UNEXPECTED GRDNLTR STATUS '
                  WS-LETTER-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT AGE-OUT-REPORT
           IF NOT REPORT-OK
              DISPLAY 'GRDNAGE: UNEXPECTED GRDNRPT STATUS '
                  WS-REPORT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN EXTEND GUARDIAN-AUDIT-FILE
           IF NOT GRDNAUDT-OK
              OPEN OUTPUT GUARDIAN-AUDIT-FILE
           END-IF
           IF NOT GRDNAUDT-OK
              DISPLAY 'GRDNAGE: UNEXPECTED GRDNAUDT STATUS '
                  WS-GRDNAUDT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-MONTH-CARD TO WS-RH-MONTH
           MOVE WS-RUN-BUS-DATE TO WS-RH-DATE
           MOVE WS-RPT-HEAD-LINE TO AGE-OUT-REPORT-RECORD
           WRITE AGE-OUT-REPORT-RECORD
           MOVE SPACES TO AGE-OUT-REPORT-RECORD
           WRITE AGE-OUT-REPORT-RECORD
           MOVE WS-RPT-COLUMN-LINE TO AGE-OUT-REPORT-RECORD
           WRITE AGE-OUT-REPORT-RECORD.

      * The card names the month, YYYY-MM; a month that has not yet
      * begun is refused.
       1100-CHECK-MONTH.
           MOVE SPACES TO WS-MONTH-START
           STRING WS-MONTH-CARD '-01' DELIMITED BY SIZE
              INTO WS-MONTH-START
           MOVE 'VAL ' TO WS-DU-FUNCTION
           MOVE WS-MONTH-START TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF NOT WS-DU-OK
              OR WS-MONTH-CARD (5:1) NOT = '-'
              DISPLAY 'GRDNAGE: MONTH CARD ' WS-MONTH-CARD
                  ' IS NOT A YYYY-MM MONTH - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-MONTH-START > WS-RUN-BUS-DATE
              DISPLAY 'GRDNAGE: MONTH ' WS-MONTH-CARD
                  ' HAS NOT BEGUN ON ' WS-RUN-BUS-DATE
                  ' - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       2000-OPEN-CURSOR.
           EXEC SQL
                OPEN GRDN-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE.

       2100-FETCH-LINK.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2110-TRY-FETCH-LINK
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                ADD 1 TO WS-ROWS-READ
             WHEN 100
                SET CURSOR-AT-END TO TRUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       2110-TRY-FETCH-LINK.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                FETCH GRDN-CUR
                INTO :WS-AG-CUSTOMER-ID, :WS-AG-GUARDIAN-ID,
                     :WS-AG-RELATIONSHIP, :WS-AG-BIRTH-DATE,
                     :WS-AG-FIRST-NAME, :WS-AG-LAST-NAME,
                     :WS-AG-CUST-STATUS, :WS-AG-MAIL-UNDELIV,
                     :WS-AG-GRDN-FIRST, :WS-AG-GRDN-LAST
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       2900-CLOSE-CURSOR.
           EXEC SQL
                CLOSE GRDN-CUR
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE.

      * A minor whose 18th birthday has come by tonight is aged out;
      * one still under 18 waits for a later run. No date of birth
      * means no birthday to wait for - listed for follow-up.
       3000-PROCESS-ONE-LINK.
           MOVE 'VAL ' TO WS-DU-FUNCTION
           MOVE WS-AG-BIRTH-DATE TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF WS-AG-BIRTH-DATE = SPACES
              OR NOT WS-DU-OK
              MOVE 'NO VALID DATE OF BIRTH' TO WS-RD-ACTION
              PERFORM 7100-WRITE-EXCEPTION
           ELSE
              PERFORM 3100-FIND-18TH-BIRTHDAY
              IF WS-AGE18-DATE > WS-RUN-BUS-DATE
                 ADD 1 TO WS-STILL-MINOR-COUNT
              ELSE
                 PERFORM 4000-AGE-OUT
              END-IF
           END-IF.

      * The date of birth 18 years on. 29 February in a year without
      * one is not a date - the birthday is then the day after
      * 28 February.
       3100-FIND-18TH-BIRTHDAY.
           MOVE WS-AG-BIRTH-DATE (1:4) TO WS-AGE18-YEAR
           ADD 18 TO WS-AGE18-YEAR
           MOVE WS-AG-BIRTH-DATE (5:6) TO WS-AGE18-MMDD
           MOVE 'VAL ' TO WS-DU-FUNCTION
           MOVE WS-AGE18-DATE TO WS-DU-INPUT-DATE
           CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
           IF NOT WS-DU-OK
              MOVE '-02-28' TO WS-AGE18-MMDD
              MOVE 'ADD ' TO WS-DU-FUNCTION
              MOVE WS-AGE18-DATE TO WS-DU-INPUT-DATE
              MOVE 1 TO WS-DU-DAYS-TO-ADD
              CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
              MOVE WS-DU-OUTPUT-DATE TO WS-AGE18-DATE
           END-IF.

      * End the link and commit it on its own, then the audit record
      * and the letter. The update takes only an active row, so a
      * row another run has already ended is left as it is.
       4000-AGE-OUT.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4010-TRY-END-LINK
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           MOVE SQLERRD (3) TO WS-ROWS-ENDED
      * No row taken means nothing was changed, so there is nothing
      * to back out - and a ROLLBACK would close the held cursor
      * under the next fetch. The link is listed and passed.
           IF WS-ROWS-ENDED NOT = 1
              MOVE 'LINK CHANGED - NOT ENDED' TO WS-RD-ACTION
              PERFORM 7100-WRITE-EXCEPTION
           ELSE
              EXEC SQL
                   COMMIT
              END-EXEC
              PERFORM 9800-CHECK-SQLCODE
              ADD 1 TO WS-AGED-OUT-COUNT
              PERFORM 4100-WRITE-GUARDIAN-AUDIT
              EVALUATE TRUE
                 WHEN WS-AG-CUST-STATUS = 'C'
                    MOVE 'AGED OUT - CLOSED, NO LETTER'
                      TO WS-RD-ACTION
                    ADD 1 TO WS-HELD-COUNT
                 WHEN WS-AG-CUST-STATUS = 'D'
                    MOVE 'AGED OUT - DECEASED'
                      TO WS-RD-ACTION
                    ADD 1 TO WS-HELD-COUNT
                 WHEN WS-AG-MAIL-UNDELIV = 'Y'
                    MOVE 'AGED OUT - LETTER HELD' TO WS-RD-ACTION
                    ADD 1 TO WS-HELD-COUNT
                    MOVE 'H' TO WS-CL-DISPOSITION
                    PERFORM 5070-LOG-CORRESPONDENCE
                 WHEN OTHER
                    PERFORM 5000-PRINT-LETTER
                    MOVE 'S' TO WS-CL-DISPOSITION
                    PERFORM 5070-LOG-CORRESPONDENCE
                    IF LETTER-CARE-OF
                       MOVE 'AGED OUT - LETTER C/O GRDN'
                         TO WS-RD-ACTION
                    ELSE
                       MOVE 'AGED OUT - LETTER SENT'
                         TO WS-RD-ACTION
                    END-IF
              END-EVALUATE
              PERFORM 7000-WRITE-REGISTER-LINE
           END-IF.

       4010-TRY-END-LINK.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
                UPDATE TEXGRD
                   SET GRD_STATUS = 'E',
                       END_DATE = :WS-RUN-BUS-DATE
                 WHERE CUSTOMER_ID = :WS-AG-CUSTOMER-ID
                   AND GRD_STATUS = 'A'
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       4100-WRITE-GUARDIAN-AUDIT.
           MOVE SPACES TO GUARDIAN-AUDIT-RECORD
           MOVE WS-RUN-BUS-DATE TO GAU-DATE
           MOVE ZERO TO GAU-USERNO
           MOVE 'E' TO GAU-ACTION
           MOVE WS-AG-CUSTOMER-ID TO GAU-CUSTOMER-ID
           MOVE WS-AG-BIRTH-DATE TO GAU-OLD-BIRTH-DATE
           MOVE WS-AG-BIRTH-DATE TO GAU-NEW-BIRTH-DATE
           MOVE WS-AG-GUARDIAN-ID TO GAU-OLD-GUARDIAN-ID
           MOVE ZERO TO GAU-NEW-GUARDIAN-ID
           MOVE WS-AG-RELATIONSHIP TO GAU-RELATIONSHIP
           MOVE WS-PGM-NAME TO GAU-PGM-NAME
           WRITE GUARDIAN-AUDIT-RECORD.

      * The customer's own address when ADDRMST has one, else the
      * guardian's with a C/O line - their post has gone there.
       5000-PRINT-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           MOVE 'N' TO WS-CARE-OF-SW
           MOVE WS-AG-CUSTOMER-ID TO WS-FIND-CUSTOMER
           PERFORM 5050-FIND-ADDRESS
           IF WS-ADDR-FOUND-IX = ZERO
              MOVE WS-AG-GUARDIAN-ID TO WS-FIND-CUSTOMER
              PERFORM 5050-FIND-ADDRESS
              IF WS-ADDR-FOUND-IX > ZERO
                 MOVE 'Y' TO WS-CARE-OF-SW
              END-IF
           END-IF

           MOVE WS-AG-CUSTOMER-ID TO WS-LH-CUSTOMER-ID
           MOVE WS-LETTER-HEAD-LINE TO LETTER-RECORD
           WRITE LETTER-RECORD AFTER ADVANCING PAGE
           MOVE WS-AG-FIRST-NAME TO WS-AL-FIRST-NAME
           MOVE WS-AG-LAST-NAME TO WS-AL-LAST-NAME
           MOVE WS-ADDRESSEE-LINE TO LETTER-RECORD
           WRITE LETTER-RECORD
           IF LETTER-CARE-OF
              MOVE WS-AG-GRDN-FIRST TO WS-CO-FIRST-NAME
              MOVE WS-AG-GRDN-LAST TO WS-CO-LAST-NAME
              MOVE WS-CARE-OF-LINE TO LETTER-RECORD
              WRITE LETTER-RECORD
           END-IF

      * Street and city lines directly under the addressee, where
      * the window envelope shows them.
           IF WS-ADDR-FOUND-IX > ZERO
              MOVE WS-AD-STREET (WS-ADDR-FOUND-IX) TO WS-SL-STREET
              MOVE WS-STREET-LINE TO LETTER-RECORD
              WRITE LETTER-RECORD
              MOVE WS-AD-CITY (WS-ADDR-FOUND-IX) TO WS-CL-CITY
              MOVE WS-AD-POSTAL (WS-ADDR-FOUND-IX) TO WS-CL-POSTAL
              MOVE WS-AD-REGION (WS-ADDR-FOUND-IX) TO WS-CL-REGION
              MOVE WS-CITY-LINE TO LETTER-RECORD
              WRITE LETTER-RECORD
           END-IF
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD

           PERFORM VARYING WS-TMPL-IX FROM 1 BY 1
                   UNTIL WS-TMPL-IX > WS-TMPL-COUNT
              PERFORM 5090-SUBSTITUTE-LINE
              MOVE WS-SUB-LINE TO LETTER-RECORD
              WRITE LETTER-RECORD
           END-PERFORM.

       5050-FIND-ADDRESS.
           MOVE ZERO TO WS-ADDR-FOUND-IX
           PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
                   UNTIL WS-ADDR-IX > WS-ADDR-COUNT
                      OR WS-ADDR-FOUND-IX > ZERO
              IF WS-AD-CUSTOMER-ID (WS-ADDR-IX) = WS-FIND-CUSTOMER
                 MOVE WS-ADDR-IX TO WS-ADDR-FOUND-IX
              END-IF
           END-PERFORM.

      * The letter, sent or held for returned mail, goes on the
      * customer's correspondence history.
       5070-LOG-CORRESPONDENCE.
           MOVE 'LOG ' TO WS-CL-FUNCTION
           MOVE WS-AG-CUSTOMER-ID TO WS-CL-CUSTOMER-ID
           MOVE WS-RUN-BUS-DATE TO WS-CL-ITEM-DATE
           MOVE 'N' TO WS-CL-ITEM-TYPE
           MOVE 'AGEO' TO WS-CL-MESSAGE-CODE
           MOVE 'P' TO WS-CL-CHANNEL
           MOVE 'GUARDIANSHIP ENDED' TO WS-CL-REFERENCE
           CALL 'CORRLOG' USING WS-CORRLOG-PARM.

      * Copy the template text across, expanding the variables the
      * way AUDCONF does - &NAME the first name and &DATE the 18th
      * birthday. Anything that will not fit in the 80-byte letter
      * line is dropped off the right-hand end.
       5090-SUBSTITUTE-LINE.
           MOVE SPACES TO WS-SUB-LINE
           MOVE 1 TO WS-SUB-IN-IX
           MOVE 1 TO WS-SUB-OUT-IX
           PERFORM WITH TEST BEFORE
                   UNTIL WS-SUB-IN-IX > 60
                      OR WS-SUB-OUT-IX > 70
              EVALUATE TRUE
                 WHEN WS-SUB-IN-IX NOT > 56
                      AND WS-TP-TEXT (WS-TMPL-IX)
                          (WS-SUB-IN-IX:5) = '&NAME'
                    MOVE WS-AG-FIRST-NAME
                      TO WS-SUB-LINE (WS-SUB-OUT-IX:10)
                    ADD 5 TO WS-SUB-IN-IX
                    ADD 10 TO WS-SUB-OUT-IX
                 WHEN WS-SUB-IN-IX NOT > 56
                      AND WS-TP-TEXT (WS-TMPL-IX)
                          (WS-SUB-IN-IX:5) = '&DATE'
                    MOVE WS-AGE18-DATE
                      TO WS-SUB-LINE (WS-SUB-OUT-IX:10)
                    ADD 5 TO WS-SUB-IN-IX
                    ADD 10 TO WS-SUB-OUT-IX
                 WHEN OTHER
                    MOVE WS-TP-TEXT (WS-TMPL-IX) (WS-SUB-IN-IX:1)
                      TO WS-SUB-LINE (WS-SUB-OUT-IX:1)
                    ADD 1 TO WS-SUB-IN-IX
                    ADD 1 TO WS-SUB-OUT-IX
              END-EVALUATE
           END-PERFORM.

       6000-LOAD-TEMPLATES.
           OPEN INPUT TEMPLATE-FILE
           EVALUATE TRUE
              WHEN TEMPLATE-OK
                 READ TEMPLATE-FILE
                 PERFORM WITH TEST BEFORE
                         UNTIL TEMPLATE-EOF
                            OR WS-TMPL-COUNT
                               NOT LESS THAN WS-TMPL-MAX
                    IF TPL-MESSAGE-CODE = 'G'
                       AND TPL-LANGUAGE = SPACES
                       ADD 1 TO WS-TMPL-COUNT
                       MOVE TPL-SEQUENCE
                         TO WS-TP-SEQUENCE (WS-TMPL-COUNT)
                       MOVE TPL-TEXT TO WS-TP-TEXT (WS-TMPL-COUNT)
                    END-IF
                    READ TEMPLATE-FILE
                 END-PERFORM
                 CLOSE TEMPLATE-FILE
              WHEN TEMPLATE-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 DISPLAY 'GRDNAGE: UNEXPECTED LTRTMPL STATUS '
                     WS-TEMPLATE-STATUS ' - COMPILED TEXT USED'
           END-EVALUATE
           IF WS-TMPL-COUNT = ZERO
              PERFORM VARYING WS-TMPL-IX FROM 1 BY 1
                      UNTIL WS-TMPL-IX > 9
                 ADD 1 TO WS-TMPL-COUNT
                 MOVE WS-TMPL-IX TO WS-TP-SEQUENCE (WS-TMPL-COUNT)
                 MOVE WS-DEFAULT-LINE (WS-TMPL-IX)
                   TO WS-TP-TEXT (WS-TMPL-COUNT)
              END-PERFORM
           END-IF.

       6100-LOAD-ADDRESSES.
           OPEN INPUT ADDRESS-MASTER-FILE
           EVALUATE TRUE
              WHEN ADDRMST-OK
                 READ ADDRESS-MASTER-FILE
                 PERFORM WITH TEST BEFORE
                         UNTIL ADDRMST-EOF
                            OR WS-ADDR-COUNT
                               NOT LESS THAN WS-ADDR-MAX
                    ADD 1 TO WS-ADDR-COUNT
                    MOVE ADM-CUSTOMER-ID
                      TO WS-AD-CUSTOMER-ID (WS-ADDR-COUNT)
                    MOVE ADM-STREET TO WS-AD-STREET (WS-ADDR-COUNT)
                    MOVE ADM-CITY TO WS-AD-CITY (WS-ADDR-COUNT)
                    MOVE ADM-POSTAL-CODE
                      TO WS-AD-POSTAL (WS-ADDR-COUNT)
                    MOVE ADM-REGION TO WS-AD-REGION (WS-ADDR-COUNT)
                    READ ADDRESS-MASTER-FILE
                 END-PERFORM
                 IF NOT ADDRMST-EOF
                    DISPLAY 'GRDNAGE: ADDRMST HOLDS MORE THAN '
                        WS-ADDR-MAX ' RECORDS - THE REST GO OUT '
                        'WITH THE NAME LINE ONLY'
                 END-IF
                 CLOSE ADDRESS-MASTER-FILE
              WHEN ADDRMST-NOT-FOUND
                 DISPLAY 'GRDNAGE: NO ADDRMST FILE - LETTERS GO OUT '
                     'WITH THE NAME LINE ONLY'
              WHEN OTHER
                 DISPLAY 'GRDNAGE: UNEXPECTED ADDRMST STATUS '
                     WS-ADDRMST-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

      * WS-RD-ACTION set by the caller.
       7000-WRITE-REGISTER-LINE.
           MOVE WS-AG-CUSTOMER-ID TO WS-RD-CUSTOMER-ID
           MOVE WS-AG-FIRST-NAME TO WS-RD-FIRST-NAME
           MOVE WS-AG-LAST-NAME TO WS-RD-LAST-NAME
           MOVE WS-AG-BIRTH-DATE TO WS-RD-BIRTH-DATE
           MOVE WS-AG-GUARDIAN-ID TO WS-RD-GUARDIAN-ID
           MOVE WS-RPT-DETAIL-LINE TO AGE-OUT-REPORT-RECORD
           WRITE AGE-OUT-REPORT-RECORD.

       7100-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           PERFORM 7000-WRITE-REGISTER-LINE
           DISPLAY 'GRDNAGE: CUSTOMER ' WS-AG-CUSTOMER-ID
               ' - ' WS-RD-ACTION.

       8000-HOUSEKEEPING.
           MOVE SPACES TO AGE-OUT-REPORT-RECORD
           WRITE AGE-OUT-REPORT-RECORD
           MOVE 'ACTIVE GUARDIAN LINKS READ' TO WS-RT-LABEL
           MOVE WS-ROWS-READ TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'AGED OUT' TO WS-RT-LABEL
           MOVE WS-AGED-OUT-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'LETTERS PRINTED' TO WS-RT-LABEL
           MOVE WS-LETTER-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'LETTERS HELD OR NOT DUE' TO WS-RT-LABEL
           MOVE WS-HELD-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'STILL UNDER 18' TO WS-RT-LABEL
           MOVE WS-STILL-MINOR-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE 'EXCEPTIONS' TO WS-RT-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-FORMATTED
           MOVE WS-COUNT-FORMATTED TO WS-RT-VALUE
           PERFORM 8100-WRITE-TOTAL-LINE

           CLOSE LETTER-FILE
           CLOSE AGE-OUT-REPORT
           CLOSE GUARDIAN-AUDIT-FILE
           MOVE 'CLOS' TO WS-CL-FUNCTION
           CALL 'CORRLOG' USING WS-CORRLOG-PARM

           MOVE WS-AGED-OUT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'GRDNAGE: CUSTOMERS AGED OUT: ' WS-COUNT-FORMATTED
           MOVE WS-LETTER-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'GRDNAGE: LETTERS PRINTED: ' WS-COUNT-FORMATTED
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'GRDNAGE: EXCEPTIONS: ' WS-COUNT-FORMATTED

           IF WS-EXCEPTION-COUNT > ZERO AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.

       8100-WRITE-TOTAL-LINE.
           MOVE WS-RPT-TOTAL-LINE TO AGE-OUT-REPORT-RECORD
           WRITE AGE-OUT-REPORT-RECORD.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'GRDNAGE: SQLCODE ' SQLCODE
               ' - DEADLOCK/TIMEOUT, RETRY ' WS-RETRY-COUNT
               ' OF ' WS-MAX-RETRIES ' IN ' WS-RETRY-DELAY-SECS
               ' SECONDS'
           CALL 'C$SLEEP' USING WS-RETRY-DELAY-SECS
           .

       9500-LOOKUP-ERROR-CODE.
      * Look the code up through the shared ERRLOOK routine, which
      * reads the loadable ERRCFILE registry at run time and falls
      * back to the compiled-in table when the file is absent.
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
      * Birthdays are measured against the window's business date,
      * not the clock's. With no control file at all the system date
      * stands in, with a note.
           OPEN INPUT BUSINESS-DATE-FILE
           EVALUATE TRUE
               WHEN BUSDATE-OK
                   READ BUSINESS-DATE-FILE
                   IF BUSDATE-OK
                       MOVE BD-BUSINESS-DATE TO WS-RUN-BUS-DATE
                   END-IF
                   CLOSE BUSINESS-DATE-FILE
               WHEN BUSDATE-NOT-FOUND
                   DISPLAY 'GRDNAGE: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'GRDNAGE: UNEXPECTED BUSDATE STATUS '
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
           MOVE WS-ROWS-READ TO RUN-RECS-IN
           MOVE WS-AGED-OUT-COUNT TO RUN-RECS-OUT
           MOVE WS-EXCEPTION-COUNT TO RUN-RECS-REJECTED
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUNLOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUNLOG-OK
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY 'GRDNAGE: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9800-CHECK-SQLCODE.
      * Common guard after every SQL operation inside an age-out -
      * anything other than clean completion rolls the in-flight
      * unit of work back, so a link is never half-ended.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
              MOVE 'SQER' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              PERFORM 9999-ROLLBACK-AND-ABEND
           END-IF.

       9999-ROLLBACK-AND-ABEND.
           EXEC SQL
              ROLLBACK
           END-EXEC.
           DISPLAY 'GRDNAGE: UNEXPECTED SQLCODE ' SQLCODE
               ' - UNIT OF WORK ROLLED BACK'
           MOVE 16 TO RETURN-CODE
           GOBACK.
