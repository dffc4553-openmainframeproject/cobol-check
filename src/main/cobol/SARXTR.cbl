       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SARXTR.
      *****************************************************************
      * Subject-access request extract. A data-protection subject-
      * access request gives us three weeks to hand the customer
      * everything we hold on them, and answering one used to mean
      * CUSTINQ, HISTINQ against the archives, AUDTINQ, RPTPRINT for
      * the statements and a hand pull of ADDRMST and WALHOLDS. This
      * program takes the customer number and assembles all of it
      * into one readable document, SARDOC, in numbered sections:
      *
      *    01  the TEXEM customer record;
      *    02  every TEXE2 wallet held, and the wallets co-owned
      *        under another holder on TEXOWN;
      *    03  the ADDRMST mailing address;
      *    04  every WALHOLDS hold, released ones included;
      *    05  the OVDRLIM overdraft lines;
      *    06  the live TEXE2HIST movements;
      *    07  the archived movements on the HISTUNLD generations;
      *    08  the AUDTWH audit-warehouse entries naming them;
      *    09  the statement pages kept on RPTREPOS.
      *
      * The sections are gathered onto the SARWORK work file first,
      * so the document can open with a contents page giving each
      * section's entry count and first page, and every page carries
      * the request's heading and page number. Other customers are
      * not the subject's data: a joint wallet shows how many further
      * owners it has, never who they are, and a wallet co-owned
      * under another holder does not name the holder.
      *
      * A customer no longer on TEXEM is still searched everywhere
      * else - a purged customer's archived movements and statements
      * are held all the same. A source file that is not there makes
      * its section say so, and the request is marked incomplete.
      * Every request, refused ones included, is appended to the
      * SARREG compliance register.
      *
      * Parameter cards: customer number, request reference, USERNO
      * of the officer handling the request. RC 4 when the document
      * is incomplete or the customer is not on TEXEM, RC 8 when the
      * request is refused.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAR-WORK-FILE ASSIGN TO "SARWORK"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-WORK-STATUS.
           SELECT SAR-DOCUMENT ASSIGN TO "SARDOC"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-DOC-STATUS.
      * The compliance register - one record per request, appended.
           SELECT SAR-REGISTER-FILE ASSIGN TO "SARREG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REGISTER-STATUS.
      * The customer mailing-address file ADDRMNT maintains.
           SELECT ADDRESS-MASTER-FILE ASSIGN TO "ADDRMST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ADDRMST-STATUS.
      * Wallet holds, maintained by HOLDMNT.
           SELECT WALLET-HOLD-FILE ASSIGN TO "WALHOLDS"
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY WHD-HOLD-NO
               FILE STATUS WS-WHOLD-STATUS.
      * Overdraft lines, maintained by OVDRMNT.
           SELECT OVERDRAFT-LIMIT-FILE ASSIGN TO "OVDRLIM"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-OVDR-STATUS.
      * The archive generations - one or more HISTARCH unload files
      * concatenated by the JCL.
           SELECT UNLOAD-FILE ASSIGN TO "HISTUNLD"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-UNLOAD-STATUS.
      * The consolidated audit warehouse AUDTCONS builds.
           SELECT WAREHOUSE-FILE ASSIGN TO "AUDTWH"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-WAREHOUSE-STATUS.
      * The report repository RPTARCH fills and RPTPRINT reads.
           SELECT REPOSITORY-FILE ASSIGN TO "RPTREPOS"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPOS-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the date the request is registered under.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-BUSDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * One document line, tagged with the section it belongs to.
       FD  SAR-WORK-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 135 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS SAR-WORK-RECORD.
       01  SAR-WORK-RECORD.
           05  SWK-SECTION         PIC 9(2).
           05  SWK-TEXT            PIC X(133).
       FD  SAR-DOCUMENT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 133 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS SAR-DOCUMENT-RECORD.
       01  SAR-DOCUMENT-RECORD     PIC X(133).
       FD  SAR-REGISTER-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS SAR-REGISTER-RECORD.
       01  SAR-REGISTER-RECORD.
           05  SRG-BUS-DATE        PIC X(10).
           05  SRG-TIME            PIC X(08).
           05  SRG-CUSTOMER-ID     PIC 9(9).
           05  SRG-REFERENCE       PIC X(12).
           05  SRG-REQUESTED-BY    PIC 9(3).
      *    'C' COMPLETE, 'I' INCOMPLETE - A SOURCE FILE WAS MISSING,
      *    'N' COMPLETE BUT THE CUSTOMER IS NO LONGER ON TEXEM,
      *    'R' REFUSED - THE CUSTOMER NUMBER FAILS ITS CHECK DIGIT.
           05  SRG-OUTCOME         PIC X(01).
           05  SRG-PAGES           PIC 9(5).
           05  SRG-ENTRIES         PIC 9(7).
           05  SRG-PGM-NAME        PIC X(08).
           05  FILLER              PIC X(17).
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
       FD  WALLET-HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS WALLET-HOLD-RECORD.
       01  WALLET-HOLD-RECORD.
           COPY WALHOLDS.
       FD  OVERDRAFT-LIMIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 21 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS OVERDRAFT-LIMIT-RECORD.
       01  OVERDRAFT-LIMIT-RECORD.
           05  OVD-CUSTOMER-ID     PIC 9(9).
           05  OVD-WALLET-NO       PIC 9(2).
           05  OVD-LIMIT           PIC 9(8)V99.
      * Same layout HISTARCH unloads.
       FD  UNLOAD-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 109 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS UNLOAD-RECORD.
       01  UNLOAD-RECORD.
           05  UNL-CUSTOMER-ID     PIC 9(9).
           05  UNL-WALLET-NO       PIC 9(2).
           05  UNL-FIRST-NAME      PIC X(10).
           05  UNL-LAST-NAME       PIC X(10).
           05  UNL-OLD-WALLET      PIC S9(8)V99.
           05  UNL-NEW-WALLET      PIC S9(8)V99.
           05  UNL-ADJ-REF         PIC X(12).
           05  UNL-REV-ADJ-REF     PIC X(12).
           05  UNL-TMS-CREA        PIC X(26).
           05  UNL-PGM-NAME        PIC X(08).
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
           05  AWH-ENTITY-KEY      PIC X(20).
           05  AWH-BEFORE          PIC X(40).
           05  AWH-AFTER           PIC X(40).
      * Same layout RPTARCH writes.
       FD  REPOSITORY-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 151 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS REPOSITORY-RECORD.
       01  REPOSITORY-RECORD.
           05  RPS-REPORT-NAME     PIC X(08).
           05  RPS-BUS-DATE        PIC X(10).
           05  RPS-TEXT            PIC X(133).
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
           05  WS-WORK-STATUS       PIC XX.
               88  WORK-OK          VALUE '00'.
               88  WORK-EOF         VALUE '10'.
           05  WS-DOC-STATUS        PIC XX.
               88  DOC-OK           VALUE '00'.
           05  WS-REGISTER-STATUS   PIC XX.
               88  REGISTER-OK      VALUE '00'.
           05  WS-ADDRMST-STATUS    PIC XX.
               88  ADDRMST-OK       VALUE '00'.
               88  ADDRMST-EOF      VALUE '10'.
               88  ADDRMST-NOT-FOUND VALUE '35'.
           05  WS-WHOLD-STATUS      PIC XX.
               88  WHOLD-OK         VALUE '00'.
               88  WHOLD-EOF        VALUE '10'.
               88  WHOLD-NOT-FOUND  VALUE '35'.
           05  WS-OVDR-STATUS       PIC XX.
               88  OVDR-OK          VALUE '00'.
               88  OVDR-EOF         VALUE '10'.
               88  OVDR-NOT-FOUND   VALUE '35'.
           05  WS-UNLOAD-STATUS     PIC XX.
               88  UNLOAD-OK        VALUE '00'.
               88  UNLOAD-EOF       VALUE '10'.
               88  UNLOAD-NOT-FOUND VALUE '35'.
           05  WS-WAREHOUSE-STATUS  PIC XX.
               88  WAREHOUSE-OK     VALUE '00'.
               88  WAREHOUSE-EOF    VALUE '10'.
               88  WAREHOUSE-NOT-FOUND VALUE '35'.
           05  WS-REPOS-STATUS      PIC XX.
               88  REPOS-OK         VALUE '00'.
               88  REPOS-EOF        VALUE '10'.
               88  REPOS-NOT-FOUND  VALUE '35'.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK         VALUE '00'.
               88  BUSDATE-NOT-FOUND  VALUE '35'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'SARXTR'.
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
           05  WS-RUN-TIME-RAW      PIC 9(08).
           05  WS-RUN-TIME          PIC X(08).
      * The request, as the cards give it.
           05  WS-SAR-CUSTOMER-ID   PIC 9(9) VALUE ZERO.
           05  WS-SAR-CUSTOMER-X    REDEFINES WS-SAR-CUSTOMER-ID
                                    PIC X(9).
           05  WS-SAR-REFERENCE     PIC X(12) VALUE SPACES.
           05  WS-SAR-REQUESTED-BY  PIC 9(3) VALUE ZERO.
           05  WS-SAR-OUTCOME       PIC X(01) VALUE 'C'.
               88  SAR-COMPLETE        VALUE 'C'.
               88  SAR-INCOMPLETE      VALUE 'I'.
               88  SAR-NOT-ON-TEXEM    VALUE 'N'.
               88  SAR-REFUSED         VALUE 'R'.
           05  WS-ON-TEXEM-SW       PIC X(01) VALUE 'N'.
               88  CUSTOMER-ON-TEXEM   VALUE 'Y'.
      * Building the sections.
           05  WS-CURRENT-SECTION   PIC 9(2) VALUE ZERO.
           05  WS-SECTION-IX        PIC S9(4) COMP.
           05  WS-SECTION-COUNT     PIC S9(4) COMP VALUE 9.
           05  WS-SCAN-IX           PIC S9(4) COMP.
           05  WS-HIT-SW            PIC X(01).
               88  CUSTOMER-ON-LINE    VALUE 'Y'.
           05  WS-IN-PAGE-SW        PIC X(01) VALUE 'N'.
               88  IN-WANTED-PAGE      VALUE 'Y'.
           05  WS-PAGE-REPORT-NAME  PIC X(08).
           05  WS-PAGE-BUS-DATE     PIC X(10).
           05  WS-OWNER-COUNT       PIC S9(4) COMP VALUE ZERO.
           05  WS-OWNER-COUNT-FMT   PIC Z9.
      * Assembling the document - sixty lines to the page, the page
      * heading and a blank line leaving fifty-eight for the body.
           05  WS-PAGE-BODY         PIC S9(4) COMP VALUE 58.
           05  WS-PAGE-LINES        PIC S9(4) COMP VALUE ZERO.
           05  WS-PAGE-NO           PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-TOTAL-PAGES       PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-PRINT-SECTION     PIC 9(2) VALUE ZERO.
           05  WS-TOTAL-ENTRIES     PIC S9(7) COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZZ,ZZ9.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.

       01  WS-SECTION-TITLES.
           05  FILLER  PIC X(30) VALUE 'CUSTOMER RECORD'.
           05  FILLER  PIC X(30) VALUE 'WALLETS'.
           05  FILLER  PIC X(30) VALUE 'MAILING ADDRESS'.
           05  FILLER  PIC X(30) VALUE 'WALLET HOLDS'.
           05  FILLER  PIC X(30) VALUE 'OVERDRAFT LINES'.
           05  FILLER  PIC X(30) VALUE 'MOVEMENTS - CURRENT'.
           05  FILLER  PIC X(30) VALUE 'MOVEMENTS - ARCHIVED'.
           05  FILLER  PIC X(30) VALUE 'AUDIT TRAIL'.
           05  FILLER  PIC X(30) VALUE 'STATEMENTS'.
       01  WS-SECTION-TITLE-TABLE REDEFINES WS-SECTION-TITLES.
           05  WS-SECTION-TITLE     PIC X(30) OCCURS 9 TIMES.

      * Per section: entries found, document lines, and where it
      * falls in the document.
       01  WS-SECTION-TABLE.
           05  WS-SECTION-ENTRY OCCURS 9 TIMES.
               10  WS-SC-ENTRIES      PIC S9(7) COMP-3.
               10  WS-SC-LINES        PIC S9(7) COMP-3.
               10  WS-SC-PAGES        PIC S9(5) COMP-3.
               10  WS-SC-FIRST-PAGE   PIC S9(5) COMP-3.

       01  WS-WORK-LINE             PIC X(133).

       01  WS-PAGE-HEAD-LINE.
           05  FILLER               PIC X(34) VALUE
               'SUBJECT ACCESS REQUEST - CUSTOMER '.
           05  WS-PG-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(12) VALUE '  REFERENCE '.
           05  WS-PG-REFERENCE      PIC X(12).
           05  FILLER               PIC X(11) VALUE '  PREPARED '.
           05  WS-PG-DATE           PIC X(10).
           05  FILLER               PIC X(25) VALUE SPACES.
           05  FILLER               PIC X(05) VALUE 'PAGE '.
           05  WS-PG-PAGE-NO        PIC ZZZ9.
           05  FILLER               PIC X(04) VALUE ' OF '.
           05  WS-PG-TOTAL-PAGES    PIC ZZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
       01  WS-SECTION-HEAD-LINE.
           05  FILLER               PIC X(08) VALUE 'SECTION '.
           05  WS-SH-SECTION        PIC Z9.
           05  FILLER               PIC X(03) VALUE ' - '.
           05  WS-SH-TITLE          PIC X(30).
           05  FILLER               PIC X(90) VALUE SPACES.
       01  WS-CONTENTS-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CT-SECTION        PIC Z9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CT-TITLE          PIC X(30).
           05  FILLER               PIC X(09) VALUE ' ENTRIES '.
           05  WS-CT-ENTRIES        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(07) VALUE '  PAGE '.
           05  WS-CT-PAGE           PIC ZZZ9.
           05  FILLER               PIC X(70) VALUE SPACES.
      * A labelled value - the customer record and the address.
       01  WS-FIELD-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-FL-LABEL          PIC X(24).
           05  WS-FL-VALUE          PIC X(60).
           05  FILLER               PIC X(47) VALUE SPACES.
       01  WS-WALLET-LINE.
           05  FILLER               PIC X(09) VALUE '  WALLET '.
           05  WS-WL-WALLET-NO      PIC 9(2).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-WL-CURRENCY       PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-WL-WALLET         PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(08) VALUE ' OPENED '.
           05  WS-WL-OPENED         PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-WL-NOTE           PIC X(30).
           05  FILLER               PIC X(54) VALUE SPACES.
      * A wallet co-owned under another holder - the holder is not
      * the subject's data and is not named.
       01  WS-CO-OWNED-LINE.
           05  FILLER               PIC X(18) VALUE
               '  CO-OWNED WALLET '.
           05  WS-CO-CURRENCY       PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CO-WALLET         PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(06) VALUE ' ROLE '.
           05  WS-CO-ROLE           PIC X(01).
           05  FILLER               PIC X(07) VALUE ' SHARE '.
           05  WS-CO-SHARE          PIC ZZ9.99.
           05  FILLER               PIC X(07) VALUE ' SINCE '.
           05  WS-CO-SINCE          PIC X(10).
           05  FILLER               PIC X(60) VALUE SPACES.
       01  WS-HOLD-LINE.
           05  FILLER               PIC X(07) VALUE '  HOLD '.
           05  WS-HO-HOLD-NO        PIC 9(5).
           05  FILLER               PIC X(08) VALUE ' WALLET '.
           05  WS-HO-WALLET-NO      PIC 9(2).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-HO-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-HO-REASON         PIC X(20).
           05  FILLER               PIC X(08) VALUE ' PLACED '.
           05  WS-HO-PLACED         PIC X(10).
           05  FILLER               PIC X(04) VALUE ' BY '.
           05  WS-HO-PLACED-BY      PIC 9(3).
           05  FILLER               PIC X(08) VALUE ' STATUS '.
           05  WS-HO-STATUS         PIC X(01).
           05  FILLER               PIC X(10) VALUE ' RELEASED '.
           05  WS-HO-RELEASED       PIC X(10).
           05  FILLER               PIC X(22) VALUE SPACES.
       01  WS-OVERDRAFT-LINE.
           05  FILLER               PIC X(09) VALUE '  WALLET '.
           05  WS-OV-WALLET-NO      PIC 9(2).
           05  FILLER               PIC X(17) VALUE
               ' OVERDRAFT LIMIT '.
           05  WS-OV-LIMIT          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(92) VALUE SPACES.
      * Same shape as CUSTINQ's movement line, with the adjustment
      * references the row carries.
       01  WS-MOVEMENT-LINE.
           05  FILLER               PIC X(09) VALUE '  WALLET '.
           05  WS-MV-WALLET-NO      PIC 9(2).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-MV-TMS            PIC X(26).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-MV-PGM-NAME       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-MV-OLD            PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(04) VALUE ' -> '.
           05  WS-MV-NEW            PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(05) VALUE ' REF '.
           05  WS-MV-ADJ-REF        PIC X(12).
           05  FILLER               PIC X(10) VALUE ' REVERSES '.
           05  WS-MV-REV-ADJ-REF    PIC X(12).
           05  FILLER               PIC X(14) VALUE SPACES.
      * Same shape as AUDTINQ's detail line.
       01  WS-AUDIT-LINE.
           05  WS-AU-DATE           PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-AU-USERNO         PIC 9(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-AU-PROGRAM        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-AU-ENTITY-KEY     PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-AU-BEFORE         PIC X(40).
           05  FILLER               PIC X(04) VALUE ' => '.
           05  WS-AU-AFTER          PIC X(40).
           05  FILLER               PIC X(04) VALUE SPACES.
      * Which archived report a reprinted statement page came from.
       01  WS-STATEMENT-FROM-LINE.
           05  FILLER               PIC X(07) VALUE '  FROM '.
           05  WS-SF-REPORT-NAME    PIC X(08).
           05  FILLER               PIC X(04) VALUE ' OF '.
           05  WS-SF-BUS-DATE       PIC X(10).
           05  FILLER               PIC X(104) VALUE SPACES.
       01  WS-MESSAGE-LINE          PIC X(133).

      * Call parameter block for CHKDIGIT, the shared check-digit
      * routine - same field layout as CHKDIGIT's own linkage
      * section.
       01  WS-CHKDIGIT-PARM.
           05  WS-CD-FUNCTION      PIC X(04).
           05  WS-CD-CUSTOMER-ID   PIC 9(09).
           05  WS-CD-RC            PIC 9(02).
           05  WS-CD-CHECK-DIGIT   PIC 9(01).

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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'SARXTR'.

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2  END-EXEC.
       EXEC SQL INCLUDE TEXE2HIST END-EXEC.
       EXEC SQL INCLUDE TEXOWN END-EXEC.

      * Every wallet the customer holds, with the count of further
      * owners that marks a joint one.
           EXEC SQL
              DECLARE WAL-CUR CURSOR FOR
              SELECT W.WALLET_NO, W.WALLET, W.CURRENCY_CODE,
                     W.TMS_CREA,
                     (SELECT COUNT(*) FROM TEXOWN O
                      WHERE O.CUSTOMER_ID = W.CUSTOMER_ID
                        AND O.WALLET_NO = W.WALLET_NO)
              FROM TEXE2 W
              WHERE W.CUSTOMER_ID = :WS-SAR-CUSTOMER-ID
              ORDER BY W.WALLET_NO
           END-EXEC.

      * The wallets the customer co-owns under another holder.
           EXEC SQL
              DECLARE JNT-CUR CURSOR FOR
              SELECT O.OWNER_ROLE, O.SHARE_PCT, O.TMS_CREA,
                     W.WALLET, W.CURRENCY_CODE
              FROM TEXOWN O, TEXE2 W
              WHERE O.CO_OWNER_ID = :WS-SAR-CUSTOMER-ID
                AND W.CUSTOMER_ID = O.CUSTOMER_ID
                AND W.WALLET_NO = O.WALLET_NO
              ORDER BY O.TMS_CREA
           END-EXEC.

      * Every live movement, oldest first - the whole history, not
      * CUSTINQ's most recent few.
           EXEC SQL
              DECLARE HIST-CUR CURSOR FOR
              SELECT WALLET_NO, OLD_WALLET, NEW_WALLET, ADJ_REF,
                     REV_ADJ_REF, TMS_CREA, PGM_NAME
              FROM TEXE2HIST
              WHERE CUSTOMER_ID = :WS-SAR-CUSTOMER-ID
              ORDER BY TMS_CREA, WALLET_NO
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT SAR-REFUSED
              PERFORM 2000-SECTION-CUSTOMER
              PERFORM 2100-SECTION-WALLETS
              PERFORM 2200-SECTION-ADDRESS
              PERFORM 2300-SECTION-HOLDS
              PERFORM 2400-SECTION-OVERDRAFT
              PERFORM 2500-SECTION-LIVE-MOVEMENTS
              PERFORM 2600-SECTION-ARCHIVED
              PERFORM 2700-SECTION-AUDIT-TRAIL
              PERFORM 2800-SECTION-STATEMENTS
              CLOSE SAR-WORK-FILE
              PERFORM 5000-ASSEMBLE-DOCUMENT
           END-IF
           PERFORM 6000-WRITE-REGISTER
           PERFORM 8000-HOUSEKEEPING
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-SAR-CUSTOMER-ID
           ACCEPT WS-SAR-REFERENCE
           ACCEPT WS-SAR-REQUESTED-BY

           MOVE ZERO TO RETURN-CODE
           PERFORM 9600-RESOLVE-BUSINESS-DATE

           IF WS-SAR-CUSTOMER-ID NOT NUMERIC
              OR WS-SAR-CUSTOMER-ID = ZERO
              OR WS-SAR-REFERENCE = SPACES
              DISPLAY 'SARXTR: CUSTOMER NUMBER AND REQUEST '
                  'REFERENCE CARDS ARE REQUIRED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-SAR-REQUESTED-BY NOT NUMERIC
              MOVE ZERO TO WS-SAR-REQUESTED-BY
           END-IF

      * The number is keyed from the customer's letter - prove its
      * check digit through the shared CHKDIGIT routine before
      * anything is gathered, so a mistyped number never hands one
      * customer another's data. The refusal is registered too.
           MOVE 'VAL ' TO WS-CD-FUNCTION
           MOVE WS-SAR-CUSTOMER-ID TO WS-CD-CUSTOMER-ID
           CALL 'CHKDIGIT' USING WS-CHKDIGIT-PARM
           IF WS-CD-RC NOT = ZERO
              DISPLAY 'SARXTR: CUSTOMER ' WS-SAR-CUSTOMER-ID
                  ' FAILS ITS CHECK DIGIT - REQUEST REFUSED'
              SET SAR-REFUSED TO TRUE
           ELSE
              PERFORM VARYING WS-SECTION-IX FROM 1 BY 1
                      UNTIL WS-SECTION-IX > WS-SECTION-COUNT
                 MOVE ZERO TO WS-SC-ENTRIES (WS-SECTION-IX)
                 MOVE ZERO TO WS-SC-LINES (WS-SECTION-IX)
                 MOVE ZERO TO WS-SC-PAGES (WS-SECTION-IX)
                 MOVE ZERO TO WS-SC-FIRST-PAGE (WS-SECTION-IX)
              END-PERFORM
              OPEN OUTPUT SAR-WORK-FILE
              IF NOT WORK-OK
                 DISPLAY 'SARXTR: UNEXPECTED SARWORK STATUS '
                     WS-WORK-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.

      *****************************************************************
      * Section 01 - the customer record.
      *****************************************************************
       2000-SECTION-CUSTOMER.
           MOVE 1 TO WS-CURRENT-SECTION
           PERFORM 7100-OPEN-SECTION
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2010-TRY-FETCH-CUSTOMER
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           IF SQLCODE = 100
              MOVE SPACES TO WS-MESSAGE-LINE
              STRING '  CUSTOMER ' WS-SAR-CUSTOMER-ID
                 ' IS NO LONGER ON TEXEM - THE SECTIONS BELOW HOLD'
                 ' WHAT IS STILL KEPT UNDER THE NUMBER'
                 DELIMITED BY SIZE INTO WS-MESSAGE-LINE
              MOVE WS-MESSAGE-LINE TO WS-WORK-LINE
              PERFORM 7000-WRITE-WORK-LINE
           ELSE
              SET CUSTOMER-ON-TEXEM TO TRUE
              ADD 1 TO WS-SC-ENTRIES (WS-CURRENT-SECTION)
              PERFORM 2020-LIST-CUSTOMER-FIELDS
           END-IF
           PERFORM 7200-CLOSE-SECTION.

       2010-TRY-FETCH-CUSTOMER.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              SELECT FIRST_NAME, LAST_NAME, CUST_STATUS, BRANCH_CODE,
                     MAIL_PREF, MAIL_UNDELIV, STMT_CYCLE, TMS_CREA
              INTO :FIRST-NAME OF TEXEM, :LAST-NAME OF TEXEM,
                   :CUST-STATUS OF TEXEM, :BRANCH-CODE OF TEXEM,
                   :MAIL-PREF OF TEXEM, :MAIL-UNDELIV OF TEXEM,
                   :STMT-CYCLE OF TEXEM, :TMS-CREA OF TEXEM
              FROM TEXEM
              WHERE CUSTOMER_ID = :WS-SAR-CUSTOMER-ID
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       2020-LIST-CUSTOMER-FIELDS.
           MOVE 'CUSTOMER NUMBER' TO WS-FL-LABEL
           MOVE WS-SAR-CUSTOMER-X TO WS-FL-VALUE
           PERFORM 7010-WRITE-FIELD-LINE
           MOVE 'NAME' TO WS-FL-LABEL
           MOVE SPACES TO WS-FL-VALUE
           STRING FIRST-NAME OF TEXEM ' ' LAST-NAME OF TEXEM
              DELIMITED BY SIZE INTO WS-FL-VALUE
           PERFORM 7010-WRITE-FIELD-LINE
           MOVE 'STATUS' TO WS-FL-LABEL
           EVALUATE CUST-STATUS OF TEXEM
              WHEN 'A'
                 MOVE 'A - ACTIVE' TO WS-FL-VALUE
              WHEN 'S'
                 MOVE 'S - SUSPENDED' TO WS-FL-VALUE
              WHEN 'C'
                 MOVE 'C - CLOSED' TO WS-FL-VALUE
              WHEN OTHER
                 MOVE CUST-STATUS OF TEXEM TO WS-FL-VALUE
           END-EVALUATE
           PERFORM 7010-WRITE-FIELD-LINE
           MOVE 'BRANCH' TO WS-FL-LABEL
           MOVE BRANCH-CODE OF TEXEM TO WS-FL-VALUE
           PERFORM 7010-WRITE-FIELD-LINE
           MOVE 'CORRESPONDENCE' TO WS-FL-LABEL
           EVALUATE MAIL-PREF OF TEXEM
              WHEN 'P'
                 MOVE 'P - PRINTED AND POSTED' TO WS-FL-VALUE
              WHEN 'E'
                 MOVE 'E - ELECTRONIC' TO WS-FL-VALUE
              WHEN OTHER
                 MOVE MAIL-PREF OF TEXEM TO WS-FL-VALUE
           END-EVALUATE
           PERFORM 7010-WRITE-FIELD-LINE
           MOVE 'MAIL UNDELIVERABLE' TO WS-FL-LABEL
           MOVE MAIL-UNDELIV OF TEXEM TO WS-FL-VALUE
           PERFORM 7010-WRITE-FIELD-LINE
           MOVE 'STATEMENT CYCLE DAY' TO WS-FL-LABEL
           MOVE STMT-CYCLE OF TEXEM TO WS-FL-VALUE
           PERFORM 7010-WRITE-FIELD-LINE
           MOVE 'CUSTOMER SINCE' TO WS-FL-LABEL
           MOVE TMS-CREA OF TEXEM (1:10) TO WS-FL-VALUE
           PERFORM 7010-WRITE-FIELD-LINE.

      *****************************************************************
      * Section 02 - the wallets held, then the wallets co-owned.
      *****************************************************************
       2100-SECTION-WALLETS.
           MOVE 2 TO WS-CURRENT-SECTION
           PERFORM 7100-OPEN-SECTION

           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2110-TRY-OPEN-WALLET
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           PERFORM 2130-FETCH-ONE-WALLET
              UNTIL SQLCODE = 100
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2120-TRY-CLOSE-WALLET
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE

           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2140-TRY-OPEN-JOINT
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           PERFORM 2160-FETCH-ONE-JOINT
              UNTIL SQLCODE = 100
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2150-TRY-CLOSE-JOINT
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE

           PERFORM 7200-CLOSE-SECTION.

       2110-TRY-OPEN-WALLET.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              OPEN WAL-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       2120-TRY-CLOSE-WALLET.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              CLOSE WAL-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       2130-FETCH-ONE-WALLET.
           EXEC SQL
              FETCH WAL-CUR
              INTO :WALLET-NO OF TEXE2, :WALLET OF TEXE2,
                   :CURRENCY-CODE OF TEXE2, :TMS-CREA OF TEXE2,
                   :WS-OWNER-COUNT
           END-EXEC
           EVALUATE SQLCODE
             WHEN ZEROES
                ADD 1 TO WS-SC-ENTRIES (WS-CURRENT-SECTION)
                MOVE SPACES TO WS-WL-NOTE
                IF WS-OWNER-COUNT > ZERO
                   MOVE WS-OWNER-COUNT TO WS-OWNER-COUNT-FMT
                   STRING 'JOINT - ' WS-OWNER-COUNT-FMT
                      ' FURTHER OWNER(S)'
                      DELIMITED BY SIZE INTO WS-WL-NOTE
                END-IF
                MOVE WALLET-NO OF TEXE2 TO WS-WL-WALLET-NO
                MOVE CURRENCY-CODE OF TEXE2 TO WS-WL-CURRENCY
                MOVE WALLET OF TEXE2 TO WS-WL-WALLET
                MOVE TMS-CREA OF TEXE2 (1:10) TO WS-WL-OPENED
                MOVE WS-WALLET-LINE TO WS-WORK-LINE
                PERFORM 7000-WRITE-WORK-LINE
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       2140-TRY-OPEN-JOINT.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              OPEN JNT-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       2150-TRY-CLOSE-JOINT.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              CLOSE JNT-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       2160-FETCH-ONE-JOINT.
           EXEC SQL
              FETCH JNT-CUR
              INTO :OWNER-ROLE OF TEXOWN, :SHARE-PCT OF TEXOWN,
                   :TMS-CREA OF TEXOWN, :WALLET OF TEXE2,
                   :CURRENCY-CODE OF TEXE2
           END-EXEC
           EVALUATE SQLCODE
             WHEN ZEROES
                ADD 1 TO WS-SC-ENTRIES (WS-CURRENT-SECTION)
                MOVE CURRENCY-CODE OF TEXE2 TO WS-CO-CURRENCY
                MOVE WALLET OF TEXE2 TO WS-CO-WALLET
                MOVE OWNER-ROLE OF TEXOWN TO WS-CO-ROLE
                MOVE SHARE-PCT OF TEXOWN TO WS-CO-SHARE
                MOVE TMS-CREA OF TEXOWN (1:10) TO WS-CO-SINCE
                MOVE WS-CO-OWNED-LINE TO WS-WORK-LINE
                PERFORM 7000-WRITE-WORK-LINE
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

      *****************************************************************
      * Section 03 - the mailing address.
      *****************************************************************
       2200-SECTION-ADDRESS.
           MOVE 3 TO WS-CURRENT-SECTION
           PERFORM 7100-OPEN-SECTION
           OPEN INPUT ADDRESS-MASTER-FILE
           EVALUATE TRUE
              WHEN ADDRMST-OK
                 READ ADDRESS-MASTER-FILE
                 PERFORM WITH TEST BEFORE UNTIL ADDRMST-EOF
                    IF ADM-CUSTOMER-ID = WS-SAR-CUSTOMER-ID
                       PERFORM 2210-LIST-ADDRESS
                    END-IF
                    READ ADDRESS-MASTER-FILE
                 END-PERFORM
                 CLOSE ADDRESS-MASTER-FILE
              WHEN ADDRMST-NOT-FOUND
                 MOVE 'ADDRMST' TO WS-FL-VALUE
                 PERFORM 7300-SOURCE-MISSING
              WHEN OTHER
                 DISPLAY 'SARXTR: UNEXPECTED ADDRMST STATUS '
                     WS-ADDRMST-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE
           PERFORM 7200-CLOSE-SECTION.

       2210-LIST-ADDRESS.
           ADD 1 TO WS-SC-ENTRIES (WS-CURRENT-SECTION)
           MOVE 'STREET' TO WS-FL-LABEL
           MOVE ADM-STREET TO WS-FL-VALUE
           PERFORM 7010-WRITE-FIELD-LINE
           MOVE 'CITY' TO WS-FL-LABEL
           MOVE ADM-CITY TO WS-FL-VALUE
           PERFORM 7010-WRITE-FIELD-LINE
           MOVE 'POSTAL CODE' TO WS-FL-LABEL
           MOVE ADM-POSTAL-CODE TO WS-FL-VALUE
           PERFORM 7010-WRITE-FIELD-LINE
           MOVE 'REGION' TO WS-FL-LABEL
           MOVE ADM-REGION TO WS-FL-VALUE
           PERFORM 7010-WRITE-FIELD-LINE.

      *****************************************************************
      * Section 04 - every hold, released ones included: a released
      * hold stays on WALHOLDS as its own audit trail, so it is held.
      *****************************************************************
       2300-SECTION-HOLDS.
           MOVE 4 TO WS-CURRENT-SECTION
           PERFORM 7100-OPEN-SECTION
           OPEN INPUT WALLET-HOLD-FILE
           EVALUATE TRUE
              WHEN WHOLD-OK
                 READ WALLET-HOLD-FILE
                 PERFORM WITH TEST BEFORE UNTIL WHOLD-EOF
                    IF WHD-CUSTOMER-ID = WS-SAR-CUSTOMER-ID
                       PERFORM 2310-LIST-HOLD
                    END-IF
                    READ WALLET-HOLD-FILE
                 END-PERFORM
                 CLOSE WALLET-HOLD-FILE
              WHEN WHOLD-NOT-FOUND
                 MOVE 'WALHOLDS' TO WS-FL-VALUE
                 PERFORM 7300-SOURCE-MISSING
              WHEN OTHER
                 DISPLAY 'SARXTR: UNEXPECTED WALHOLDS STATUS '
                     WS-WHOLD-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE
           PERFORM 7200-CLOSE-SECTION.

       2310-LIST-HOLD.
           ADD 1 TO WS-SC-ENTRIES (WS-CURRENT-SECTION)
           MOVE WHD-HOLD-NO TO WS-HO-HOLD-NO
           MOVE WHD-WALLET-NO TO WS-HO-WALLET-NO
           MOVE WHD-AMOUNT TO WS-HO-AMOUNT
           MOVE WHD-REASON TO WS-HO-REASON
           MOVE WHD-PLACED-DATE TO WS-HO-PLACED
           MOVE WHD-PLACED-BY TO WS-HO-PLACED-BY
           MOVE WHD-STATUS TO WS-HO-STATUS
           MOVE WHD-RELEASED-DATE TO WS-HO-RELEASED
           MOVE WS-HOLD-LINE TO WS-WORK-LINE
           PERFORM 7000-WRITE-WORK-LINE.

      *****************************************************************
      * Section 05 - the overdraft lines.
      *****************************************************************
       2400-SECTION-OVERDRAFT.
           MOVE 5 TO WS-CURRENT-SECTION
           PERFORM 7100-OPEN-SECTION
           OPEN INPUT OVERDRAFT-LIMIT-FILE
           EVALUATE TRUE
              WHEN OVDR-OK
                 READ OVERDRAFT-LIMIT-FILE
                 PERFORM WITH TEST BEFORE UNTIL OVDR-EOF
                    IF OVD-CUSTOMER-ID = WS-SAR-CUSTOMER-ID
                       ADD 1 TO WS-SC-ENTRIES (WS-CURRENT-SECTION)
                       MOVE OVD-WALLET-NO TO WS-OV-WALLET-NO
                       MOVE OVD-LIMIT TO WS-OV-LIMIT
                       MOVE WS-OVERDRAFT-LINE TO WS-WORK-LINE
                       PERFORM 7000-WRITE-WORK-LINE
                    END-IF
                    READ OVERDRAFT-LIMIT-FILE
                 END-PERFORM
                 CLOSE OVERDRAFT-LIMIT-FILE
              WHEN OVDR-NOT-FOUND
                 MOVE 'OVDRLIM' TO WS-FL-VALUE
                 PERFORM 7300-SOURCE-MISSING
              WHEN OTHER
                 DISPLAY 'SARXTR: UNEXPECTED OVDRLIM STATUS '
                     WS-OVDR-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE
           PERFORM 7200-CLOSE-SECTION.

      *****************************************************************
      * Section 06 - the live movements on TEXE2HIST.
      *****************************************************************
       2500-SECTION-LIVE-MOVEMENTS.
           MOVE 6 TO WS-CURRENT-SECTION
           PERFORM 7100-OPEN-SECTION
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2510-TRY-OPEN-HIST
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           PERFORM 2530-FETCH-ONE-MOVEMENT
              UNTIL SQLCODE = 100
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2520-TRY-CLOSE-HIST
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE
           PERFORM 7200-CLOSE-SECTION.

       2510-TRY-OPEN-HIST.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              OPEN HIST-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       2520-TRY-CLOSE-HIST.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              CLOSE HIST-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       2530-FETCH-ONE-MOVEMENT.
           EXEC SQL
              FETCH HIST-CUR
              INTO :WALLET-NO OF TEXE2HIST,
                   :OLD-WALLET OF TEXE2HIST,
                   :NEW-WALLET OF TEXE2HIST,
                   :ADJ-REF OF TEXE2HIST,
                   :REV-ADJ-REF OF TEXE2HIST,
                   :TMS-CREA OF TEXE2HIST,
                   :PGM-NAME OF TEXE2HIST
           END-EXEC
           EVALUATE SQLCODE
             WHEN ZEROES
                ADD 1 TO WS-SC-ENTRIES (WS-CURRENT-SECTION)
                MOVE WALLET-NO OF TEXE2HIST TO WS-MV-WALLET-NO
                MOVE TMS-CREA OF TEXE2HIST TO WS-MV-TMS
                MOVE PGM-NAME OF TEXE2HIST TO WS-MV-PGM-NAME
                MOVE OLD-WALLET OF TEXE2HIST TO WS-MV-OLD
                MOVE NEW-WALLET OF TEXE2HIST TO WS-MV-NEW
                MOVE ADJ-REF OF TEXE2HIST TO WS-MV-ADJ-REF
                MOVE REV-ADJ-REF OF TEXE2HIST TO WS-MV-REV-ADJ-REF
                MOVE WS-MOVEMENT-LINE TO WS-WORK-LINE
                PERFORM 7000-WRITE-WORK-LINE
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

      *****************************************************************
      * Section 07 - the archived movements HISTARCH has unloaded.
      *****************************************************************
       2600-SECTION-ARCHIVED.
           MOVE 7 TO WS-CURRENT-SECTION
           PERFORM 7100-OPEN-SECTION
           OPEN INPUT UNLOAD-FILE
           EVALUATE TRUE
              WHEN UNLOAD-OK
                 READ UNLOAD-FILE
                 PERFORM WITH TEST BEFORE UNTIL UNLOAD-EOF
                    IF UNL-CUSTOMER-ID = WS-SAR-CUSTOMER-ID
                       PERFORM 2610-LIST-ARCHIVED-MOVEMENT
                    END-IF
                    READ UNLOAD-FILE
                 END-PERFORM
                 CLOSE UNLOAD-FILE
              WHEN UNLOAD-NOT-FOUND
                 MOVE 'HISTUNLD' TO WS-FL-VALUE
                 PERFORM 7300-SOURCE-MISSING
              WHEN OTHER
                 DISPLAY 'SARXTR: UNEXPECTED HISTUNLD STATUS '
                     WS-UNLOAD-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE
           PERFORM 7200-CLOSE-SECTION.

       2610-LIST-ARCHIVED-MOVEMENT.
           ADD 1 TO WS-SC-ENTRIES (WS-CURRENT-SECTION)
           MOVE UNL-WALLET-NO TO WS-MV-WALLET-NO
           MOVE UNL-TMS-CREA TO WS-MV-TMS
           MOVE UNL-PGM-NAME TO WS-MV-PGM-NAME
           MOVE UNL-OLD-WALLET TO WS-MV-OLD
           MOVE UNL-NEW-WALLET TO WS-MV-NEW
           MOVE UNL-ADJ-REF TO WS-MV-ADJ-REF
           MOVE UNL-REV-ADJ-REF TO WS-MV-REV-ADJ-REF
           MOVE WS-MOVEMENT-LINE TO WS-WORK-LINE
           PERFORM 7000-WRITE-WORK-LINE.

      *****************************************************************
      * Section 08 - the audit-warehouse entries whose entity key
      * carries the customer number, wherever in the key it sits.
      *****************************************************************
       2700-SECTION-AUDIT-TRAIL.
           MOVE 8 TO WS-CURRENT-SECTION
           PERFORM 7100-OPEN-SECTION
           OPEN INPUT WAREHOUSE-FILE
           EVALUATE TRUE
              WHEN WAREHOUSE-OK
                 READ WAREHOUSE-FILE
                 PERFORM WITH TEST BEFORE UNTIL WAREHOUSE-EOF
                    MOVE 'N' TO WS-HIT-SW
                    PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                            UNTIL WS-SCAN-IX > 12
                       IF AWH-ENTITY-KEY (WS-SCAN-IX:9)
                          = WS-SAR-CUSTOMER-X
                          SET CUSTOMER-ON-LINE TO TRUE
                       END-IF
                    END-PERFORM
                    IF CUSTOMER-ON-LINE
                       PERFORM 2710-LIST-AUDIT-ENTRY
                    END-IF
                    READ WAREHOUSE-FILE
                 END-PERFORM
                 CLOSE WAREHOUSE-FILE
              WHEN WAREHOUSE-NOT-FOUND
                 MOVE 'AUDTWH' TO WS-FL-VALUE
                 PERFORM 7300-SOURCE-MISSING
              WHEN OTHER
                 DISPLAY 'SARXTR: UNEXPECTED AUDTWH STATUS '
                     WS-WAREHOUSE-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE
           PERFORM 7200-CLOSE-SECTION.

       2710-LIST-AUDIT-ENTRY.
           ADD 1 TO WS-SC-ENTRIES (WS-CURRENT-SECTION)
           MOVE AWH-DATE TO WS-AU-DATE
           MOVE AWH-USERNO TO WS-AU-USERNO
           MOVE AWH-PROGRAM TO WS-AU-PROGRAM
           MOVE AWH-ENTITY-KEY TO WS-AU-ENTITY-KEY
           MOVE AWH-BEFORE TO WS-AU-BEFORE
           MOVE AWH-AFTER TO WS-AU-AFTER
           MOVE WS-AUDIT-LINE TO WS-WORK-LINE
           PERFORM 7000-WRITE-WORK-LINE.

      *****************************************************************
      * Section 09 - the customer's statement pages on RPTREPOS,
      * found the way RPTPRINT finds them: the statement head naming
      * the customer opens the page, the next head - or the end of
      * that archived report - closes it. Print files with a
      * carriage-control byte carry the head one column in.
      *****************************************************************
       2800-SECTION-STATEMENTS.
           MOVE 9 TO WS-CURRENT-SECTION
           PERFORM 7100-OPEN-SECTION
           MOVE 'N' TO WS-IN-PAGE-SW
           OPEN INPUT REPOSITORY-FILE
           EVALUATE TRUE
              WHEN REPOS-OK
                 READ REPOSITORY-FILE
                 PERFORM WITH TEST BEFORE UNTIL REPOS-EOF
                    PERFORM 2810-FILTER-STATEMENT-LINE
                    READ REPOSITORY-FILE
                 END-PERFORM
                 CLOSE REPOSITORY-FILE
              WHEN REPOS-NOT-FOUND
                 MOVE 'RPTREPOS' TO WS-FL-VALUE
                 PERFORM 7300-SOURCE-MISSING
              WHEN OTHER
                 DISPLAY 'SARXTR: UNEXPECTED RPTREPOS STATUS '
                     WS-REPOS-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE
           PERFORM 7200-CLOSE-SECTION.

       2810-FILTER-STATEMENT-LINE.
           IF IN-WANTED-PAGE
              AND (RPS-REPORT-NAME NOT = WS-PAGE-REPORT-NAME
                   OR RPS-BUS-DATE NOT = WS-PAGE-BUS-DATE)
              MOVE 'N' TO WS-IN-PAGE-SW
           END-IF
           IF RPS-TEXT (1:20) = 'WALLET STATEMENT FOR'
              OR RPS-TEXT (2:20) = 'WALLET STATEMENT FOR'
              MOVE 'N' TO WS-HIT-SW
              PERFORM VARYING WS-SCAN-IX FROM 1 BY 1
                      UNTIL WS-SCAN-IX > 125
                 IF RPS-TEXT (WS-SCAN-IX:9) = WS-SAR-CUSTOMER-X
                    SET CUSTOMER-ON-LINE TO TRUE
                 END-IF
              END-PERFORM
              IF CUSTOMER-ON-LINE
                 MOVE 'Y' TO WS-IN-PAGE-SW
                 MOVE RPS-REPORT-NAME TO WS-PAGE-REPORT-NAME
                 MOVE RPS-BUS-DATE TO WS-PAGE-BUS-DATE
                 ADD 1 TO WS-SC-ENTRIES (WS-CURRENT-SECTION)
                 MOVE SPACES TO WS-WORK-LINE
                 PERFORM 7000-WRITE-WORK-LINE
                 MOVE RPS-REPORT-NAME TO WS-SF-REPORT-NAME
                 MOVE RPS-BUS-DATE TO WS-SF-BUS-DATE
                 MOVE WS-STATEMENT-FROM-LINE TO WS-WORK-LINE
                 PERFORM 7000-WRITE-WORK-LINE
              ELSE
                 MOVE 'N' TO WS-IN-PAGE-SW
              END-IF
           END-IF
           IF IN-WANTED-PAGE
              MOVE RPS-TEXT TO WS-WORK-LINE
              PERFORM 7000-WRITE-WORK-LINE
           END-IF.

      *****************************************************************
      * The document: the contents page, then each section from the
      * work file, every section starting a fresh page.
      *****************************************************************
       5000-ASSEMBLE-DOCUMENT.
           MOVE 1 TO WS-TOTAL-PAGES
           MOVE ZERO TO WS-TOTAL-ENTRIES
           PERFORM VARYING WS-SECTION-IX FROM 1 BY 1
                   UNTIL WS-SECTION-IX > WS-SECTION-COUNT
              COMPUTE WS-SC-PAGES (WS-SECTION-IX)
                 = (WS-SC-LINES (WS-SECTION-IX) + WS-PAGE-BODY - 1)
                   / WS-PAGE-BODY
              COMPUTE WS-SC-FIRST-PAGE (WS-SECTION-IX)
                 = WS-TOTAL-PAGES + 1
              ADD WS-SC-PAGES (WS-SECTION-IX) TO WS-TOTAL-PAGES
              ADD WS-SC-ENTRIES (WS-SECTION-IX) TO WS-TOTAL-ENTRIES
           END-PERFORM

           OPEN OUTPUT SAR-DOCUMENT
           IF NOT DOC-OK
              DISPLAY 'SARXTR: UNEXPECTED SARDOC STATUS '
                  WS-DOC-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-SAR-CUSTOMER-ID TO WS-PG-CUSTOMER-ID
           MOVE WS-SAR-REFERENCE TO WS-PG-REFERENCE
           MOVE WS-RUN-BUS-DATE TO WS-PG-DATE
           MOVE WS-TOTAL-PAGES TO WS-PG-TOTAL-PAGES
           MOVE ZERO TO WS-PAGE-NO

           PERFORM 5100-WRITE-CONTENTS
           PERFORM 5200-COPY-SECTIONS
           CLOSE SAR-DOCUMENT.

       5100-WRITE-CONTENTS.
           PERFORM 5300-NEW-PAGE
           MOVE 'CONTENTS' TO SAR-DOCUMENT-RECORD
           WRITE SAR-DOCUMENT-RECORD
           MOVE SPACES TO SAR-DOCUMENT-RECORD
           WRITE SAR-DOCUMENT-RECORD
           PERFORM VARYING WS-SECTION-IX FROM 1 BY 1
                   UNTIL WS-SECTION-IX > WS-SECTION-COUNT
              MOVE WS-SECTION-IX TO WS-CT-SECTION
              MOVE WS-SECTION-TITLE (WS-SECTION-IX) TO WS-CT-TITLE
              MOVE WS-SC-ENTRIES (WS-SECTION-IX) TO WS-CT-ENTRIES
              MOVE WS-SC-FIRST-PAGE (WS-SECTION-IX) TO WS-CT-PAGE
              MOVE WS-CONTENTS-LINE TO SAR-DOCUMENT-RECORD
              WRITE SAR-DOCUMENT-RECORD
           END-PERFORM
           MOVE SPACES TO SAR-DOCUMENT-RECORD
           WRITE SAR-DOCUMENT-RECORD
           MOVE SPACES TO WS-MESSAGE-LINE
           STRING 'PREPARED FOR REQUEST ' WS-SAR-REFERENCE
              ' BY OFFICER ' WS-SAR-REQUESTED-BY
              DELIMITED BY SIZE INTO WS-MESSAGE-LINE
           MOVE WS-MESSAGE-LINE TO SAR-DOCUMENT-RECORD
           WRITE SAR-DOCUMENT-RECORD
           IF SAR-INCOMPLETE
              MOVE SPACES TO WS-MESSAGE-LINE
              STRING 'ONE OR MORE SOURCES WERE NOT AVAILABLE - '
                 'SEE THE SECTIONS MARKED INCOMPLETE'
                 DELIMITED BY SIZE INTO WS-MESSAGE-LINE
              MOVE WS-MESSAGE-LINE TO SAR-DOCUMENT-RECORD
              WRITE SAR-DOCUMENT-RECORD
           END-IF.

       5200-COPY-SECTIONS.
           OPEN INPUT SAR-WORK-FILE
           IF NOT WORK-OK
              DISPLAY 'SARXTR: UNEXPECTED SARWORK STATUS '
                  WS-WORK-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE ZERO TO WS-PRINT-SECTION
           READ SAR-WORK-FILE
           PERFORM WITH TEST BEFORE UNTIL WORK-EOF
              IF SWK-SECTION NOT = WS-PRINT-SECTION
                 OR WS-PAGE-LINES NOT LESS THAN WS-PAGE-BODY
                 MOVE SWK-SECTION TO WS-PRINT-SECTION
                 PERFORM 5300-NEW-PAGE
              END-IF
              MOVE SWK-TEXT TO SAR-DOCUMENT-RECORD
              WRITE SAR-DOCUMENT-RECORD
              ADD 1 TO WS-PAGE-LINES
              READ SAR-WORK-FILE
           END-PERFORM
           CLOSE SAR-WORK-FILE.

       5300-NEW-PAGE.
           ADD 1 TO WS-PAGE-NO
           MOVE WS-PAGE-NO TO WS-PG-PAGE-NO
           MOVE WS-PAGE-HEAD-LINE TO SAR-DOCUMENT-RECORD
           WRITE SAR-DOCUMENT-RECORD
           MOVE SPACES TO SAR-DOCUMENT-RECORD
           WRITE SAR-DOCUMENT-RECORD
           MOVE ZERO TO WS-PAGE-LINES.

      *****************************************************************
      * One compliance-register record per request, whatever became
      * of it - the register is how the three-week clock is proven.
      *****************************************************************
       6000-WRITE-REGISTER.
           IF SAR-COMPLETE AND NOT CUSTOMER-ON-TEXEM
              SET SAR-NOT-ON-TEXEM TO TRUE
           END-IF
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-TIME (1:2)
           MOVE ':'                   TO WS-RUN-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-TIME (4:2)
           MOVE ':'                   TO WS-RUN-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-TIME (7:2)
           MOVE SPACES TO SAR-REGISTER-RECORD
           MOVE WS-RUN-BUS-DATE TO SRG-BUS-DATE
           MOVE WS-RUN-TIME TO SRG-TIME
           MOVE WS-SAR-CUSTOMER-ID TO SRG-CUSTOMER-ID
           MOVE WS-SAR-REFERENCE TO SRG-REFERENCE
           MOVE WS-SAR-REQUESTED-BY TO SRG-REQUESTED-BY
           MOVE WS-SAR-OUTCOME TO SRG-OUTCOME
           MOVE WS-TOTAL-PAGES TO SRG-PAGES
           MOVE WS-TOTAL-ENTRIES TO SRG-ENTRIES
           MOVE WS-PGM-NAME TO SRG-PGM-NAME
           OPEN EXTEND SAR-REGISTER-FILE
           IF NOT REGISTER-OK
              OPEN OUTPUT SAR-REGISTER-FILE
           END-IF
           IF REGISTER-OK
              WRITE SAR-REGISTER-RECORD
              CLOSE SAR-REGISTER-FILE
           ELSE
              DISPLAY 'SARXTR: SARREG UNAVAILABLE - STATUS '
                  WS-REGISTER-STATUS ' - REQUEST NOT REGISTERED'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.

      *****************************************************************
      * Work-file lines. Every line is counted against its section
      * so the contents page knows where each section falls.
      *****************************************************************
       7000-WRITE-WORK-LINE.
           MOVE WS-CURRENT-SECTION TO SWK-SECTION
           MOVE WS-WORK-LINE TO SWK-TEXT
           WRITE SAR-WORK-RECORD
           ADD 1 TO WS-SC-LINES (WS-CURRENT-SECTION).

       7010-WRITE-FIELD-LINE.
           MOVE WS-FIELD-LINE TO WS-WORK-LINE
           PERFORM 7000-WRITE-WORK-LINE.

       7100-OPEN-SECTION.
           MOVE WS-CURRENT-SECTION TO WS-SH-SECTION
           MOVE WS-SECTION-TITLE (WS-CURRENT-SECTION) TO WS-SH-TITLE
           MOVE WS-SECTION-HEAD-LINE TO WS-WORK-LINE
           PERFORM 7000-WRITE-WORK-LINE
           MOVE SPACES TO WS-WORK-LINE
           PERFORM 7000-WRITE-WORK-LINE.

       7200-CLOSE-SECTION.
           IF WS-SC-ENTRIES (WS-CURRENT-SECTION) = ZERO
              MOVE '  NOTHING HELD' TO WS-WORK-LINE
              PERFORM 7000-WRITE-WORK-LINE
           END-IF.

      * The source file named in WS-FL-VALUE is not there - the
      * section says so and the request is marked incomplete.
       7300-SOURCE-MISSING.
           SET SAR-INCOMPLETE TO TRUE
           MOVE SPACES TO WS-MESSAGE-LINE
           STRING '  SECTION INCOMPLETE - SOURCE FILE '
              WS-FL-VALUE (1:8) ' WAS NOT AVAILABLE'
              DELIMITED BY SIZE INTO WS-MESSAGE-LINE
           MOVE WS-MESSAGE-LINE TO WS-WORK-LINE
           PERFORM 7000-WRITE-WORK-LINE
           DISPLAY 'SARXTR: ' WS-FL-VALUE (1:8)
               ' NOT AVAILABLE - DOCUMENT INCOMPLETE'.

       8000-HOUSEKEEPING.
           MOVE WS-TOTAL-ENTRIES TO WS-COUNT-FORMATTED
           DISPLAY 'SARXTR: ENTRIES ASSEMBLED: ' WS-COUNT-FORMATTED
           MOVE WS-TOTAL-PAGES TO WS-COUNT-FORMATTED
           DISPLAY 'SARXTR: DOCUMENT PAGES: ' WS-COUNT-FORMATTED
           DISPLAY 'SARXTR: REQUEST ' WS-SAR-REFERENCE
               ' REGISTERED WITH OUTCOME ' WS-SAR-OUTCOME

           EVALUATE TRUE
              WHEN SAR-REFUSED
                 MOVE 8 TO RETURN-CODE
              WHEN SAR-INCOMPLETE
                 MOVE 4 TO RETURN-CODE
              WHEN SAR-NOT-ON-TEXEM
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'SARXTR: SQLCODE ' SQLCODE
               ' - DEADLOCK/TIMEOUT, RETRY ' WS-RETRY-COUNT
               ' OF ' WS-MAX-RETRIES ' IN ' WS-RETRY-DELAY-SECS
               ' SECONDS'
           CALL 'C$SLEEP' USING WS-RETRY-DELAY-SECS
           .

       9800-CHECK-SQLCODE.
      * Common guard after every SQL call - anything other than
      * clean completion or not-found abandons the request.
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
      * The request is registered under the window's business date,
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
                   DISPLAY 'SARXTR: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'SARXTR: UNEXPECTED BUSDATE STATUS '
                       WS-BUSDATE-STATUS
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE
           .

       9999-ABORT.
           EXEC SQL
              ROLLBACK
           END-EXEC.
           DISPLAY 'SARXTR: UNEXPECTED SQLCODE ' SQLCODE
               ' - ABORTING'
           MOVE 16 TO RETURN-CODE
           GOBACK.
