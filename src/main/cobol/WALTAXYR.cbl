       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WALTAXYR.
      *****************************************************************
      * Year-end interest and withholding-tax certificates. WALINT
      * credits the interest and puts the tax it withholds on the
      * WTAXLEDG ledger every month, but at year-end customers still
      * had to phone to find out what to put on their tax return.
      * This run takes the tax year and, for every customer credited
      * interest in it:
      *   - totals the gross interest from the year's WALINT 'I'
      *     postings on TEXE2HIST, with the fixed-term interest
      *     WALMATUR credits at maturity ('TI' postings, taken
      *     without withholding) and INTCORR's back-valued interest
      *     corrections ('IC' postings, either sign, likewise
      *     untaxed at source), the tax withheld from the year's
      *     WTAXLEDG records, and the net interest between them;
      *   - prints a one-page certificate on TAXCERT, in the
      *     window-envelope layout WALSTMT uses - an e-delivery
      *     customer (MAIL-PREF 'E') gets the figures on the ETAXCX
      *     extract instead, and a customer whose mail is coming
      *     back (MAIL-UNDELIV 'Y') gets no page, only a line on the
      *     TAXTRACE follow-up, exactly as the statements are held;
      *   - writes a detail record to TAXRETN, the annual return
      *     the tax authority requires, with a total record per tax
      *     region and a control trailer.
      *
      * The return is proved before it goes anywhere: its tax per
      * region, and the count of withholding postings behind it,
      * must agree with the REGION lines of the year's WTAXRPT
      * remittance reports (RMTYEAR, every month's report
      * concatenated). A region that does not agree is listed on
      * the TAXCTL control report and the run ends RC 12 - the
      * return is not to be filed until it is looked into. A ledger
      * customer with no interest history for the year (purged
      * since, say) still goes on the return from the ledger's own
      * figures, and is listed; so is one whose ledger interest is
      * more than the history shows. Either ends the run RC 4.
      *
      * A minor's certificate goes care of the active guardian on
      * TEXGRD - to the guardian's address, under the guardian's
      * delivery preference and returned-mail status, with a C/O
      * line under the name. The return still carries the minor's
      * own name and address: the interest is the minor's.
      *
      * A deceased customer's certificate - any customer with an
      * estate on TEXEST - goes to the executor named there, at the
      * executor's address, always printed, with an executor line
      * under the name. The return still carries the customer's own
      * name and address.
      *
      * Interest on a joint wallet is certified to its holder, the
      * customer WALINT credits. The year's history must still be
      * on TEXE2HIST - HISTARCH's retention keeps well over a year.
      *
      * Each certificate - printed, e-delivered or held for returned
      * mail - is handed to CORRLOG for the customer's correspondence
      * history (CORRHIST), as a 'C' item, code TAXC, under the
      * customer certified.
      *
      * Parameter cards: tax year (YYYY - blank for the year of the
      * business date, the December year-end night), the payer's
      * tax reference for the return header.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Cumulative withholding ledger WALINT appends to - the year's
      * records are picked out by date.
           SELECT TAX-LEDGER-FILE ASSIGN TO "WTAXLEDG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-LEDGER-STATUS.
      * The year's monthly WTAXRPT remittance reports, concatenated.
           SELECT REMIT-YEAR-FILE ASSIGN TO "RMTYEAR"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RMTYEAR-STATUS.
      * The customer mailing-address file ADDRMNT maintains - the
      * certificate prints the address in the window-envelope
      * position, and the return carries it.
           SELECT ADDRESS-MASTER-FILE ASSIGN TO "ADDRMST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ADDRMST-STATUS.
           SELECT CERTIFICATE-FILE ASSIGN TO "TAXCERT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CERT-STATUS.
      * Machine-readable certificates for e-delivery customers,
      * closed with a control trailer the way ESTMTX is.
           SELECT ECERT-EXTRACT-FILE ASSIGN TO "ETAXCX"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ECERT-STATUS.
      * Follow-up trace for customers whose mail has come back
      * undeliverable - the certificate is held, as the statement
      * is, until a good address clears the flag.
           SELECT RETURNED-TRACE-FILE ASSIGN TO "TAXTRACE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TRACE-STATUS.
           SELECT TAX-RETURN-FILE ASSIGN TO "TAXRETN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-RETURN-STATUS.
           SELECT CONTROL-REPORT ASSIGN TO "TAXCTL"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CONTROL-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the date this run is logged under, so the window
      * audit finds it on the night it was due.
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
       FD  TAX-LEDGER-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 56 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS TAX-LEDGER-RECORD.
       01  TAX-LEDGER-RECORD.
           05  TXL-DATE            PIC X(10).
           05  TXL-CUSTOMER-ID     PIC 9(9).
           05  TXL-WALLET-NO       PIC 9(2).
           05  TXL-REGION          PIC X(03).
           05  TXL-INTEREST        PIC 9(8)V99.
           05  TXL-TAX             PIC 9(8)V99.
           05  TXL-ADJ-REF         PIC X(12).
       FD  REMIT-YEAR-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS REMIT-YEAR-RECORD.
       01  REMIT-YEAR-RECORD       PIC X(80).
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
       FD  CERTIFICATE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS CERTIFICATE-RECORD.
       01  CERTIFICATE-RECORD      PIC X(80).
       FD  ECERT-EXTRACT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 60 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ECERT-EXTRACT-RECORD.
       01  ECERT-EXTRACT-RECORD.
           05  ETC-CUSTOMER-ID     PIC 9(9).
           05  ETC-TAX-YEAR        PIC 9(4).
           05  ETC-REGION          PIC X(03).
           05  ETC-GROSS           PIC 9(9)V99.
           05  ETC-TAX             PIC 9(9)V99.
           05  ETC-NET             PIC S9(9)V99.
           05  FILLER              PIC X(11).
       01  ECERT-EXTRACT-TRAILER REDEFINES ECERT-EXTRACT-RECORD.
           05  ETCRL-ID            PIC X(9).
           05  ETCRL-RECORD-COUNT  PIC 9(9).
           05  FILLER              PIC X(42).
       FD  RETURNED-TRACE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS RETURNED-TRACE-RECORD.
       01  RETURNED-TRACE-RECORD   PIC X(80).
      * The annual return: an 'H' header, one 'D' detail per
      * customer, one 'R' total per tax region and a 'T' trailer.
       FD  TAX-RETURN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS TAX-RETURN-RECORD.
       01  TAX-RETURN-RECORD.
           05  TRD-RECORD-TYPE     PIC X(01).
           05  TRD-TAX-YEAR        PIC 9(04).
           05  TRD-CUSTOMER-ID     PIC 9(09).
           05  TRD-LAST-NAME       PIC X(10).
           05  TRD-FIRST-NAME      PIC X(10).
           05  TRD-STREET          PIC X(30).
           05  TRD-CITY            PIC X(20).
           05  TRD-POSTAL-CODE     PIC X(10).
           05  TRD-REGION          PIC X(03).
           05  TRD-GROSS           PIC 9(11)V99.
           05  TRD-TAX             PIC 9(11)V99.
           05  TRD-NET             PIC S9(11)V99.
      *    'L' WHEN THE FIGURES COME FROM THE LEDGER ALONE - NO
      *    INTEREST HISTORY WAS FOUND FOR THE CUSTOMER.
           05  TRD-SOURCE-FLAG     PIC X(01).
           05  FILLER              PIC X(13).
       01  TAX-RETURN-HEADER REDEFINES TAX-RETURN-RECORD.
           05  TRH-RECORD-TYPE     PIC X(01).
           05  TRH-TAX-YEAR        PIC 9(04).
           05  TRH-PAYER-REF       PIC X(20).
           05  TRH-CREATED-DATE    PIC X(10).
           05  FILLER              PIC X(115).
       01  TAX-RETURN-REGION REDEFINES TAX-RETURN-RECORD.
           05  TRR-RECORD-TYPE     PIC X(01).
           05  TRR-TAX-YEAR        PIC 9(04).
           05  TRR-REGION          PIC X(03).
           05  TRR-CUSTOMERS       PIC 9(09).
           05  TRR-POSTINGS        PIC 9(09).
           05  TRR-GROSS           PIC 9(11)V99.
           05  TRR-TAX             PIC 9(11)V99.
           05  FILLER              PIC X(98).
       01  TAX-RETURN-TRAILER REDEFINES TAX-RETURN-RECORD.
           05  TRT-RECORD-TYPE     PIC X(01).
           05  TRT-TAX-YEAR        PIC 9(04).
           05  TRT-DETAIL-COUNT    PIC 9(09).
           05  TRT-GROSS           PIC 9(13)V99.
           05  TRT-TAX             PIC 9(13)V99.
           05  TRT-NET             PIC S9(13)V99.
           05  FILLER              PIC X(91).
       FD  CONTROL-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS CONTROL-REPORT-RECORD.
       01  CONTROL-REPORT-RECORD   PIC X(80).
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
           05  WS-LEDGER-STATUS     PIC XX.
               88  LEDGER-OK        VALUE '00'.
               88  LEDGER-EOF       VALUE '10'.
               88  LEDGER-NOT-FOUND VALUE '35'.
           05  WS-RMTYEAR-STATUS    PIC XX.
               88  RMTYEAR-OK       VALUE '00'.
               88  RMTYEAR-EOF      VALUE '10'.
               88  RMTYEAR-NOT-FOUND VALUE '35'.
           05  WS-ADDRMST-STATUS    PIC XX.
               88  ADDRMST-OK       VALUE '00'.
               88  ADDRMST-EOF      VALUE '10'.
               88  ADDRMST-NOT-FOUND VALUE '35'.
           05  WS-CERT-STATUS       PIC XX.
               88  CERT-OK          VALUE '00'.
           05  WS-ECERT-STATUS      PIC XX.
               88  ECERT-OK         VALUE '00'.
           05  WS-TRACE-STATUS      PIC XX.
               88  TRACE-OK         VALUE '00'.
           05  WS-RETURN-STATUS     PIC XX.
               88  RETURN-OK        VALUE '00'.
           05  WS-CONTROL-STATUS    PIC XX.
               88  CONTROL-OK       VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'WALTAXYR'.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK         VALUE '00'.
               88  BUSDATE-NOT-FOUND  VALUE '35'.
           05  WS-RUNLOG-STATUS     PIC XX.
               88  RUNLOG-OK        VALUE '00'.
           05  WS-RUN-START-TIME    PIC X(08).
           05  WS-RUN-TIME-RAW      PIC 9(08).
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
      * The tax year as keyed, and the timestamps bounding it.
           05  WS-TAX-YEAR-CARD     PIC X(04) VALUE SPACES.
           05  WS-TAX-YEAR          PIC 9(04) VALUE ZERO.
           05  WS-NEXT-YEAR         PIC 9(04) VALUE ZERO.
           05  WS-YEAR-START-TMS    PIC X(26).
           05  WS-YEAR-END-TMS      PIC X(26).
           05  WS-PAYER-REF         PIC X(20) VALUE SPACES.
      * One customer's year, as the cursor delivers it.
           05  WS-CT-CUSTOMER-ID    PIC 9(9).
           05  WS-CT-FIRST-NAME     PIC X(10).
           05  WS-CT-LAST-NAME      PIC X(10).
           05  WS-CT-MAIL-PREF      PIC X(01).
           05  WS-CT-MAIL-UNDELIV   PIC X(01).
      * A minor customer's active guardian - zero for an adult.
           05  WS-CT-CARE-OF-ID     PIC 9(9).
           05  WS-CT-CARE-OF-FIRST  PIC X(10).
           05  WS-CT-CARE-OF-LAST   PIC X(10).
           05  WS-CO-MAIL-PREF      PIC X(01).
           05  WS-CO-MAIL-UNDELIV   PIC X(01).
      * Set when the customer has died - the certificate goes to the
      * executor on TEXEST instead.
           05  WS-CT-EXECUTOR-SW    PIC X(01).
               88  SENT-TO-EXECUTOR VALUE 'Y'.
           05  WS-CT-GROSS          PIC S9(11)V99 COMP-3.
           05  WS-CT-TAX            PIC S9(11)V99 COMP-3.
           05  WS-CT-NET            PIC S9(11)V99 COMP-3.
           05  WS-CT-REGION         PIC X(03).
           05  WS-CT-SOURCE-FLAG    PIC X(01).
           05  WS-LEDGER-FOUND-IX   PIC S9(4) COMP VALUE ZERO.
           05  WS-ADDR-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-ADDR-MAX          PIC S9(4) COMP VALUE 5000.
           05  WS-ADDR-IX           PIC S9(4) COMP.
           05  WS-ADDR-FOUND-IX     PIC S9(4) COMP VALUE ZERO.
           05  WS-MAIL-ADDR-IX      PIC S9(4) COMP VALUE ZERO.
           05  WS-LEDGER-COUNT      PIC S9(4) COMP VALUE ZERO.
           05  WS-LEDGER-MAX        PIC S9(4) COMP VALUE 5000.
           05  WS-LEDGER-IX         PIC S9(4) COMP.
           05  WS-REGION-COUNT      PIC S9(4) COMP VALUE ZERO.
           05  WS-REGION-MAX        PIC S9(4) COMP VALUE 20.
           05  WS-REGION-IX         PIC S9(4) COMP.
           05  WS-REGION-FOUND-IX   PIC S9(4) COMP VALUE ZERO.
           05  WS-FIND-REGION       PIC X(03).
      * Remittance lines are read back off the printed report, the
      * way WALPMRG reads them - the edited figures de-edited.
           05  WS-ED-COUNT-TEXT     PIC X(07).
           05  WS-ED-COUNT REDEFINES WS-ED-COUNT-TEXT
                                    PIC ZZZ,ZZ9.
           05  WS-ED-TOTAL-TEXT     PIC X(17).
           05  WS-ED-TOTAL-AMOUNT REDEFINES WS-ED-TOTAL-TEXT
                                    PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  WS-LINE-COUNT        PIC S9(9) COMP-3.
           05  WS-LINE-AMOUNT       PIC S9(11)V99 COMP-3.
      * Control totals.
           05  WS-LEDGER-READ       PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-LEDGER-YEAR       PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-REMIT-REPORTS     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-CUSTOMER-COUNT    PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-PRINTED-COUNT     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-ECERT-COUNT       PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TRACE-COUNT       PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-LEDGER-ONLY-COUNT PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-SHORT-HIST-COUNT  PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-REGION-FAIL-COUNT PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-TOTAL-GROSS       PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-TAX         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-NET         PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZZ,ZZ9.
           05  WS-MAX-RETRIES       PIC S9(3) COMP-3 VALUE 3.
           05  WS-RETRY-COUNT       PIC S9(3) COMP-3 VALUE ZERO.
           05  WS-RETRY-DELAY-SECS  PIC S9(3) COMP-3 VALUE ZERO.

      * The year's withholding, one entry per customer taxed.
       01  WS-LEDGER-TABLE.
           05  WS-LEDGER-ENTRY OCCURS 5000 TIMES.
               10  WS-LG-CUSTOMER-ID  PIC 9(09).
               10  WS-LG-REGION       PIC X(03).
               10  WS-LG-INTEREST     PIC S9(11)V99 COMP-3.
               10  WS-LG-TAX          PIC S9(11)V99 COMP-3.
               10  WS-LG-MATCHED-SW   PIC X(01).
                   88  LEDGER-MATCHED     VALUE 'Y'.

      * Region by region: what the return carries, against what the
      * ledger and the year's remittance reports say.
       01  WS-REGION-TABLE.
           05  WS-REGION-ENTRY OCCURS 20 TIMES.
               10  WS-RG-REGION       PIC X(03).
               10  WS-RG-CUSTOMERS    PIC S9(9) COMP-3.
               10  WS-RG-LEDGER-POSTS PIC S9(9) COMP-3.
               10  WS-RG-GROSS        PIC S9(11)V99 COMP-3.
               10  WS-RG-RETURN-TAX   PIC S9(11)V99 COMP-3.
               10  WS-RG-REMIT-POSTS  PIC S9(9) COMP-3.
               10  WS-RG-REMIT-TAX    PIC S9(11)V99 COMP-3.

      * The mailing addresses in storage, keyed by customer.
       01  WS-ADDR-TABLE.
           05  WS-ADDR-ENTRY OCCURS 5000 TIMES.
               10  WS-AD-CUSTOMER-ID  PIC 9(09).
               10  WS-AD-STREET       PIC X(30).
               10  WS-AD-CITY         PIC X(20).
               10  WS-AD-POSTAL       PIC X(10).
               10  WS-AD-REGION       PIC X(03).

       01  WS-CERT-HEAD-LINE.
           05  FILLER               PIC X(30) VALUE
               'INTEREST AND TAX CERTIFICATE  '.
           05  FILLER               PIC X(09) VALUE 'TAX YEAR '.
           05  WS-CH-TAX-YEAR       PIC 9(04).
           05  FILLER               PIC X(11) VALUE '  CUSTOMER '.
           05  WS-CH-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(17) VALUE SPACES.
       01  WS-CERT-NAME-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CN-FIRST-NAME     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CN-LAST-NAME      PIC X(10).
           05  FILLER               PIC X(57) VALUE SPACES.
       01  WS-CARE-OF-LINE.
           05  FILLER               PIC X(06) VALUE '  C/O '.
           05  WS-CO-FIRST-NAME     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CO-LAST-NAME      PIC X(10).
           05  FILLER               PIC X(53) VALUE SPACES.
       01  WS-EXECUTOR-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-EX-EXEC-NAME      PIC X(30).
           05  FILLER               PIC X(48) VALUE
               ' - EXECUTOR'.
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
       01  WS-CERT-AMOUNT-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-CA-TAG            PIC X(30).
           05  WS-CA-AMOUNT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(28) VALUE SPACES.
       01  WS-CERT-NOTE-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(50) VALUE
               'KEEP THIS CERTIFICATE FOR YOUR TAX RETURN. TAX WAS'.
           05  FILLER               PIC X(26) VALUE
               ' WITHHELD AT SOURCE AND   '.
       01  WS-CERT-NOTE-LINE-2.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(50) VALUE
               'PAID TO THE TAX AUTHORITY ON YOUR BEHALF.         '.
           05  FILLER               PIC X(26) VALUE SPACES.
       01  WS-TRACE-LINE.
           05  WS-TR-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-TR-FIRST-NAME     PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-TR-LAST-NAME      PIC X(10).
           05  FILLER               PIC X(49) VALUE
               ' TAX CERTIFICATE HELD - MAIL UNDELIVERABLE'.
       01  WS-CTL-HEAD-LINE.
           05  FILLER               PIC X(36) VALUE
               'YEAR-END TAX RETURN CONTROL - YEAR  '.
           05  WS-CTH-TAX-YEAR      PIC 9(04).
           05  FILLER               PIC X(40) VALUE SPACES.
       01  WS-CTL-EXCP-LINE.
           05  FILLER               PIC X(09) VALUE 'CUSTOMER '.
           05  WS-CX-CUSTOMER-ID    PIC 9(9).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CX-REASON         PIC X(40).
           05  FILLER               PIC X(21) VALUE SPACES.
       01  WS-CTL-REGION-LINE.
           05  FILLER               PIC X(07) VALUE 'REGION '.
           05  WS-CR-REGION         PIC X(03).
           05  FILLER               PIC X(08) VALUE ' RETURN '.
           05  WS-CR-RETURN-TAX     PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(08) VALUE ' REMIT  '.
           05  WS-CR-REMIT-TAX      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CR-POSTINGS       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-CR-REMIT-POSTS    PIC ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CR-VERDICT        PIC X(03).
       01  WS-CTL-COUNT-LINE.
           05  WS-CC-TAG            PIC X(32).
           05  WS-CC-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(37) VALUE SPACES.
       01  WS-CTL-AMOUNT-LINE.
           05  WS-CM-TAG            PIC X(32).
           05  WS-CM-AMOUNT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(27) VALUE SPACES.

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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'WALTAXYR'.

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
           05  WS-CL-PGM-NAME      PIC X(08) VALUE 'WALTAXYR'.
           05  WS-CL-REFERENCE     PIC X(20).
           05  WS-CL-RC            PIC 9(02).
           05  WS-CL-COUNT         PIC 9(07).

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.
       EXEC SQL INCLUDE TEXE2HIST END-EXEC.
       EXEC SQL INCLUDE TEXEST END-EXEC.

      * Each customer's gross interest for the year - the sum of the
      * WALINT 'I' credits, WALMATUR 'TI' fixed-term credits and
      * INTCORR 'IC' back-valued corrections (either sign) inside
      * it. The 'W' withholding postings share WALINT's
      * program name and are left to the ledger.
           EXEC SQL
              DECLARE TAXYR-CUR CURSOR FOR
              SELECT H.CUSTOMER_ID, M.FIRST_NAME, M.LAST_NAME,
                     M.MAIL_PREF, M.MAIL_UNDELIV,
                     SUM(H.NEW_WALLET - H.OLD_WALLET)
              FROM TEXE2HIST H, TEXEM M
              WHERE M.CUSTOMER_ID = H.CUSTOMER_ID
                AND ((H.PGM_NAME = 'WALINT'
                  AND SUBSTR(H.ADJ_REF, 1, 1) = 'I')
                 OR (H.PGM_NAME = 'WALMATUR'
                  AND SUBSTR(H.ADJ_REF, 1, 2) = 'TI')
                 OR (H.PGM_NAME = 'INTCORR'
                  AND SUBSTR(H.ADJ_REF, 1, 2) = 'IC'))
                AND H.TMS_CREA >= :WS-YEAR-START-TMS
                AND H.TMS_CREA <  :WS-YEAR-END-TMS
              GROUP BY H.CUSTOMER_ID, M.FIRST_NAME, M.LAST_NAME,
                       M.MAIL_PREF, M.MAIL_UNDELIV
              ORDER BY H.CUSTOMER_ID
           END-EXEC.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-LEDGER
           PERFORM 1600-LOAD-REMITTANCES
           PERFORM 1700-LOAD-ADDRESSES
           PERFORM 2000-OPEN-CURSOR
           PERFORM 3000-CERTIFY-ONE-CUSTOMER
              UNTIL SQLCODE = 100
           PERFORM 4000-CLOSE-CURSOR
           PERFORM 5000-LEDGER-ONLY-CUSTOMERS
           PERFORM 6000-PROVE-REGIONS
           PERFORM 8000-HOUSEKEEPING
           PERFORM 9700-WRITE-RUN-LOG
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TAX-YEAR-CARD
           ACCEPT WS-PAYER-REF

           MOVE ZERO TO RETURN-CODE

           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           PERFORM 9600-RESOLVE-BUSINESS-DATE

      * The December year-end night certifies its own year; a rerun
      * in January keys the year it is for.
           IF WS-TAX-YEAR-CARD = SPACES
              MOVE WS-RUN-BUS-DATE (1:4) TO WS-TAX-YEAR-CARD
           END-IF
           IF WS-TAX-YEAR-CARD NOT NUMERIC
              DISPLAY 'WALTAXYR: TAX YEAR CARD NOT NUMERIC - '
                  WS-TAX-YEAR-CARD ' - RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-TAX-YEAR-CARD TO WS-TAX-YEAR

           IF WS-PAYER-REF = SPACES
              DISPLAY 'WALTAXYR: PAYER TAX REFERENCE CARD MISSING - '
                  'RUN REFUSED'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF

           COMPUTE WS-NEXT-YEAR = WS-TAX-YEAR + 1
           MOVE SPACES TO WS-YEAR-START-TMS
           STRING WS-TAX-YEAR '-01-01-00.00.00.000000'
              DELIMITED BY SIZE INTO WS-YEAR-START-TMS
           MOVE SPACES TO WS-YEAR-END-TMS
           STRING WS-NEXT-YEAR '-01-01-00.00.00.000000'
              DELIMITED BY SIZE INTO WS-YEAR-END-TMS

           DISPLAY 'WALTAXYR: CERTIFYING TAX YEAR ' WS-TAX-YEAR

           OPEN OUTPUT CERTIFICATE-FILE
           IF NOT CERT-OK
              DISPLAY 'WALTAXYR: UNEXPECTED TAXCERT STATUS '
                  WS-CERT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT ECERT-EXTRACT-FILE
           IF NOT ECERT-OK
              DISPLAY 'WALTAXYR: UNEXPECTED ETAXCX STATUS '
                  WS-ECERT-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT RETURNED-TRACE-FILE
           IF NOT TRACE-OK
              DISPLAY 'WALTAXYR: UNEXPECTED TAXTRACE STATUS '
                  WS-TRACE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT TAX-RETURN-FILE
           IF NOT RETURN-OK
              DISPLAY 'WALTAXYR: UNEXPECTED TAXRETN STATUS '
                  WS-RETURN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT CONTROL-REPORT
           IF NOT CONTROL-OK
              DISPLAY 'WALTAXYR: UNEXPECTED TAXCTL STATUS '
                  WS-CONTROL-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-TAX-YEAR TO WS-CTH-TAX-YEAR
           MOVE WS-CTL-HEAD-LINE TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE SPACES TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           MOVE SPACES TO TAX-RETURN-RECORD
           MOVE 'H' TO TRH-RECORD-TYPE
           MOVE WS-TAX-YEAR TO TRH-TAX-YEAR
           MOVE WS-PAYER-REF TO TRH-PAYER-REF
           MOVE WS-RUN-BUS-DATE TO TRH-CREATED-DATE
           WRITE TAX-RETURN-RECORD.

      * The year's ledger records into storage, summed by customer
      * and by region. No ledger at all means no region withholds -
      * every certificate then shows nil tax.
       1500-LOAD-LEDGER.
           OPEN INPUT TAX-LEDGER-FILE
           EVALUATE TRUE
              WHEN LEDGER-OK
                 READ TAX-LEDGER-FILE
                 PERFORM WITH TEST BEFORE UNTIL NOT LEDGER-OK
                    ADD 1 TO WS-LEDGER-READ
                    IF TXL-DATE (1:4) = WS-TAX-YEAR-CARD
                       ADD 1 TO WS-LEDGER-YEAR
                       PERFORM 1550-ADD-LEDGER-RECORD
                    END-IF
                    READ TAX-LEDGER-FILE
                 END-PERFORM
                 IF NOT LEDGER-EOF
                    DISPLAY 'WALTAXYR: UNEXPECTED WTAXLEDG STATUS '
                        WS-LEDGER-STATUS
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
                 CLOSE TAX-LEDGER-FILE
              WHEN LEDGER-NOT-FOUND
                 DISPLAY 'WALTAXYR: NO WTAXLEDG FILE - NO TAX '
                     'WITHHELD IN THE YEAR'
              WHEN OTHER
                 DISPLAY 'WALTAXYR: UNEXPECTED WTAXLEDG STATUS '
                     WS-LEDGER-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

       1550-ADD-LEDGER-RECORD.
           MOVE ZERO TO WS-LEDGER-FOUND-IX
           PERFORM VARYING WS-LEDGER-IX FROM 1 BY 1
                   UNTIL WS-LEDGER-IX > WS-LEDGER-COUNT
              IF WS-LG-CUSTOMER-ID (WS-LEDGER-IX) = TXL-CUSTOMER-ID
                 MOVE WS-LEDGER-IX TO WS-LEDGER-FOUND-IX
              END-IF
           END-PERFORM
           IF WS-LEDGER-FOUND-IX = ZERO
              IF WS-LEDGER-COUNT NOT < WS-LEDGER-MAX
                 DISPLAY 'WALTAXYR: MORE THAN ' WS-LEDGER-MAX
                     ' CUSTOMERS TAXED IN THE YEAR - RUN REFUSED'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-LEDGER-COUNT
              MOVE WS-LEDGER-COUNT TO WS-LEDGER-FOUND-IX
              MOVE TXL-CUSTOMER-ID
                TO WS-LG-CUSTOMER-ID (WS-LEDGER-FOUND-IX)
              MOVE ZERO TO WS-LG-INTEREST (WS-LEDGER-FOUND-IX)
                           WS-LG-TAX (WS-LEDGER-FOUND-IX)
              MOVE 'N' TO WS-LG-MATCHED-SW (WS-LEDGER-FOUND-IX)
           END-IF
           MOVE TXL-REGION TO WS-LG-REGION (WS-LEDGER-FOUND-IX)
           ADD TXL-INTEREST TO WS-LG-INTEREST (WS-LEDGER-FOUND-IX)
           ADD TXL-TAX TO WS-LG-TAX (WS-LEDGER-FOUND-IX)

           MOVE TXL-REGION TO WS-FIND-REGION
           PERFORM 1800-FIND-REGION
           IF WS-REGION-FOUND-IX > ZERO
              ADD 1 TO WS-RG-LEDGER-POSTS (WS-REGION-FOUND-IX)
           END-IF.

      * Every REGION line of every month's remittance report, summed
      * region by region - the other half of the proof. The reports
      * are printed pages, so anything but a REGION line is passed
      * over, as WALPMRG does.
       1600-LOAD-REMITTANCES.
           OPEN INPUT REMIT-YEAR-FILE
           EVALUATE TRUE
              WHEN RMTYEAR-OK
                 READ REMIT-YEAR-FILE
                 PERFORM WITH TEST BEFORE UNTIL NOT RMTYEAR-OK
                    IF REMIT-YEAR-RECORD (1:7) = 'REGION '
                       ADD 1 TO WS-REMIT-REPORTS
                       MOVE REMIT-YEAR-RECORD (8:3) TO WS-FIND-REGION
                       PERFORM 1800-FIND-REGION
                       IF WS-REGION-FOUND-IX > ZERO
                          MOVE REMIT-YEAR-RECORD (21:7)
                            TO WS-ED-COUNT-TEXT
                          MOVE WS-ED-COUNT TO WS-LINE-COUNT
                          ADD WS-LINE-COUNT
                            TO WS-RG-REMIT-POSTS (WS-REGION-FOUND-IX)
                          MOVE REMIT-YEAR-RECORD (43:17)
                            TO WS-ED-TOTAL-TEXT
                          MOVE WS-ED-TOTAL-AMOUNT TO WS-LINE-AMOUNT
                          ADD WS-LINE-AMOUNT
                            TO WS-RG-REMIT-TAX (WS-REGION-FOUND-IX)
                       END-IF
                    END-IF
                    READ REMIT-YEAR-FILE
                 END-PERFORM
                 CLOSE REMIT-YEAR-FILE
              WHEN RMTYEAR-NOT-FOUND
                 DISPLAY 'WALTAXYR: NO RMTYEAR REMITTANCE REPORTS - '
                     'THE RETURN CANNOT BE PROVED'
              WHEN OTHER
                 DISPLAY 'WALTAXYR: UNEXPECTED RMTYEAR STATUS '
                     WS-RMTYEAR-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

       1700-LOAD-ADDRESSES.
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
                    DISPLAY 'WALTAXYR: ADDRMST HOLDS MORE THAN '
                        WS-ADDR-MAX ' RECORDS - THE REST GO OUT '
                        'WITH THE NAME LINE ONLY'
                 END-IF
                 CLOSE ADDRESS-MASTER-FILE
              WHEN ADDRMST-NOT-FOUND
                 DISPLAY 'WALTAXYR: NO ADDRMST FILE - CERTIFICATES '
                     'GO OUT WITH THE NAME LINE ONLY'
              WHEN OTHER
                 DISPLAY 'WALTAXYR: UNEXPECTED ADDRMST STATUS '
                     WS-ADDRMST-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

      * The region's slot in the proof table, added on first sight.
       1800-FIND-REGION.
           MOVE ZERO TO WS-REGION-FOUND-IX
           PERFORM VARYING WS-REGION-IX FROM 1 BY 1
                   UNTIL WS-REGION-IX > WS-REGION-COUNT
              IF WS-RG-REGION (WS-REGION-IX) = WS-FIND-REGION
                 MOVE WS-REGION-IX TO WS-REGION-FOUND-IX
              END-IF
           END-PERFORM
           IF WS-REGION-FOUND-IX = ZERO
              IF WS-REGION-COUNT NOT < WS-REGION-MAX
                 DISPLAY 'WALTAXYR: MORE THAN ' WS-REGION-MAX
                     ' TAX REGIONS - RUN REFUSED'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
              ADD 1 TO WS-REGION-COUNT
              MOVE WS-REGION-COUNT TO WS-REGION-FOUND-IX
              MOVE WS-FIND-REGION TO WS-RG-REGION (WS-REGION-FOUND-IX)
              MOVE ZERO TO WS-RG-CUSTOMERS (WS-REGION-FOUND-IX)
                           WS-RG-LEDGER-POSTS (WS-REGION-FOUND-IX)
                           WS-RG-GROSS (WS-REGION-FOUND-IX)
                           WS-RG-RETURN-TAX (WS-REGION-FOUND-IX)
                           WS-RG-REMIT-POSTS (WS-REGION-FOUND-IX)
                           WS-RG-REMIT-TAX (WS-REGION-FOUND-IX)
           END-IF.

       2000-OPEN-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 2010-TRY-OPEN
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       2010-TRY-OPEN.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              OPEN TAXYR-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       3000-CERTIFY-ONE-CUSTOMER.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3010-TRY-FETCH
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                PERFORM 3100-MATCH-LEDGER
                PERFORM 3200-ISSUE-CERTIFICATE
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       3010-TRY-FETCH.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              FETCH TAXYR-CUR
              INTO :WS-CT-CUSTOMER-ID, :WS-CT-FIRST-NAME,
                   :WS-CT-LAST-NAME, :WS-CT-MAIL-PREF,
                   :WS-CT-MAIL-UNDELIV, :WS-CT-GROSS
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * The tax comes from the ledger, the figure the remittances
      * were paid from. Ledger interest beyond what the history
      * shows means history has gone missing - the certificate still
      * goes, on the history's gross, and the customer is listed.
       3100-MATCH-LEDGER.
           MOVE ZERO TO WS-CT-TAX
           MOVE SPACES TO WS-CT-REGION
           MOVE SPACE TO WS-CT-SOURCE-FLAG
           MOVE ZERO TO WS-LEDGER-FOUND-IX
           PERFORM VARYING WS-LEDGER-IX FROM 1 BY 1
                   UNTIL WS-LEDGER-IX > WS-LEDGER-COUNT
              IF WS-LG-CUSTOMER-ID (WS-LEDGER-IX) = WS-CT-CUSTOMER-ID
                 MOVE WS-LEDGER-IX TO WS-LEDGER-FOUND-IX
              END-IF
           END-PERFORM
           IF WS-LEDGER-FOUND-IX > ZERO
              MOVE 'Y' TO WS-LG-MATCHED-SW (WS-LEDGER-FOUND-IX)
              MOVE WS-LG-TAX (WS-LEDGER-FOUND-IX) TO WS-CT-TAX
              MOVE WS-LG-REGION (WS-LEDGER-FOUND-IX) TO WS-CT-REGION
              IF WS-LG-INTEREST (WS-LEDGER-FOUND-IX) > WS-CT-GROSS
                 ADD 1 TO WS-SHORT-HIST-COUNT
                 MOVE 'LEDGER INTEREST EXCEEDS THE HISTORY'
                   TO WS-CX-REASON
                 PERFORM 3900-WRITE-EXCEPTION
              END-IF
           END-IF
           COMPUTE WS-CT-NET = WS-CT-GROSS - WS-CT-TAX.

      * Print, e-deliver or hold - the same three ways WALSTMT
      * treats a statement - and the customer's line on the return
      * whichever it is.
       3200-ISSUE-CERTIFICATE.
           PERFORM 3250-FIND-ADDRESS
           MOVE ZERO TO WS-CT-CARE-OF-ID
           PERFORM 3255-FIND-EXECUTOR
           IF NOT SENT-TO-EXECUTOR
              PERFORM 3260-FIND-GUARDIAN
           END-IF
           EVALUATE TRUE
              WHEN WS-CT-MAIL-PREF = 'E'
                 PERFORM 3400-WRITE-ECERT-RECORD
                 MOVE 'E' TO WS-CL-CHANNEL
                 MOVE 'S' TO WS-CL-DISPOSITION
              WHEN WS-CT-MAIL-UNDELIV = 'Y'
                 PERFORM 3500-WRITE-RETURN-TRACE
                 MOVE 'P' TO WS-CL-CHANNEL
                 MOVE 'H' TO WS-CL-DISPOSITION
              WHEN OTHER
                 PERFORM 3300-PRINT-CERTIFICATE
                 MOVE 'P' TO WS-CL-CHANNEL
                 MOVE 'S' TO WS-CL-DISPOSITION
           END-EVALUATE
           PERFORM 3700-LOG-CORRESPONDENCE
           PERFORM 3600-WRITE-RETURN-DETAIL.

       3250-FIND-ADDRESS.
           MOVE ZERO TO WS-ADDR-FOUND-IX
           PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
                   UNTIL WS-ADDR-IX > WS-ADDR-COUNT
              IF WS-AD-CUSTOMER-ID (WS-ADDR-IX) = WS-CT-CUSTOMER-ID
                 MOVE WS-ADDR-IX TO WS-ADDR-FOUND-IX
              END-IF
           END-PERFORM
           MOVE WS-ADDR-FOUND-IX TO WS-MAIL-ADDR-IX.

      * A customer with an estate on TEXEST has died - the
      * certificate goes to the executor, on paper: the customer's
      * own delivery preference and returned-mail flag lapse.
       3255-FIND-EXECUTOR.
           MOVE 'N' TO WS-CT-EXECUTOR-SW
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3257-TRY-SELECT-EXECUTOR
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                MOVE 'Y' TO WS-CT-EXECUTOR-SW
                MOVE 'P' TO WS-CT-MAIL-PREF
                MOVE 'N' TO WS-CT-MAIL-UNDELIV
             WHEN 100
                CONTINUE
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       3257-TRY-SELECT-EXECUTOR.
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
              WHERE CUSTOMER_ID = :WS-CT-CUSTOMER-ID
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * A customer with an active guardian on TEXGRD is a minor -
      * the certificate goes to the guardian's address under the
      * guardian's delivery preference and returned-mail status.
       3260-FIND-GUARDIAN.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 3270-TRY-SELECT-GUARDIAN
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           EVALUATE SQLCODE
             WHEN ZEROES
                MOVE WS-CO-MAIL-PREF TO WS-CT-MAIL-PREF
                MOVE WS-CO-MAIL-UNDELIV TO WS-CT-MAIL-UNDELIV
                MOVE ZERO TO WS-MAIL-ADDR-IX
                PERFORM VARYING WS-ADDR-IX FROM 1 BY 1
                        UNTIL WS-ADDR-IX > WS-ADDR-COUNT
                   IF WS-AD-CUSTOMER-ID (WS-ADDR-IX)
                         = WS-CT-CARE-OF-ID
                      MOVE WS-ADDR-IX TO WS-MAIL-ADDR-IX
                   END-IF
                END-PERFORM
             WHEN 100
                MOVE ZERO TO WS-CT-CARE-OF-ID
             WHEN OTHER
                PERFORM 9800-CHECK-SQLCODE
           END-EVALUATE.

       3270-TRY-SELECT-GUARDIAN.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              SELECT G.GUARDIAN_ID, C.FIRST_NAME, C.LAST_NAME,
                     C.MAIL_PREF, C.MAIL_UNDELIV
              INTO :WS-CT-CARE-OF-ID, :WS-CT-CARE-OF-FIRST,
                   :WS-CT-CARE-OF-LAST, :WS-CO-MAIL-PREF,
                   :WS-CO-MAIL-UNDELIV
              FROM TEXGRD G, TEXEM C
              WHERE G.CUSTOMER_ID = :WS-CT-CUSTOMER-ID
                AND G.GRD_STATUS = 'A'
                AND C.CUSTOMER_ID = G.GUARDIAN_ID
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

       3300-PRINT-CERTIFICATE.
           ADD 1 TO WS-PRINTED-COUNT
           MOVE WS-TAX-YEAR TO WS-CH-TAX-YEAR
           MOVE WS-CT-CUSTOMER-ID TO WS-CH-CUSTOMER-ID
           MOVE WS-CERT-HEAD-LINE TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD AFTER ADVANCING PAGE
           MOVE WS-CT-FIRST-NAME TO WS-CN-FIRST-NAME
           MOVE WS-CT-LAST-NAME TO WS-CN-LAST-NAME
           MOVE WS-CERT-NAME-LINE TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           IF WS-CT-CARE-OF-ID NOT = ZERO
              MOVE WS-CT-CARE-OF-FIRST TO WS-CO-FIRST-NAME
              MOVE WS-CT-CARE-OF-LAST TO WS-CO-LAST-NAME
              MOVE WS-CARE-OF-LINE TO CERTIFICATE-RECORD
              WRITE CERTIFICATE-RECORD
           END-IF
           IF SENT-TO-EXECUTOR
              MOVE EXEC-NAME OF TEXEST TO WS-EX-EXEC-NAME
              MOVE WS-EXECUTOR-LINE TO CERTIFICATE-RECORD
              WRITE CERTIFICATE-RECORD
           END-IF

      * Street and city lines directly under the name, where the
      * window envelope shows them - the guardian's for a minor,
      * the executor's for a customer who has died.
           EVALUATE TRUE
              WHEN SENT-TO-EXECUTOR
                 MOVE EXEC-STREET OF TEXEST TO WS-SL-STREET
                 MOVE WS-STREET-LINE TO CERTIFICATE-RECORD
                 WRITE CERTIFICATE-RECORD
                 MOVE EXEC-CITY OF TEXEST TO WS-CL-CITY
                 MOVE EXEC-POSTAL OF TEXEST TO WS-CL-POSTAL
                 MOVE EXEC-REGION OF TEXEST TO WS-CL-REGION
                 MOVE WS-CITY-LINE TO CERTIFICATE-RECORD
                 WRITE CERTIFICATE-RECORD
              WHEN WS-MAIL-ADDR-IX > ZERO
                 MOVE WS-AD-STREET (WS-MAIL-ADDR-IX) TO WS-SL-STREET
                 MOVE WS-STREET-LINE TO CERTIFICATE-RECORD
                 WRITE CERTIFICATE-RECORD
                 MOVE WS-AD-CITY (WS-MAIL-ADDR-IX) TO WS-CL-CITY
                 MOVE WS-AD-POSTAL (WS-MAIL-ADDR-IX) TO WS-CL-POSTAL
                 MOVE WS-AD-REGION (WS-MAIL-ADDR-IX) TO WS-CL-REGION
                 MOVE WS-CITY-LINE TO CERTIFICATE-RECORD
                 WRITE CERTIFICATE-RECORD
           END-EVALUATE

           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE 'GROSS INTEREST CREDITED       ' TO WS-CA-TAG
           MOVE WS-CT-GROSS TO WS-CA-AMOUNT
           MOVE WS-CERT-AMOUNT-LINE TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE 'TAX WITHHELD AT SOURCE        ' TO WS-CA-TAG
           MOVE WS-CT-TAX TO WS-CA-AMOUNT
           MOVE WS-CERT-AMOUNT-LINE TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE 'NET INTEREST                  ' TO WS-CA-TAG
           MOVE WS-CT-NET TO WS-CA-AMOUNT
           MOVE WS-CERT-AMOUNT-LINE TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           MOVE SPACES TO CERTIFICATE-RECORD
           WRITE CERTIFICATE-RECORD
           IF WS-CT-TAX > ZERO
              MOVE WS-CERT-NOTE-LINE TO CERTIFICATE-RECORD
              WRITE CERTIFICATE-RECORD
              MOVE WS-CERT-NOTE-LINE-2 TO CERTIFICATE-RECORD
              WRITE CERTIFICATE-RECORD
           END-IF.

       3400-WRITE-ECERT-RECORD.
           ADD 1 TO WS-ECERT-COUNT
           MOVE SPACES TO ECERT-EXTRACT-RECORD
           MOVE WS-CT-CUSTOMER-ID TO ETC-CUSTOMER-ID
           MOVE WS-TAX-YEAR TO ETC-TAX-YEAR
           MOVE WS-CT-REGION TO ETC-REGION
           MOVE WS-CT-GROSS TO ETC-GROSS
           MOVE WS-CT-TAX TO ETC-TAX
           MOVE WS-CT-NET TO ETC-NET
           WRITE ECERT-EXTRACT-RECORD.

      * Another certificate is another wasted stamp while the post
      * office is returning this customer's mail - on a minor's,
      * the guardian's, so the trace names the guardian.
       3500-WRITE-RETURN-TRACE.
           ADD 1 TO WS-TRACE-COUNT
           IF WS-CT-CARE-OF-ID NOT = ZERO
              MOVE WS-CT-CARE-OF-ID TO WS-TR-CUSTOMER-ID
              MOVE WS-CT-CARE-OF-FIRST TO WS-TR-FIRST-NAME
              MOVE WS-CT-CARE-OF-LAST TO WS-TR-LAST-NAME
           ELSE
              MOVE WS-CT-CUSTOMER-ID TO WS-TR-CUSTOMER-ID
              MOVE WS-CT-FIRST-NAME TO WS-TR-FIRST-NAME
              MOVE WS-CT-LAST-NAME TO WS-TR-LAST-NAME
           END-IF
           MOVE WS-TRACE-LINE TO RETURNED-TRACE-RECORD
           WRITE RETURNED-TRACE-RECORD.

       3600-WRITE-RETURN-DETAIL.
           ADD 1 TO WS-CUSTOMER-COUNT
           ADD WS-CT-GROSS TO WS-TOTAL-GROSS
           ADD WS-CT-TAX TO WS-TOTAL-TAX
           ADD WS-CT-NET TO WS-TOTAL-NET

           MOVE SPACES TO TAX-RETURN-RECORD
           MOVE 'D' TO TRD-RECORD-TYPE
           MOVE WS-TAX-YEAR TO TRD-TAX-YEAR
           MOVE WS-CT-CUSTOMER-ID TO TRD-CUSTOMER-ID
           MOVE WS-CT-LAST-NAME TO TRD-LAST-NAME
           MOVE WS-CT-FIRST-NAME TO TRD-FIRST-NAME
           IF WS-ADDR-FOUND-IX > ZERO
              MOVE WS-AD-STREET (WS-ADDR-FOUND-IX) TO TRD-STREET
              MOVE WS-AD-CITY (WS-ADDR-FOUND-IX) TO TRD-CITY
              MOVE WS-AD-POSTAL (WS-ADDR-FOUND-IX)
                TO TRD-POSTAL-CODE
           END-IF
           MOVE WS-CT-REGION TO TRD-REGION
           MOVE WS-CT-GROSS TO TRD-GROSS
           MOVE WS-CT-TAX TO TRD-TAX
           MOVE WS-CT-NET TO TRD-NET
           MOVE WS-CT-SOURCE-FLAG TO TRD-SOURCE-FLAG
           WRITE TAX-RETURN-RECORD

      * Only the withholding regions are totalled for the proof - a
      * customer outside every region has nothing to remit.
           IF WS-CT-REGION NOT = SPACES
              MOVE WS-CT-REGION TO WS-FIND-REGION
              PERFORM 1800-FIND-REGION
              ADD 1 TO WS-RG-CUSTOMERS (WS-REGION-FOUND-IX)
              ADD WS-CT-GROSS TO WS-RG-GROSS (WS-REGION-FOUND-IX)
              ADD WS-CT-TAX TO WS-RG-RETURN-TAX (WS-REGION-FOUND-IX)
           END-IF.

      * The certificate goes on the customer's correspondence history
      * under the customer certified, whoever it was addressed to.
       3700-LOG-CORRESPONDENCE.
           MOVE 'LOG ' TO WS-CL-FUNCTION
           MOVE WS-CT-CUSTOMER-ID TO WS-CL-CUSTOMER-ID
           MOVE SPACES TO WS-CL-ITEM-DATE
           MOVE 'C' TO WS-CL-ITEM-TYPE
           MOVE 'TAXC' TO WS-CL-MESSAGE-CODE
           MOVE SPACES TO WS-CL-REFERENCE
           STRING 'TAX YEAR ' WS-TAX-YEAR
              DELIMITED BY SIZE INTO WS-CL-REFERENCE
           CALL 'CORRLOG' USING WS-CORRLOG-PARM.

       3900-WRITE-EXCEPTION.
           MOVE WS-CT-CUSTOMER-ID TO WS-CX-CUSTOMER-ID
           MOVE WS-CTL-EXCP-LINE TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD.

       4000-CLOSE-CURSOR.
           MOVE ZERO TO WS-RETRY-COUNT
           PERFORM 4010-TRY-CLOSE
              WITH TEST AFTER
              UNTIL NOT SQLCODE-DEADLOCK-OR-TIMEOUT
              OR WS-RETRY-COUNT > WS-MAX-RETRIES
           PERFORM 9800-CHECK-SQLCODE.

       4010-TRY-CLOSE.
           IF WS-RETRY-COUNT > ZERO
              PERFORM 9100-RETRY-BACKOFF
           END-IF
           EXEC SQL
              CLOSE TAXYR-CUR
           END-EXEC
           IF SQLCODE-DEADLOCK-OR-TIMEOUT
              ADD 1 TO WS-RETRY-COUNT
           END-IF.

      * Tax was withheld and remitted for these customers, so they
      * belong on the return whatever became of their history - on
      * the ledger's own figures, flagged 'L'. Their name is taken
      * from TEXEM where the customer is still there; no certificate
      * is issued, the list tells the back office to write.
       5000-LEDGER-ONLY-CUSTOMERS.
           PERFORM VARYING WS-LEDGER-IX FROM 1 BY 1
                   UNTIL WS-LEDGER-IX > WS-LEDGER-COUNT
              IF NOT LEDGER-MATCHED (WS-LEDGER-IX)
                 ADD 1 TO WS-LEDGER-ONLY-COUNT
                 MOVE WS-LG-CUSTOMER-ID (WS-LEDGER-IX)
                   TO WS-CT-CUSTOMER-ID
                 PERFORM 5100-FETCH-NAME
                 MOVE WS-LG-INTEREST (WS-LEDGER-IX) TO WS-CT-GROSS
                 MOVE WS-LG-TAX (WS-LEDGER-IX) TO WS-CT-TAX
                 MOVE WS-LG-REGION (WS-LEDGER-IX) TO WS-CT-REGION
                 COMPUTE WS-CT-NET = WS-CT-GROSS - WS-CT-TAX
                 MOVE 'L' TO WS-CT-SOURCE-FLAG
                 MOVE 'TAXED BUT NO INTEREST HISTORY - NO CERT'
                   TO WS-CX-REASON
                 PERFORM 3900-WRITE-EXCEPTION
                 PERFORM 3250-FIND-ADDRESS
                 PERFORM 3600-WRITE-RETURN-DETAIL
              END-IF
           END-PERFORM.

       5100-FETCH-NAME.
           MOVE SPACES TO WS-CT-FIRST-NAME WS-CT-LAST-NAME
           EXEC SQL
              SELECT FIRST_NAME, LAST_NAME
              INTO :WS-CT-FIRST-NAME, :WS-CT-LAST-NAME
              FROM TEXEM
              WHERE CUSTOMER_ID = :WS-CT-CUSTOMER-ID
           END-EXEC
           PERFORM 9800-CHECK-SQLCODE.

      * The proof: for every region, the tax on the return and the
      * ledger postings behind it against the year's remittance
      * reports. The region totals go on the return either way; a
      * region that disagrees makes the return unfit to file.
       6000-PROVE-REGIONS.
           MOVE SPACES TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           PERFORM VARYING WS-REGION-IX FROM 1 BY 1
                   UNTIL WS-REGION-IX > WS-REGION-COUNT
              MOVE WS-RG-REGION (WS-REGION-IX) TO WS-CR-REGION
              MOVE WS-RG-RETURN-TAX (WS-REGION-IX)
                TO WS-CR-RETURN-TAX
              MOVE WS-RG-REMIT-TAX (WS-REGION-IX) TO WS-CR-REMIT-TAX
              MOVE WS-RG-LEDGER-POSTS (WS-REGION-IX)
                TO WS-CR-POSTINGS
              MOVE WS-RG-REMIT-POSTS (WS-REGION-IX)
                TO WS-CR-REMIT-POSTS
              IF WS-RG-RETURN-TAX (WS-REGION-IX)
                    = WS-RG-REMIT-TAX (WS-REGION-IX)
                 AND WS-RG-LEDGER-POSTS (WS-REGION-IX)
                    = WS-RG-REMIT-POSTS (WS-REGION-IX)
                 MOVE 'OK ' TO WS-CR-VERDICT
              ELSE
                 MOVE 'OUT' TO WS-CR-VERDICT
                 ADD 1 TO WS-REGION-FAIL-COUNT
              END-IF
              MOVE WS-CTL-REGION-LINE TO CONTROL-REPORT-RECORD
              WRITE CONTROL-REPORT-RECORD

              MOVE SPACES TO TAX-RETURN-RECORD
              MOVE 'R' TO TRR-RECORD-TYPE
              MOVE WS-TAX-YEAR TO TRR-TAX-YEAR
              MOVE WS-RG-REGION (WS-REGION-IX) TO TRR-REGION
              MOVE WS-RG-CUSTOMERS (WS-REGION-IX) TO TRR-CUSTOMERS
              MOVE WS-RG-LEDGER-POSTS (WS-REGION-IX) TO TRR-POSTINGS
              MOVE WS-RG-GROSS (WS-REGION-IX) TO TRR-GROSS
              MOVE WS-RG-RETURN-TAX (WS-REGION-IX) TO TRR-TAX
              WRITE TAX-RETURN-RECORD
           END-PERFORM.

       8000-HOUSEKEEPING.
           MOVE SPACES TO TAX-RETURN-RECORD
           MOVE 'T' TO TRT-RECORD-TYPE
           MOVE WS-TAX-YEAR TO TRT-TAX-YEAR
           MOVE WS-CUSTOMER-COUNT TO TRT-DETAIL-COUNT
           MOVE WS-TOTAL-GROSS TO TRT-GROSS
           MOVE WS-TOTAL-TAX TO TRT-TAX
           MOVE WS-TOTAL-NET TO TRT-NET
           WRITE TAX-RETURN-RECORD

           MOVE SPACES TO ECERT-EXTRACT-RECORD
           MOVE 'TRAILER' TO ETCRL-ID
           MOVE WS-ECERT-COUNT TO ETCRL-RECORD-COUNT
           WRITE ECERT-EXTRACT-RECORD

           MOVE SPACES TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE 'WTAXLEDG RECORDS IN THE YEAR    ' TO WS-CC-TAG
           MOVE WS-LEDGER-YEAR TO WS-CC-COUNT
           MOVE WS-CTL-COUNT-LINE TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE 'WTAXRPT REGION LINES READ       ' TO WS-CC-TAG
           MOVE WS-REMIT-REPORTS TO WS-CC-COUNT
           MOVE WS-CTL-COUNT-LINE TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE 'CUSTOMERS ON THE RETURN         ' TO WS-CC-TAG
           MOVE WS-CUSTOMER-COUNT TO WS-CC-COUNT
           MOVE WS-CTL-COUNT-LINE TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE '  CERTIFICATES PRINTED          ' TO WS-CC-TAG
           MOVE WS-PRINTED-COUNT TO WS-CC-COUNT
           MOVE WS-CTL-COUNT-LINE TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE '  CERTIFICATES E-DELIVERED      ' TO WS-CC-TAG
           MOVE WS-ECERT-COUNT TO WS-CC-COUNT
           MOVE WS-CTL-COUNT-LINE TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE '  HELD - MAIL RETURNED          ' TO WS-CC-TAG
           MOVE WS-TRACE-COUNT TO WS-CC-COUNT
           MOVE WS-CTL-COUNT-LINE TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE '  LEDGER ONLY - NO CERTIFICATE  ' TO WS-CC-TAG
           MOVE WS-LEDGER-ONLY-COUNT TO WS-CC-COUNT
           MOVE WS-CTL-COUNT-LINE TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE 'GROSS INTEREST                  ' TO WS-CM-TAG
           MOVE WS-TOTAL-GROSS TO WS-CM-AMOUNT
           MOVE WS-CTL-AMOUNT-LINE TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE 'TAX WITHHELD                    ' TO WS-CM-TAG
           MOVE WS-TOTAL-TAX TO WS-CM-AMOUNT
           MOVE WS-CTL-AMOUNT-LINE TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE 'NET INTEREST                    ' TO WS-CM-TAG
           MOVE WS-TOTAL-NET TO WS-CM-AMOUNT
           MOVE WS-CTL-AMOUNT-LINE TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
           MOVE 'REGIONS NOT AGREEING TO WTAXRPT ' TO WS-CC-TAG
           MOVE WS-REGION-FAIL-COUNT TO WS-CC-COUNT
           MOVE WS-CTL-COUNT-LINE TO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD

           CLOSE CERTIFICATE-FILE
           CLOSE ECERT-EXTRACT-FILE
           CLOSE RETURNED-TRACE-FILE
           CLOSE TAX-RETURN-FILE
           CLOSE CONTROL-REPORT
           MOVE 'CLOS' TO WS-CL-FUNCTION
           CALL 'CORRLOG' USING WS-CORRLOG-PARM

           MOVE WS-CUSTOMER-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALTAXYR: CUSTOMERS ON THE RETURN: '
               WS-COUNT-FORMATTED
           MOVE WS-PRINTED-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALTAXYR: CERTIFICATES PRINTED: '
               WS-COUNT-FORMATTED
           MOVE WS-ECERT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALTAXYR: CERTIFICATES E-DELIVERED: '
               WS-COUNT-FORMATTED
           MOVE WS-TRACE-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALTAXYR: CERTIFICATES HELD - MAIL RETURNED: '
               WS-COUNT-FORMATTED
           MOVE WS-CL-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'WALTAXYR: CORRESPONDENCE ITEMS LOGGED: '
               WS-COUNT-FORMATTED

           EVALUATE TRUE
              WHEN WS-REGION-FAIL-COUNT > ZERO
                 DISPLAY 'WALTAXYR: THE RETURN DOES NOT AGREE TO THE '
                     'YEAR''S WTAXRPT REMITTANCES - NOT TO BE FILED'
                 MOVE 12 TO RETURN-CODE
              WHEN WS-LEDGER-ONLY-COUNT > ZERO
                 OR WS-SHORT-HIST-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       9100-RETRY-BACKOFF.
      *    SIMPLE LINEAR BACKOFF - WAIT LONGER ON EACH SUCCESSIVE RETRY
           COMPUTE WS-RETRY-DELAY-SECS = WS-RETRY-COUNT * 2
           DISPLAY 'WALTAXYR: SQLCODE ' SQLCODE
               ' - DEADLOCK/TIMEOUT, RETRY ' WS-RETRY-COUNT
               ' OF ' WS-MAX-RETRIES ' IN ' WS-RETRY-DELAY-SECS
               ' SECONDS'
           CALL 'C$SLEEP' USING WS-RETRY-DELAY-SECS
           .

       9800-CHECK-SQLCODE.
      * Common guard after every SQL operation - anything other than
      * clean completion or no row found abandons the run.
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
                   DISPLAY 'WALTAXYR: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'WALTAXYR: UNEXPECTED BUSDATE STATUS '
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
           MOVE WS-LEDGER-YEAR TO RUN-RECS-IN
           MOVE WS-CUSTOMER-COUNT TO RUN-RECS-OUT
           COMPUTE RUN-RECS-REJECTED
              = WS-LEDGER-ONLY-COUNT + WS-SHORT-HIST-COUNT
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUNLOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUNLOG-OK
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY 'WALTAXYR: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .

       9999-ABORT.
           DISPLAY 'WALTAXYR: UNEXPECTED SQLCODE ' SQLCODE
               ' - ABORTING'
           MOVE 16 TO RETURN-CODE
           GOBACK.
