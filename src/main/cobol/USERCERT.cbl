       IDENTIFICATION DIVISION.
       PROGRAM-ID.  USERCERT.
      *****************************************************************
      * Quarterly user access recertification. USERMST holds every
      * operator's authority level, but nothing ever asked whether
      * the levels were still right - an operator who left the team
      * kept APPROVE until somebody remembered. This run puts every
      * active USERNO in front of its manager once a quarter, in two
      * actions from the first card:
      *
      *   LIST    - the quarterly review. Each active USERNO is
      *             listed on USRCERT with its authority and the
      *             last date it did anything, taken from every
      *             trail that carries a USERNO: the AUDTWH audit
      *             warehouse (TEXMAUDT, BIPMHIST and the SECLOG
      *             history AUDTCONS has already consolidated), the
      *             live SECLOG, and the maintenance trails ADDRAUDT,
      *             KYCAUDT, PAYEAUDT, OWNRAUDT, HOLDAUDT and the
      *             CASENOTE case notes. A USERNO with nothing
      *             inside the dormancy days is flagged dormant. The
      *             review is written to the CERTREG register, one
      *             record per USERNO, for the attestations to be
      *             recorded against.
      *   ATTEST  - the managers' replies from CERTRPLY, one per
      *             USERNO: 'K' keep as is, 'L' lower the authority
      *             to the level on the card, 'S' suspend, 'R'
      *             revoke. Lowering and suspending go out on
      *             CERTTRAN as USERMNT changes carrying the user's
      *             current name, status and authority, revoking as
      *             a USERMNT delete - the same way SECSUSP hands
      *             its suspensions over - for the next maintenance
      *             run to apply. A reply must come from an active
      *             USERNO holding APPROVE, never from the user being
      *             reviewed; anything else is rejected. The CERTEVID
      *             evidence report lists the whole review with each
      *             decision, who made it and when, and closes with
      *             the sign-off block for audit.
      *
      * A rejected reply, or a USERNO nobody has attested yet, ends
      * the ATTEST run RC 4; so does a LIST run that finds a dormant
      * USERNO, or the last review still unfinished.
      *
      * Parameter cards: action; for LIST the review date
      * (YYYY-MM-DD) and the dormancy days (9(4)); for ATTEST the
      * security administrator's USERNO, which must hold APPROVE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER-FILE ASSIGN TO "USERMST"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-MASTER-STATUS.
           SELECT WAREHOUSE-FILE ASSIGN TO "AUDTWH"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-WAREHOUSE-STATUS.
           SELECT SECURITY-LOG ASSIGN TO "SECLOG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SECLOG-STATUS.
           SELECT ADDRESS-AUDIT-FILE ASSIGN TO "ADDRAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-ADDRAUDT-STATUS.
           SELECT KYC-AUDIT-FILE ASSIGN TO "KYCAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-KYCAUDT-STATUS.
           SELECT PAYEE-AUDIT-FILE ASSIGN TO "PAYEAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-PAYEAUDT-STATUS.
           SELECT OWNER-AUDIT-FILE ASSIGN TO "OWNRAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-OWNRAUDT-STATUS.
           SELECT HOLD-AUDIT-FILE ASSIGN TO "HOLDAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-HOLDAUDT-STATUS.
           SELECT CASE-NOTE-FILE ASSIGN TO "CASENOTE"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CASENOTE-STATUS.
      * The review register - written by LIST, the attestations
      * recorded on it by ATTEST.
           SELECT CERT-REGISTER ASSIGN TO "CERTREG"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REGISTER-STATUS.
           SELECT CERT-REPLY-FILE ASSIGN TO "CERTRPLY"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REPLY-STATUS.
      * Revoke and suspend transactions in USERMNT's USERTRAN
      * layout, ready for the next maintenance run.
           SELECT CERT-TRAN-FILE ASSIGN TO "CERTTRAN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-CERTTRAN-STATUS.
           SELECT REVIEW-REPORT ASSIGN TO "USRCERT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-REVIEW-STATUS.
           SELECT EVIDENCE-REPORT ASSIGN TO "CERTEVID"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-EVIDENCE-STATUS.
      * The window's business-date control record, maintained by
      * BDATMNT - the date this run is logged under.
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
       FD  USER-MASTER-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 25 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS USER-MASTER-RECORD.
       01  USER-MASTER-RECORD.
           05  UM-USERNO           PIC 9(03).
           05  UM-NAME             PIC X(20).
           05  UM-STATUS           PIC X(01).
           05  UM-AUTHORITY        PIC X(01).
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
           05  FILLER              PIC X(100).
       FD  SECURITY-LOG
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 31 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS SECURITY-LOG-RECORD.
       01  SECURITY-LOG-RECORD.
           05  SEC-DATE            PIC X(10).
           05  SEC-PROGRAM         PIC X(08).
           05  SEC-USERNO          PIC 9(03).
           05  SEC-ACTION          PIC X(10).
      * Same layout ADDRMNT writes.
       FD  ADDRESS-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 149 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS ADDRESS-AUDIT-RECORD.
       01  ADDRESS-AUDIT-RECORD.
           05  AAU-DATE            PIC X(10).
           05  AAU-USERNO          PIC 9(03).
           05  FILLER              PIC X(136).
      * Same layout KYCMNT writes.
       FD  KYC-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 45 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS KYC-AUDIT-RECORD.
       01  KYC-AUDIT-RECORD.
           05  KAU-DATE            PIC X(10).
           05  KAU-CUSTOMER-ID     PIC 9(09).
           05  KAU-ACTION          PIC X(01).
           05  KAU-USERNO          PIC 9(03).
           05  FILLER              PIC X(22).
      * Same layout PAYEEMNT writes.
       FD  PAYEE-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 139 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS PAYEE-AUDIT-RECORD.
       01  PAYEE-AUDIT-RECORD.
           05  PAU-DATE            PIC X(10).
           05  PAU-USERNO          PIC 9(03).
           05  FILLER              PIC X(126).
       FD  OWNER-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 65 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS OWNER-AUDIT-RECORD.
       01  OWNER-AUDIT-RECORD.
           COPY OWNRAUDT.
       FD  HOLD-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 63 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS HOLD-AUDIT-RECORD.
       01  HOLD-AUDIT-RECORD.
           COPY HOLDAUDT.
      * Same layout CASEMNT writes.
       FD  CASE-NOTE-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS CASE-NOTE-RECORD.
       01  CASE-NOTE-RECORD.
           05  CNT-DATE            PIC X(10).
           05  CNT-CASE-NO         PIC 9(06).
           05  CNT-USERNO          PIC 9(03).
           05  FILLER              PIC X(61).
      * An 'H' header with the review's date and dormancy rule, then
      * a 'U' record per USERNO reviewed, carrying its attestation.
       FD  CERT-REGISTER
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS CERT-REGISTER-RECORD.
       01  CERT-REGISTER-RECORD.
           05  CRG-RECORD-TYPE     PIC X(01).
               88  CRG-IS-HEADER       VALUE 'H'.
               88  CRG-IS-USER         VALUE 'U'.
           05  FILLER              PIC X(79).
       01  CERT-REGISTER-HEADER REDEFINES CERT-REGISTER-RECORD.
           05  FILLER              PIC X(01).
           05  CRH-REVIEW-DATE     PIC X(10).
           05  CRH-DORMANT-DAYS    PIC 9(04).
           05  CRH-CUTOFF-DATE     PIC X(10).
           05  CRH-USER-COUNT      PIC 9(05).
           05  FILLER              PIC X(50).
       01  CERT-REGISTER-USER REDEFINES CERT-REGISTER-RECORD.
           05  FILLER              PIC X(01).
           05  CRU-USERNO          PIC 9(03).
           05  CRU-NAME            PIC X(20).
           05  CRU-AUTHORITY       PIC X(01).
           05  CRU-LAST-ACTIVITY   PIC X(10).
           05  CRU-LAST-SOURCE     PIC X(08).
           05  CRU-DAYS-IDLE       PIC 9(05).
           05  CRU-DORMANT         PIC X(01).
      *    SPACE NOT YET ATTESTED; OTHERWISE THE REPLY'S DECISION.
           05  CRU-DECISION        PIC X(01).
           05  CRU-NEW-AUTHORITY   PIC X(01).
           05  CRU-MANAGER         PIC 9(03).
           05  CRU-REPLY-DATE      PIC X(10).
           05  FILLER              PIC X(16).
       FD  CERT-REPLY-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS CERT-REPLY-RECORD.
       01  CERT-REPLY-RECORD.
           05  CRP-USERNO          PIC 9(03).
           05  CRP-DECISION        PIC X(01).
               88  CRP-KEEP            VALUE 'K'.
               88  CRP-LOWER           VALUE 'L'.
               88  CRP-SUSPEND         VALUE 'S'.
               88  CRP-REVOKE          VALUE 'R'.
           05  CRP-NEW-AUTHORITY   PIC X(01).
           05  CRP-MANAGER         PIC 9(03).
           05  CRP-REPLY-DATE      PIC X(10).
           05  CRP-COMMENT         PIC X(30).
           05  FILLER              PIC X(32).
      * Same layout USERMNT reads from USERTRAN.
       FD  CERT-TRAN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 26 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS CERT-TRAN-RECORD.
       01  CERT-TRAN-RECORD.
           05  CTR-ACTION          PIC X(01).
           05  CTR-USERNO          PIC 9(03).
           05  CTR-NAME            PIC X(20).
           05  CTR-STATUS          PIC X(01).
           05  CTR-AUTHORITY       PIC X(01).
       FD  REVIEW-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS REVIEW-REPORT-RECORD.
       01  REVIEW-REPORT-RECORD    PIC X(80).
       FD  EVIDENCE-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS EVIDENCE-REPORT-RECORD.
       01  EVIDENCE-REPORT-RECORD  PIC X(80).
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
           05  WS-MASTER-STATUS     PIC XX.
               88  MASTER-OK        VALUE '00'.
               88  MASTER-EOF       VALUE '10'.
               88  MASTER-NOT-FOUND VALUE '35'.
           05  WS-WAREHOUSE-STATUS  PIC XX.
           05  WS-SECLOG-STATUS     PIC XX.
           05  WS-ADDRAUDT-STATUS   PIC XX.
           05  WS-KYCAUDT-STATUS    PIC XX.
           05  WS-PAYEAUDT-STATUS   PIC XX.
           05  WS-OWNRAUDT-STATUS   PIC XX.
           05  WS-HOLDAUDT-STATUS   PIC XX.
           05  WS-CASENOTE-STATUS   PIC XX.
      * The status of whichever trail is being read just now.
           05  WS-TRAIL-STATUS      PIC XX.
               88  TRAIL-OK         VALUE '00'.
               88  TRAIL-EOF        VALUE '10'.
               88  TRAIL-NOT-FOUND  VALUE '35'.
           05  WS-REGISTER-STATUS   PIC XX.
               88  REGISTER-OK        VALUE '00'.
               88  REGISTER-EOF       VALUE '10'.
               88  REGISTER-NOT-FOUND VALUE '35'.
           05  WS-REPLY-STATUS      PIC XX.
               88  REPLY-OK         VALUE '00'.
               88  REPLY-EOF        VALUE '10'.
               88  REPLY-NOT-FOUND  VALUE '35'.
           05  WS-CERTTRAN-STATUS   PIC XX.
               88  CERTTRAN-OK      VALUE '00'.
           05  WS-REVIEW-STATUS     PIC XX.
               88  REVIEW-OK        VALUE '00'.
           05  WS-EVIDENCE-STATUS   PIC XX.
               88  EVIDENCE-OK      VALUE '00'.
           05  WS-PGM-NAME          PIC X(08) VALUE 'USERCERT'.
           05  WS-BUSDATE-STATUS    PIC XX.
               88  BUSDATE-OK         VALUE '00'.
               88  BUSDATE-NOT-FOUND  VALUE '35'.
           05  WS-RUNLOG-STATUS     PIC XX.
               88  RUNLOG-OK        VALUE '00'.
           05  WS-RUN-START-TIME    PIC X(08).
           05  WS-RUN-TIME-RAW      PIC 9(08).
           05  WS-RUN-BUS-DATE      PIC X(10).
           05  WS-RUN-DATE-RAW8     PIC 9(08).
      * The parameter cards.
           05  WS-ACTION            PIC X(08) VALUE SPACES.
               88  ACTION-LIST        VALUE 'LIST'.
               88  ACTION-ATTEST      VALUE 'ATTEST'.
           05  WS-REVIEW-DATE       PIC X(10) VALUE SPACES.
           05  WS-DORMANT-DAYS-CARD PIC X(04) VALUE SPACES.
           05  WS-DORMANT-DAYS      PIC 9(04) VALUE ZERO.
           05  WS-ADMIN-USERNO      PIC 9(03) VALUE ZERO.
           05  WS-ADMIN-NAME        PIC X(20) VALUE SPACES.
           05  WS-CUTOFF-DATE       PIC X(10) VALUE SPACES.
      * One activity as a trail delivers it.
           05  WS-ACT-DATE          PIC X(10).
           05  WS-ACT-USERNO        PIC 9(03).
           05  WS-ACT-SOURCE        PIC X(08).
           05  WS-SEARCH-USERNO     PIC 9(03).
           05  WS-USER-COUNT        PIC S9(4) COMP VALUE ZERO.
           05  WS-USER-MAX          PIC S9(4) COMP VALUE 200.
           05  WS-USER-IX           PIC S9(4) COMP.
           05  WS-FOUND-IX          PIC S9(4) COMP.
           05  WS-REVIEW-COUNT      PIC S9(4) COMP VALUE ZERO.
           05  WS-REVIEW-IX         PIC S9(4) COMP.
           05  WS-REVIEW-FOUND-IX   PIC S9(4) COMP.
           05  WS-MANAGER-IX        PIC S9(4) COMP.
           05  WS-OLD-RANK          PIC 9(01).
           05  WS-NEW-RANK          PIC 9(01).
           05  WS-RANK-AUTHORITY    PIC X(01).
           05  WS-RANK              PIC 9(01).
           05  WS-PRIOR-OPEN        PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-TRAIL-RECORDS     PIC S9(9) COMP-3 VALUE ZERO.
           05  WS-DORMANT-COUNT     PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-DORMANT-APPROVE   PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-VIEW-COUNT        PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-UPDATE-COUNT      PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-APPROVE-COUNT     PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-INACTIVE-COUNT    PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-REPLIES-READ      PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-REPLIES-APPLIED   PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-REPLIES-REJECTED  PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-KEEP-COUNT        PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-LOWER-COUNT       PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-SUSPEND-COUNT     PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-REVOKE-COUNT      PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-OUTSTANDING-COUNT PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-TRAN-COUNT        PIC S9(5) COMP-3 VALUE ZERO.
           05  WS-REJECT-REASON     PIC X(36).
           05  WS-COUNT-FORMATTED   PIC ZZZ,ZZ9.

      * The shared user master in storage - the reviewed users, the
      * managers replying, and the current name, status and
      * authority the USERMNT transactions carry.
       01  WS-USER-TABLE.
           05  WS-USER-ENTRY OCCURS 200 TIMES.
               10  WS-UT-USERNO       PIC 9(03).
               10  WS-UT-NAME         PIC X(20).
               10  WS-UT-STATUS       PIC X(01).
               10  WS-UT-AUTHORITY    PIC X(01).

      * The review - one entry per active USERNO, its last activity
      * and, once attested, the decision.
       01  WS-REVIEW-TABLE.
           05  WS-RV-ENTRY OCCURS 200 TIMES.
               10  WS-RV-USERNO       PIC 9(03).
               10  WS-RV-NAME         PIC X(20).
               10  WS-RV-AUTHORITY    PIC X(01).
               10  WS-RV-LAST-DATE    PIC X(10).
               10  WS-RV-LAST-SOURCE  PIC X(08).
               10  WS-RV-DAYS-IDLE    PIC 9(05).
               10  WS-RV-DORMANT      PIC X(01).
                   88  RV-DORMANT         VALUE 'Y'.
               10  WS-RV-DECISION     PIC X(01).
                   88  RV-OUTSTANDING     VALUE SPACE.
               10  WS-RV-NEW-AUTHORITY PIC X(01).
               10  WS-RV-MANAGER      PIC 9(03).
               10  WS-RV-REPLY-DATE   PIC X(10).
               10  WS-RV-COMMENT      PIC X(30).

      * The register header, held while the register is rewritten.
       01  WS-REG-HEADER            PIC X(80).

       01  WS-REVIEW-HEAD-LINE.
           05  FILLER               PIC X(36) VALUE
               'USER ACCESS RECERTIFICATION - REVIEW'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-HL-REVIEW-DATE    PIC X(10).
           05  FILLER               PIC X(11) VALUE ' DORMANT > '.
           05  WS-HL-DAYS           PIC ZZZ9.
           05  FILLER               PIC X(18) VALUE ' DAYS'.
       01  WS-REVIEW-COL-LINE.
           05  FILLER               PIC X(40) VALUE
               'USR NAME                 AUTH LAST ACTIV'.
           05  FILLER               PIC X(40) VALUE
               'ITY SOURCE    DAYS IDLE                 '.
       01  WS-REVIEW-LINE.
           05  WS-RL-USERNO         PIC 9(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-NAME           PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-AUTHORITY      PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-LAST-DATE      PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-SOURCE         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-DAYS           PIC ZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-FLAG           PIC X(20).
       01  WS-EVIDENCE-HEAD-LINE.
           05  FILLER               PIC X(36) VALUE
               'USER ACCESS RECERTIFICATION - EVIDEN'.
           05  FILLER               PIC X(16) VALUE
               'CE FOR REVIEW OF'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-EH-REVIEW-DATE    PIC X(10).
           05  FILLER               PIC X(17) VALUE SPACES.
       01  WS-EVIDENCE-LINE.
           05  WS-EL-USERNO         PIC 9(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-EL-NAME           PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-EL-AUTHORITY      PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-EL-LAST-DATE      PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-EL-DORMANT        PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-EL-DECISION       PIC X(16).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-EL-MANAGER        PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-EL-REPLY-DATE     PIC X(10).
           05  FILLER               PIC X(03) VALUE SPACES.
       01  WS-NOTE-LINE.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  WS-NL-TEXT           PIC X(74).
       01  WS-COUNT-LINE.
           05  WS-CL-TAG            PIC X(40).
           05  WS-CL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(33) VALUE SPACES.

      * Call parameter block for DATEUTIL, the shared date-arithmetic
      * utility - the dormancy cutoff and each USERNO's days idle,
      * same field layout as DATEUTIL's own linkage section.
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
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'USERCERT'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1500-LOAD-USER-MASTER
           EVALUATE TRUE
              WHEN ACTION-LIST
                 PERFORM 2000-LIST-REVIEW
              WHEN ACTION-ATTEST
                 PERFORM 4000-RECORD-ATTESTATIONS
           END-EVALUATE
           PERFORM 9700-WRITE-RUN-LOG
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-ACTION
           MOVE ZERO TO RETURN-CODE

           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:2) TO WS-RUN-START-TIME (1:2)
           MOVE ':'                   TO WS-RUN-START-TIME (3:1)
           MOVE WS-RUN-TIME-RAW (3:2) TO WS-RUN-START-TIME (4:2)
           MOVE ':'                   TO WS-RUN-START-TIME (6:1)
           MOVE WS-RUN-TIME-RAW (5:2) TO WS-RUN-START-TIME (7:2)
           PERFORM 9600-RESOLVE-BUSINESS-DATE

           EVALUATE TRUE
              WHEN ACTION-LIST
                 ACCEPT WS-REVIEW-DATE
                 ACCEPT WS-DORMANT-DAYS-CARD
                 IF WS-REVIEW-DATE = SPACES
                    MOVE WS-RUN-BUS-DATE TO WS-REVIEW-DATE
                 END-IF
                 MOVE 'VAL ' TO WS-DU-FUNCTION
                 MOVE WS-REVIEW-DATE TO WS-DU-INPUT-DATE
                 CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
                 IF NOT WS-DU-OK
                    DISPLAY 'USERCERT: REVIEW DATE CARD NOT A VALID '
                        'YYYY-MM-DD DATE - ' WS-REVIEW-DATE
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                 END-IF
                 IF WS-DORMANT-DAYS-CARD NOT NUMERIC
                    DISPLAY 'USERCERT: DORMANCY DAYS CARD NOT '
                        'NUMERIC - ' WS-DORMANT-DAYS-CARD
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                 END-IF
                 MOVE WS-DORMANT-DAYS-CARD TO WS-DORMANT-DAYS
                 IF WS-DORMANT-DAYS = ZERO
                    DISPLAY 'USERCERT: A POSITIVE DORMANCY DAYS IS '
                        'REQUIRED'
                    MOVE 8 TO RETURN-CODE
                    GOBACK
                 END-IF
                 MOVE 'ADD ' TO WS-DU-FUNCTION
                 MOVE WS-REVIEW-DATE TO WS-DU-INPUT-DATE
                 COMPUTE WS-DU-DAYS-TO-ADD = ZERO - WS-DORMANT-DAYS
                 CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
                 IF NOT WS-DU-OK
                    DISPLAY 'USERCERT: DATEUTIL REJECTED THE CUTOFF '
                        'CALCULATION - RC ' WS-DU-RETURN-CODE
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
                 MOVE WS-DU-OUTPUT-DATE TO WS-CUTOFF-DATE
              WHEN ACTION-ATTEST
                 ACCEPT WS-ADMIN-USERNO
              WHEN OTHER
                 DISPLAY 'USERCERT: ACTION CARD MUST BE LIST OR '
                     'ATTEST - ' WS-ACTION ' - RUN REFUSED'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

       1500-LOAD-USER-MASTER.
           OPEN INPUT USER-MASTER-FILE
           EVALUATE TRUE
              WHEN MASTER-OK
                 READ USER-MASTER-FILE
                 PERFORM WITH TEST BEFORE
                         UNTIL MASTER-EOF
                            OR WS-USER-COUNT
                               NOT LESS THAN WS-USER-MAX
                    ADD 1 TO WS-USER-COUNT
                    MOVE UM-USERNO TO WS-UT-USERNO (WS-USER-COUNT)
                    MOVE UM-NAME TO WS-UT-NAME (WS-USER-COUNT)
                    MOVE UM-STATUS TO WS-UT-STATUS (WS-USER-COUNT)
                    MOVE UM-AUTHORITY
                      TO WS-UT-AUTHORITY (WS-USER-COUNT)
                    READ USER-MASTER-FILE
                 END-PERFORM
                 CLOSE USER-MASTER-FILE
              WHEN MASTER-NOT-FOUND
                 DISPLAY 'USERCERT: USER MASTER FILE NOT FOUND - '
                     'NOTHING TO RECERTIFY'
                 MOVE 8 TO RETURN-CODE
                 GOBACK
              WHEN OTHER
                 DISPLAY 'USERCERT: UNEXPECTED USERMST STATUS '
                     WS-MASTER-STATUS
                 MOVE 12 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

      *****************************************************************
      * LIST
      *****************************************************************
       2000-LIST-REVIEW.
           PERFORM 2050-CHECK-PRIOR-REVIEW

           PERFORM VARYING WS-USER-IX FROM 1 BY 1
                   UNTIL WS-USER-IX > WS-USER-COUNT
              IF WS-UT-STATUS (WS-USER-IX) = 'A'
                 ADD 1 TO WS-REVIEW-COUNT
                 MOVE WS-UT-USERNO (WS-USER-IX)
                   TO WS-RV-USERNO (WS-REVIEW-COUNT)
                 MOVE WS-UT-NAME (WS-USER-IX)
                   TO WS-RV-NAME (WS-REVIEW-COUNT)
                 MOVE WS-UT-AUTHORITY (WS-USER-IX)
                   TO WS-RV-AUTHORITY (WS-REVIEW-COUNT)
                 MOVE SPACES TO WS-RV-LAST-DATE (WS-REVIEW-COUNT)
                                WS-RV-LAST-SOURCE (WS-REVIEW-COUNT)
                                WS-RV-DECISION (WS-REVIEW-COUNT)
                                WS-RV-NEW-AUTHORITY (WS-REVIEW-COUNT)
                                WS-RV-REPLY-DATE (WS-REVIEW-COUNT)
                                WS-RV-COMMENT (WS-REVIEW-COUNT)
                 MOVE ZERO TO WS-RV-DAYS-IDLE (WS-REVIEW-COUNT)
                              WS-RV-MANAGER (WS-REVIEW-COUNT)
                 MOVE 'N' TO WS-RV-DORMANT (WS-REVIEW-COUNT)
              ELSE
                 ADD 1 TO WS-INACTIVE-COUNT
              END-IF
           END-PERFORM

           PERFORM 2100-SCAN-WAREHOUSE
           PERFORM 2200-SCAN-SECLOG
           PERFORM 2300-SCAN-ADDRAUDT
           PERFORM 2400-SCAN-KYCAUDT
           PERFORM 2500-SCAN-PAYEAUDT
           PERFORM 2600-SCAN-OWNRAUDT
           PERFORM 2700-SCAN-HOLDAUDT
           PERFORM 2800-SCAN-CASENOTE

           PERFORM 3000-WRITE-REVIEW.

      * A review still waiting on attestations when the next quarter
      * comes round is reported, not lost silently - its evidence
      * report is the record of what was answered.
       2050-CHECK-PRIOR-REVIEW.
           OPEN INPUT CERT-REGISTER
           IF REGISTER-OK
              READ CERT-REGISTER
              PERFORM WITH TEST BEFORE UNTIL NOT REGISTER-OK
                 IF CRG-IS-USER AND CRU-DECISION = SPACE
                    ADD 1 TO WS-PRIOR-OPEN
                 END-IF
                 READ CERT-REGISTER
              END-PERFORM
              CLOSE CERT-REGISTER
           END-IF
           IF WS-PRIOR-OPEN > ZERO
              MOVE WS-PRIOR-OPEN TO WS-COUNT-FORMATTED
              DISPLAY 'USERCERT: LAST REVIEW STILL HAD '
                  WS-COUNT-FORMATTED ' USERNOS UNATTESTED - '
                  'REPLACED BY THIS REVIEW'
              MOVE 4 TO RETURN-CODE
           END-IF.

      * Every trail is optional - one not yet created simply has no
      * activity on it. Only activity on or before the review date
      * counts.
       2100-SCAN-WAREHOUSE.
           OPEN INPUT WAREHOUSE-FILE
           MOVE WS-WAREHOUSE-STATUS TO WS-TRAIL-STATUS
           IF TRAIL-OK
              READ WAREHOUSE-FILE
              MOVE WS-WAREHOUSE-STATUS TO WS-TRAIL-STATUS
              PERFORM WITH TEST BEFORE UNTIL NOT TRAIL-OK
                 MOVE AWH-DATE TO WS-ACT-DATE
                 MOVE AWH-USERNO TO WS-ACT-USERNO
                 MOVE AWH-PROGRAM TO WS-ACT-SOURCE
                 PERFORM 2900-NOTE-ACTIVITY
                 READ WAREHOUSE-FILE
                 MOVE WS-WAREHOUSE-STATUS TO WS-TRAIL-STATUS
              END-PERFORM
              CLOSE WAREHOUSE-FILE
           END-IF
           MOVE 'AUDTWH  ' TO WS-ACT-SOURCE
           PERFORM 2950-CHECK-TRAIL-STATUS.

       2200-SCAN-SECLOG.
           OPEN INPUT SECURITY-LOG
           MOVE WS-SECLOG-STATUS TO WS-TRAIL-STATUS
           IF TRAIL-OK
              READ SECURITY-LOG
              MOVE WS-SECLOG-STATUS TO WS-TRAIL-STATUS
              PERFORM WITH TEST BEFORE UNTIL NOT TRAIL-OK
                 MOVE SEC-DATE TO WS-ACT-DATE
                 MOVE SEC-USERNO TO WS-ACT-USERNO
                 MOVE 'SECLOG  ' TO WS-ACT-SOURCE
                 PERFORM 2900-NOTE-ACTIVITY
                 READ SECURITY-LOG
                 MOVE WS-SECLOG-STATUS TO WS-TRAIL-STATUS
              END-PERFORM
              CLOSE SECURITY-LOG
           END-IF
           MOVE 'SECLOG  ' TO WS-ACT-SOURCE
           PERFORM 2950-CHECK-TRAIL-STATUS.

       2300-SCAN-ADDRAUDT.
           OPEN INPUT ADDRESS-AUDIT-FILE
           MOVE WS-ADDRAUDT-STATUS TO WS-TRAIL-STATUS
           IF TRAIL-OK
              READ ADDRESS-AUDIT-FILE
              MOVE WS-ADDRAUDT-STATUS TO WS-TRAIL-STATUS
              PERFORM WITH TEST BEFORE UNTIL NOT TRAIL-OK
                 MOVE AAU-DATE TO WS-ACT-DATE
                 MOVE AAU-USERNO TO WS-ACT-USERNO
                 MOVE 'ADDRMNT ' TO WS-ACT-SOURCE
                 PERFORM 2900-NOTE-ACTIVITY
                 READ ADDRESS-AUDIT-FILE
                 MOVE WS-ADDRAUDT-STATUS TO WS-TRAIL-STATUS
              END-PERFORM
              CLOSE ADDRESS-AUDIT-FILE
           END-IF
           MOVE 'ADDRAUDT' TO WS-ACT-SOURCE
           PERFORM 2950-CHECK-TRAIL-STATUS.

       2400-SCAN-KYCAUDT.
           OPEN INPUT KYC-AUDIT-FILE
           MOVE WS-KYCAUDT-STATUS TO WS-TRAIL-STATUS
           IF TRAIL-OK
              READ KYC-AUDIT-FILE
              MOVE WS-KYCAUDT-STATUS TO WS-TRAIL-STATUS
              PERFORM WITH TEST BEFORE UNTIL NOT TRAIL-OK
                 MOVE KAU-DATE TO WS-ACT-DATE
                 MOVE KAU-USERNO TO WS-ACT-USERNO
                 MOVE 'KYCMNT  ' TO WS-ACT-SOURCE
                 PERFORM 2900-NOTE-ACTIVITY
                 READ KYC-AUDIT-FILE
                 MOVE WS-KYCAUDT-STATUS TO WS-TRAIL-STATUS
              END-PERFORM
              CLOSE KYC-AUDIT-FILE
           END-IF
           MOVE 'KYCAUDT ' TO WS-ACT-SOURCE
           PERFORM 2950-CHECK-TRAIL-STATUS.

       2500-SCAN-PAYEAUDT.
           OPEN INPUT PAYEE-AUDIT-FILE
           MOVE WS-PAYEAUDT-STATUS TO WS-TRAIL-STATUS
           IF TRAIL-OK
              READ PAYEE-AUDIT-FILE
              MOVE WS-PAYEAUDT-STATUS TO WS-TRAIL-STATUS
              PERFORM WITH TEST BEFORE UNTIL NOT TRAIL-OK
                 MOVE PAU-DATE TO WS-ACT-DATE
                 MOVE PAU-USERNO TO WS-ACT-USERNO
                 MOVE 'PAYEEMNT' TO WS-ACT-SOURCE
                 PERFORM 2900-NOTE-ACTIVITY
                 READ PAYEE-AUDIT-FILE
                 MOVE WS-PAYEAUDT-STATUS TO WS-TRAIL-STATUS
              END-PERFORM
              CLOSE PAYEE-AUDIT-FILE
           END-IF
           MOVE 'PAYEAUDT' TO WS-ACT-SOURCE
           PERFORM 2950-CHECK-TRAIL-STATUS.

       2600-SCAN-OWNRAUDT.
           OPEN INPUT OWNER-AUDIT-FILE
           MOVE WS-OWNRAUDT-STATUS TO WS-TRAIL-STATUS
           IF TRAIL-OK
              READ OWNER-AUDIT-FILE
              MOVE WS-OWNRAUDT-STATUS TO WS-TRAIL-STATUS
              PERFORM WITH TEST BEFORE UNTIL NOT TRAIL-OK
                 MOVE OAU-DATE TO WS-ACT-DATE
                 MOVE OAU-USERNO TO WS-ACT-USERNO
                 MOVE OAU-PGM-NAME TO WS-ACT-SOURCE
                 PERFORM 2900-NOTE-ACTIVITY
                 READ OWNER-AUDIT-FILE
                 MOVE WS-OWNRAUDT-STATUS TO WS-TRAIL-STATUS
              END-PERFORM
              CLOSE OWNER-AUDIT-FILE
           END-IF
           MOVE 'OWNRAUDT' TO WS-ACT-SOURCE
           PERFORM 2950-CHECK-TRAIL-STATUS.

       2700-SCAN-HOLDAUDT.
           OPEN INPUT HOLD-AUDIT-FILE
           MOVE WS-HOLDAUDT-STATUS TO WS-TRAIL-STATUS
           IF TRAIL-OK
              READ HOLD-AUDIT-FILE
              MOVE WS-HOLDAUDT-STATUS TO WS-TRAIL-STATUS
              PERFORM WITH TEST BEFORE UNTIL NOT TRAIL-OK
      * A placement is the placer's work, a release the releaser's;
      * an auto-release is nobody's.
                 MOVE HAU-DATE TO WS-ACT-DATE
                 EVALUATE HAU-ACTION
                    WHEN 'P'
                       MOVE HAU-PLACED-BY TO WS-ACT-USERNO
                    WHEN 'R'
                       MOVE HAU-RELEASED-BY TO WS-ACT-USERNO
                    WHEN OTHER
                       MOVE ZERO TO WS-ACT-USERNO
                 END-EVALUATE
                 MOVE 'HOLDMNT ' TO WS-ACT-SOURCE
                 PERFORM 2900-NOTE-ACTIVITY
                 READ HOLD-AUDIT-FILE
                 MOVE WS-HOLDAUDT-STATUS TO WS-TRAIL-STATUS
              END-PERFORM
              CLOSE HOLD-AUDIT-FILE
           END-IF
           MOVE 'HOLDAUDT' TO WS-ACT-SOURCE
           PERFORM 2950-CHECK-TRAIL-STATUS.

       2800-SCAN-CASENOTE.
           OPEN INPUT CASE-NOTE-FILE
           MOVE WS-CASENOTE-STATUS TO WS-TRAIL-STATUS
           IF TRAIL-OK
              READ CASE-NOTE-FILE
              MOVE WS-CASENOTE-STATUS TO WS-TRAIL-STATUS
              PERFORM WITH TEST BEFORE UNTIL NOT TRAIL-OK
                 MOVE CNT-DATE TO WS-ACT-DATE
                 MOVE CNT-USERNO TO WS-ACT-USERNO
                 MOVE 'CASEMNT ' TO WS-ACT-SOURCE
                 PERFORM 2900-NOTE-ACTIVITY
                 READ CASE-NOTE-FILE
                 MOVE WS-CASENOTE-STATUS TO WS-TRAIL-STATUS
              END-PERFORM
              CLOSE CASE-NOTE-FILE
           END-IF
           MOVE 'CASENOTE' TO WS-ACT-SOURCE
           PERFORM 2950-CHECK-TRAIL-STATUS.

      * Keep the latest date per USERNO, and the program that did
      * it. USERNO zero is the batch's own work (VSAMMNT's lines in
      * the warehouse), nobody's activity.
       2900-NOTE-ACTIVITY.
           ADD 1 TO WS-TRAIL-RECORDS
           IF WS-ACT-USERNO NOT = ZERO
              AND WS-ACT-DATE NOT > WS-REVIEW-DATE
              PERFORM VARYING WS-REVIEW-IX FROM 1 BY 1
                      UNTIL WS-REVIEW-IX > WS-REVIEW-COUNT
                 IF WS-RV-USERNO (WS-REVIEW-IX) = WS-ACT-USERNO
                    AND WS-ACT-DATE > WS-RV-LAST-DATE (WS-REVIEW-IX)
                    MOVE WS-ACT-DATE TO WS-RV-LAST-DATE (WS-REVIEW-IX)
                    MOVE WS-ACT-SOURCE
                      TO WS-RV-LAST-SOURCE (WS-REVIEW-IX)
                 END-IF
              END-PERFORM
           END-IF.

      * A trail that will not open, or breaks part way, would make
      * its users look idle - the review is refused instead.
       2950-CHECK-TRAIL-STATUS.
           IF NOT TRAIL-OK AND NOT TRAIL-EOF
              AND NOT TRAIL-NOT-FOUND
              MOVE 'IOER' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              DISPLAY 'USERCERT: UNEXPECTED ' WS-ACT-SOURCE
                  ' STATUS ' WS-TRAIL-STATUS ' - REVIEW REFUSED'
              MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
              GOBACK
           END-IF.

      * The review listing and the new register.
       3000-WRITE-REVIEW.
           OPEN OUTPUT REVIEW-REPORT
           IF NOT REVIEW-OK
              DISPLAY 'USERCERT: UNEXPECTED USRCERT STATUS '
                  WS-REVIEW-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT CERT-REGISTER
           IF NOT REGISTER-OK
              DISPLAY 'USERCERT: UNEXPECTED CERTREG STATUS '
                  WS-REGISTER-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-REVIEW-DATE TO WS-HL-REVIEW-DATE
           MOVE WS-DORMANT-DAYS TO WS-HL-DAYS
           MOVE WS-REVIEW-HEAD-LINE TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE WS-REVIEW-COL-LINE TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD

           MOVE SPACES TO CERT-REGISTER-RECORD
           MOVE 'H' TO CRG-RECORD-TYPE
           MOVE WS-REVIEW-DATE TO CRH-REVIEW-DATE
           MOVE WS-DORMANT-DAYS TO CRH-DORMANT-DAYS
           MOVE WS-CUTOFF-DATE TO CRH-CUTOFF-DATE
           MOVE WS-REVIEW-COUNT TO CRH-USER-COUNT
           WRITE CERT-REGISTER-RECORD

           PERFORM VARYING WS-REVIEW-IX FROM 1 BY 1
                   UNTIL WS-REVIEW-IX > WS-REVIEW-COUNT
              PERFORM 3100-REVIEW-ONE-USER
           END-PERFORM

           MOVE SPACES TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE 'ACTIVE USERNOS REVIEWED' TO WS-CL-TAG
           MOVE WS-REVIEW-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE '  VIEW AUTHORITY' TO WS-CL-TAG
           MOVE WS-VIEW-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE '  UPDATE AUTHORITY' TO WS-CL-TAG
           MOVE WS-UPDATE-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE '  APPROVE AUTHORITY' TO WS-CL-TAG
           MOVE WS-APPROVE-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE 'DORMANT' TO WS-CL-TAG
           MOVE WS-DORMANT-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE '  OF WHICH HOLDING APPROVE' TO WS-CL-TAG
           MOVE WS-DORMANT-APPROVE TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD
           MOVE 'INACTIVE USERNOS NOT REVIEWED' TO WS-CL-TAG
           MOVE WS-INACTIVE-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD

           CLOSE REVIEW-REPORT
           CLOSE CERT-REGISTER

           MOVE WS-REVIEW-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'USERCERT: USERNOS FOR RECERTIFICATION: '
               WS-COUNT-FORMATTED
           MOVE WS-DORMANT-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'USERCERT: DORMANT: ' WS-COUNT-FORMATTED
           IF WS-DORMANT-COUNT > ZERO
              AND RETURN-CODE = ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       3100-REVIEW-ONE-USER.
           MOVE SPACES TO WS-RL-FLAG
           EVALUATE WS-RV-AUTHORITY (WS-REVIEW-IX)
              WHEN 'V'
                 ADD 1 TO WS-VIEW-COUNT
                 MOVE 'VIEW' TO WS-RL-AUTHORITY
              WHEN 'U'
                 ADD 1 TO WS-UPDATE-COUNT
                 MOVE 'UPDATE' TO WS-RL-AUTHORITY
              WHEN 'A'
                 ADD 1 TO WS-APPROVE-COUNT
                 MOVE 'APPROVE' TO WS-RL-AUTHORITY
              WHEN OTHER
                 MOVE WS-RV-AUTHORITY (WS-REVIEW-IX)
                   TO WS-RL-AUTHORITY
           END-EVALUATE

      * Nothing on any trail reads as idle since before records
      * began; otherwise the days since the last activity.
           IF WS-RV-LAST-DATE (WS-REVIEW-IX) = SPACES
              MOVE 99999 TO WS-RV-DAYS-IDLE (WS-REVIEW-IX)
              MOVE 'Y' TO WS-RV-DORMANT (WS-REVIEW-IX)
              MOVE 'NONE' TO WS-RL-LAST-DATE
              MOVE SPACES TO WS-RL-SOURCE
           ELSE
              MOVE 'DIF ' TO WS-DU-FUNCTION
              MOVE WS-RV-LAST-DATE (WS-REVIEW-IX) TO WS-DU-INPUT-DATE
              MOVE WS-REVIEW-DATE TO WS-DU-INPUT-DATE-2
              CALL 'DATEUTIL' USING WS-DATEUTIL-PARM
              IF WS-DU-OK
                 MOVE WS-DU-DAYS-DIFFERENCE
                   TO WS-RV-DAYS-IDLE (WS-REVIEW-IX)
              ELSE
                 MOVE 99999 TO WS-RV-DAYS-IDLE (WS-REVIEW-IX)
              END-IF
              IF WS-RV-LAST-DATE (WS-REVIEW-IX) < WS-CUTOFF-DATE
                 MOVE 'Y' TO WS-RV-DORMANT (WS-REVIEW-IX)
              END-IF
              MOVE WS-RV-LAST-DATE (WS-REVIEW-IX) TO WS-RL-LAST-DATE
              MOVE WS-RV-LAST-SOURCE (WS-REVIEW-IX) TO WS-RL-SOURCE
           END-IF

           IF RV-DORMANT (WS-REVIEW-IX)
              ADD 1 TO WS-DORMANT-COUNT
              IF WS-RV-AUTHORITY (WS-REVIEW-IX) = 'A'
                 ADD 1 TO WS-DORMANT-APPROVE
                 MOVE '** DORMANT APPROVER' TO WS-RL-FLAG
              ELSE
                 MOVE '** DORMANT' TO WS-RL-FLAG
              END-IF
           END-IF

           MOVE WS-RV-USERNO (WS-REVIEW-IX) TO WS-RL-USERNO
           MOVE WS-RV-NAME (WS-REVIEW-IX) TO WS-RL-NAME
           MOVE WS-RV-DAYS-IDLE (WS-REVIEW-IX) TO WS-RL-DAYS
           MOVE WS-REVIEW-LINE TO REVIEW-REPORT-RECORD
           WRITE REVIEW-REPORT-RECORD

           MOVE SPACES TO CERT-REGISTER-RECORD
           MOVE 'U' TO CRG-RECORD-TYPE
           PERFORM 7100-MOVE-ENTRY-TO-REGISTER
           WRITE CERT-REGISTER-RECORD.

      *****************************************************************
      * ATTEST
      *****************************************************************
       4000-RECORD-ATTESTATIONS.
      * Only a security administrator holding APPROVE records the
      * attestations, the same rule USERMNT applies to maintaining
      * the user master itself.
           MOVE WS-ADMIN-USERNO TO WS-SEARCH-USERNO
           PERFORM 6000-FIND-USER
           IF WS-FOUND-IX = ZERO
              OR WS-UT-STATUS (WS-FOUND-IX) NOT = 'A'
              OR WS-UT-AUTHORITY (WS-FOUND-IX) NOT = 'A'
              MOVE 'USNO' TO WS-ERRCODE-LOOKUP-CODE
              PERFORM 9500-LOOKUP-ERROR-CODE
              DISPLAY WS-ERRCODE-LOOKUP-TEXT
              DISPLAY 'USERCERT: USERNO ' WS-ADMIN-USERNO
                  ' MAY NOT RECORD ATTESTATIONS'
              MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-UT-NAME (WS-FOUND-IX) TO WS-ADMIN-NAME

           PERFORM 7000-LOAD-REGISTER

           OPEN OUTPUT CERT-TRAN-FILE
           IF NOT CERTTRAN-OK
              DISPLAY 'USERCERT: UNEXPECTED CERTTRAN STATUS '
                  WS-CERTTRAN-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT EVIDENCE-REPORT
           IF NOT EVIDENCE-OK
              DISPLAY 'USERCERT: UNEXPECTED CERTEVID STATUS '
                  WS-EVIDENCE-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-REVIEW-DATE TO WS-EH-REVIEW-DATE
           MOVE WS-EVIDENCE-HEAD-LINE TO EVIDENCE-REPORT-RECORD
           WRITE EVIDENCE-REPORT-RECORD AFTER ADVANCING PAGE
           MOVE SPACES TO EVIDENCE-REPORT-RECORD
           WRITE EVIDENCE-REPORT-RECORD

           OPEN INPUT CERT-REPLY-FILE
           EVALUATE TRUE
              WHEN REPLY-OK
                 READ CERT-REPLY-FILE
                 PERFORM WITH TEST BEFORE UNTIL NOT REPLY-OK
                    ADD 1 TO WS-REPLIES-READ
                    PERFORM 4100-APPLY-ONE-REPLY
                    READ CERT-REPLY-FILE
                 END-PERFORM
                 CLOSE CERT-REPLY-FILE
              WHEN REPLY-NOT-FOUND
                 DISPLAY 'USERCERT: NO CERTRPLY FILE - NO '
                     'ATTESTATIONS RECORDED'
              WHEN OTHER
                 DISPLAY 'USERCERT: UNEXPECTED CERTRPLY STATUS '
                     WS-REPLY-STATUS
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE

           PERFORM 5000-WRITE-EVIDENCE
           PERFORM 7200-REWRITE-REGISTER
           CLOSE CERT-TRAN-FILE
           CLOSE EVIDENCE-REPORT

           MOVE WS-REPLIES-APPLIED TO WS-COUNT-FORMATTED
           DISPLAY 'USERCERT: ATTESTATIONS RECORDED: '
               WS-COUNT-FORMATTED
           MOVE WS-TRAN-COUNT TO WS-COUNT-FORMATTED
           DISPLAY 'USERCERT: USERTRAN TRANSACTIONS EMITTED: '
               WS-COUNT-FORMATTED
           IF WS-REPLIES-REJECTED > ZERO
              OR WS-OUTSTANDING-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

       4100-APPLY-ONE-REPLY.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO WS-REVIEW-FOUND-IX
           PERFORM VARYING WS-REVIEW-IX FROM 1 BY 1
                   UNTIL WS-REVIEW-IX > WS-REVIEW-COUNT
              IF WS-RV-USERNO (WS-REVIEW-IX) = CRP-USERNO
                 MOVE WS-REVIEW-IX TO WS-REVIEW-FOUND-IX
              END-IF
           END-PERFORM
           MOVE CRP-MANAGER TO WS-SEARCH-USERNO
           PERFORM 6000-FIND-USER
           MOVE WS-FOUND-IX TO WS-MANAGER-IX
           MOVE CRP-USERNO TO WS-SEARCH-USERNO
           PERFORM 6000-FIND-USER

           EVALUATE TRUE
              WHEN WS-REVIEW-FOUND-IX = ZERO
                 MOVE 'USERNO NOT IN THIS REVIEW'
                   TO WS-REJECT-REASON
              WHEN NOT RV-OUTSTANDING (WS-REVIEW-FOUND-IX)
                 MOVE 'USERNO ALREADY ATTESTED' TO WS-REJECT-REASON
              WHEN NOT CRP-KEEP AND NOT CRP-LOWER
                   AND NOT CRP-SUSPEND AND NOT CRP-REVOKE
                 MOVE 'DECISION NOT K, L, S OR R'
                   TO WS-REJECT-REASON
              WHEN WS-MANAGER-IX = ZERO
                 MOVE 'MANAGER NOT ON USER MASTER'
                   TO WS-REJECT-REASON
              WHEN WS-UT-STATUS (WS-MANAGER-IX) NOT = 'A'
                   OR WS-UT-AUTHORITY (WS-MANAGER-IX) NOT = 'A'
                 MOVE 'MANAGER LACKS ACTIVE APPROVE'
                   TO WS-REJECT-REASON
              WHEN CRP-MANAGER = CRP-USERNO
                 MOVE 'MANAGER MAY NOT ATTEST OWN USERNO'
                   TO WS-REJECT-REASON
              WHEN WS-FOUND-IX = ZERO
                   AND NOT CRP-KEEP
                 MOVE 'USERNO NO LONGER ON USER MASTER'
                   TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

      * Lowering must really lower - to a valid level beneath the
      * one the user holds today.
           IF WS-REJECT-REASON = SPACES AND CRP-LOWER
              MOVE WS-UT-AUTHORITY (WS-FOUND-IX) TO WS-RANK-AUTHORITY
              PERFORM 6100-RANK-AUTHORITY
              MOVE WS-RANK TO WS-OLD-RANK
              MOVE CRP-NEW-AUTHORITY TO WS-RANK-AUTHORITY
              PERFORM 6100-RANK-AUTHORITY
              MOVE WS-RANK TO WS-NEW-RANK
              IF WS-NEW-RANK = ZERO
                 OR WS-NEW-RANK NOT < WS-OLD-RANK
                 MOVE 'NEW AUTHORITY NOT BELOW CURRENT'
                   TO WS-REJECT-REASON
              END-IF
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
              ADD 1 TO WS-REPLIES-REJECTED
              MOVE SPACES TO WS-NOTE-LINE
              STRING 'REPLY FOR ' CRP-USERNO ' ' CRP-DECISION
                     ' BY ' CRP-MANAGER ' REJECTED - '
                     WS-REJECT-REASON
                 DELIMITED BY SIZE INTO WS-NL-TEXT
              MOVE WS-NOTE-LINE TO EVIDENCE-REPORT-RECORD
              WRITE EVIDENCE-REPORT-RECORD
           ELSE
              ADD 1 TO WS-REPLIES-APPLIED
              MOVE CRP-DECISION TO WS-RV-DECISION (WS-REVIEW-FOUND-IX)
              MOVE CRP-MANAGER TO WS-RV-MANAGER (WS-REVIEW-FOUND-IX)
              MOVE CRP-REPLY-DATE
                TO WS-RV-REPLY-DATE (WS-REVIEW-FOUND-IX)
              MOVE CRP-COMMENT TO WS-RV-COMMENT (WS-REVIEW-FOUND-IX)
              IF CRP-LOWER
                 MOVE CRP-NEW-AUTHORITY
                   TO WS-RV-NEW-AUTHORITY (WS-REVIEW-FOUND-IX)
              END-IF
              PERFORM 4200-EMIT-TRANSACTION
           END-IF.

      * The change carries the user's name, status and authority as
      * the user master holds them now, so USERMNT's edits take it
      * as it stands; a revoke is USERMNT's delete.
       4200-EMIT-TRANSACTION.
           EVALUATE TRUE
              WHEN CRP-KEEP
                 ADD 1 TO WS-KEEP-COUNT
              WHEN CRP-LOWER
                 ADD 1 TO WS-LOWER-COUNT
                 MOVE 'C' TO CTR-ACTION
                 MOVE CRP-USERNO TO CTR-USERNO
                 MOVE WS-UT-NAME (WS-FOUND-IX) TO CTR-NAME
                 MOVE WS-UT-STATUS (WS-FOUND-IX) TO CTR-STATUS
                 MOVE CRP-NEW-AUTHORITY TO CTR-AUTHORITY
                 WRITE CERT-TRAN-RECORD
                 ADD 1 TO WS-TRAN-COUNT
              WHEN CRP-SUSPEND
                 ADD 1 TO WS-SUSPEND-COUNT
                 MOVE 'C' TO CTR-ACTION
                 MOVE CRP-USERNO TO CTR-USERNO
                 MOVE WS-UT-NAME (WS-FOUND-IX) TO CTR-NAME
                 MOVE 'I' TO CTR-STATUS
                 MOVE WS-UT-AUTHORITY (WS-FOUND-IX) TO CTR-AUTHORITY
                 WRITE CERT-TRAN-RECORD
                 ADD 1 TO WS-TRAN-COUNT
              WHEN CRP-REVOKE
                 ADD 1 TO WS-REVOKE-COUNT
                 MOVE 'D' TO CTR-ACTION
                 MOVE CRP-USERNO TO CTR-USERNO
                 MOVE WS-UT-NAME (WS-FOUND-IX) TO CTR-NAME
                 MOVE WS-UT-STATUS (WS-FOUND-IX) TO CTR-STATUS
                 MOVE WS-UT-AUTHORITY (WS-FOUND-IX) TO CTR-AUTHORITY
                 WRITE CERT-TRAN-RECORD
                 ADD 1 TO WS-TRAN-COUNT
           END-EVALUATE.

      * The whole review as it now stands - every USERNO, its
      * activity, the decision and who made it - then the totals
      * and the sign-off block.
       5000-WRITE-EVIDENCE.
           MOVE SPACES TO EVIDENCE-REPORT-RECORD
           WRITE EVIDENCE-REPORT-RECORD
           PERFORM VARYING WS-REVIEW-IX FROM 1 BY 1
                   UNTIL WS-REVIEW-IX > WS-REVIEW-COUNT
              PERFORM 5100-EVIDENCE-ONE-USER
           END-PERFORM

           MOVE SPACES TO EVIDENCE-REPORT-RECORD
           WRITE EVIDENCE-REPORT-RECORD
           MOVE 'USERNOS IN THE REVIEW' TO WS-CL-TAG
           MOVE WS-REVIEW-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO EVIDENCE-REPORT-RECORD
           WRITE EVIDENCE-REPORT-RECORD
           MOVE 'ATTESTATIONS RECORDED THIS RUN' TO WS-CL-TAG
           MOVE WS-REPLIES-APPLIED TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO EVIDENCE-REPORT-RECORD
           WRITE EVIDENCE-REPORT-RECORD
           MOVE '  KEPT AS IS' TO WS-CL-TAG
           MOVE WS-KEEP-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO EVIDENCE-REPORT-RECORD
           WRITE EVIDENCE-REPORT-RECORD
           MOVE '  AUTHORITY LOWERED' TO WS-CL-TAG
           MOVE WS-LOWER-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO EVIDENCE-REPORT-RECORD
           WRITE EVIDENCE-REPORT-RECORD
           MOVE '  SUSPENDED' TO WS-CL-TAG
           MOVE WS-SUSPEND-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO EVIDENCE-REPORT-RECORD
           WRITE EVIDENCE-REPORT-RECORD
           MOVE '  REVOKED' TO WS-CL-TAG
           MOVE WS-REVOKE-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO EVIDENCE-REPORT-RECORD
           WRITE EVIDENCE-REPORT-RECORD
           MOVE 'REPLIES REJECTED' TO WS-CL-TAG
           MOVE WS-REPLIES-REJECTED TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO EVIDENCE-REPORT-RECORD
           WRITE EVIDENCE-REPORT-RECORD
           MOVE 'USERTRAN TRANSACTIONS EMITTED' TO WS-CL-TAG
           MOVE WS-TRAN-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO EVIDENCE-REPORT-RECORD
           WRITE EVIDENCE-REPORT-RECORD
           MOVE 'USERNOS STILL TO BE ATTESTED' TO WS-CL-TAG
           MOVE WS-OUTSTANDING-COUNT TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO EVIDENCE-REPORT-RECORD
           WRITE EVIDENCE-REPORT-RECORD

           MOVE SPACES TO EVIDENCE-REPORT-RECORD
           WRITE EVIDENCE-REPORT-RECORD
           MOVE SPACES TO WS-NOTE-LINE
           IF WS-OUTSTANDING-COUNT = ZERO
              MOVE 'REVIEW COMPLETE - EVERY USERNO ATTESTED'
                TO WS-NL-TEXT
           ELSE
              MOVE 'REVIEW NOT YET COMPLETE - SEE USERNOS OUTSTANDING'
                TO WS-NL-TEXT
           END-IF
           MOVE WS-NOTE-LINE TO EVIDENCE-REPORT-RECORD
           WRITE EVIDENCE-REPORT-RECORD
           MOVE SPACES TO WS-NOTE-LINE
           STRING 'RECORDED BY USERNO ' WS-ADMIN-USERNO ' '
                  WS-ADMIN-NAME ' ON ' WS-RUN-BUS-DATE
              DELIMITED BY SIZE INTO WS-NL-TEXT
           MOVE WS-NOTE-LINE TO EVIDENCE-REPORT-RECORD
           WRITE EVIDENCE-REPORT-RECORD
           MOVE SPACES TO EVIDENCE-REPORT-RECORD
           WRITE EVIDENCE-REPORT-RECORD
           MOVE SPACES TO WS-NOTE-LINE
           MOVE 'SECURITY ADMINISTRATOR ....................... DATE '
             TO WS-NL-TEXT
           MOVE WS-NOTE-LINE TO EVIDENCE-REPORT-RECORD
           WRITE EVIDENCE-REPORT-RECORD
           MOVE SPACES TO EVIDENCE-REPORT-RECORD
           WRITE EVIDENCE-REPORT-RECORD
           MOVE SPACES TO WS-NOTE-LINE
           MOVE 'INTERNAL AUDIT ............................... DATE '
             TO WS-NL-TEXT
           MOVE WS-NOTE-LINE TO EVIDENCE-REPORT-RECORD
           WRITE EVIDENCE-REPORT-RECORD.

       5100-EVIDENCE-ONE-USER.
           MOVE WS-RV-USERNO (WS-REVIEW-IX) TO WS-EL-USERNO
           MOVE WS-RV-NAME (WS-REVIEW-IX) TO WS-EL-NAME
           MOVE WS-RV-AUTHORITY (WS-REVIEW-IX) TO WS-EL-AUTHORITY
           IF WS-RV-LAST-DATE (WS-REVIEW-IX) = SPACES
              MOVE 'NONE' TO WS-EL-LAST-DATE
           ELSE
              MOVE WS-RV-LAST-DATE (WS-REVIEW-IX) TO WS-EL-LAST-DATE
           END-IF
           IF RV-DORMANT (WS-REVIEW-IX)
              MOVE 'DORMANT' TO WS-EL-DORMANT
           ELSE
              MOVE SPACES TO WS-EL-DORMANT
           END-IF
           MOVE SPACES TO WS-EL-DECISION
           EVALUATE WS-RV-DECISION (WS-REVIEW-IX)
              WHEN 'K'
                 MOVE 'KEPT' TO WS-EL-DECISION
              WHEN 'L'
                 STRING 'LOWERED TO ' WS-RV-NEW-AUTHORITY (WS-REVIEW-IX)
                    DELIMITED BY SIZE INTO WS-EL-DECISION
              WHEN 'S'
                 MOVE 'SUSPENDED' TO WS-EL-DECISION
              WHEN 'R'
                 MOVE 'REVOKED' TO WS-EL-DECISION
              WHEN OTHER
                 ADD 1 TO WS-OUTSTANDING-COUNT
                 MOVE '** OUTSTANDING' TO WS-EL-DECISION
           END-EVALUATE
           IF RV-OUTSTANDING (WS-REVIEW-IX)
              MOVE SPACES TO WS-EL-MANAGER WS-EL-REPLY-DATE
           ELSE
              MOVE WS-RV-MANAGER (WS-REVIEW-IX) TO WS-EL-MANAGER
              MOVE WS-RV-REPLY-DATE (WS-REVIEW-IX) TO WS-EL-REPLY-DATE
           END-IF
           MOVE WS-EVIDENCE-LINE TO EVIDENCE-REPORT-RECORD
           WRITE EVIDENCE-REPORT-RECORD
      * A dormant USERNO kept on is the case audit asks about - the
      * manager's reason goes on the evidence beside it.
           IF WS-RV-COMMENT (WS-REVIEW-IX) NOT = SPACES
              MOVE SPACES TO WS-NOTE-LINE
              MOVE WS-RV-COMMENT (WS-REVIEW-IX) TO WS-NL-TEXT
              MOVE WS-NOTE-LINE TO EVIDENCE-REPORT-RECORD
              WRITE EVIDENCE-REPORT-RECORD
           END-IF.

      *****************************************************************
      * COMMON
      *****************************************************************
       6000-FIND-USER.
           MOVE ZERO TO WS-FOUND-IX
           PERFORM VARYING WS-USER-IX FROM 1 BY 1
                   UNTIL WS-USER-IX > WS-USER-COUNT
              IF WS-UT-USERNO (WS-USER-IX) = WS-SEARCH-USERNO
                 MOVE WS-USER-IX TO WS-FOUND-IX
              END-IF
           END-PERFORM.

      * VIEW below UPDATE below APPROVE; zero for anything else.
       6100-RANK-AUTHORITY.
           EVALUATE WS-RANK-AUTHORITY
              WHEN 'V'
                 MOVE 1 TO WS-RANK
              WHEN 'U'
                 MOVE 2 TO WS-RANK
              WHEN 'A'
                 MOVE 3 TO WS-RANK
              WHEN OTHER
                 MOVE 0 TO WS-RANK
           END-EVALUATE.

       7000-LOAD-REGISTER.
           OPEN INPUT CERT-REGISTER
           IF NOT REGISTER-OK
              DISPLAY 'USERCERT: NO CERTREG REGISTER - STATUS '
                  WS-REGISTER-STATUS ' - RUN LIST FIRST'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF
           READ CERT-REGISTER
           IF NOT REGISTER-OK OR NOT CRG-IS-HEADER
              DISPLAY 'USERCERT: CERTREG HAS NO HEADER RECORD - RUN '
                  'REFUSED'
              CLOSE CERT-REGISTER
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE CERT-REGISTER-RECORD TO WS-REG-HEADER
           MOVE CRH-REVIEW-DATE TO WS-REVIEW-DATE
           READ CERT-REGISTER
           PERFORM WITH TEST BEFORE UNTIL NOT REGISTER-OK
              IF CRG-IS-USER
                 AND WS-REVIEW-COUNT < WS-USER-MAX
                 ADD 1 TO WS-REVIEW-COUNT
                 MOVE CRU-USERNO TO WS-RV-USERNO (WS-REVIEW-COUNT)
                 MOVE CRU-NAME TO WS-RV-NAME (WS-REVIEW-COUNT)
                 MOVE CRU-AUTHORITY
                   TO WS-RV-AUTHORITY (WS-REVIEW-COUNT)
                 MOVE CRU-LAST-ACTIVITY
                   TO WS-RV-LAST-DATE (WS-REVIEW-COUNT)
                 MOVE CRU-LAST-SOURCE
                   TO WS-RV-LAST-SOURCE (WS-REVIEW-COUNT)
                 MOVE CRU-DAYS-IDLE
                   TO WS-RV-DAYS-IDLE (WS-REVIEW-COUNT)
                 MOVE CRU-DORMANT TO WS-RV-DORMANT (WS-REVIEW-COUNT)
                 MOVE CRU-DECISION
                   TO WS-RV-DECISION (WS-REVIEW-COUNT)
                 MOVE CRU-NEW-AUTHORITY
                   TO WS-RV-NEW-AUTHORITY (WS-REVIEW-COUNT)
                 MOVE CRU-MANAGER TO WS-RV-MANAGER (WS-REVIEW-COUNT)
                 MOVE CRU-REPLY-DATE
                   TO WS-RV-REPLY-DATE (WS-REVIEW-COUNT)
                 MOVE SPACES TO WS-RV-COMMENT (WS-REVIEW-COUNT)
              END-IF
              READ CERT-REGISTER
           END-PERFORM
           IF NOT REGISTER-EOF
              DISPLAY 'USERCERT: UNEXPECTED CERTREG STATUS '
                  WS-REGISTER-STATUS
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           CLOSE CERT-REGISTER.

       7100-MOVE-ENTRY-TO-REGISTER.
           MOVE WS-RV-USERNO (WS-REVIEW-IX) TO CRU-USERNO
           MOVE WS-RV-NAME (WS-REVIEW-IX) TO CRU-NAME
           MOVE WS-RV-AUTHORITY (WS-REVIEW-IX) TO CRU-AUTHORITY
           MOVE WS-RV-LAST-DATE (WS-REVIEW-IX) TO CRU-LAST-ACTIVITY
           MOVE WS-RV-LAST-SOURCE (WS-REVIEW-IX) TO CRU-LAST-SOURCE
           MOVE WS-RV-DAYS-IDLE (WS-REVIEW-IX) TO CRU-DAYS-IDLE
           MOVE WS-RV-DORMANT (WS-REVIEW-IX) TO CRU-DORMANT
           MOVE WS-RV-DECISION (WS-REVIEW-IX) TO CRU-DECISION
           MOVE WS-RV-NEW-AUTHORITY (WS-REVIEW-IX)
             TO CRU-NEW-AUTHORITY
           MOVE WS-RV-MANAGER (WS-REVIEW-IX) TO CRU-MANAGER
           MOVE WS-RV-REPLY-DATE (WS-REVIEW-IX) TO CRU-REPLY-DATE.

       7200-REWRITE-REGISTER.
           OPEN OUTPUT CERT-REGISTER
           IF NOT REGISTER-OK
              DISPLAY 'USERCERT: UNEXPECTED CERTREG STATUS '
                  WS-REGISTER-STATUS ' - ATTESTATIONS NOT RECORDED'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE WS-REG-HEADER TO CERT-REGISTER-RECORD
           WRITE CERT-REGISTER-RECORD
           PERFORM VARYING WS-REVIEW-IX FROM 1 BY 1
                   UNTIL WS-REVIEW-IX > WS-REVIEW-COUNT
              MOVE SPACES TO CERT-REGISTER-RECORD
              MOVE 'U' TO CRG-RECORD-TYPE
              PERFORM 7100-MOVE-ENTRY-TO-REGISTER
              WRITE CERT-REGISTER-RECORD
           END-PERFORM
           CLOSE CERT-REGISTER.

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
                   DISPLAY 'USERCERT: NO BUSDATE CONTROL FILE - '
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
                   DISPLAY 'USERCERT: UNEXPECTED BUSDATE STATUS '
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
           IF ACTION-LIST
              MOVE WS-TRAIL-RECORDS TO RUN-RECS-IN
              MOVE WS-REVIEW-COUNT TO RUN-RECS-OUT
              MOVE WS-DORMANT-COUNT TO RUN-RECS-REJECTED
           ELSE
              MOVE WS-REPLIES-READ TO RUN-RECS-IN
              MOVE WS-TRAN-COUNT TO RUN-RECS-OUT
              MOVE WS-REPLIES-REJECTED TO RUN-RECS-REJECTED
           END-IF
           MOVE RETURN-CODE TO RUN-RETURN-CODE
           OPEN EXTEND RUN-LOG-FILE
           IF NOT RUNLOG-OK
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF RUNLOG-OK
               WRITE RUN-LOG-RECORD
               CLOSE RUN-LOG-FILE
           ELSE
               DISPLAY 'USERCERT: RUN LOG UNAVAILABLE - STATUS '
                   WS-RUNLOG-STATUS
           END-IF
           .
