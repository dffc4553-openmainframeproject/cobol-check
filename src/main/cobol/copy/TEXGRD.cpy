           EXEC SQL DECLARE TEXGRD TABLE
           ( CUSTOMER_ID                 INTEGER NOT NULL,
             GUARDIAN_ID                 INTEGER NOT NULL,
             RELATIONSHIP                CHAR(1) NOT NULL,
             GRD_STATUS                  CHAR(1) NOT NULL,
             END_DATE                    CHAR(10) NOT NULL,
             TMS_CREA                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TEXGRD - THE GUARDIAN OF A MINOR.  *
      * ONE ROW PER MINOR CUSTOMER, KEYED BY CUSTOMER_ID, NAMING THE   *
      * ADULT CUSTOMER WHO ANSWERS FOR THEM. WHILE THE ROW IS ACTIVE   *
      * THE MINOR IS RESTRICTED: A DEBIT ON ANY OF THEIR WALLETS NEEDS *
      * THE GUARDIAN'S CONSENT ON THE ADJUSTMENT (WALADJPG) - A        *
      * TRANSFER (WALXFER) OR PAYOUT (WALPAYOT) CARRIES NO CONSENT AND *
      * IS REFUSED - AND THEIR STATEMENTS AND LETTERS GO CARE OF THE   *
      * GUARDIAN. LINKED BY CUSTONBD AND TEXMMNT, ENDED BY GRDNAGE     *
      * WHEN THE MINOR TURNS 18. EVERY CHANGE IS AUDITED ON GRDNAUDT.  *
      ******************************************************************
       01  TEXGRD.
      * THE MINOR.
           10 CUSTOMER-ID          PIC 9(9).
      * THE GUARDIAN - AN ADULT CUSTOMER ON TEXEM, NEVER THE MINOR.
           10 GUARDIAN-ID          PIC 9(9).
      * 'P' PARENT, 'L' COURT-APPOINTED OR OTHER LEGAL GUARDIAN.
           10 RELATIONSHIP         PIC X(01).
              88 GUARDIAN-PARENT   VALUE 'P'.
              88 GUARDIAN-LEGAL    VALUE 'L'.
      * 'A' ACTIVE - THE RESTRICTIONS APPLY; 'E' ENDED ON END-DATE,
      * WHEN THE MINOR CAME OF AGE. AN ENDED ROW IS KEPT AS THE
      * RECORD OF WHO ANSWERED FOR THE CUSTOMER AS A MINOR.
           10 GRD-STATUS           PIC X(01).
              88 GUARDIAN-ACTIVE   VALUE 'A'.
              88 GUARDIAN-ENDED    VALUE 'E'.
           10 END-DATE             PIC X(10).
           10 TMS-CREA             PIC X(26).
