             MAIL_PREF                   CHAR(1) NOT NULL,
             MAIL_UNDELIV                CHAR(1) NOT NULL,
             STMT_CYCLE                  SMALLINT NOT NULL,
             BIRTH_DATE                  CHAR(10) NOT NULL WITH DEFAULT,
             DEATH_DATE                  CHAR(10) NOT NULL WITH DEFAULT,
             TMS_CREA                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
           10 CUSTOMER-ID          PIC 9(9).
           10 FIRST-NAME           PIC X(10).
           10 LAST-NAME            PIC X(10).
      * CUSTOMER LIFECYCLE - 'A' ACTIVE, 'S' SUSPENDED, 'C' CLOSED,
      * 'D' DECEASED. A CLOSED CUSTOMER TAKES NO BALANCE MOVEMENTS
      * AND DROPS OFF THE NAME EXTRACT. A DECEASED CUSTOMER IS SET
      * ONLY BY ESTMNT'S BEREAVEMENT NOTIFICATION: THEIR WALLETS
      * TAKE NO DEBITS, THEY DROP OFF THE NAME EXTRACT AND THE
      * ALERTS, AND THEIR CORRESPONDENCE GOES TO THE EXECUTOR ON
      * TEXEST UNTIL TEXMMNT CLOSES THEM, PAYING THE ESTATE.
           10 CUST-STATUS          PIC X(01).
      * THE BRANCH THE CUSTOMER BELONGS TO - THE REPORTS BURST ON
      * IT SO EACH BRANCH RECEIVES ONLY ITS OWN SECTION. '000' IS
      * CUSTOMER SITS ON; SPREADING CUSTOMERS ACROSS CYCLES
      * SPREADS THE PRINT LOAD ACROSS THE MONTH.
           10 STMT-CYCLE           PIC 9(02).
      * DATE OF BIRTH, YYYY-MM-DD - CAPTURED BY CUSTONBD AND
      * TEXMMNT. BLANK WHERE NEVER CAPTURED, AS ON EVERY CUSTOMER
      * TAKEN ON BEFORE IT WAS ASKED FOR; SUCH A CUSTOMER IS TREATED
      * AS AN ADULT. A CUSTOMER UNDER 18 IS ONLY TAKEN ON WITH A
      * GUARDIAN ON TEXGRD.
           10 BIRTH-DATE           PIC X(10).
      * DATE OF DEATH, YYYY-MM-DD - SET WITH THE 'D' STATUS BY
      * ESTMNT, BLANK FOR EVERY LIVING CUSTOMER.
           10 DEATH-DATE           PIC X(10).
           10 TMS-CREA             PIC X(26).
