           EXEC SQL DECLARE TEXEST TABLE
           ( CUSTOMER_ID                 INTEGER NOT NULL,
             EXEC_NAME                   CHAR(30) NOT NULL,
             EXEC_STREET                 CHAR(30) NOT NULL,
             EXEC_CITY                   CHAR(20) NOT NULL,
             EXEC_POSTAL                 CHAR(10) NOT NULL,
             EXEC_REGION                 CHAR(3) NOT NULL,
             NOTIFIED_DATE               CHAR(10) NOT NULL,
             EST_STATUS                  CHAR(1) NOT NULL,
             SETTLED_DATE                CHAR(10) NOT NULL,
             TMS_CREA                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TEXEST - THE ESTATE OF A DECEASED  *
      * CUSTOMER. ONE ROW PER CUSTOMER, KEYED BY CUSTOMER_ID, WRITTEN  *
      * BY ESTMNT WHEN THE DEATH IS NOTIFIED. IT NAMES THE EXECUTOR    *
      * (OR ADMINISTRATOR) AND THE ADDRESS ALL CORRESPONDENCE GOES TO  *
      * IN PLACE OF THE CUSTOMER'S OWN ADDRESS ON ADDRMST. TEXMMNT     *
      * SETTLES THE ESTATE WHEN IT CLOSES THE CUSTOMER, PAYING THE     *
      * BALANCE TO THE ESTATE. EVERY CHANGE IS AUDITED ON ESTAUDT.     *
      ******************************************************************
       01  TEXEST.
           10 CUSTOMER-ID          PIC 9(9).
           10 EXEC-NAME            PIC X(30).
           10 EXEC-STREET          PIC X(30).
           10 EXEC-CITY            PIC X(20).
           10 EXEC-POSTAL          PIC X(10).
           10 EXEC-REGION          PIC X(03).
      * THE DATE THE BANK WAS TOLD OF THE DEATH - NOT THE DATE OF
      * DEATH, WHICH IS DEATH-DATE ON TEXEM.
           10 NOTIFIED-DATE        PIC X(10).
      * 'O' OPEN - THE WALLETS ARE HELD PENDING THE GRANT OF PROBATE;
      * 'S' SETTLED ON SETTLED-DATE, WHEN THE CUSTOMER WAS CLOSED AND
      * THE BALANCE PAID TO THE ESTATE. A SETTLED ROW IS KEPT UNTIL
      * THE CUSTOMER IS PURGED.
           10 EST-STATUS           PIC X(01).
              88 ESTATE-OPEN       VALUE 'O'.
              88 ESTATE-SETTLED    VALUE 'S'.
           10 SETTLED-DATE         PIC X(10).
           10 TMS-CREA             PIC X(26).
