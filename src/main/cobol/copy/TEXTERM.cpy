           EXEC SQL DECLARE TEXTERM TABLE
           ( CUSTOMER_ID                 INTEGER NOT NULL,
             WALLET_NO                   SMALLINT NOT NULL,
             START_DATE                  DATE NOT NULL,
             MATURITY_DATE               DATE NOT NULL,
             TERM_MONTHS                 SMALLINT NOT NULL,
             AGREED_RATE                 DECIMAL(9,6) NOT NULL,
             MATURITY_INSTR              CHAR(1) NOT NULL,
             NOTICE_SENT                 CHAR(1) NOT NULL,
             TMS_CREA                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TEXTERM - THE FIXED TERM RUNNING   *
      * ON A WALLET. THE WALLET STAYS ON TEXE2 UNDER ITS CUSTOMER; A   *
      * ROW HERE LOCKS IT FOR THE TERM - THE DEBIT RUNS REFUSE IT AS   *
      * FIXED TERM NOT MATURED - AND WALINT LEAVES IT TO WALMATUR,     *
      * WHICH PAYS THE AGREED RATE AT MATURITY. OPENED BY TERMMNT.     *
      * THE ROW IS DELETED WHEN THE TERM PAYS OUT AND RENEWED IN       *
      * PLACE WHEN IT ROLLS OVER.                                      *
      ******************************************************************
       01  TEXTERM.
      * THE WALLET - THE TEXE2 KEY. NEVER WALLET 01, WHICH IS WHERE
      * A PAID-OUT TERM LANDS.
           10 CUSTOMER-ID          PIC 9(9).
           10 WALLET-NO            PIC 9(2).
      * THE TERM - STARTED ON A BUSINESS DATE, 3, 6 OR 12 MONTHS,
      * MATURING ON THE SAME DAY OF THE MONTH (THE MONTH'S LAST DAY
      * WHERE IT HAS NO SUCH DAY). WALMATUR ACTS ON THE NEXT
      * BUSINESS DAY ON OR AFTER THE MATURITY DATE.
           10 START-DATE           PIC X(10).
           10 MATURITY-DATE        PIC X(10).
           10 TERM-MONTHS          PIC S9(4) COMP.
      * AGREED ANNUAL RATE, PERCENT, FOR THE WHOLE TERM.
           10 AGREED-RATE          PIC S9(3)V9(6) COMP-3.
      * 'P' PAY THE MATURED BALANCE OUT TO WALLET 01; 'R' ROLL IT
      * OVER FOR ANOTHER TERM OF THE SAME LENGTH AT THE SAME RATE.
           10 MATURITY-INSTR       PIC X(01).
              88 TERM-PAY-OUT      VALUE 'P'.
              88 TERM-ROLL-OVER    VALUE 'R'.
      * 'Y' ONCE THIS TERM'S MATURITY NOTICE HAS BEEN PRINTED.
           10 NOTICE-SENT          PIC X(01).
              88 TERM-NOTICE-SENT  VALUE 'Y'.
           10 TMS-CREA             PIC X(26).
