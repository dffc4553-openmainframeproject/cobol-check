           EXEC SQL DECLARE TEXOWN TABLE
           ( CUSTOMER_ID                 INTEGER NOT NULL,
             WALLET_NO                   SMALLINT NOT NULL,
             CO_OWNER_ID                 INTEGER NOT NULL,
             OWNER_ROLE                  CHAR(1) NOT NULL,
             SHARE_PCT                   DECIMAL(5,2) NOT NULL,
             TMS_CREA                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TEXOWN - THE FURTHER OWNERS OF A   *
      * JOINT WALLET. THE WALLET STAYS KEYED ON TEXE2 UNDER ITS        *
      * HOLDING CUSTOMER; EACH ROW HERE NAMES ONE MORE CUSTOMER WHO    *
      * OWNS IT WITH THEM. MAINTAINED BY OWNRMNT, AUDITED ON OWNRAUDT. *
      ******************************************************************
       01  TEXOWN.
      * THE WALLET - THE TEXE2 KEY OF ITS HOLDING CUSTOMER.
           10 CUSTOMER-ID          PIC 9(9).
           10 WALLET-NO            PIC 9(2).
      * THE FURTHER OWNER - NEVER THE HOLDING CUSTOMER ITSELF.
           10 CO-OWNER-ID          PIC 9(9).
      * 'J' JOINT OWNER, HOLDING A SHARE OF THE BALANCE; 'T'
      * TRUSTEE, ACTING FOR THE WALLET WITH NO SHARE OF ITS OWN.
      * BOTH SEE THE WALLET AND RECEIVE ITS STATEMENTS.
           10 OWNER-ROLE           PIC X(01).
              88 OWNER-JOINT       VALUE 'J'.
              88 OWNER-TRUSTEE     VALUE 'T'.
      * PERCENTAGE OF THE BALANCE OWNED. THE HOLDING CUSTOMER OWNS
      * WHAT THE FURTHER OWNERS' SHARES LEAVE OF 100.
           10 SHARE-PCT            PIC S9(3)V99 COMP-3.
           10 TMS-CREA             PIC X(26).
