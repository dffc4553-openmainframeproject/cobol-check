             LAST_NAME                   CHAR(10) NOT NULL,
             WALLET                      INT(10) NOT NULL,
             CURRENCY_CODE               CHAR(3) NOT NULL,
             TMS_CREA                    TIMESTAMP NOT NULL,
             PRODUCT_CODE                CHAR(4) NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE TEXEM2                             *
      * REPORTING CURRENCY.
           10 CURRENCY-CODE        PIC X(03).
           10 TMS-CREA             PIC X(26).
      * THE WALLET'S PRODUCT ON PRODMAST (SEE PRODMAST.CPY), SET BY
      * WALPRMNT. BLANK MEANS THE HOUSE TERMS - INTPARM, THE WHOLE
      * FEESCHED, THE WALDORM CARD AND THE OVDRLIM LINE.
           10 PRODUCT-CODE         PIC X(04).
