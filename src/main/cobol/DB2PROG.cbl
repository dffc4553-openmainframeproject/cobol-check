           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'DB2PROG'.

       EXEC SQL INCLUDE SQLCA  END-EXEC.
       EXEC SQL INCLUDE TEXEM  END-EXEC.

      * Branch order first, so the report bursts into per-branch
      * page sequences and the extract feeds GREETING already
      * bundled by branch. Closed and deceased customers are left
      * out, so neither CAMPAIGN nor GREETING writes to them.
           EXEC SQL
              DECLARE NAME-CUR CURSOR FOR
              SELECT CUSTOMER_ID, FIRST_NAME, LAST_NAME,
                                    AND :WS-SEL-CUST-HIGH
                AND TMS_CREA BETWEEN :WS-SEL-TMS-LOW
                                 AND :WS-SEL-TMS-HIGH
                AND CUST_STATUS NOT IN ('C', 'D')
              ORDER BY BRANCH_CODE, CUSTOMER_ID
           END-EXEC.

