      * SUSPTRAN file the next maintenance run applies. The SUSPRPT
      * report says who was suspended and on what evidence.
      *
      * A dual-control token raised or used is logged to SECLOG too
      * but is no violation and is not counted; a token refused is.
      *
      * Parameter cards: business date, violation threshold.
      *****************************************************************
       ENVIRONMENT DIVISION.
           05  SEC-PROGRAM         PIC X(08).
           05  SEC-USERNO          PIC 9(03).
           05  SEC-ACTION          PIC X(10).
               88  SEC-TOKEN-EVENT   VALUE 'TOKENRAISE' 'TOKENUSED'.
       FD  USER-MASTER-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 25 CHARACTERS
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'SECSUSP'.

       PROCEDURE DIVISION.
       0000-MAIN.
                 READ SECURITY-LOG
                 PERFORM WITH TEST BEFORE UNTIL SECLOG-EOF
                    IF SEC-DATE = WS-FILTER-DATE
                       AND NOT SEC-TOKEN-EVENT
                       PERFORM 2100-TALLY-ONE-VIOLATION
                    END-IF
                    READ SECURITY-LOG
