      *     WHOLE LOG. AUDIT ASKED WHO HAS BEEN ATTEMPTING LIMIT
      *     UPDATES - THIS IS THE ANSWER, ON ONE PAGE EVERY MORNING.
      *
      *     A DUAL-CONTROL TOKEN RAISED OR USED IS LOGGED TO SECLOG
      *     TOO, BUT IS NO VIOLATION AND IS LEFT OFF THE REPORT; A
      *     TOKEN REFUSED IS ONE AND STAYS ON IT.
      *
      *--------------+------+-------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 SEC-PROGRAM        PIC X(08).
           05 SEC-USERNO         PIC 9(03).
           05 SEC-ACTION         PIC X(10).
               88 SEC-TOKEN-EVENT   VALUE 'TOKENRAISE' 'TOKENUSED'.
       FD  VIOLATION-REPORT
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
               WHEN SECLOG-OK
                   READ SECURITY-LOG
                   PERFORM WITH TEST BEFORE UNTIL SECLOG-EOF
                       IF (WS-FILTER-DATE = SPACES
                           OR SEC-DATE = WS-FILTER-DATE)
                          AND NOT SEC-TOKEN-EVENT
                           ADD 1 TO WS-VIOLATION-COUNT
                           MOVE SEC-DATE TO WS-DT-DATE
                           MOVE SEC-PROGRAM TO WS-DT-PROGRAM
