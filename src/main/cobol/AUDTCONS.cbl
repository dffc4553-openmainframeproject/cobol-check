      * business-date card and user zero - the inquiry still finds
      * them by program and date.
      *
      * USERMNT's USERAUDT trail comes in as a fifth source, so a
      * change to the user master - who gave whom which authority -
      * is in the warehouse with everything else; the entity key is
      * the action and the USERNO maintained.
      *
      * The AUTHTOKN dual-control register is a sixth: a token raised
      * for the date comes in under AUTHMNT and its raiser, a token
      * used on the date under the utility it opened and its
      * submitter, each keyed 'R' or 'U' and the token id with the
      * scope and the other party in the images. The TOKENRAISE and
      * TOKENUSED lines those same events leave on SECLOG are not
      * carried twice - SECLOG's lines stay the rejected attempts.
      *
      * TEXMAUDT also carries BRCHCONS's branch consolidations -
      * action 'B', one per customer moved - which come in under
      * BRCHCONS rather than TEXMMNT.
      *
      * Parameter card: the business date being consolidated.
      *****************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-SECLOG-STATUS.
           SELECT USER-AUDIT-FILE ASSIGN TO "USERAUDT"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-USERAUDT-STATUS.
           SELECT TOKEN-FILE ASSIGN TO "AUTHTOKN"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
               FILE STATUS WS-TOKEN-STATUS.
           SELECT WAREHOUSE-FILE ASSIGN TO "AUDTWH"
               ORGANIZATION SEQUENTIAL
               ACCESS MODE SEQUENTIAL
           05  SEC-PROGRAM         PIC X(08).
           05  SEC-USERNO          PIC 9(03).
           05  SEC-ACTION          PIC X(10).
               88  SEC-TOKEN-EVENT   VALUE 'TOKENRAISE' 'TOKENUSED'.
      * Same layout USERMNT writes.
       FD  USER-AUDIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS USER-AUDIT-RECORD.
       01  USER-AUDIT-RECORD.
           05  UAU-DATE            PIC X(10).
           05  UAU-MAINT-USERNO    PIC 9(03).
           05  UAU-ACTION          PIC X(01).
           05  UAU-USERNO          PIC 9(03).
           05  UAU-OLD-IMAGE       PIC X(22).
           05  UAU-NEW-IMAGE       PIC X(22).
           05  FILLER              PIC X(19).
      * The dual-control token register, in the same layout AUTHMNT
      * raises and AUTHCHK spends.
       FD  TOKEN-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE F
           DATA RECORD IS TOKEN-RECORD.
       01  TOKEN-RECORD.
           COPY AUTHTOKN.
      * The one common record every trail maps into.
       FD  WAREHOUSE-FILE
           BLOCK CONTAINS 0 RECORDS
               88  SECLOG-OK        VALUE '00'.
               88  SECLOG-EOF       VALUE '10'.
               88  SECLOG-NOT-FOUND VALUE '35'.
           05  WS-USERAUDT-STATUS   PIC XX.
               88  USERAUDT-OK        VALUE '00'.
               88  USERAUDT-EOF       VALUE '10'.
               88  USERAUDT-NOT-FOUND VALUE '35'.
           05  WS-TOKEN-STATUS      PIC XX.
               88  TOKEN-OK         VALUE '00'.
               88  TOKEN-EOF        VALUE '10'.
               88  TOKEN-NOT-FOUND  VALUE '35'.
           05  WS-WAREHOUSE-STATUS  PIC XX.
               88  WAREHOUSE-OK     VALUE '00'.
               88  WAREHOUSE-NOT-FOUND VALUE '35'.
           05  WS-EL-TEXT          PIC X(50).
           05  WS-EL-ACTION        PIC X(50).
           05  WS-EL-FOUND-SW      PIC X(01).
           05  WS-EL-PGM-NAME      PIC X(08) VALUE 'AUDTCONS'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 3000-CONSOLIDATE-BIPMHIST
           PERFORM 4000-CONSOLIDATE-MAINTLOG
           PERFORM 5000-CONSOLIDATE-SECLOG
           PERFORM 6000-CONSOLIDATE-USERAUDT
           PERFORM 6500-CONSOLIDATE-AUTHTOKN
           PERFORM 8000-HOUSEKEEPING
           GOBACK.

       2100-MAP-TEXMAUDT-RECORD.
           MOVE AUD-DATE TO AWH-DATE
           MOVE AUD-USERNO TO AWH-USERNO
      * BRCHCONS writes its branch moves to the same trail, action
      * 'B', under the USERNO that authorized the consolidation.
           IF AUD-ACTION = 'B'
              MOVE 'BRCHCONS' TO AWH-PROGRAM
           ELSE
              MOVE 'TEXMMNT ' TO AWH-PROGRAM
           END-IF
           MOVE SPACES TO AWH-ENTITY-KEY
           STRING AUD-ACTION ' ' AUD-CUSTOMER-ID
              DELIMITED BY SIZE INTO AWH-ENTITY-KEY
                 READ SECURITY-LOG
                 PERFORM WITH TEST BEFORE UNTIL SECLOG-EOF
                    IF SEC-DATE = WS-FILTER-DATE
                       AND NOT SEC-TOKEN-EVENT
                       PERFORM 5100-MAP-SECLOG-RECORD
                    END-IF
                    READ SECURITY-LOG
           MOVE 'REJECTED ATTEMPT' TO AWH-AFTER
           PERFORM 7000-WRITE-WAREHOUSE-RECORD.

       6000-CONSOLIDATE-USERAUDT.
           OPEN INPUT USER-AUDIT-FILE
           EVALUATE TRUE
              WHEN USERAUDT-OK
                 READ USER-AUDIT-FILE
                 PERFORM WITH TEST BEFORE UNTIL USERAUDT-EOF
                    IF UAU-DATE = WS-FILTER-DATE
                       PERFORM 6100-MAP-USERAUDT-RECORD
                    END-IF
                    READ USER-AUDIT-FILE
                 END-PERFORM
                 CLOSE USER-AUDIT-FILE
              WHEN USERAUDT-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 MOVE 'IOER' TO WS-ERRCODE-LOOKUP-CODE
                 PERFORM 9500-LOOKUP-ERROR-CODE
                 DISPLAY WS-ERRCODE-LOOKUP-TEXT
                 DISPLAY 'AUDTCONS: UNEXPECTED USERAUDT STATUS '
                     WS-USERAUDT-STATUS
                 MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

       6100-MAP-USERAUDT-RECORD.
           MOVE UAU-DATE TO AWH-DATE
           MOVE UAU-MAINT-USERNO TO AWH-USERNO
           MOVE 'USERMNT ' TO AWH-PROGRAM
           MOVE SPACES TO AWH-ENTITY-KEY
           STRING UAU-ACTION ' ' UAU-USERNO
              DELIMITED BY SIZE INTO AWH-ENTITY-KEY
           MOVE UAU-OLD-IMAGE TO AWH-BEFORE
           MOVE UAU-NEW-IMAGE TO AWH-AFTER
           PERFORM 7000-WRITE-WAREHOUSE-RECORD.

       6500-CONSOLIDATE-AUTHTOKN.
           OPEN INPUT TOKEN-FILE
           EVALUATE TRUE
              WHEN TOKEN-OK
                 READ TOKEN-FILE
                 PERFORM WITH TEST BEFORE UNTIL TOKEN-EOF
                    IF ATK-BUS-DATE = WS-FILTER-DATE
                       PERFORM 6600-MAP-TOKEN-RAISED
                    END-IF
                    IF ATK-USED AND ATK-USED-DATE = WS-FILTER-DATE
                       PERFORM 6700-MAP-TOKEN-USED
                    END-IF
                    READ TOKEN-FILE
                 END-PERFORM
                 CLOSE TOKEN-FILE
              WHEN TOKEN-NOT-FOUND
                 CONTINUE
              WHEN OTHER
                 MOVE 'IOER' TO WS-ERRCODE-LOOKUP-CODE
                 PERFORM 9500-LOOKUP-ERROR-CODE
                 DISPLAY WS-ERRCODE-LOOKUP-TEXT
                 DISPLAY 'AUDTCONS: UNEXPECTED AUTHTOKN STATUS '
                     WS-TOKEN-STATUS
                 MOVE WS-ERRCODE-LOOKUP-RC TO RETURN-CODE
                 GOBACK
           END-EVALUATE.

       6600-MAP-TOKEN-RAISED.
           MOVE ATK-BUS-DATE TO AWH-DATE
           MOVE ATK-RAISED-BY TO AWH-USERNO
           MOVE 'AUTHMNT ' TO AWH-PROGRAM
           MOVE SPACES TO AWH-ENTITY-KEY
           STRING 'R ' ATK-TOKEN-ID
              DELIMITED BY SIZE INTO AWH-ENTITY-KEY
           MOVE SPACES TO AWH-BEFORE
           MOVE SPACES TO AWH-AFTER
           STRING 'RAISED FOR ' ATK-PROGRAM ' ' ATK-SCOPE
              DELIMITED BY SIZE INTO AWH-AFTER
           PERFORM 7000-WRITE-WAREHOUSE-RECORD.

       6700-MAP-TOKEN-USED.
           MOVE ATK-USED-DATE TO AWH-DATE
           MOVE ATK-USED-BY TO AWH-USERNO
           MOVE ATK-PROGRAM TO AWH-PROGRAM
           MOVE SPACES TO AWH-ENTITY-KEY
           STRING 'U ' ATK-TOKEN-ID
              DELIMITED BY SIZE INTO AWH-ENTITY-KEY
           MOVE SPACES TO AWH-BEFORE
           STRING 'RAISED BY ' ATK-RAISED-BY ' ' ATK-SCOPE
              DELIMITED BY SIZE INTO AWH-BEFORE
           MOVE SPACES TO AWH-AFTER
           STRING 'USED AT ' ATK-USED-TIME
              DELIMITED BY SIZE INTO AWH-AFTER
           PERFORM 7000-WRITE-WAREHOUSE-RECORD.

       7000-WRITE-WAREHOUSE-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT
           WRITE WAREHOUSE-RECORD.
