      *                   WITH A FORCE CARD, CLEARS A LEFTOVER LOCK.
      *        'REL '  -  CLEAR THE REGISTRATION AT CLEAN END OF
      *                   RUN.
      *        'CHK '  -  CONFIRM WL-PROGRAM IS THE REGISTERED HOLDER
      *                   WITHOUT TAKING OR CLEARING ANYTHING. USED
      *                   BY THE PARTITIONED MONTH-END STEPS, WHICH
      *                   RUN UNDER THE GROUP LOCK WALPPLAN TAKES AS
      *                   'WALPART' RATHER THAN EACH TAKING THEIR OWN.
      *                   RC 08 WITH WL-HOLDER AND WL-SINCE FILLED
      *                   WHEN SOMEONE ELSE - OR NOBODY - HOLDS IT.
      *
      *     THE LOCK LIVES ON THE ONE-RECORD LOCKFILE DATASET; THE
      *     SCHEDULER ALLOCATES IT DISP=OLD SO THE REGISTER ITSELF
           05 WL-FUNCTION             PIC X(04).
               88 WL-ACQUIRE             VALUE 'ACQ '.
               88 WL-RELEASE             VALUE 'REL '.
               88 WL-CHECK               VALUE 'CHK '.
           05 WL-PROGRAM              PIC X(08).
           05 WL-RC                   PIC 9(02).
               88 WL-OK                  VALUE 00.
                   PERFORM 1000-ACQUIRE
               WHEN WL-RELEASE
                   PERFORM 2000-RELEASE
               WHEN WL-CHECK
                   PERFORM 3000-CHECK-HOLDER
               WHEN OTHER
                   MOVE 12 TO WL-RC
           END-EVALUATE
               CLOSE LOCK-FILE
           END-IF
           .

       3000-CHECK-HOLDER SECTION.
      *-----------------------------------------------------------------
           PERFORM 1100-READ-CURRENT-HOLDER
           IF WL-RC = ZERO
               IF NOT LOCK-HELD OR LCK-HOLDER NOT = WL-PROGRAM
                   MOVE 08 TO WL-RC
                   MOVE LCK-HOLDER TO WL-HOLDER
                   MOVE LCK-SINCE TO WL-SINCE
               END-IF
           END-IF
           .
