      *****************************************************************
      * OPERATOR ALERT RECORD - THE SHARED OPSALRT QUEUE. ERRLOOK
      * APPENDS ONE FOR EVERY CODE A PROGRAM LOOKS UP WHOSE SEVERITY
      * IS AT OR ABOVE THE LEVEL ON THE OPSALVL CARD, SO A SEVERE
      * CONDITION IS NOT LEFT AS A LINE IN A SYSOUT NOBODY READS
      * UNTIL MORNING. ALRTDGST SUMMARISES THE NIGHT'S RECORDS.
      *****************************************************************
           05  OAL-PGM-NAME        PIC X(8).
           05  OAL-BUS-DATE        PIC X(10).
      *    HH:MM:SS THE CODE WAS LOOKED UP.
           05  OAL-TIME            PIC X(8).
           05  OAL-CODE            PIC X(4).
      *    I INFORMATION, W WARNING, E ERROR, C CRITICAL.
           05  OAL-SEVERITY        PIC X(1).
               88  OAL-CRITICAL        VALUE 'C'.
           05  OAL-RC              PIC 9(2).
           05  OAL-TEXT            PIC X(50).
           05  OAL-ACTION          PIC X(50).
           05  FILLER              PIC X(17).
