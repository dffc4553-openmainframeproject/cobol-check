      *****************************************************************
      * TRANSMISSION MANIFEST RECORD - THE XMITMANF FILE. XMITMAN
      * APPENDS ONE FOR EVERY FILE DELIVERED TO THE RECEIVING SYSTEM
      * (FILECOPY'S OUTFILE, OR THE FILEMERGE-ASSEMBLED VERSION OF
      * IT): WHAT WAS SENT, FOR WHICH BUSINESS DATE, AND THE CONTROLS
      * THE RECEIVER'S ACKNOWLEDGEMENT (XMITAREC) IS MATCHED AGAINST
      * BY XMITACK THE NEXT MORNING.
      *
      * THE CONTROL TOTAL IS THE SUM OF OUT-TRANS-AMOUNT. THE KEY
      * HASH IS THE SUM, OVER EVERY RECORD, OF THE TEN OUT-FIELD-1
      * BYTES TAKEN AS FIVE UNSIGNED BINARY HALFWORDS, EACH WEIGHTED
      * BY ITS POSITION 1 TO 5 - LOW-ORDER 15 DIGITS KEPT. IT IS
      * INDEPENDENT OF RECORD ORDER, SO A RECEIVER THAT LOADS IN ITS
      * OWN SEQUENCE STILL PROVES IT HOLDS THE SAME KEYS.
      *****************************************************************
           05  XMM-DATASET         PIC X(44).
           05  XMM-BUS-DATE        PIC X(10).
      *    HH:MM:SS THE MANIFEST WAS WRITTEN.
           05  XMM-SENT-TIME       PIC X(8).
           05  XMM-RECORD-COUNT    PIC 9(9).
           05  XMM-CONTROL-TOTAL   PIC 9(13)V99.
           05  XMM-KEY-HASH        PIC 9(15).
           05  FILLER              PIC X(19).
