      ******************************************************************
      *  RETENTION RECORD LAYOUT
      *  ONE RECORD PER AUDARCH RUN, APPENDED TO RETNFILE, WITH THE
      *  ARCHIVE DATE, CUTOFF, ARCHIVED AND RETAINED COUNTS AND THE
      *  DATE RANGE ARCHIVED.  THE LAST-CHAIN FIELDS ARE THE SEQUENCE
      *  NUMBER AND CHECK VALUE OF THE LAST RECORD MOVED TO THE
      *  ARCHIVE (ZERO WHEN NOTHING WAS ARCHIVED); GREATER AND
      *  GREATREV CONTINUE THE AUDIT CHAIN FROM THE HIGHEST OF THEM
      *  WHEN THE LIVE AUDIT LOG HOLDS NO CHAINED RECORD, AND AUDVERIF
      *  USES THEM TO CHECK THE FIRST LINK OF A TRAIL WHOSE EARLIER
      *  RECORDS HAVE BEEN ARCHIVED.
      ******************************************************************
       01  RETENTION-RECORD.
           05  RT-ARCHIVE-DATE         PIC 9(8).
           05  RT-CUTOFF-DATE          PIC 9(8).
           05  RT-ARCHIVED-COUNT       PIC 9(9).
           05  RT-RETAINED-COUNT       PIC 9(9).
           05  RT-EARLIEST-DATE        PIC X(8).
           05  RT-LATEST-DATE          PIC X(8).
           05  RT-LAST-CHAIN-SEQ       PIC 9(9).
           05  RT-LAST-CHAIN-CHECK     PIC 9(10).
