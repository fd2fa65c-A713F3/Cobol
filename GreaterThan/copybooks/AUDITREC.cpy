      *  AND READ BACK BY THE AUDARCH ARCHIVAL AND AUDINQ INQUIRY
      *  PROGRAMS.  THE TIMESTAMP IS YYYYMMDD-HHMMSS PADDED TO 26;
      *  ITS FIRST EIGHT CHARACTERS ARE THE COMPARISON DATE USED FOR
      *  DATE-RANGE SELECTION AND ARCHIVAL CUTOFF.  A REVERSAL
      *  RECORD WRITTEN BY GREATREV WHEN A RUN IS BACKED OUT REPEATS
      *  THE ORIGINAL RECORD'S TIMESTAMP, ACCOUNT AND RESULT WITH THE
      *  AMOUNTS NEGATED, AND CARRIES AN R AND THE DATE OF THE
      *  REVERSAL IN THE TIMESTAMP PADDING, SO IT NETS THE ORIGINAL
      *  OUT WITHIN THE SAME COMPARISON DATE.  EVERY RECORD ENDS WITH
      *  ITS SEQUENCE NUMBER IN THE TRAIL AND A CHECK VALUE CHAINED
      *  FROM THE PRIOR RECORD BY THE AUDCHAIN ROUTINE (SEE
      *  AUDCHAIN.CPY) OVER THE FIRST 91 BYTES; RECORDS WRITTEN BEFORE
      *  THE CHAIN WAS INTRODUCED CARRY SPACES THERE.
      ******************************************************************
       01  AUDIT-RECORD.
           05  AL-TIMESTAMP            PIC X(26).
           05  AL-TIMESTAMP-DATE REDEFINES AL-TIMESTAMP.
               10  AL-AUDIT-DATE       PIC X(8).
               10  FILLER              PIC X(8).
               10  AL-REVERSAL-MARK    PIC X(1).
                   88  AL-IS-REVERSAL      VALUE "R".
               10  AL-REVERSAL-DATE    PIC X(8).
               10  FILLER              PIC X(1).
           05  AL-ACCOUNT-CODE         PIC X(8).
           05  AL-NUM                  PIC S9(10)V99
                                       SIGN LEADING SEPARATE.
                                       SIGN LEADING SEPARATE.
           05  AL-VARIANCE             PIC -(10)9.99.
           05  AL-RESULT-TEXT          PIC X(17).
           05  AL-CHAIN-SEQ            PIC 9(9).
           05  AL-CHAIN-CHECK          PIC 9(10).
