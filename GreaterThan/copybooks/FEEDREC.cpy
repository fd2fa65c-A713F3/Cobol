      ******************************************************************
      *  SOURCE FEED RECORD LAYOUTS
      *  EVERY SOURCE SYSTEM SENDS ITS TRANSACTIONS TO GREATER AS A
      *  FEED OF 60-BYTE RECORDS TYPED IN THE FIRST BYTE: ONE HEADER
      *  (H), THE DETAIL TRANSACTIONS (D) AND ONE TRAILER (T).  THE
      *  HEADER NAMES THE SOURCE, THE BUSINESS DATE THE FEED IS FOR
      *  AND THE SOURCE'S FILE SEQUENCE NUMBER, WHICH GOES UP BY ONE
      *  FOR EVERY FILE THAT SOURCE SENDS.  EACH DETAIL CARRIES THE
      *  37-BYTE TRANSACTION IMAGE GREATER READS FROM BATCHIN.  THE
      *  TRAILER CARRIES THE NUMBER OF DETAIL RECORDS AND THE HASH
      *  TOTALS OF THEIR NUM AND CONTROLL-NUM AMOUNTS.  SEVERAL FEEDS
      *  MAY ARRIVE ONE AFTER ANOTHER IN THE SAME TRANIN DATASET.
      *  FEEDCHK PROVES EACH FEED AND PASSES ONLY THE DETAIL IMAGES
      *  ON TO THE SORT.
      ******************************************************************
       01  FEED-HEADER-RECORD.
           05  FH-RECORD-TYPE          PIC X(1).
               88  FH-IS-HEADER            VALUE "H".
               88  FH-IS-DETAIL            VALUE "D".
               88  FH-IS-TRAILER           VALUE "T".
           05  FH-SOURCE-ID            PIC X(8).
           05  FH-BUSINESS-DATE        PIC 9(8).
           05  FH-FILE-SEQ             PIC 9(6).
           05  FILLER                  PIC X(37).
       01  FEED-DETAIL-RECORD.
           05  FI-RECORD-TYPE          PIC X(1).
           05  FI-TRAN-IMAGE.
               10  FI-ACCOUNT-CODE     PIC X(8).
               10  FI-NUM              PIC S9(10)V99
                                       SIGN LEADING SEPARATE.
               10  FI-CONTROLL-NUM     PIC S9(10)V99
                                       SIGN LEADING SEPARATE.
               10  FI-CURRENCY-CODE    PIC X(3).
           05  FILLER                  PIC X(22).
       01  FEED-TRAILER-RECORD.
           05  FT-RECORD-TYPE          PIC X(1).
           05  FT-RECORD-COUNT         PIC 9(9).
           05  FT-NUM-HASH             PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
           05  FT-CTL-HASH             PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(14).
