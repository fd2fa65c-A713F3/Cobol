      ******************************************************************
      *  GL ADJUSTING-JOURNAL RECORD LAYOUTS
      *  GLJRNL WRITES ONE JOURNAL BATCH PER RUN DATE AS 80-BYTE
      *  RECORDS TYPED IN THE FIRST BYTE: ONE HEADER (H), THE
      *  JOURNAL LINES (D) AND ONE TRAILER (T).  EVERY VARIANCE
      *  POSTED GIVES ONE DEBIT AND ONE CREDIT LINE FOR THE SAME
      *  AMOUNT, SO THE TRAILER DEBIT AND CREDIT TOTALS ARE EQUAL
      *  AND THE NET TOTAL IS ZERO.  AMOUNTS ARE IN BASE CURRENCY
      *  AND ALWAYS POSITIVE; THE DEBIT/CREDIT FLAG GIVES THE SIDE.
      ******************************************************************
       01  GL-JOURNAL-HEADER.
           05  JH-RECORD-TYPE          PIC X(1).
               88  JH-IS-HEADER            VALUE "H".
               88  JH-IS-DETAIL            VALUE "D".
               88  JH-IS-TRAILER           VALUE "T".
           05  JH-SOURCE-ID            PIC X(8).
           05  JH-RUN-DATE             PIC 9(8).
           05  JH-CREATE-DATE          PIC 9(8).
           05  JH-CREATE-TIME          PIC 9(6).
           05  FILLER                  PIC X(49).

       01  GL-JOURNAL-DETAIL.
           05  JD-RECORD-TYPE          PIC X(1).
           05  JD-LINE-NUMBER          PIC 9(6).
           05  JD-GL-ACCOUNT           PIC X(10).
           05  JD-COST-CENTRE          PIC X(6).
           05  JD-DR-CR-FLAG           PIC X(1).
               88  JD-DEBIT                VALUE "D".
               88  JD-CREDIT               VALUE "C".
           05  JD-AMOUNT               PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
           05  JD-ACCOUNT-CODE         PIC X(8).
           05  JD-RUN-DATE             PIC 9(8).
           05  JD-RESULT-TEXT          PIC X(17).
           05  FILLER                  PIC X(5).

       01  GL-JOURNAL-TRAILER.
           05  JT-RECORD-TYPE          PIC X(1).
           05  JT-LINE-COUNT           PIC 9(9).
           05  JT-DEBIT-TOTAL          PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
           05  JT-CREDIT-TOTAL         PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
           05  JT-NET-TOTAL            PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X(16).
