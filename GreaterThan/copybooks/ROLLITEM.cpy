      ******************************************************************
      *  HIERARCHY ROLL-UP ITEM RECORD LAYOUT
      *  WRITTEN BY AHEXTR, ONE RECORD PER ACCOUNT FROM THE LATEST
      *  COMPARISON RUN ON CMPHIST (SOURCE R) AND ONE PER ACCOUNT
      *  FROM THE CHOSEN MONTH ON MONTHSUM (SOURCE M), EACH TAGGED
      *  WITH THE ACCOUNT'S LEGAL ENTITY, REGION AND BUSINESS UNIT
      *  FROM ACCTHIER.  SORTED ON THE FIRST 28 BYTES (HIERARCHY
      *  FLAG, LEGAL ENTITY, REGION, BUSINESS UNIT, ACCOUNT, SOURCE)
      *  AND PRINTED BY AHROLLUP WITH A CONTROL BREAK AT EACH LEVEL.
      *  ACCOUNTS WITH NO ACTIVE HIERARCHY ENTRY CARRY FLAG 2 AND
      *  BLANK LEVEL CODES, SO THEY SORT AFTER EVERY MAPPED ACCOUNT
      *  WITH THE CAUSE IN RI-HIER-NOTE.  THE PERIOD IS THE RUN DATE
      *  FOR SOURCE R AND THE MONTH (YYYYMM00) FOR SOURCE M.
      ******************************************************************
       01  ROLL-ITEM-RECORD.
           05  RI-HIER-FLAG            PIC X(1).
               88  RI-IN-HIERARCHY         VALUE "1".
               88  RI-NOT-IN-HIERARCHY     VALUE "2".
           05  RI-LEGAL-ENTITY         PIC X(6).
           05  RI-REGION               PIC X(6).
           05  RI-BUSINESS-UNIT        PIC X(6).
           05  RI-ACCOUNT-CODE         PIC X(8).
           05  RI-SOURCE               PIC X(1).
               88  RI-FROM-MONTHSUM        VALUE "M".
               88  RI-FROM-CMPHIST         VALUE "R".
           05  RI-PERIOD               PIC 9(8).
           05  RI-NUM-TOTAL            PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
           05  RI-CONTROLL-TOTAL       PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
           05  RI-VARIANCE-TOTAL       PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
           05  RI-RESULT-TEXT          PIC X(17).
           05  RI-RUN-COUNT            PIC 9(4).
           05  RI-HIER-NOTE            PIC X(15).
