      ******************************************************************
      *  ACCOUNT-POLICY PENDING-CHANGE RECORD LAYOUT
      *  ONE RECORD PER KEYED POLTRAN CHANGE AWAITING A SECOND-USER
      *  DECISION.  POLAPPR LOADS NEW CHANGES WITH A STATUS OF P,
      *  THEN SETS A (APPROVED AND RELEASED TO POLMAINT FOR POSTING),
      *  D (DECLINED) OR E (EXPIRED UNAPPROVED).  DECIDED ITEMS STAY
      *  ON FILE AS THE APPROVAL HISTORY.  THE FILE IS INDEXED ON
      *  PP-PENDING-KEY (DATE KEYED PLUS A SEQUENCE NUMBER WITHIN THE
      *  DATE), WHICH IS THE ITEM ID QUOTED ON THE DECISION FILE.
      *  PP-TRAN-IMAGE IS THE KEYED POLTRAN RECORD, UNCHANGED.
      ******************************************************************
       01  POL-PENDING-RECORD.
           05  PP-PENDING-KEY.
               10  PP-KEYED-DATE       PIC 9(8).
               10  PP-PENDING-SEQ      PIC 9(5).
           05  PP-STATUS-FLAG          PIC X(1).
               88  PP-STATUS-PENDING       VALUE "P".
               88  PP-STATUS-APPROVED      VALUE "A".
               88  PP-STATUS-DECLINED      VALUE "D".
               88  PP-STATUS-EXPIRED       VALUE "E".
           05  PP-MAKER-ID             PIC X(8).
           05  PP-CHECKER-ID           PIC X(8).
           05  PP-DECISION-DATE        PIC 9(8).
           05  PP-TRAN-IMAGE.
               10  PP-ACTION-CODE      PIC X(1).
               10  PP-ACCOUNT-CODE     PIC X(8).
               10  PP-TOLERANCE-PCT    PIC 9(3)V99.
               10  PP-ESCALATE-PCT     PIC 9(3)V99.
               10  PP-ANALYST-ID       PIC X(8).
               10  PP-HOLD-FLAG        PIC X(1).
               10  PP-USER-ID          PIC X(8).
