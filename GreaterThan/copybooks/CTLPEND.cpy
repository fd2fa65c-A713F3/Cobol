      ******************************************************************
      *  CONTROL-MASTER PENDING-CHANGE RECORD LAYOUT
      *  ONE RECORD PER KEYED CTLTRAN CHANGE AWAITING A SECOND-USER
      *  DECISION.  CTLAPPR LOADS NEW CHANGES WITH A STATUS OF P,
      *  THEN SETS A (APPROVED AND RELEASED TO CTLMAINT FOR POSTING),
      *  D (DECLINED) OR E (EXPIRED UNAPPROVED).  DECIDED ITEMS STAY
      *  ON FILE AS THE APPROVAL HISTORY.  THE FILE IS INDEXED ON
      *  CP-PENDING-KEY (DATE KEYED PLUS A SEQUENCE NUMBER WITHIN THE
      *  DATE), WHICH IS THE ITEM ID QUOTED ON THE DECISION FILE.
      *  CP-TRAN-IMAGE IS THE KEYED CTLTRAN RECORD, UNCHANGED.
      ******************************************************************
       01  CTL-PENDING-RECORD.
           05  CP-PENDING-KEY.
               10  CP-KEYED-DATE       PIC 9(8).
               10  CP-PENDING-SEQ      PIC 9(5).
           05  CP-STATUS-FLAG          PIC X(1).
               88  CP-STATUS-PENDING       VALUE "P".
               88  CP-STATUS-APPROVED      VALUE "A".
               88  CP-STATUS-DECLINED      VALUE "D".
               88  CP-STATUS-EXPIRED       VALUE "E".
           05  CP-MAKER-ID             PIC X(8).
           05  CP-CHECKER-ID           PIC X(8).
           05  CP-DECISION-DATE        PIC 9(8).
           05  CP-TRAN-IMAGE.
               10  CP-ACTION-CODE      PIC X(1).
               10  CP-ACCOUNT-CODE     PIC X(8).
               10  CP-CONTROLL-NUM     PIC S9(10)V99
                                       SIGN LEADING SEPARATE.
               10  CP-EFFECTIVE-FROM   PIC 9(8).
               10  CP-EFFECTIVE-TO     PIC 9(8).
               10  CP-USER-ID          PIC X(8).
               10  CP-CURRENCY-CODE    PIC X(3).
