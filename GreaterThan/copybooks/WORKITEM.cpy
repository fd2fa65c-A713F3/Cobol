      ******************************************************************
      *  ANALYST WORKLIST ITEM RECORD LAYOUT
      *  ONE RECORD PER ITEM NEEDING AN ANALYST'S ATTENTION, WRITTEN
      *  BY ANLEXTR FROM THE OPEN-ESCALATIONS FILE, THE RECYCLE
      *  SUSPENSE FILE AND THE LATEST RUN ON THE COMPARISON HISTORY,
      *  SORTED ON THE FIRST 33 BYTES (QUEUE, ANALYST, SECTION,
      *  ACCOUNT, ITEM REFERENCE) AND PRINTED BY ANLWORK AS ONE
      *  WORKLIST PER ANALYST.  THE ANALYST COMES FROM THE ACCOUNT'S
      *  POLMSTR ENTRY; ITEMS FOR ACCOUNTS WITH NO ACTIVE POLICY OR
      *  NO ANALYST ARE QUEUED U (UNASSIGNED) WITH THE CAUSE IN
      *  WI-ASSIGN-NOTE AND SORT AFTER EVERY ASSIGNED ANALYST.  THE
      *  SECTION IS 1 = OPEN ESCALATION, 2 = RECYCLE SUSPENSE ITEM,
      *  3 = VARIANCE ON THE LATEST COMPARISON RUN.  THE ITEM
      *  REFERENCE IS THE ESCALATION RUN TIMESTAMP, THE SUSPENDED
      *  NUM OR THE COMPARISON RUN DATE.
      ******************************************************************
       01  WORK-ITEM-RECORD.
           05  WI-QUEUE-FLAG           PIC X(1).
               88  WI-QUEUE-ASSIGNED       VALUE "A".
               88  WI-QUEUE-UNASSIGNED     VALUE "U".
           05  WI-ANALYST-ID           PIC X(8).
           05  WI-SECTION              PIC X(1).
               88  WI-SECTION-ESCALATION   VALUE "1".
               88  WI-SECTION-SUSPENSE     VALUE "2".
               88  WI-SECTION-VARIANCE     VALUE "3".
           05  WI-ACCOUNT-CODE         PIC X(8).
           05  WI-ITEM-REF             PIC X(15).
           05  WI-ITEM-DATE            PIC 9(8).
           05  WI-AGE-DAYS             PIC 9(5).
           05  WI-AMOUNT               PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
           05  WI-VARIANCE-PCT         PIC 9(3)V99.
           05  WI-DETAIL-TEXT          PIC X(34).
           05  WI-CYCLE-COUNT          PIC 9(3).
           05  WI-FLAG-TEXT            PIC X(10).
           05  WI-ASSIGN-NOTE          PIC X(15).
