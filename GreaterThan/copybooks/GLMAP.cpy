      ******************************************************************
      *  GL ACCOUNT MAPPING RECORD LAYOUT
      *  ONE ENTRY PER ACCOUNT CODE, GIVING THE GENERAL-LEDGER
      *  ACCOUNTS AND COST CENTRE GLJRNL POSTS THAT ACCOUNT'S
      *  CONFIRMED VARIANCES TO.  A GREATER THEN VARIANCE DEBITS
      *  GM-DEBIT-GL AND CREDITS GM-CREDIT-GL; A LESS THEN VARIANCE
      *  POSTS THE OTHER WAY ROUND.  AN INACTIVE ENTRY IS TREATED AS
      *  NO MAPPING.  THE FILE IS INDEXED ON GM-ACCOUNT-CODE AND IS
      *  LOADED FROM FINANCE'S MAPPING EXTRACT BY IDCAMS REPRO.
      ******************************************************************
       01  GL-MAPPING-RECORD.
           05  GM-ACCOUNT-CODE         PIC X(8).
           05  GM-DEBIT-GL             PIC X(10).
           05  GM-CREDIT-GL            PIC X(10).
           05  GM-COST-CENTRE          PIC X(6).
           05  GM-ACTIVE-FLAG          PIC X(1).
               88  GM-ACTIVE               VALUE "A".
               88  GM-INACTIVE             VALUE "I".
