      ******************************************************************
      *  ACCOUNT-HIERARCHY RECORD LAYOUT
      *  ONE ENTRY PER ACCOUNT CODE, PLACING THE ACCOUNT IN THE
      *  MANAGEMENT HIERARCHY: LEGAL ENTITY, THEN REGION WITHIN THE
      *  LEGAL ENTITY, THEN BUSINESS UNIT WITHIN THE REGION.  THE
      *  AHROLLUP REPORT SUBTOTALS THE COMPARISON RESULTS AT EACH
      *  OF THE THREE LEVELS.  AN INACTIVE ENTRY IS TREATED AS IF
      *  THE ACCOUNT WERE MISSING FROM THE HIERARCHY.  THE FILE IS
      *  INDEXED ON AH-ACCOUNT-CODE.  MAINTAINED BY AHMAINT, NOT BY
      *  HAND.
      ******************************************************************
       01  ACCOUNT-HIERARCHY-RECORD.
           05  AH-ACCOUNT-CODE         PIC X(8).
           05  AH-LEGAL-ENTITY         PIC X(6).
           05  AH-REGION               PIC X(6).
           05  AH-BUSINESS-UNIT        PIC X(6).
           05  AH-ACTIVE-FLAG          PIC X(1).
               88  AH-ACTIVE               VALUE "A".
               88  AH-INACTIVE             VALUE "I".
