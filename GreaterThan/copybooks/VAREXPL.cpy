      ******************************************************************
      *  VARIANCE-EXPLANATION RECORD LAYOUT
      *  ONE ENTRY PER OUT-OF-TOLERANCE COMPARISON-HISTORY ROW THAT
      *  AN ANALYST HAS EXPLAINED AND SIGNED OFF.  THE FILE IS
      *  INDEXED ON VX-EXPL-KEY (ACCOUNT CODE PLUS RUN DATE), THE
      *  SAME FIELDS THAT IDENTIFY THE CMPHIST ROW, SO THE MONTH-END
      *  ATTESTATION READS IT DIRECTLY BY KEY FOR EACH ROW.  THE
      *  REASON CODE CLASSIFIES THE CAUSE, THE COMMENT IS FREE TEXT,
      *  THE ANALYST ID IS THE PERSON SIGNING OFF AND THE SIGN-OFF
      *  DATE IS WHEN THEY DID.  A WITHDRAWN ENTRY (FLAG I) NO
      *  LONGER EXPLAINS ITS ROW.  MAINTAINED BY EXPMAINT, NOT BY
      *  HAND.
      ******************************************************************
       01  VARIANCE-EXPLANATION-RECORD.
           05  VX-EXPL-KEY.
               10  VX-ACCOUNT-CODE     PIC X(8).
               10  VX-RUN-DATE         PIC 9(8).
           05  VX-REASON-CODE          PIC X(4).
           05  VX-COMMENT              PIC X(60).
           05  VX-ANALYST-ID           PIC X(8).
           05  VX-SIGNOFF-DATE         PIC 9(8).
           05  VX-ACTIVE-FLAG          PIC X(1).
               88  VX-ACTIVE               VALUE "A".
               88  VX-WITHDRAWN            VALUE "I".
