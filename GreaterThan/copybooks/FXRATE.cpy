      ******************************************************************
      *  FX-RATE RECORD LAYOUT
      *  ONE ENTRY PER CURRENCY CODE AND RATE DATE, GIVING THE NUMBER
      *  OF BASE-CURRENCY UNITS FOR ONE UNIT OF THAT CURRENCY (SIX
      *  IMPLIED DECIMALS).  GREATER READS THE ENTRY FOR EACH
      *  TRANSACTION AND CONTROL-MASTER CURRENCY ON THE RUN DATE AND
      *  CONVERTS BOTH SIDES TO BASE CURRENCY BEFORE COMPARING; A
      *  CURRENCY WITH NO ACTIVE RATE FOR THE RUN DATE IS REJECTED.
      *  THE FILE IS INDEXED ON FX-RATE-KEY (CURRENCY CODE PLUS RATE
      *  DATE).  MAINTAINED BY FXMAINT, NOT BY HAND.
      ******************************************************************
       01  FX-RATE-RECORD.
           05  FX-RATE-KEY.
               10  FX-CURRENCY-CODE    PIC X(3).
               10  FX-RATE-DATE        PIC 9(8).
           05  FX-RATE-TO-BASE         PIC 9(5)V9(6).
           05  FX-ACTIVE-FLAG          PIC X(1).
               88  FX-ACTIVE               VALUE "A".
               88  FX-INACTIVE             VALUE "I".
