      *  CAN BE LOADED AHEAD OF TIME; GREATER PICKS THE ACTIVE ENTRY
      *  IN EFFECT FOR THE RUN DATE.  AN EFFECTIVE-TO OF ZERO MEANS
      *  OPEN-ENDED.  THE CONTROL NUMBER IS A SIGNED AMOUNT WITH TWO
      *  IMPLIED DECIMALS AND A SEPARATE LEADING SIGN, HELD IN THE
      *  CURRENCY NAMED BY CM-CURRENCY-CODE (SPACES MEANS THE BASE
      *  CURRENCY); GREATER CONVERTS IT TO BASE CURRENCY THROUGH THE
      *  FXRATE MASTER BEFORE COMPARING.  MAINTAINED BY CTLMAINT, NOT
      *  BY HAND.
      ******************************************************************
       01  CONTROLL-MASTER-RECORD.
           05  CM-MASTER-KEY.
           05  CM-ACTIVE-FLAG          PIC X(1).
               88  CM-ACTIVE               VALUE "A".
               88  CM-INACTIVE              VALUE "I".
           05  CM-CURRENCY-CODE        PIC X(3).
