      *  THE ACCOUNT CONTROL BREAK AND READ BY THE TREND PROGRAM.
      *  CARRIES THE ACCOUNT'S SIGNED NUM AND CONTROL TOTALS, THE
      *  VARIANCE, THE VARIANCE PERCENTAGE (TWO IMPLIED DECIMALS) AND
      *  THE ACCOUNT-LEVEL RESULT FOR THE RUN.  THE NUM, CONTROL AND
      *  VARIANCE TOTALS ARE IN BASE CURRENCY; THE ORIGINAL-CURRENCY
      *  TOTALS AND THEIR CURRENCY CODES FOLLOW AT THE END OF THE
      *  RECORD.  A CURRENCY CODE OF *** MEANS THE ACCOUNT'S
      *  TRANSACTIONS CAME IN MORE THAN ONE CURRENCY DURING THE RUN
      *  AND THE MATCHING ORIGINAL TOTAL IS LEFT AT ZERO.
      ******************************************************************
       01  COMPARISON-HISTORY-RECORD.
           05  CH-ACCOUNT-CODE         PIC X(8).
                                       SIGN LEADING SEPARATE.
           05  CH-VARIANCE-PCT         PIC 9(3)V99.
           05  CH-RESULT-TEXT          PIC X(17).
           05  CH-NUM-CURRENCY         PIC X(3).
           05  CH-ORIG-NUM-TOTAL       PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
           05  CH-CTL-CURRENCY         PIC X(3).
           05  CH-ORIG-CONTROLL-TOTAL  PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
