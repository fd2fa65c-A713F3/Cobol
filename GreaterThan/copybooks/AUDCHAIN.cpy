      ******************************************************************
      *  AUDIT-CHAIN PARAMETER AREA
      *  PASSED TO THE AUDCHAIN ROUTINE BY EVERY PROGRAM THAT WRITES
      *  OR VERIFIES AN AUDIT TRAIL (AUDITLOG, CTLAUDIT, POLAUDIT).
      *  THE CALLER SUPPLIES THE CHECK VALUE OF THE PRIOR RECORD IN
      *  THE TRAIL (ZERO FOR THE FIRST), THE SEQUENCE NUMBER OF THIS
      *  RECORD AND THE RECORD'S DATA, I.E. EVERYTHING AHEAD OF THE
      *  CHAIN FIELDS; AUDCHAIN RETURNS THE CHECK VALUE THIS RECORD
      *  MUST CARRY.  EACH CHECK VALUE DEPENDS ON EVERY RECORD BEFORE
      *  IT, SO A RECORD CHANGED, REMOVED OR INSERTED AFTER THE FACT
      *  NO LONGER CHAINS FROM ITS PREDECESSOR.
      ******************************************************************
       01  AUDIT-CHAIN-AREA.
           05  AC-PRIOR-CHECK          PIC 9(10).
           05  AC-SEQUENCE             PIC 9(9).
           05  AC-DATA-LENGTH          PIC 9(4).
           05  AC-DATA                 PIC X(200).
           05  AC-NEW-CHECK            PIC 9(10).
