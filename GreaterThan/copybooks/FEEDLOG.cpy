      ******************************************************************
      *  FEED-RECEIPT LOG RECORD LAYOUT
      *  ONE RECORD PER SOURCE FEED FEEDCHK HAS CHECKED, APPENDED IN
      *  RECEIPT ORDER AND NEVER REWRITTEN.  CARRIES THE HEADER
      *  FIELDS, THE DETAIL COUNT AND HASH TOTALS FEEDCHK ACTUALLY
      *  COUNTED, AND THE OUTCOME: ACCEPTED, RERUN (THE SAME FILE
      *  RECEIVED AGAIN FOR A RERUN OF THE SAME BUSINESS DATE) OR
      *  REJECTED WITH THE FIRST REASON FOUND.  THE LAST ACCEPTED
      *  FILE SEQUENCE NUMBER PER SOURCE ON THIS LOG IS WHAT THE NEXT
      *  FEED FROM THAT SOURCE IS CHECKED AGAINST.
      ******************************************************************
       01  FEED-RECEIPT-RECORD.
           05  FL-RECEIPT-TIMESTAMP    PIC X(15).
           05  FL-RUN-DATE             PIC 9(8).
           05  FL-SOURCE-ID            PIC X(8).
           05  FL-BUSINESS-DATE        PIC 9(8).
           05  FL-FILE-SEQ             PIC 9(6).
           05  FL-RECORD-COUNT         PIC 9(9).
           05  FL-NUM-HASH             PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
           05  FL-CTL-HASH             PIC S9(15)V99
                                       SIGN LEADING SEPARATE.
           05  FL-STATUS               PIC X(8).
               88  FL-ACCEPTED             VALUE "ACCEPTED".
               88  FL-RERUN                VALUE "RERUN".
               88  FL-REJECTED             VALUE "REJECTED".
           05  FL-REASON               PIC X(30).
