000123 DATA DIVISION.
000124 FILE SECTION.
000125 FD  ESC-FEED-FILE.
000126 01  ESC-FEED-RECORD             PIC X(120).
000127
000128 FD  DISPOSITION-FILE.
000129 01  DISPOSITION-RECORD.
000161     05  ED-VARIANCE-PCT         PIC 9(3)V99.
000162     05  ED-RESULT-TEXT          PIC X(17).
000163     05  ED-RUN-TIMESTAMP        PIC X(15).
000164     05  ED-NUM-CURRENCY         PIC X(3).
000165     05  ED-ORIG-NUM             PIC S9(10)V99
000166                                 SIGN LEADING SEPARATE.
000167     05  ED-CTL-CURRENCY         PIC X(3).
000168     05  ED-ORIG-CONTROLL-NUM    PIC S9(10)V99
000169                                 SIGN LEADING SEPARATE.
000170     05  FILLER                  PIC X(2).
000171
000172 01  WS-NEW-OPEN-COUNT           PIC 9(6)    VALUE ZERO.
000173 01  WS-ALREADY-OPEN-COUNT       PIC 9(6)    VALUE ZERO.
000174 01  WS-ACKED-COUNT              PIC 9(6)    VALUE ZERO.
000175 01  WS-CLOSED-COUNT             PIC 9(6)    VALUE ZERO.
000176 01  WS-UNMATCHED-COUNT          PIC 9(6)    VALUE ZERO.
000177 01  WS-OVERDUE-COUNT            PIC 9(6)    VALUE ZERO.
000178 01  WS-STILL-OPEN-COUNT         PIC 9(6)    VALUE ZERO.
000179
000180 01  WS-AGE-LIMIT                PIC 9(3)    VALUE 5.
000181 01  WS-AGE-DAYS                 PIC 9(5)    VALUE ZERO.
000182
000183 01  WS-VAR-DISPLAY              PIC -(10)9.99.
000184
000185 01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
000186 01  WS-RUN-DATE-PARM            PIC X(8)    VALUE SPACES.
000187 01  WS-PAGE-COUNT               PIC 9(4)    VALUE ZERO.
000188 01  WS-LINE-COUNT               PIC 9(2)    VALUE 99.
000189 01  WS-LINES-PER-PAGE           PIC 9(2)    VALUE 55.
000190 01  WS-RPT-LINE                 PIC X(132).
000191
000192 PROCEDURE DIVISION.
000193 0000-MAIN-LOGIC.
000194     ACCEPT WS-RUN-DATE-PARM FROM ENVIRONMENT "ESCDISP-RUN-DATE".
000195     IF WS-RUN-DATE-PARM NUMERIC
000196         MOVE WS-RUN-DATE-PARM TO WS-RUN-DATE
000197     ELSE
000198         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
000199     END-IF.
000200     ACCEPT WS-AGE-LIMIT
000201         FROM ENVIRONMENT "ESCDISP-AGE-LIMIT".
000202     IF WS-AGE-LIMIT NOT NUMERIC
000203         DISPLAY "WARNING: ESCDISP-AGE-LIMIT IS NOT NUMERIC, "
000204             "IGNORING"
000205         MOVE 5 TO WS-AGE-LIMIT
000206     END-IF.
000207     IF WS-AGE-LIMIT = ZERO
000208         MOVE 5 TO WS-AGE-LIMIT
000209     END-IF.
000210
000211     OPEN I-O OPEN-ESC-FILE.
000212     IF WS-OPENESC-STATUS NOT = "00"
000213             AND WS-OPENESC-STATUS NOT = "05"
000214         DISPLAY "ERROR OPENING OPENESC, FILE STATUS: "
000215             WS-OPENESC-STATUS
000216         MOVE 16 TO RETURN-CODE
000217         STOP RUN
000218     END-IF.
000219
000220     OPEN INPUT ESC-FEED-FILE.
000221     IF WS-ESCFEED-STATUS NOT = "00"
000222             AND WS-ESCFEED-STATUS NOT = "05"
000223         DISPLAY "ERROR OPENING ESCFEED, FILE STATUS: "
000224             WS-ESCFEED-STATUS
000225         CLOSE OPEN-ESC-FILE
000226         MOVE 16 TO RETURN-CODE
000227         STOP RUN
000228     END-IF.
000229     IF WS-ESCFEED-STATUS = "05"
000230         MOVE "Y" TO WS-FEED-EOF
000231     END-IF.
000232
000233     OPEN INPUT DISPOSITION-FILE.
000234     IF WS-DISP-STATUS NOT = "00"
000235             AND WS-DISP-STATUS NOT = "05"
000236         DISPLAY "ERROR OPENING DISPIN, FILE STATUS: "
000237             WS-DISP-STATUS
000238         CLOSE OPEN-ESC-FILE
000239         CLOSE ESC-FEED-FILE
000240         MOVE 16 TO RETURN-CODE
000241         STOP RUN
000242     END-IF.
000243     IF WS-DISP-STATUS = "05"
000244         MOVE "Y" TO WS-DISP-EOF
000245     END-IF.
000246
000247     OPEN OUTPUT EXCEPTION-RPT-FILE.
000248     IF WS-EXC-RPT-STATUS NOT = "00"
000249             AND WS-EXC-RPT-STATUS NOT = "05"
000250         DISPLAY "ERROR OPENING EXCRPT, FILE STATUS: "
000251             WS-EXC-RPT-STATUS
000252         CLOSE OPEN-ESC-FILE
000253         CLOSE ESC-FEED-FILE
000254         CLOSE DISPOSITION-FILE
000255         MOVE 16 TO RETURN-CODE
000256         STOP RUN
000257     END-IF.
000258
000259     PERFORM 1000-REGISTER-NEW-ESCALATIONS.
000260     PERFORM 2000-APPLY-DISPOSITIONS.
000261     PERFORM 3000-SWEEP-OPEN-ESCALATIONS.
000262     PERFORM 5000-WRITE-RPT-TOTALS.
000263
000264     CLOSE ESC-FEED-FILE.
000265     CLOSE DISPOSITION-FILE.
000266     CLOSE OPEN-ESC-FILE.
000267     CLOSE EXCEPTION-RPT-FILE.
000268     IF WS-UNMATCHED-COUNT > ZERO
000269             OR WS-OVERDUE-COUNT > ZERO
000270         MOVE 4 TO RETURN-CODE
000271     END-IF.
000272     STOP RUN.
000273
000274 1000-REGISTER-NEW-ESCALATIONS.
000275     PERFORM UNTIL WS-FEED-EOF = "Y"
000276         READ ESC-FEED-FILE
000277             AT END
000278                 MOVE "Y" TO WS-FEED-EOF
000279             NOT AT END
000280                 MOVE ESC-FEED-RECORD TO WS-ESC-DETAIL
000281                 IF ED-RECORD-TYPE = "D"
000282                     PERFORM 1100-REGISTER-ONE-DETAIL
000283                 END-IF
000284         END-READ
000285     END-PERFORM.
000286
000287 1100-REGISTER-ONE-DETAIL.
000288     MOVE ED-ACCOUNT-CODE TO OE-ACCOUNT-CODE.
000289     MOVE ED-RUN-TIMESTAMP TO OE-RUN-TIMESTAMP.
000290     MOVE ED-NUM TO OE-NUM.
000291     MOVE ED-CONTROLL-NUM TO OE-CONTROLL-NUM.
000292     MOVE ED-VARIANCE TO OE-VARIANCE.
000293     MOVE ED-VARIANCE-PCT TO OE-VARIANCE-PCT.
000294     MOVE ED-RESULT-TEXT TO OE-RESULT-TEXT.
000295     IF ED-RUN-TIMESTAMP(1:8) NUMERIC
000296         MOVE ED-RUN-TIMESTAMP(1:8) TO OE-SENT-DATE
000297     ELSE
000298         MOVE WS-RUN-DATE TO OE-SENT-DATE
000299     END-IF.
000300     MOVE "O" TO OE-STATUS-FLAG.
000301     MOVE SPACES TO OE-CASE-NUMBER.
000302
000303     WRITE OPEN-ESCALATION-RECORD
000304         INVALID KEY
000305             CONTINUE
000306     END-WRITE.
000307     EVALUATE WS-OPENESC-STATUS
000308         WHEN "00"
000309             ADD 1 TO WS-NEW-OPEN-COUNT
000310         WHEN "22"
000311             ADD 1 TO WS-ALREADY-OPEN-COUNT
000312         WHEN OTHER
000313             DISPLAY "ERROR WRITING OPENESC, FILE STATUS: "
000314                 WS-OPENESC-STATUS
000315     END-EVALUATE.
000316
000317 2000-APPLY-DISPOSITIONS.
000318     PERFORM UNTIL WS-DISP-EOF = "Y"
000319         READ DISPOSITION-FILE
000320             AT END
000321                 MOVE "Y" TO WS-DISP-EOF
000322             NOT AT END
000323                 PERFORM 2100-APPLY-ONE-DISPOSITION
000324         END-READ
000325     END-PERFORM.
000326
000327 2100-APPLY-ONE-DISPOSITION.
000328     MOVE DP-ACCOUNT-CODE TO OE-ACCOUNT-CODE.
000329     MOVE DP-RUN-TIMESTAMP TO OE-RUN-TIMESTAMP.
000330     READ OPEN-ESC-FILE
000331         INVALID KEY
000332             CONTINUE
000333     END-READ.
000334     EVALUATE WS-OPENESC-STATUS
000335         WHEN "00"
000336             IF DP-STATUS = "C"
000337                 PERFORM 2200-CLOSE-ESCALATION
000338             ELSE
000339                 PERFORM 2300-ACKNOWLEDGE-ESCALATION
000340             END-IF
000341         WHEN "23"
000342             PERFORM 2400-UNMATCHED-DISPOSITION
000343         WHEN OTHER
000344             DISPLAY "ERROR READING OPENESC, FILE STATUS: "
000345                 WS-OPENESC-STATUS
000346     END-EVALUATE.
000347
000348 2200-CLOSE-ESCALATION.
000349     DELETE OPEN-ESC-FILE
000350         INVALID KEY
000351             CONTINUE
000352     END-DELETE.
000353     IF WS-OPENESC-STATUS NOT = "00"
000354         DISPLAY "ERROR DELETING OPENESC, FILE STATUS: "
000355             WS-OPENESC-STATUS
000356     ELSE
000357         ADD 1 TO WS-CLOSED-COUNT
000358         MOVE SPACES TO WS-RPT-LINE
000359         STRING "CLOSED:    ACCT: " DELIMITED BY SIZE
000360                 DP-ACCOUNT-CODE  DELIMITED BY SIZE
000361                 "  SENT: "       DELIMITED BY SIZE
000362                 DP-RUN-TIMESTAMP DELIMITED BY SIZE
000363                 "  CASE: "       DELIMITED BY SIZE
000364                 DP-CASE-NUMBER   DELIMITED BY SIZE
000365                 "  REASON: "     DELIMITED BY SIZE
000366                 DP-CLOSE-REASON  DELIMITED BY SIZE
000367             INTO WS-RPT-LINE
000368             ON OVERFLOW
000369                 DISPLAY "WARNING: EXCEPTION LINE TRUNCATED"
000370         END-STRING
000371         PERFORM 4100-WRITE-RPT-LINE
000372     END-IF.
000373
000374 2300-ACKNOWLEDGE-ESCALATION.
000375     MOVE "A" TO OE-STATUS-FLAG.
000376     MOVE DP-CASE-NUMBER TO OE-CASE-NUMBER.
000377     REWRITE OPEN-ESCALATION-RECORD
000378         INVALID KEY
000379             CONTINUE
000380     END-REWRITE.
000381     IF WS-OPENESC-STATUS NOT = "00"
000382         DISPLAY "ERROR REWRITING OPENESC, FILE STATUS: "
000383             WS-OPENESC-STATUS
000384     ELSE
000385         ADD 1 TO WS-ACKED-COUNT
000386     END-IF.
000387
000388 2400-UNMATCHED-DISPOSITION.
000389     ADD 1 TO WS-UNMATCHED-COUNT.
000390     MOVE SPACES TO WS-RPT-LINE.
000391     STRING "UNMATCHED: ACCT: "   DELIMITED BY SIZE
000392             DP-ACCOUNT-CODE      DELIMITED BY SIZE
000393             "  SENT: "           DELIMITED BY SIZE
000394             DP-RUN-TIMESTAMP     DELIMITED BY SIZE
000395             "  CASE: "           DELIMITED BY SIZE
000396             DP-CASE-NUMBER       DELIMITED BY SIZE
000397             "  NO MATCHING ESCALATION SENT"
000398                                  DELIMITED BY SIZE
000399         INTO WS-RPT-LINE
000400         ON OVERFLOW
000401             DISPLAY "WARNING: EXCEPTION LINE TRUNCATED"
000402     END-STRING.
000403     PERFORM 4100-WRITE-RPT-LINE.
000404
000405 3000-SWEEP-OPEN-ESCALATIONS.
000406     MOVE LOW-VALUES TO OE-ESC-KEY.
000407     START OPEN-ESC-FILE
000408         KEY IS NOT LESS THAN OE-ESC-KEY
000409         INVALID KEY
000410             MOVE "Y" TO WS-SWEEP-EOF
000411     END-START.
000412     IF WS-OPENESC-STATUS NOT = "00"
000413         MOVE "Y" TO WS-SWEEP-EOF
000414     END-IF.
000415     PERFORM UNTIL WS-SWEEP-EOF = "Y"
000416         READ OPEN-ESC-FILE NEXT
000417             AT END
000418                 MOVE "Y" TO WS-SWEEP-EOF
000419             NOT AT END
000420                 PERFORM 3100-AGE-ONE-ESCALATION
000421         END-READ
000422     END-PERFORM.
000423
000424 3100-AGE-ONE-ESCALATION.
000425     ADD 1 TO WS-STILL-OPEN-COUNT.
000426     COMPUTE WS-AGE-DAYS =
000427         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
000428         - FUNCTION INTEGER-OF-DATE(OE-SENT-DATE).
000429     IF OE-STATUS-OPEN AND WS-AGE-DAYS > WS-AGE-LIMIT
000430         ADD 1 TO WS-OVERDUE-COUNT
000431         MOVE OE-VARIANCE TO WS-VAR-DISPLAY
000432         MOVE SPACES TO WS-RPT-LINE
000433         STRING "OVERDUE:   ACCT: " DELIMITED BY SIZE
000434                 OE-ACCOUNT-CODE  DELIMITED BY SIZE
000435                 "  SENT: "       DELIMITED BY SIZE
000436                 OE-RUN-TIMESTAMP DELIMITED BY SIZE
000437                 "  VARIANCE: "   DELIMITED BY SIZE
000438                 WS-VAR-DISPLAY   DELIMITED BY SIZE
000439                 "  AGE: "        DELIMITED BY SIZE
000440                 WS-AGE-DAYS      DELIMITED BY SIZE
000441                 "  NO ACKNOWLEDGMENT" DELIMITED BY SIZE
000442             INTO WS-RPT-LINE
000443             ON OVERFLOW
000444                 DISPLAY "WARNING: EXCEPTION LINE TRUNCATED"
000445         END-STRING
000446         PERFORM 4100-WRITE-RPT-LINE
000447     END-IF.
000448
000449 4100-WRITE-RPT-LINE.
000450     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000451         PERFORM 4200-WRITE-RPT-HEADING
000452     END-IF.
000453     WRITE EXCEPTION-RPT-RECORD FROM WS-RPT-LINE.
000454     IF WS-EXC-RPT-STATUS NOT = "00"
000455         DISPLAY "ERROR WRITING EXCRPT, FILE STATUS: "
000456             WS-EXC-RPT-STATUS
000457     END-IF.
000458     ADD 1 TO WS-LINE-COUNT.
000459
000460 4200-WRITE-RPT-HEADING.
000461     ADD 1 TO WS-PAGE-COUNT.
000462     MOVE SPACES TO EXCEPTION-RPT-RECORD.
000463     STRING "ESCDISP  ESCALATION DISPOSITION EXCEPTIONS"
000464                                  DELIMITED BY SIZE
000465             "  RUN DATE: "       DELIMITED BY SIZE
000466             WS-RUN-DATE          DELIMITED BY SIZE
000467             "  PAGE: "           DELIMITED BY SIZE
000468             WS-PAGE-COUNT        DELIMITED BY SIZE
000469         INTO EXCEPTION-RPT-RECORD
000470         ON OVERFLOW
000471             DISPLAY "WARNING: EXCEPTION HEADING TRUNCATED"
000472     END-STRING.
000473     WRITE EXCEPTION-RPT-RECORD.
000474     MOVE SPACES TO EXCEPTION-RPT-RECORD.
000475     WRITE EXCEPTION-RPT-RECORD.
000476     MOVE 2 TO WS-LINE-COUNT.
000477
000478 5000-WRITE-RPT-TOTALS.
000479     MOVE SPACES TO WS-RPT-LINE.
000480     STRING "NEW OPEN: "          DELIMITED BY SIZE
000481             WS-NEW-OPEN-COUNT    DELIMITED BY SIZE
000482             "  ALREADY OPEN: "   DELIMITED BY SIZE
000483             WS-ALREADY-OPEN-COUNT DELIMITED BY SIZE
000484             "  ACKNOWLEDGED: "   DELIMITED BY SIZE
000485             WS-ACKED-COUNT       DELIMITED BY SIZE
000486             "  CLOSED: "         DELIMITED BY SIZE
000487             WS-CLOSED-COUNT      DELIMITED BY SIZE
000488         INTO WS-RPT-LINE
000489         ON OVERFLOW
000490             DISPLAY "WARNING: EXCEPTION TOTALS TRUNCATED"
000491     END-STRING.
000492     PERFORM 4100-WRITE-RPT-LINE.
000493
000494     MOVE SPACES TO WS-RPT-LINE.
000495     STRING "STILL OPEN: "        DELIMITED BY SIZE
000496             WS-STILL-OPEN-COUNT  DELIMITED BY SIZE
000497             "  OVERDUE: "        DELIMITED BY SIZE
000498             WS-OVERDUE-COUNT     DELIMITED BY SIZE
000499             "  UNMATCHED DISPOSITIONS: " DELIMITED BY SIZE
000500             WS-UNMATCHED-COUNT   DELIMITED BY SIZE
000501         INTO WS-RPT-LINE
000502         ON OVERFLOW
000503             DISPLAY "WARNING: EXCEPTION TOTALS TRUNCATED"
000504     END-STRING.
000505     PERFORM 4100-WRITE-RPT-LINE.
