000145     COPY CMPHIST.
000146
000147 FD  ESC-FEED-FILE.
000148 01  ESC-FEED-RECORD             PIC X(120).
000149
000150 FD  CERT-FILE.
000151 01  BALANCE-CERT-RECORD.
000204     05  ED-VARIANCE-PCT         PIC 9(3)V99.
000205     05  ED-RESULT-TEXT          PIC X(17).
000206     05  ED-RUN-TIMESTAMP        PIC X(15).
000207     05  ED-NUM-CURRENCY         PIC X(3).
000208     05  ED-ORIG-NUM             PIC S9(10)V99
000209                                 SIGN LEADING SEPARATE.
000210     05  ED-CTL-CURRENCY         PIC X(3).
000211     05  ED-ORIG-CONTROLL-NUM    PIC S9(10)V99
000212                                 SIGN LEADING SEPARATE.
000213     05  FILLER                  PIC X(2).
000214
000215 01  WS-ESC-TRAILER.
000216     05  ET-RECORD-TYPE          PIC X(1).
000217     05  ET-RECORD-COUNT         PIC 9(9).
000218     05  ET-NUM-HASH             PIC S9(15)V99
000219                                 SIGN LEADING SEPARATE.
000220     05  ET-CTL-HASH             PIC S9(15)V99
000221                                 SIGN LEADING SEPARATE.
000222     05  ET-VARIANCE-HASH        PIC S9(15)V99
000223                                 SIGN LEADING SEPARATE.
000224     05  FILLER                  PIC X(56).
000225
000226 01  WS-FEED-ESC-COUNT           PIC 9(9)    VALUE ZERO.
000227 01  WS-FEED-NUM-HASH            PIC S9(15)V99 VALUE ZERO.
000228 01  WS-FEED-CTL-HASH            PIC S9(15)V99 VALUE ZERO.
000229 01  WS-FEED-VAR-HASH            PIC S9(15)V99 VALUE ZERO.
000230 01  WS-TRAILER-SEEN             PIC X(1)    VALUE "N".
000231 01  WS-TRL-COUNT                PIC 9(9)    VALUE ZERO.
000232 01  WS-TRL-NUM-HASH             PIC S9(15)V99 VALUE ZERO.
000233 01  WS-TRL-CTL-HASH             PIC S9(15)V99 VALUE ZERO.
000234 01  WS-TRL-VAR-HASH             PIC S9(15)V99 VALUE ZERO.
000235
000236 01  WS-RESULT-SUM               PIC 9(8)    VALUE ZERO.
000237
000238 01  WS-CHECKS-MADE              PIC 9(2)    VALUE ZERO.
000239 01  WS-CHECKS-FAILED            PIC 9(2)    VALUE ZERO.
000240 01  WS-CHK-NAME                 PIC X(30).
000241 01  WS-CHK-EXPECTED             PIC S9(15)V99 VALUE ZERO.
000242 01  WS-CHK-ACTUAL               PIC S9(15)V99 VALUE ZERO.
000243 01  WS-CHK-EXP-DISPLAY          PIC -(15)9.99.
000244 01  WS-CHK-ACT-DISPLAY          PIC -(15)9.99.
000245
000246 01  WS-CURRENT-DATE-TIME.
000247     05  WS-CDT-DATE             PIC 9(8).
000248     05  WS-CDT-TIME.
000249         10  WS-CDT-HHMMSS       PIC 9(6).
000250         10  WS-CDT-HUNDREDTHS   PIC 9(2).
000251
000252 01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
000253 01  WS-PAGE-COUNT               PIC 9(4)    VALUE ZERO.
000254 01  WS-LINE-COUNT               PIC 9(2)    VALUE 99.
000255 01  WS-LINES-PER-PAGE           PIC 9(2)    VALUE 55.
000256 01  WS-RPT-LINE                 PIC X(132).
000257
000258 PROCEDURE DIVISION.
000259 0000-MAIN-LOGIC.
000260     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000261
000262     OPEN OUTPUT BAL-RPT-FILE.
000263     IF WS-BAL-RPT-STATUS NOT = "00"
000264             AND WS-BAL-RPT-STATUS NOT = "05"
000265         DISPLAY "ERROR OPENING BALRPT, FILE STATUS: "
000266             WS-BAL-RPT-STATUS
000267         MOVE 16 TO RETURN-CODE
000268         STOP RUN
000269     END-IF.
000270
000271     PERFORM 1000-READ-RUN-SUMMARY.
000272     IF WS-SUMMARY-FOUND NOT = "Y"
000273         DISPLAY "ERROR: NO RUN SUMMARY RECORD ON RUNSUMM, "
000274             "NOTHING TO BALANCE"
000275         CLOSE BAL-RPT-FILE
000276         MOVE 16 TO RETURN-CODE
000277         STOP RUN
000278     END-IF.
000279
000280     PERFORM 2000-COUNT-AUDIT-RECORDS.
000281     PERFORM 2200-COUNT-CSV-DETAILS.
000282     PERFORM 2400-COUNT-HISTORY-ROWS.
000283     PERFORM 2600-RETOTAL-ESC-FEED.
000284     PERFORM 3000-RUN-BALANCE-CHECKS.
000285     PERFORM 3500-WRITE-CERTIFICATE.
000286     PERFORM 5000-WRITE-RPT-TOTALS.
000287
000288     CLOSE BAL-RPT-FILE.
000289     IF WS-CHECKS-FAILED > ZERO
000290         MOVE 8 TO RETURN-CODE
000291     END-IF.
000292     STOP RUN.
000293
000294 1000-READ-RUN-SUMMARY.
000295     OPEN INPUT RUN-SUMMARY-FILE.
000296     IF WS-RUNSUMM-STATUS = "00"
000297         READ RUN-SUMMARY-FILE
000298             AT END
000299                 CONTINUE
000300             NOT AT END
000301                 MOVE "Y" TO WS-SUMMARY-FOUND
000302                 MOVE RS-PROC-DATE TO WS-PROC-DATE-X
000303                 MOVE RS-RUN-DATE TO WS-SUM-RUN-DATE
000304                 MOVE RS-PROC-DATE TO WS-SUM-PROC-DATE
000305                 MOVE RS-TOTAL-COUNT TO WS-SUM-TOTAL-COUNT
000306                 MOVE RS-GREATER-COUNT
000307                     TO WS-SUM-GREATER-COUNT
000308                 MOVE RS-LESS-COUNT TO WS-SUM-LESS-COUNT
000309                 MOVE RS-EQUAL-COUNT TO WS-SUM-EQUAL-COUNT
000310                 MOVE RS-TOLERANCE-COUNT
000311                     TO WS-SUM-TOLERANCE-COUNT
000312                 MOVE RS-HIST-ACCT-COUNT
000313                     TO WS-SUM-HIST-ACCT-COUNT
000314                 MOVE RS-ESC-COUNT TO WS-SUM-ESC-COUNT
000315                 MOVE RS-ESC-VAR-HASH
000316                     TO WS-SUM-ESC-VAR-HASH
000317         END-READ
000318     ELSE
000319         DISPLAY "WARNING: RUNSUMM NOT AVAILABLE, FILE STATUS: "
000320             WS-RUNSUMM-STATUS
000321     END-IF.
000322     CLOSE RUN-SUMMARY-FILE.
000323
000324 2000-COUNT-AUDIT-RECORDS.
000325     OPEN INPUT AUDIT-FILE.
000326     IF WS-AUDIT-STATUS = "00"
000327         PERFORM UNTIL WS-AUDIT-EOF = "Y"
000328             READ AUDIT-FILE
000329                 AT END
000330                     MOVE "Y" TO WS-AUDIT-EOF
000331                 NOT AT END
000332                     IF AL-AUDIT-DATE = WS-PROC-DATE-X
000333                             AND AL-ACCOUNT-CODE NOT = SPACES
000334                         IF AL-IS-REVERSAL
000335                             SUBTRACT 1 FROM WS-AUDIT-COUNT
000336                         ELSE
000337                             ADD 1 TO WS-AUDIT-COUNT
000338                         END-IF
000339                     END-IF
000340             END-READ
000341         END-PERFORM
000342     ELSE
000343         DISPLAY "WARNING: AUDITLOG NOT AVAILABLE, "
000344             "FILE STATUS: " WS-AUDIT-STATUS
000345     END-IF.
000346     CLOSE AUDIT-FILE.
000347
000348 2200-COUNT-CSV-DETAILS.
000349     OPEN INPUT CSV-EXTRACT-FILE.
000350     IF WS-CSV-STATUS = "00"
000351         PERFORM UNTIL WS-CSV-EOF = "Y"
000352             READ CSV-EXTRACT-FILE
000353                 AT END
000354                     MOVE "Y" TO WS-CSV-EOF
000355                 NOT AT END
000356                     IF CSV-EXTRACT-RECORD(1:23)
000357                             = "NUM,CONTROLL_NUM,RESULT"
000358                         MOVE ZERO TO WS-CSV-COUNT
000359                     ELSE
000360                         ADD 1 TO WS-CSV-COUNT
000361                     END-IF
000362             END-READ
000363         END-PERFORM
000364     ELSE
000365         DISPLAY "WARNING: BATCHCSV NOT AVAILABLE, "
000366             "FILE STATUS: " WS-CSV-STATUS
000367     END-IF.
000368     CLOSE CSV-EXTRACT-FILE.
000369
000370 2400-COUNT-HISTORY-ROWS.
000371     OPEN INPUT HISTORY-FILE.
000372     IF WS-HISTORY-STATUS = "00"
000373         PERFORM UNTIL WS-HISTORY-EOF = "Y"
000374             READ HISTORY-FILE
000375                 AT END
000376                     MOVE "Y" TO WS-HISTORY-EOF
000377                 NOT AT END
000378                     IF CH-RUN-DATE = WS-SUM-RUN-DATE
000379                         ADD 1 TO WS-HIST-COUNT
000380                     END-IF
000381             END-READ
000382         END-PERFORM
000383     ELSE
000384         DISPLAY "WARNING: CMPHIST NOT AVAILABLE, "
000385             "FILE STATUS: " WS-HISTORY-STATUS
000386     END-IF.
000387     CLOSE HISTORY-FILE.
000388
000389 2600-RETOTAL-ESC-FEED.
000390     OPEN INPUT ESC-FEED-FILE.
000391     IF WS-ESCFEED-STATUS = "00"
000392         PERFORM UNTIL WS-FEED-EOF = "Y"
000393             READ ESC-FEED-FILE
000394                 AT END
000395                     MOVE "Y" TO WS-FEED-EOF
000396                 NOT AT END
000397                     PERFORM 2700-TALLY-FEED-RECORD
000398             END-READ
000399         END-PERFORM
000400     ELSE
000401         DISPLAY "WARNING: ESCFEED NOT AVAILABLE, "
000402             "FILE STATUS: " WS-ESCFEED-STATUS
000403     END-IF.
000404     CLOSE ESC-FEED-FILE.
000405
000406 2700-TALLY-FEED-RECORD.
000407     EVALUATE ESC-FEED-RECORD(1:1)
000408         WHEN "H"
000409             MOVE ZERO TO WS-FEED-ESC-COUNT
000410             MOVE ZERO TO WS-FEED-NUM-HASH
000411             MOVE ZERO TO WS-FEED-CTL-HASH
000412             MOVE ZERO TO WS-FEED-VAR-HASH
000413             MOVE "N" TO WS-TRAILER-SEEN
000414         WHEN "D"
000415             MOVE ESC-FEED-RECORD TO WS-ESC-DETAIL
000416             ADD 1 TO WS-FEED-ESC-COUNT
000417             ADD ED-NUM TO WS-FEED-NUM-HASH
000418             ADD ED-CONTROLL-NUM TO WS-FEED-CTL-HASH
000419             ADD ED-VARIANCE TO WS-FEED-VAR-HASH
000420         WHEN "T"
000421             MOVE ESC-FEED-RECORD TO WS-ESC-TRAILER
000422             MOVE "Y" TO WS-TRAILER-SEEN
000423             MOVE ET-RECORD-COUNT TO WS-TRL-COUNT
000424             MOVE ET-NUM-HASH TO WS-TRL-NUM-HASH
000425             MOVE ET-CTL-HASH TO WS-TRL-CTL-HASH
000426             MOVE ET-VARIANCE-HASH TO WS-TRL-VAR-HASH
000427     END-EVALUATE.
000428
000429 3000-RUN-BALANCE-CHECKS.
000430     COMPUTE WS-RESULT-SUM = WS-SUM-GREATER-COUNT
000431         + WS-SUM-LESS-COUNT + WS-SUM-EQUAL-COUNT
000432         + WS-SUM-TOLERANCE-COUNT.
000433     MOVE "RESULT COUNTS VS TOTAL" TO WS-CHK-NAME.
000434     MOVE WS-SUM-TOTAL-COUNT TO WS-CHK-EXPECTED.
000435     MOVE WS-RESULT-SUM TO WS-CHK-ACTUAL.
000436     PERFORM 3100-CHECK-ONE-TIE.
000437
000438     MOVE "AUDITLOG RECORDS" TO WS-CHK-NAME.
000439     MOVE WS-SUM-TOTAL-COUNT TO WS-CHK-EXPECTED.
000440     MOVE WS-AUDIT-COUNT TO WS-CHK-ACTUAL.
000441     PERFORM 3100-CHECK-ONE-TIE.
000442
000443     MOVE "BATCHCSV DETAIL LINES" TO WS-CHK-NAME.
000444     MOVE WS-SUM-TOTAL-COUNT TO WS-CHK-EXPECTED.
000445     MOVE WS-CSV-COUNT TO WS-CHK-ACTUAL.
000446     PERFORM 3100-CHECK-ONE-TIE.
000447
000448     MOVE "CMPHIST ACCOUNT ROWS" TO WS-CHK-NAME.
000449     MOVE WS-SUM-HIST-ACCT-COUNT TO WS-CHK-EXPECTED.
000450     MOVE WS-HIST-COUNT TO WS-CHK-ACTUAL.
000451     PERFORM 3100-CHECK-ONE-TIE.
000452
000453     MOVE "ESCFEED TRAILER PRESENT" TO WS-CHK-NAME.
000454     MOVE 1 TO WS-CHK-EXPECTED.
000455     IF WS-TRAILER-SEEN = "Y"
000456         MOVE 1 TO WS-CHK-ACTUAL
000457     ELSE
000458         MOVE ZERO TO WS-CHK-ACTUAL
000459     END-IF.
000460     PERFORM 3100-CHECK-ONE-TIE.
000461
000462     MOVE "ESCFEED DETAILS VS TRAILER" TO WS-CHK-NAME.
000463     MOVE WS-TRL-COUNT TO WS-CHK-EXPECTED.
000464     MOVE WS-FEED-ESC-COUNT TO WS-CHK-ACTUAL.
000465     PERFORM 3100-CHECK-ONE-TIE.
000466
000467     MOVE "ESCFEED NUM HASH" TO WS-CHK-NAME.
000468     MOVE WS-TRL-NUM-HASH TO WS-CHK-EXPECTED.
000469     MOVE WS-FEED-NUM-HASH TO WS-CHK-ACTUAL.
000470     PERFORM 3100-CHECK-ONE-TIE.
000471
000472     MOVE "ESCFEED CTL HASH" TO WS-CHK-NAME.
000473     MOVE WS-TRL-CTL-HASH TO WS-CHK-EXPECTED.
000474     MOVE WS-FEED-CTL-HASH TO WS-CHK-ACTUAL.
000475     PERFORM 3100-CHECK-ONE-TIE.
000476
000477     MOVE "ESCFEED VARIANCE HASH" TO WS-CHK-NAME.
000478     MOVE WS-TRL-VAR-HASH TO WS-CHK-EXPECTED.
000479     MOVE WS-FEED-VAR-HASH TO WS-CHK-ACTUAL.
000480     PERFORM 3100-CHECK-ONE-TIE.
000481
000482     MOVE "TRAILER VS RUN SUMMARY" TO WS-CHK-NAME.
000483     MOVE WS-SUM-ESC-COUNT TO WS-CHK-EXPECTED.
000484     MOVE WS-TRL-COUNT TO WS-CHK-ACTUAL.
000485     PERFORM 3100-CHECK-ONE-TIE.
000486
000487     MOVE "TRAILER VAR HASH VS SUMMARY" TO WS-CHK-NAME.
000488     MOVE WS-SUM-ESC-VAR-HASH TO WS-CHK-EXPECTED.
000489     MOVE WS-TRL-VAR-HASH TO WS-CHK-ACTUAL.
000490     PERFORM 3100-CHECK-ONE-TIE.
000491
000492 3100-CHECK-ONE-TIE.
000493     ADD 1 TO WS-CHECKS-MADE.
000494     MOVE WS-CHK-EXPECTED TO WS-CHK-EXP-DISPLAY.
000495     MOVE WS-CHK-ACTUAL TO WS-CHK-ACT-DISPLAY.
000496     MOVE SPACES TO WS-RPT-LINE.
000497     IF WS-CHK-EXPECTED = WS-CHK-ACTUAL
000498         STRING WS-CHK-NAME      DELIMITED BY SIZE
000499                 "  EXPECTED: "  DELIMITED BY SIZE
000500                 WS-CHK-EXP-DISPLAY DELIMITED BY SIZE
000501                 "  ACTUAL: "    DELIMITED BY SIZE
000502                 WS-CHK-ACT-DISPLAY DELIMITED BY SIZE
000503                 "  TIE"         DELIMITED BY SIZE
000504             INTO WS-RPT-LINE
000505             ON OVERFLOW
000506                 DISPLAY "WARNING: BALANCE LINE TRUNCATED"
000507         END-STRING
000508     ELSE
000509         ADD 1 TO WS-CHECKS-FAILED
000510         STRING WS-CHK-NAME      DELIMITED BY SIZE
000511                 "  EXPECTED: "  DELIMITED BY SIZE
000512                 WS-CHK-EXP-DISPLAY DELIMITED BY SIZE
000513                 "  ACTUAL: "    DELIMITED BY SIZE
000514                 WS-CHK-ACT-DISPLAY DELIMITED BY SIZE
000515                 "  ** OUT OF BALANCE" DELIMITED BY SIZE
000516             INTO WS-RPT-LINE
000517             ON OVERFLOW
000518                 DISPLAY "WARNING: BALANCE LINE TRUNCATED"
000519         END-STRING
000520     END-IF.
000521     PERFORM 4100-WRITE-RPT-LINE.
000522
000523 3500-WRITE-CERTIFICATE.
000524     OPEN EXTEND CERT-FILE.
000525     IF WS-CERT-STATUS NOT = "00" AND WS-CERT-STATUS NOT = "05"
000526         DISPLAY "ERROR OPENING BALCERT, FILE STATUS: "
000527             WS-CERT-STATUS
000528     ELSE
000529         ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
000530         ACCEPT WS-CDT-TIME FROM TIME
000531         MOVE WS-SUM-RUN-DATE TO BC-RUN-DATE
000532         MOVE WS-SUM-PROC-DATE TO BC-PROC-DATE
000533         MOVE WS-CDT-DATE TO BC-BAL-DATE
000534         MOVE WS-CDT-HHMMSS TO BC-BAL-TIME
000535         IF WS-CHECKS-FAILED = ZERO
000536             MOVE "BALANCED" TO BC-STATUS
000537         ELSE
000538             MOVE "OUT-OF-BAL" TO BC-STATUS
000539         END-IF
000540         MOVE WS-CHECKS-MADE TO BC-CHECKS-MADE
000541         MOVE WS-CHECKS-FAILED TO BC-CHECKS-FAILED
000542         WRITE BALANCE-CERT-RECORD
000543         IF WS-CERT-STATUS NOT = "00"
000544             DISPLAY "ERROR WRITING BALCERT, FILE STATUS: "
000545                 WS-CERT-STATUS
000546         END-IF
000547         CLOSE CERT-FILE
000548     END-IF.
000549
000550 4100-WRITE-RPT-LINE.
000551     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000552         PERFORM 4200-WRITE-RPT-HEADING
000553     END-IF.
000554     WRITE BAL-RPT-RECORD FROM WS-RPT-LINE.
000555     IF WS-BAL-RPT-STATUS NOT = "00"
000556         DISPLAY "ERROR WRITING BALRPT, FILE STATUS: "
000557             WS-BAL-RPT-STATUS
000558     END-IF.
000559     ADD 1 TO WS-LINE-COUNT.
000560
000561 4200-WRITE-RPT-HEADING.
000562     ADD 1 TO WS-PAGE-COUNT.
000563     MOVE SPACES TO BAL-RPT-RECORD.
000564     STRING "GREATBAL  END-OF-RUN BALANCING REPORT"
000565                                  DELIMITED BY SIZE
000566             "  RUN DATE: "       DELIMITED BY SIZE
000567             WS-SUM-RUN-DATE      DELIMITED BY SIZE
000568             "  PAGE: "           DELIMITED BY SIZE
000569             WS-PAGE-COUNT        DELIMITED BY SIZE
000570         INTO BAL-RPT-RECORD
000571         ON OVERFLOW
000572             DISPLAY "WARNING: BALANCE HEADING TRUNCATED"
000573     END-STRING.
000574     WRITE BAL-RPT-RECORD.
000575     MOVE SPACES TO BAL-RPT-RECORD.
000576     WRITE BAL-RPT-RECORD.
000577     MOVE 2 TO WS-LINE-COUNT.
000578
000579 5000-WRITE-RPT-TOTALS.
000580     MOVE SPACES TO WS-RPT-LINE.
000581     STRING "CHECKS: "            DELIMITED BY SIZE
000582             WS-CHECKS-MADE       DELIMITED BY SIZE
000583             "  OUT OF BALANCE: " DELIMITED BY SIZE
000584             WS-CHECKS-FAILED     DELIMITED BY SIZE
000585         INTO WS-RPT-LINE
000586         ON OVERFLOW
000587             DISPLAY "WARNING: BALANCE TOTALS TRUNCATED"
000588     END-STRING.
000589     PERFORM 4100-WRITE-RPT-LINE.
000590     DISPLAY "GREATBAL: RUN DATE " WS-SUM-RUN-DATE
000591         " CHECKS " WS-CHECKS-MADE
000592         " OUT OF BALANCE " WS-CHECKS-FAILED.
