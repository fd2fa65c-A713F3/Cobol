000169     SELECT OPTIONAL PREV-RUN-FILE ASSIGN TO "PREVIN"
000170         ORGANIZATION IS LINE SEQUENTIAL
000171         FILE STATUS IS WS-PREVIN-STATUS.
000172
000173     SELECT OPTIONAL FX-RATE-FILE ASSIGN TO "FXRATE"
000174         ORGANIZATION IS INDEXED
000175         ACCESS MODE IS DYNAMIC
000176         RECORD KEY IS FX-RATE-KEY
000177         FILE STATUS IS WS-FXRATE-STATUS.
000178
000179     SELECT OPTIONAL RETENTION-FILE ASSIGN TO "RETNFILE"
000180         ORGANIZATION IS LINE SEQUENTIAL
000181         FILE STATUS IS WS-RETENTION-STATUS.
000182 
000183 DATA DIVISION.
000184 FILE SECTION.
000185 FD  BATCH-IN-FILE.
000186 01  BATCH-IN-RECORD.
000187     05  BI-ACCOUNT-CODE         PIC X(8).
000188     05  BI-NUM                  PIC S9(10)V99
000189                                 SIGN LEADING SEPARATE.
000190     05  BI-CONTROLL-NUM         PIC S9(10)V99
000191                                 SIGN LEADING SEPARATE.
000192     05  BI-CURRENCY-CODE        PIC X(3).
000193
000194 FD  BATCH-RPT-FILE.
000195 01  BATCH-RPT-RECORD            PIC X(160).
000196
000197 FD  AUDIT-FILE.
000198     COPY AUDITREC.
000199
000200 FD  CONTROLL-MASTER-FILE.
000201     COPY CTLMSTR.
000202
000203 FD  POLICY-MASTER-FILE.
000204     COPY ACCTPOL.
000205
000206 FD  REJECT-FILE.
000207 01  REJECT-RECORD               PIC X(100).
000208
000209 FD  CHECKPOINT-FILE.
000210 01  CHECKPOINT-RECORD.
000211     05  CK-ACCOUNT-CODE         PIC X(8).
000212     05  CK-NUM                  PIC S9(10)V99
000213                                 SIGN LEADING SEPARATE.
000214     05  CK-GREATER-COUNT        PIC 9(6).
000215     05  CK-LESS-COUNT           PIC 9(6).
000216     05  CK-EQUAL-COUNT          PIC 9(6).
000217     05  CK-TOLERANCE-COUNT      PIC 9(6).
000218     05  CK-TOTAL-COUNT          PIC 9(6).
000219     05  CK-REJECT-COUNT         PIC 9(6).
000220     05  CK-NOMASTER-COUNT       PIC 9(6).
000221     05  CK-NUM-GRAND-TOTAL      PIC S9(15)V99
000222                                 SIGN LEADING SEPARATE.
000223     05  CK-PREV-ACCOUNT         PIC X(8).
000224     05  CK-ACCT-TRAN-COUNT      PIC 9(6).
000225     05  CK-AC-TRAN-COUNT        PIC 9(6).
000226     05  CK-AC-GREATER-COUNT     PIC 9(6).
000227     05  CK-AC-LESS-COUNT        PIC 9(6).
000228     05  CK-AC-EQUAL-COUNT       PIC 9(6).
000229     05  CK-AC-TOLERANCE-COUNT   PIC 9(6).
000230     05  CK-AC-NUM-TOTAL         PIC S9(15)V99
000231                                 SIGN LEADING SEPARATE.
000232     05  CK-AC-CTL-TOTAL         PIC S9(15)V99
000233                                 SIGN LEADING SEPARATE.
000234     05  CK-AC-VARIANCE-TOTAL    PIC S9(15)V99
000235                                 SIGN LEADING SEPARATE.
000236     05  CK-ESC-COUNT            PIC 9(9).
000237     05  CK-ESC-NUM-HASH         PIC S9(15)V99
000238                                 SIGN LEADING SEPARATE.
000239     05  CK-ESC-CTL-HASH         PIC S9(15)V99
000240                                 SIGN LEADING SEPARATE.
000241     05  CK-ESC-VAR-HASH         PIC S9(15)V99
000242                                 SIGN LEADING SEPARATE.
000243     05  CK-HIST-WRITE-COUNT     PIC 9(6).
000244     05  CK-AC-NUM-CURRENCY      PIC X(3).
000245     05  CK-AC-CTL-CURRENCY      PIC X(3).
000246     05  CK-AC-ORIG-NUM-TOTAL    PIC S9(15)V99
000247                                 SIGN LEADING SEPARATE.
000248     05  CK-AC-ORIG-CTL-TOTAL    PIC S9(15)V99
000249                                 SIGN LEADING SEPARATE.
000250
000251 FD  CSV-EXTRACT-FILE.
000252 01  CSV-EXTRACT-RECORD          PIC X(60).
000253
000254 FD  COVERAGE-RPT-FILE.
000255 01  COVERAGE-RPT-RECORD         PIC X(132).
000256
000257 FD  ACTIVITY-WORK-FILE.
000258 01  ACTIVITY-WORK-RECORD.
000259     05  AV-ACCOUNT-CODE         PIC X(8).
000260     05  AV-TRAN-COUNT           PIC 9(6).
000261
000262 FD  ACCT-RPT-FILE.
000263 01  ACCT-RPT-RECORD             PIC X(132).
000264
000265 FD  HISTORY-FILE.
000266     COPY CMPHIST.
000267
000268 FD  ESCALATION-FILE.
000269 01  ESCALATION-RECORD           PIC X(120).
000270
000271 FD  RUN-SUMMARY-FILE.
000272     COPY RUNSUMM.
000273
000274 FD  RUN-REGISTER-FILE.
000275 01  RUN-REGISTER-RECORD.
000276     05  RG-RUN-NUMBER           PIC 9(6).
000277     05  RG-RUN-DATE             PIC 9(8).
000278     05  RG-MODE                 PIC X(10).
000279     05  RG-STATUS               PIC X(9).
000280     05  RG-START-TIMESTAMP      PIC X(15).
000281     05  RG-END-TIMESTAMP        PIC X(15).
000282     05  RG-TOTAL-COUNT          PIC 9(6).
000283     05  RG-GREATER-COUNT        PIC 9(6).
000284     05  RG-LESS-COUNT           PIC 9(6).
000285     05  RG-EQUAL-COUNT          PIC 9(6).
000286     05  RG-TOLERANCE-COUNT      PIC 9(6).
000287     05  RG-REJECT-COUNT         PIC 9(6).
000288     05  RG-NOMASTER-COUNT       PIC 9(6).
000289     05  RG-ESC-COUNT            PIC 9(9).
000290
000291 FD  PREV-RUN-FILE.
000292 01  PREV-RUN-RECORD.
000293     05  PR-ACCOUNT-CODE         PIC X(8).
000294     05  PR-NUM                  PIC X(13).
000295     05  PR-CONTROLL-NUM         PIC X(13).
000296     05  PR-CURRENCY-CODE        PIC X(3).
000297
000298 FD  FX-RATE-FILE.
000299     COPY FXRATE.
000300
000301 FD  RETENTION-FILE.
000302     COPY RETNREC.
000303 
000304 WORKING-STORAGE SECTION.
000305 01  NUM                         PIC S9(10)V99 VALUE ZERO.
000306 01  CONTROLL-NUM                PIC S9(10)V99 VALUE ZERO.
000307
000308 01  WS-PARM                     PIC X(40).
000309 01  WS-PARM-MODE                PIC X(10).
000310 01  WS-PARM-OPTION              PIC X(10).
000311 01  WS-RESULT-TEXT              PIC X(17).
000312
000313 01  WS-BATCH-IN-STATUS          PIC X(2).
000314 01  WS-BATCH-RPT-STATUS         PIC X(2).
000315 01  WS-AUDIT-STATUS             PIC X(2).
000316 01  WS-CTLMSTR-STATUS           PIC X(2).
000317 01  WS-POLMSTR-STATUS           PIC X(2).
000318 01  WS-REJECT-STATUS            PIC X(2).
000319 01  WS-CHECKPOINT-STATUS        PIC X(2).
000320 01  WS-CSV-STATUS               PIC X(2).
000321 01  WS-COVERAGE-STATUS          PIC X(2).
000322 01  WS-ACTIVITY-STATUS          PIC X(2).
000323 01  WS-ACCT-RPT-STATUS          PIC X(2).
000324 01  WS-HISTORY-STATUS           PIC X(2).
000325 01  WS-ESCFEED-STATUS           PIC X(2).
000326 01  WS-RUNSUMM-STATUS           PIC X(2).
000327 01  WS-RUNREG-STATUS            PIC X(2).
000328 01  WS-PREVIN-STATUS            PIC X(2).
000329 01  WS-FXRATE-STATUS            PIC X(2).
000330 01  WS-RETENTION-STATUS         PIC X(2).
000331 01  WS-RESTART-SWITCH           PIC X(1)    VALUE "N".
000332 01  WS-SKIP-SWITCH              PIC X(1)    VALUE "N".
000333 01  WS-CHECKPOINT-INTERVAL      PIC 9(4)    VALUE 100.
000334 01  WS-RECORD-COUNT             PIC 9(8)    VALUE ZERO.
000335 01  WS-RESTART-KEY.
000336     05  WS-RESTART-ACCOUNT      PIC X(8)    VALUE SPACES.
000337     05  WS-RESTART-NUM          PIC S9(10)V99 VALUE ZERO.
000338 01  WS-EOF-SWITCH               PIC X(1)    VALUE "N".
000339 01  WS-MASTER-EOF               PIC X(1)    VALUE "N".
000340 01  WS-FOUND-SWITCH             PIC X(1)    VALUE "N".
000341 01  WS-VALID-SWITCH             PIC X(1)    VALUE "Y".
000342 01  WS-CURRENT-ACCOUNT-CODE     PIC X(8)    VALUE SPACES.
000343 01  WS-REJECT-COUNT             PIC 9(6)    VALUE ZERO.
000344 01  WS-REASON-CODE              PIC X(4).
000345 01  WS-REASON-TEXT              PIC X(30).
000346
000347 01  WS-SEQ-PREV-ACCOUNT         PIC X(8)    VALUE LOW-VALUES.
000348 01  WS-LAST-INPUT-KEY.
000349     05  WS-LI-ACCOUNT           PIC X(8)    VALUE LOW-VALUES.
000350     05  WS-LI-NUM               PIC X(13)   VALUE LOW-VALUES.
000351     05  WS-LI-CONTROLL          PIC X(13)   VALUE LOW-VALUES.
000352     05  WS-LI-CURRENCY          PIC X(3)    VALUE LOW-VALUES.
000353 01  WS-THIS-INPUT-KEY.
000354     05  WS-TI-ACCOUNT           PIC X(8).
000355     05  WS-TI-NUM               PIC X(13).
000356     05  WS-TI-CONTROLL          PIC X(13).
000357     05  WS-TI-CURRENCY          PIC X(3).
000358 01  WS-XRUN-CHECK-SW            PIC X(1)    VALUE "N".
000359 01  WS-XRUN-CHECK-PARM          PIC X(1)    VALUE SPACE.
000360 01  WS-XRUN-DUP-COUNT           PIC 9(6)    VALUE ZERO.
000361 01  WS-PREVIN-EOF               PIC X(1)    VALUE "N".
000362 01  WS-PREV-RUN-KEY.
000363     05  WS-PK-ACCOUNT           PIC X(8)    VALUE HIGH-VALUES.
000364     05  WS-PK-NUM               PIC X(13)   VALUE HIGH-VALUES.
000365 01  WS-THIS-RUN-KEY.
000366     05  WS-TK-ACCOUNT           PIC X(8).
000367     05  WS-TK-NUM               PIC X(13).
000368
000369 01  WS-MASTER-AVAILABLE         PIC X(1)    VALUE "N".
000370 01  WS-LAST-LOOKUP-ACCOUNT      PIC X(8)    VALUE LOW-VALUES.
000371 01  WS-LAST-LOOKUP-FOUND        PIC X(1)    VALUE "N".
000372 01  WS-LAST-LOOKUP-CONTROL      PIC S9(10)V99 VALUE ZERO.
000373 01  WS-LAST-LOOKUP-CURRENCY     PIC X(3)    VALUE SPACES.
000374
000375 01  WS-POLICY-AVAILABLE         PIC X(1)    VALUE "N".
000376 01  WS-POLICY-FOUND             PIC X(1)    VALUE "N".
000377 01  WS-ACCT-TOLERANCE-PCT       PIC 9(3)V99 VALUE ZERO.
000378 01  WS-ACCT-ESCALATE-PCT        PIC 9(3)V99 VALUE ZERO.
000379 01  WS-ACCT-HOLD-SW             PIC X(1)    VALUE "N".
000380 01  WS-LAST-POLICY-ACCOUNT      PIC X(8)    VALUE LOW-VALUES.
000381 01  WS-LAST-POLICY-FOUND        PIC X(1)    VALUE "N".
000382 01  WS-LAST-POLICY-TOL-PCT      PIC 9(3)V99 VALUE ZERO.
000383 01  WS-LAST-POLICY-ESC-PCT      PIC 9(3)V99 VALUE ZERO.
000384 01  WS-LAST-POLICY-HOLD         PIC X(1)    VALUE "N".
000385
000386 01  WS-NOMASTER-COUNT           PIC 9(6)    VALUE ZERO.
000387 01  WS-MISSING-COUNT            PIC 9(6)    VALUE ZERO.
000388 01  WS-PREV-ACCOUNT             PIC X(8)    VALUE LOW-VALUES.
000389 01  WS-ACCT-TRAN-COUNT          PIC 9(6)    VALUE ZERO.
000390 01  WS-ACTIVITY-ACCOUNT         PIC X(8)    VALUE SPACES.
000391 01  WS-COV-MASTER-ACCT          PIC X(8)    VALUE SPACES.
000392 01  WS-COV-EXPECTED             PIC X(1)    VALUE "N".
000393 01  WS-COVERAGE-LINE            PIC X(132).
000394
000395 01  WS-STMT-PREV-ACCOUNT        PIC X(8)    VALUE LOW-VALUES.
000396 01  WS-AC-TRAN-COUNT            PIC 9(6)    VALUE ZERO.
000397 01  WS-AC-GREATER-COUNT         PIC 9(6)    VALUE ZERO.
000398 01  WS-AC-LESS-COUNT            PIC 9(6)    VALUE ZERO.
000399 01  WS-AC-EQUAL-COUNT           PIC 9(6)    VALUE ZERO.
000400 01  WS-AC-TOLERANCE-COUNT       PIC 9(6)    VALUE ZERO.
000401 01  WS-AC-NUM-TOTAL             PIC S9(15)V99 VALUE ZERO.
000402 01  WS-AC-NUM-TOT-DISP          PIC -(15)9.99.
000403 01  WS-AC-CTL-TOTAL             PIC S9(15)V99 VALUE ZERO.
000404 01  WS-AC-VARIANCE-TOTAL        PIC S9(15)V99 VALUE ZERO.
000405 01  WS-AC-VARIANCE-TOT-DISP     PIC -(15)9.99.
000406 01  WS-AC-NUM-CURRENCY          PIC X(3)    VALUE SPACES.
000407 01  WS-AC-CTL-CURRENCY          PIC X(3)    VALUE SPACES.
000408 01  WS-AC-ORIG-NUM-TOTAL        PIC S9(15)V99 VALUE ZERO.
000409 01  WS-AC-ORIG-NUM-DISP         PIC -(15)9.99.
000410 01  WS-AC-ORIG-CTL-TOTAL        PIC S9(15)V99 VALUE ZERO.
000411 01  WS-AC-ORIG-CTL-DISP         PIC -(15)9.99.
000412 01  WS-ACCT-PAGE-COUNT          PIC 9(4)    VALUE ZERO.
000413 01  WS-ACCT-LINE-COUNT          PIC 9(2)    VALUE 99.
000414 01  WS-ACCT-LINES-PER-PAGE      PIC 9(2)    VALUE 55.
000415 01  WS-ACCT-RPT-LINE            PIC X(132).
000416
000417 01  WS-GREATER-COUNT            PIC 9(6)    VALUE ZERO.
000418 01  WS-LESS-COUNT               PIC 9(6)    VALUE ZERO.
000419 01  WS-EQUAL-COUNT              PIC 9(6)    VALUE ZERO.
000420 01  WS-TOLERANCE-COUNT          PIC 9(6)    VALUE ZERO.
000421 01  WS-TOTAL-COUNT              PIC 9(6)    VALUE ZERO.
000422 01  WS-NUM-GRAND-TOTAL          PIC S9(15)V99 VALUE ZERO.
000423 01  WS-GRAND-TOTAL-DISPLAY      PIC -(15)9.99.
000424
000425 01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
000426 01  WS-PROC-DATE                PIC 9(8)    VALUE ZERO.
000427 01  WS-RUN-NUMBER               PIC 9(6)    VALUE ZERO.
000428 01  WS-MAX-RUN-NUMBER           PIC 9(6)    VALUE ZERO.
000429 01  WS-DUP-RUN-SW               PIC X(1)    VALUE "N".
000430 01  WS-REG-EOF                  PIC X(1)    VALUE "N".
000431 01  WS-REG-STATUS               PIC X(9)    VALUE SPACES.
000432 01  WS-REG-START-TS             PIC X(15)   VALUE SPACES.
000433 01  WS-HIST-WRITE-COUNT         PIC 9(6)    VALUE ZERO.
000434 01  WS-RUN-DATE-PARM            PIC X(8)    VALUE SPACES.
000435 01  WS-BEST-EFF-FROM            PIC 9(8)    VALUE ZERO.
000436
000437 01  WS-CHAIN-EOF                PIC X(1)    VALUE "N".
000438 01  WS-CHAIN-SEQ                PIC 9(9)    VALUE ZERO.
000439 01  WS-CHAIN-CHECK              PIC 9(10)   VALUE ZERO.
000440     COPY AUDCHAIN.
000441
000442 01  WS-TOLERANCE                PIC 9(10)V99 VALUE ZERO.
000443 01  WS-TOLERANCE-PCT-PARM       PIC 9(3)V99 VALUE ZERO.
000444 01  WS-EFFECTIVE-TOLERANCE      PIC 9(10)V99 VALUE ZERO.
000445 01  WS-EFFECTIVE-TOL-PCT        PIC 9(3)V99 VALUE ZERO.
000446 01  WS-EFFECTIVE-ESC-PCT        PIC 9(3)V99 VALUE ZERO.
000447 01  WS-REJECT-LIMIT-PCT         PIC 9(3)V99 VALUE ZERO.
000448 01  WS-REJECT-ABORT-SW          PIC X(1)    VALUE "N".
000449 01  WS-REJECT-ABORT-PARM        PIC X(1)    VALUE SPACE.
000450 01  WS-REJECT-PCT               PIC 9(3)V99 VALUE ZERO.
000451 01  WS-REJECT-PCT-DISPLAY       PIC ZZ9.99.
000452 01  WS-REJECT-LIMIT-DISPLAY     PIC ZZ9.99.
000453 01  WS-SEEN-COUNT               PIC 9(8)    VALUE ZERO.
000454 01  WS-VARIANCE                 PIC S9(11)V99 VALUE ZERO.
000455 01  WS-ABS-VARIANCE             PIC 9(11)V99 VALUE ZERO.
000456 01  WS-VARIANCE-DISPLAY         PIC -(10)9.99.
000457 01  WS-NUM-DISPLAY              PIC -(10)9.99.
000458 01  WS-CTL-DISPLAY              PIC -(10)9.99.
000459 01  WS-CSV-NUM                  PIC +9(10).99.
000460 01  WS-CSV-CTL                  PIC +9(10).99.
000461
000462 01  WS-BASE-CURRENCY            PIC X(3)    VALUE "USD".
000463 01  WS-BASE-CURRENCY-PARM       PIC X(3)    VALUE SPACES.
000464 01  WS-NUM-CURRENCY             PIC X(3)    VALUE SPACES.
000465 01  WS-CTL-CURRENCY             PIC X(3)    VALUE SPACES.
000466 01  WS-NUM-FX-RATE              PIC 9(5)V9(6) VALUE 1.
000467 01  WS-CTL-FX-RATE              PIC 9(5)V9(6) VALUE 1.
000468 01  WS-BASE-NUM                 PIC S9(10)V99 VALUE ZERO.
000469 01  WS-BASE-CONTROLL-NUM        PIC S9(10)V99 VALUE ZERO.
000470 01  WS-BASE-NUM-DISPLAY         PIC -(10)9.99.
000471 01  WS-BASE-CTL-DISPLAY         PIC -(10)9.99.
000472 01  WS-FX-AVAILABLE             PIC X(1)    VALUE "N".
000473 01  WS-FX-CURRENCY              PIC X(3)    VALUE SPACES.
000474 01  WS-FX-RATE                  PIC 9(5)V9(6) VALUE ZERO.
000475 01  WS-FX-FOUND                 PIC X(1)    VALUE "N".
000476 01  WS-FX-CACHED                PIC X(1)    VALUE "N".
000477 01  WS-FX-CACHE-COUNT           PIC 9(2)    VALUE ZERO.
000478 01  WS-FX-CACHE-MAX             PIC 9(2)    VALUE 50.
000479 01  WS-FX-IDX                   PIC 9(2)    VALUE ZERO.
000480 01  WS-FX-CACHE-TABLE.
000481     05  WS-FX-CACHE-ENTRY OCCURS 50 TIMES.
000482         10  WS-FC-CURRENCY      PIC X(3).
000483         10  WS-FC-FOUND         PIC X(1).
000484         10  WS-FC-RATE          PIC 9(5)V9(6).
000485
000486 01  WS-ESCALATE-PCT             PIC 9(3)V99 VALUE ZERO.
000487 01  WS-ESC-COUNT                PIC 9(9)    VALUE ZERO.
000488 01  WS-ESC-NUM-HASH             PIC S9(15)V99 VALUE ZERO.
000489 01  WS-ESC-CTL-HASH             PIC S9(15)V99 VALUE ZERO.
000490 01  WS-ESC-VAR-HASH             PIC S9(15)V99 VALUE ZERO.
000491
000492 01  WS-ESC-HEADER.
000493     05  EH-RECORD-TYPE          PIC X(1)    VALUE "H".
000494     05  EH-SYSTEM-ID            PIC X(8)    VALUE "GREATER".
000495     05  EH-RUN-DATE             PIC 9(8).
000496     05  EH-RUN-TIME             PIC 9(6).
000497     05  FILLER                  PIC X(97)   VALUE SPACES.
000498
000499 01  WS-ESC-DETAIL.
000500     05  ED-RECORD-TYPE          PIC X(1)    VALUE "D".
000501     05  ED-ACCOUNT-CODE         PIC X(8).
000502     05  ED-NUM                  PIC S9(10)V99
000503                                 SIGN LEADING SEPARATE.
000504     05  ED-CONTROLL-NUM         PIC S9(10)V99
000505                                 SIGN LEADING SEPARATE.
000506     05  ED-VARIANCE             PIC S9(11)V99
000507                                 SIGN LEADING SEPARATE.
000508     05  ED-VARIANCE-PCT         PIC 9(3)V99.
000509     05  ED-RESULT-TEXT          PIC X(17).
000510     05  ED-RUN-TIMESTAMP        PIC X(15).
000511     05  ED-NUM-CURRENCY         PIC X(3).
000512     05  ED-ORIG-NUM             PIC S9(10)V99
000513                                 SIGN LEADING SEPARATE.
000514     05  ED-CTL-CURRENCY         PIC X(3).
000515     05  ED-ORIG-CONTROLL-NUM    PIC S9(10)V99
000516                                 SIGN LEADING SEPARATE.
000517     05  FILLER                  PIC X(2)    VALUE SPACES.
000518
000519 01  WS-ESC-TRAILER.
000520     05  ET-RECORD-TYPE          PIC X(1)    VALUE "T".
000521     05  ET-RECORD-COUNT         PIC 9(9).
000522     05  ET-NUM-HASH             PIC S9(15)V99
000523                                 SIGN LEADING SEPARATE.
000524     05  ET-CTL-HASH             PIC S9(15)V99
000525                                 SIGN LEADING SEPARATE.
000526     05  ET-VARIANCE-HASH        PIC S9(15)V99
000527                                 SIGN LEADING SEPARATE.
000528     05  FILLER                  PIC X(56)   VALUE SPACES.
000529 01  WS-VARIANCE-PCT-NUM         PIC 9(3)V99 VALUE ZERO.
000530 01  WS-VARIANCE-PCT             PIC ZZ9.99.
000531 01  WS-HIST-VARIANCE-PCT        PIC 9(3)V99 VALUE ZERO.
000532
000533 01  WS-CURRENT-DATE-TIME.
000534     05  WS-CDT-DATE             PIC 9(8).
000535     05  WS-CDT-TIME.
000536         10  WS-CDT-HHMMSS       PIC 9(6).
000537         10  WS-CDT-HUNDREDTHS   PIC 9(2).
000538
000539 01  WS-AUDIT-TIMESTAMP.
000540     05  WS-AUDIT-DATE           PIC 9(8).
000541     05  FILLER                  PIC X(1)    VALUE "-".
000542     05  WS-AUDIT-TIME           PIC 9(6).
000543     05  FILLER                  PIC X(11)   VALUE SPACES.
000544
000545 PROCEDURE DIVISION.
000546 0000-MAIN-LOGIC.
000547     ACCEPT WS-PARM FROM COMMAND-LINE.
000548     ACCEPT WS-TOLERANCE FROM ENVIRONMENT "GREATER-TOLERANCE".
000549     IF WS-TOLERANCE NOT NUMERIC
000550         DISPLAY "WARNING: GREATER-TOLERANCE IS NOT NUMERIC, "
000551             "IGNORING"
000552         MOVE ZERO TO WS-TOLERANCE
000553     END-IF.
000554     ACCEPT WS-TOLERANCE-PCT-PARM
000555         FROM ENVIRONMENT "GREATER-TOLERANCE-PCT".
000556     IF WS-TOLERANCE-PCT-PARM NOT NUMERIC
000557         DISPLAY "WARNING: GREATER-TOLERANCE-PCT IS NOT NUMERIC, "
000558             "IGNORING"
000559         MOVE ZERO TO WS-TOLERANCE-PCT-PARM
000560     END-IF.
000561     ACCEPT WS-RUN-DATE-PARM FROM ENVIRONMENT "GREATER-RUN-DATE".
000562     IF WS-RUN-DATE-PARM NUMERIC
000563         MOVE WS-RUN-DATE-PARM TO WS-RUN-DATE
000564     ELSE
000565         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
000566     END-IF.
000567     ACCEPT WS-PROC-DATE FROM DATE YYYYMMDD.
000568     ACCEPT WS-REJECT-LIMIT-PCT
000569         FROM ENVIRONMENT "GREATER-REJECT-LIMIT-PCT".
000570     IF WS-REJECT-LIMIT-PCT NOT NUMERIC
000571         DISPLAY "WARNING: GREATER-REJECT-LIMIT-PCT IS NOT "
000572             "NUMERIC, IGNORING"
000573         MOVE ZERO TO WS-REJECT-LIMIT-PCT
000574     END-IF.
000575     ACCEPT WS-REJECT-ABORT-PARM
000576         FROM ENVIRONMENT "GREATER-REJECT-ABORT".
000577     IF WS-REJECT-ABORT-PARM = "Y"
000578         MOVE "Y" TO WS-REJECT-ABORT-SW
000579     END-IF.
000580     ACCEPT WS-ESCALATE-PCT
000581         FROM ENVIRONMENT "GREATER-ESCALATE-PCT".
000582     IF WS-ESCALATE-PCT NOT NUMERIC
000583         DISPLAY "WARNING: GREATER-ESCALATE-PCT IS NOT NUMERIC, "
000584             "IGNORING"
000585         MOVE ZERO TO WS-ESCALATE-PCT
000586     END-IF.
000587     ACCEPT WS-XRUN-CHECK-PARM
000588         FROM ENVIRONMENT "GREATER-XRUN-CHECK".
000589     IF WS-XRUN-CHECK-PARM = "Y"
000590         MOVE "Y" TO WS-XRUN-CHECK-SW
000591     END-IF.
000592     ACCEPT WS-BASE-CURRENCY-PARM
000593         FROM ENVIRONMENT "GREATER-BASE-CURRENCY".
000594     IF WS-BASE-CURRENCY-PARM NOT = SPACES
000595         MOVE WS-BASE-CURRENCY-PARM TO WS-BASE-CURRENCY
000596     END-IF.
000597
000598     MOVE SPACES TO WS-PARM-MODE.
000599     MOVE SPACES TO WS-PARM-OPTION.
000600     UNSTRING WS-PARM DELIMITED BY ALL SPACE
000601         INTO WS-PARM-MODE WS-PARM-OPTION.
000602     IF WS-PARM-OPTION = "RESTART"
000603         MOVE "Y" TO WS-RESTART-SWITCH
000604     END-IF.
000605
000606     PERFORM 1010-FIND-AUDIT-CHAIN-HEAD.
000607
000608     OPEN EXTEND AUDIT-FILE.
000609     IF WS-AUDIT-STATUS NOT = "00" AND WS-AUDIT-STATUS NOT = "05"
000610         DISPLAY "ERROR OPENING AUDITLOG, FILE STATUS: "
000611             WS-AUDIT-STATUS
000612         MOVE 16 TO RETURN-CODE
000613         STOP RUN
000614     END-IF.
000615
000616     IF WS-PARM-MODE = "BATCH" OR WS-PARM-MODE = "-B"
000617         PERFORM 2000-BATCH-RUN
000618         PERFORM 9000-SET-RETURN-CODE
000619     ELSE
000620         PERFORM 1000-INTERACTIVE-RUN
000621     END-IF.
000622
000623     CLOSE AUDIT-FILE.
000624     STOP RUN.
000625
000626 1000-INTERACTIVE-RUN.
000627     DISPLAY "ENTER A NUMBER: " WITH NO ADVANCING.
000628     ACCEPT NUM.
000629
000630     DISPLAY "ENTER CONTROLL NUMBER: " WITH NO ADVANCING.
000631     ACCEPT CONTROLL-NUM.
000632
000633     MOVE SPACES TO WS-CURRENT-ACCOUNT-CODE.
000634     MOVE WS-BASE-CURRENCY TO WS-NUM-CURRENCY.
000635     MOVE WS-BASE-CURRENCY TO WS-CTL-CURRENCY.
000636     MOVE 1 TO WS-NUM-FX-RATE.
000637     MOVE 1 TO WS-CTL-FX-RATE.
000638     PERFORM 3000-COMPARE-NUMBERS.
000639     PERFORM 4000-WRITE-AUDIT-RECORD.
000640
000641     MOVE NUM TO WS-NUM-DISPLAY.
000642     DISPLAY WS-NUM-DISPLAY
000643         " IS " WITH NO ADVANCING.
000644
000645     DISPLAY WS-RESULT-TEXT WITH NO ADVANCING.
000646
000647     MOVE CONTROLL-NUM TO WS-CTL-DISPLAY.
000648     DISPLAY " " WS-CTL-DISPLAY.
000649
000650     IF WS-RESULT-TEXT = "WITHIN TOLERANCE"
000651         DISPLAY "  VARIANCE: " WS-VARIANCE-DISPLAY
000652             " (" WS-VARIANCE-PCT "%)"
000653     END-IF.
000654
000655 1010-FIND-AUDIT-CHAIN-HEAD.
000656     MOVE ZERO TO WS-CHAIN-SEQ.
000657     MOVE ZERO TO WS-CHAIN-CHECK.
000658     MOVE "N" TO WS-CHAIN-EOF.
000659     OPEN INPUT AUDIT-FILE.
000660     EVALUATE WS-AUDIT-STATUS
000661         WHEN "00"
000662             PERFORM UNTIL WS-CHAIN-EOF = "Y"
000663                 READ AUDIT-FILE
000664                     AT END
000665                         MOVE "Y" TO WS-CHAIN-EOF
000666                     NOT AT END
000667                         IF AL-CHAIN-SEQ NUMERIC
000668                                 AND AL-CHAIN-CHECK NUMERIC
000669                             MOVE AL-CHAIN-SEQ TO WS-CHAIN-SEQ
000670                             MOVE AL-CHAIN-CHECK TO WS-CHAIN-CHECK
000671                         END-IF
000672                 END-READ
000673             END-PERFORM
000674             CLOSE AUDIT-FILE
000675         WHEN "05"
000676             CLOSE AUDIT-FILE
000677     END-EVALUATE.
000678
000679     IF WS-CHAIN-SEQ = ZERO
000680         PERFORM 1015-READ-RETENTION-ANCHOR
000681     END-IF.
000682
000683 1015-READ-RETENTION-ANCHOR.
000684     MOVE "N" TO WS-CHAIN-EOF.
000685     OPEN INPUT RETENTION-FILE.
000686     EVALUATE WS-RETENTION-STATUS
000687         WHEN "00"
000688             PERFORM UNTIL WS-CHAIN-EOF = "Y"
000689                 READ RETENTION-FILE
000690                     AT END
000691                         MOVE "Y" TO WS-CHAIN-EOF
000692                     NOT AT END
000693                         IF RT-LAST-CHAIN-SEQ NUMERIC
000694                                 AND RT-LAST-CHAIN-CHECK NUMERIC
000695                                 AND RT-LAST-CHAIN-SEQ
000696                                     > WS-CHAIN-SEQ
000697                             MOVE RT-LAST-CHAIN-SEQ
000698                                 TO WS-CHAIN-SEQ
000699                             MOVE RT-LAST-CHAIN-CHECK
000700                                 TO WS-CHAIN-CHECK
000701                         END-IF
000702                 END-READ
000703             END-PERFORM
000704             CLOSE RETENTION-FILE
000705         WHEN "05"
000706             CLOSE RETENTION-FILE
000707     END-EVALUATE.
000708
000709 2000-BATCH-RUN.
000710     PERFORM 1020-CHECK-RUN-REGISTER.
000711     IF WS-DUP-RUN-SW = "Y" AND WS-RESTART-SWITCH NOT = "Y"
000712         DISPLAY "ERROR: RUN REGISTER ALREADY SHOWS A COMPLETED "
000713             "RUN FOR DATE " WS-RUN-DATE ", ABORTING"
000714         CLOSE AUDIT-FILE
000715         MOVE 12 TO RETURN-CODE
000716         STOP RUN
000717     END-IF.
000718     IF WS-RESTART-SWITCH = "Y" AND WS-MAX-RUN-NUMBER > ZERO
000719         MOVE WS-MAX-RUN-NUMBER TO WS-RUN-NUMBER
000720     ELSE
000721         COMPUTE WS-RUN-NUMBER = WS-MAX-RUN-NUMBER + 1
000722     END-IF.
000723     MOVE "STARTED" TO WS-REG-STATUS.
000724     PERFORM 2900-WRITE-RUN-REGISTER.
000725     IF WS-XRUN-CHECK-SW = "Y"
000726         PERFORM 1050-OPEN-PREV-RUN
000727     END-IF.
000728
000729     OPEN INPUT BATCH-IN-FILE.
000730     IF WS-BATCH-IN-STATUS NOT = "00"
000731         DISPLAY "ERROR OPENING BATCHIN, FILE STATUS: "
000732             WS-BATCH-IN-STATUS
000733         CLOSE AUDIT-FILE
000734         MOVE 16 TO RETURN-CODE
000735         STOP RUN
000736     END-IF.
000737
000738     IF WS-RESTART-SWITCH = "Y"
000739         OPEN EXTEND BATCH-RPT-FILE
000740     ELSE
000741         OPEN OUTPUT BATCH-RPT-FILE
000742     END-IF.
000743     IF WS-BATCH-RPT-STATUS NOT = "00"
000744             AND WS-BATCH-RPT-STATUS NOT = "05"
000745         DISPLAY "ERROR OPENING BATCHRPT, FILE STATUS: "
000746             WS-BATCH-RPT-STATUS
000747         CLOSE BATCH-IN-FILE
000748         CLOSE AUDIT-FILE
000749         MOVE 16 TO RETURN-CODE
000750         STOP RUN
000751     END-IF.
000752
000753     IF WS-RESTART-SWITCH = "Y"
000754         OPEN EXTEND REJECT-FILE
000755     ELSE
000756         OPEN OUTPUT REJECT-FILE
000757     END-IF.
000758     IF WS-REJECT-STATUS NOT = "00"
000759             AND WS-REJECT-STATUS NOT = "05"
000760         DISPLAY "ERROR OPENING BATCHREJ, FILE STATUS: "
000761             WS-REJECT-STATUS
000762         CLOSE BATCH-IN-FILE
000763         CLOSE BATCH-RPT-FILE
000764         CLOSE AUDIT-FILE
000765         MOVE 16 TO RETURN-CODE
000766         STOP RUN
000767     END-IF.
000768
000769     IF WS-RESTART-SWITCH = "Y"
000770         OPEN EXTEND CSV-EXTRACT-FILE
000771     ELSE
000772         OPEN OUTPUT CSV-EXTRACT-FILE
000773     END-IF.
000774     IF WS-CSV-STATUS NOT = "00" AND WS-CSV-STATUS NOT = "05"
000775         DISPLAY "ERROR OPENING BATCHCSV, FILE STATUS: "
000776             WS-CSV-STATUS
000777         CLOSE BATCH-IN-FILE
000778         CLOSE BATCH-RPT-FILE
000779         CLOSE REJECT-FILE
000780         CLOSE AUDIT-FILE
000781         MOVE 16 TO RETURN-CODE
000782         STOP RUN
000783     END-IF.
000784 
000785     IF WS-RESTART-SWITCH NOT = "Y" OR WS-CSV-STATUS = "05"
000786         MOVE "NUM,CONTROLL_NUM,RESULT" TO CSV-EXTRACT-RECORD
000787         WRITE CSV-EXTRACT-RECORD
000788     END-IF.
000789
000790     IF WS-RESTART-SWITCH = "Y"
000791         OPEN EXTEND COVERAGE-RPT-FILE
000792     ELSE
000793         OPEN OUTPUT COVERAGE-RPT-FILE
000794     END-IF.
000795     IF WS-COVERAGE-STATUS NOT = "00"
000796             AND WS-COVERAGE-STATUS NOT = "05"
000797         DISPLAY "ERROR OPENING CVRGRPT, FILE STATUS: "
000798             WS-COVERAGE-STATUS
000799         CLOSE BATCH-IN-FILE
000800         CLOSE BATCH-RPT-FILE
000801         CLOSE REJECT-FILE
000802         CLOSE CSV-EXTRACT-FILE
000803         CLOSE AUDIT-FILE
000804         MOVE 16 TO RETURN-CODE
000805         STOP RUN
000806     END-IF.
000807
000808     IF WS-RESTART-SWITCH = "Y"
000809         OPEN EXTEND ACTIVITY-WORK-FILE
000810     ELSE
000811         OPEN OUTPUT ACTIVITY-WORK-FILE
000812     END-IF.
000813     IF WS-ACTIVITY-STATUS NOT = "00"
000814             AND WS-ACTIVITY-STATUS NOT = "05"
000815         DISPLAY "ERROR OPENING ACTVWRK, FILE STATUS: "
000816             WS-ACTIVITY-STATUS
000817         CLOSE BATCH-IN-FILE
000818         CLOSE BATCH-RPT-FILE
000819         CLOSE REJECT-FILE
000820         CLOSE CSV-EXTRACT-FILE
000821         CLOSE COVERAGE-RPT-FILE
000822         CLOSE AUDIT-FILE
000823         MOVE 16 TO RETURN-CODE
000824         STOP RUN
000825     END-IF.
000826
000827     IF WS-RESTART-SWITCH = "Y"
000828         OPEN EXTEND ACCT-RPT-FILE
000829     ELSE
000830         OPEN OUTPUT ACCT-RPT-FILE
000831     END-IF.
000832     IF WS-ACCT-RPT-STATUS NOT = "00"
000833             AND WS-ACCT-RPT-STATUS NOT = "05"
000834         DISPLAY "ERROR OPENING ACCTRPT, FILE STATUS: "
000835             WS-ACCT-RPT-STATUS
000836         CLOSE BATCH-IN-FILE
000837         CLOSE BATCH-RPT-FILE
000838         CLOSE REJECT-FILE
000839         CLOSE CSV-EXTRACT-FILE
000840         CLOSE COVERAGE-RPT-FILE
000841         CLOSE ACTIVITY-WORK-FILE
000842         CLOSE AUDIT-FILE
000843         MOVE 16 TO RETURN-CODE
000844         STOP RUN
000845     END-IF.
000846
000847     OPEN EXTEND HISTORY-FILE.
000848     IF WS-HISTORY-STATUS NOT = "00"
000849             AND WS-HISTORY-STATUS NOT = "05"
000850         DISPLAY "ERROR OPENING CMPHIST, FILE STATUS: "
000851             WS-HISTORY-STATUS
000852         CLOSE BATCH-IN-FILE
000853         CLOSE BATCH-RPT-FILE
000854         CLOSE REJECT-FILE
000855         CLOSE CSV-EXTRACT-FILE
000856         CLOSE COVERAGE-RPT-FILE
000857         CLOSE ACTIVITY-WORK-FILE
000858         CLOSE ACCT-RPT-FILE
000859         CLOSE AUDIT-FILE
000860         MOVE 16 TO RETURN-CODE
000861         STOP RUN
000862     END-IF.
000863
000864     IF WS-RESTART-SWITCH = "Y"
000865         OPEN EXTEND ESCALATION-FILE
000866     ELSE
000867         OPEN OUTPUT ESCALATION-FILE
000868     END-IF.
000869     IF WS-ESCFEED-STATUS NOT = "00"
000870             AND WS-ESCFEED-STATUS NOT = "05"
000871         DISPLAY "ERROR OPENING ESCFEED, FILE STATUS: "
000872             WS-ESCFEED-STATUS
000873         CLOSE BATCH-IN-FILE
000874         CLOSE BATCH-RPT-FILE
000875         CLOSE REJECT-FILE
000876         CLOSE CSV-EXTRACT-FILE
000877         CLOSE COVERAGE-RPT-FILE
000878         CLOSE ACTIVITY-WORK-FILE
000879         CLOSE ACCT-RPT-FILE
000880         CLOSE HISTORY-FILE
000881         CLOSE AUDIT-FILE
000882         MOVE 16 TO RETURN-CODE
000883         STOP RUN
000884     END-IF.
000885     IF WS-RESTART-SWITCH NOT = "Y" OR WS-ESCFEED-STATUS = "05"
000886         PERFORM 4550-WRITE-ESC-HEADER
000887     END-IF.
000888
000889     PERFORM 1500-OPEN-CONTROLL-MASTER.
000890     PERFORM 1550-OPEN-POLICY-MASTER.
000891     PERFORM 1560-OPEN-FX-RATE.
000892
000893     IF WS-RESTART-SWITCH = "Y"
000894         PERFORM 1100-READ-RESTART-CHECKPOINT
000895     END-IF.
000896
000897     PERFORM UNTIL WS-EOF-SWITCH = "Y"
000898         READ BATCH-IN-FILE
000899             AT END
000900                 MOVE "Y" TO WS-EOF-SWITCH
000901             NOT AT END
000902             PERFORM 1180-CHECK-ACCT-SEQUENCE
000903             IF WS-SKIP-SWITCH = "Y"
000904                 PERFORM 1150-CHECK-RESTART-KEY
000905             ELSE
000906                 PERFORM 1200-VALIDATE-INPUT-RECORD
000907                 IF WS-VALID-SWITCH = "Y"
000908                     MOVE BI-ACCOUNT-CODE
000909                         TO WS-CURRENT-ACCOUNT-CODE
000910                     MOVE BI-NUM TO NUM
000911                     PERFORM 1600-LOOKUP-MASTER-CONTROL
000912                     IF WS-FOUND-SWITCH NOT = "Y"
000913                         PERFORM 1275-FLAG-NO-MASTER
000914                         MOVE "N" TO WS-VALID-SWITCH
000915                     ELSE
000916                         PERFORM 1280-CHECK-FX-RATES
000917                     END-IF
000918                 END-IF
000919                 IF WS-VALID-SWITCH = "Y"
000920                     IF WS-XRUN-CHECK-SW = "Y"
000921                         PERFORM 1160-CHECK-CROSS-RUN
000922                     END-IF
000923                     PERFORM 1800-TRACK-ACTIVITY
000924                     PERFORM 3000-COMPARE-NUMBERS
000925                     PERFORM 4000-WRITE-AUDIT-RECORD
000926                     PERFORM 2100-WRITE-REPORT-LINE
000927                     PERFORM 2150-WRITE-CSV-LINE
000928                     PERFORM 1900-WRITE-ACCT-DETAIL
000929                     IF (WS-RESULT-TEXT = "GREATER THEN"
000930                             OR WS-RESULT-TEXT = "LESS THEN")
000931                         AND WS-VARIANCE-PCT-NUM
000932                             >= WS-EFFECTIVE-ESC-PCT
000933                         AND WS-ACCT-HOLD-SW NOT = "Y"
000934                         PERFORM 4600-WRITE-ESC-DETAIL
000935                     END-IF
000936                     ADD 1 TO WS-RECORD-COUNT
000937                     IF FUNCTION MOD(WS-RECORD-COUNT,
000938                             WS-CHECKPOINT-INTERVAL) = ZERO
000939                         PERFORM 1700-WRITE-CHECKPOINT
000940                     END-IF
000941                 END-IF
000942             END-IF
000943         END-READ
000944     END-PERFORM.
000945
000946     IF WS-PREV-ACCOUNT NOT = LOW-VALUES
000947         PERFORM 1850-FLUSH-ACTIVITY
000948     END-IF.
000949     CLOSE ACTIVITY-WORK-FILE.
000950
000951     IF WS-STMT-PREV-ACCOUNT NOT = LOW-VALUES
000952         PERFORM 1950-WRITE-ACCT-SUBTOTAL
000953     END-IF.
000954
000955     PERFORM 4700-WRITE-ESC-TRAILER.
000956
000957     PERFORM 2200-WRITE-SUMMARY-LINE.
000958     PERFORM 2250-WRITE-RUN-SUMMARY.
000959     PERFORM 2500-COVERAGE-PASS.
000960
000961     IF WS-MASTER-AVAILABLE = "Y"
000962         CLOSE CONTROLL-MASTER-FILE
000963     END-IF.
000964     IF WS-POLICY-AVAILABLE = "Y"
000965         CLOSE POLICY-MASTER-FILE
000966     END-IF.
000967     IF WS-FX-AVAILABLE = "Y"
000968         CLOSE FX-RATE-FILE
000969     END-IF.
000970     CLOSE BATCH-IN-FILE.
000971     CLOSE BATCH-RPT-FILE.
000972     CLOSE REJECT-FILE.
000973     CLOSE CSV-EXTRACT-FILE.
000974     CLOSE COVERAGE-RPT-FILE.
000975     CLOSE ACCT-RPT-FILE.
000976     CLOSE HISTORY-FILE.
000977     CLOSE ESCALATION-FILE.
000978     IF WS-XRUN-CHECK-SW = "Y"
000979         CLOSE PREV-RUN-FILE
000980     END-IF.
000981
000982     MOVE "COMPLETED" TO WS-REG-STATUS.
000983     PERFORM 2900-WRITE-RUN-REGISTER.
000984
000985 1020-CHECK-RUN-REGISTER.
000986     OPEN INPUT RUN-REGISTER-FILE.
000987     IF WS-RUNREG-STATUS = "00"
000988         MOVE "N" TO WS-REG-EOF
000989         PERFORM UNTIL WS-REG-EOF = "Y"
000990             READ RUN-REGISTER-FILE
000991                 AT END
000992                     MOVE "Y" TO WS-REG-EOF
000993                 NOT AT END
000994                     IF RG-RUN-NUMBER NUMERIC
000995                             AND RG-RUN-NUMBER
000996                                 > WS-MAX-RUN-NUMBER
000997                         MOVE RG-RUN-NUMBER
000998                             TO WS-MAX-RUN-NUMBER
000999                     END-IF
001000                     IF RG-RUN-DATE = WS-RUN-DATE
001001                         IF RG-STATUS = "COMPLETED"
001002                             MOVE "Y" TO WS-DUP-RUN-SW
001003                         END-IF
001004                         IF RG-STATUS = "REVERSED"
001005                             MOVE "N" TO WS-DUP-RUN-SW
001006                         END-IF
001007                     END-IF
001008             END-READ
001009         END-PERFORM
001010     END-IF.
001011     CLOSE RUN-REGISTER-FILE.
001012
001013 1050-OPEN-PREV-RUN.
001014     OPEN INPUT PREV-RUN-FILE.
001015     IF WS-PREVIN-STATUS = "00"
001016         PERFORM 1055-READ-PREV-RUN
001017     ELSE
001018         IF WS-PREVIN-STATUS = "05"
001019             MOVE "Y" TO WS-PREVIN-EOF
001020         ELSE
001021             DISPLAY "WARNING: PREVIN NOT AVAILABLE, "
001022                 "FILE STATUS: " WS-PREVIN-STATUS
001023             DISPLAY "WARNING: CROSS-RUN DUPLICATE CHECK "
001024                 "DISABLED FOR THIS RUN"
001025             MOVE "N" TO WS-XRUN-CHECK-SW
001026         END-IF
001027     END-IF.
001028
001029 1055-READ-PREV-RUN.
001030     IF WS-PREVIN-EOF = "Y"
001031         MOVE HIGH-VALUES TO WS-PREV-RUN-KEY
001032     ELSE
001033         READ PREV-RUN-FILE
001034             AT END
001035                 MOVE "Y" TO WS-PREVIN-EOF
001036                 MOVE HIGH-VALUES TO WS-PREV-RUN-KEY
001037             NOT AT END
001038                 MOVE PR-ACCOUNT-CODE TO WS-PK-ACCOUNT
001039                 MOVE PR-NUM TO WS-PK-NUM
001040         END-READ
001041     END-IF.
001042
001043 1100-READ-RESTART-CHECKPOINT.
001044     OPEN INPUT CHECKPOINT-FILE.
001045     IF WS-CHECKPOINT-STATUS = "00"
001046         READ CHECKPOINT-FILE
001047             AT END
001048                 MOVE "N" TO WS-SKIP-SWITCH
001049             NOT AT END
001050                 MOVE CK-ACCOUNT-CODE TO WS-RESTART-ACCOUNT
001051                 MOVE CK-NUM TO WS-RESTART-NUM
001052                 MOVE CK-GREATER-COUNT TO WS-GREATER-COUNT
001053                 MOVE CK-LESS-COUNT TO WS-LESS-COUNT
001054                 MOVE CK-EQUAL-COUNT TO WS-EQUAL-COUNT
001055                 MOVE CK-TOLERANCE-COUNT TO WS-TOLERANCE-COUNT
001056                 MOVE CK-TOTAL-COUNT TO WS-TOTAL-COUNT
001057                 MOVE CK-REJECT-COUNT TO WS-REJECT-COUNT
001058                 MOVE CK-NOMASTER-COUNT TO WS-NOMASTER-COUNT
001059                 MOVE CK-NUM-GRAND-TOTAL TO WS-NUM-GRAND-TOTAL
001060                 MOVE CK-PREV-ACCOUNT TO WS-PREV-ACCOUNT
001061                 MOVE CK-PREV-ACCOUNT TO WS-STMT-PREV-ACCOUNT
001062                 MOVE CK-ACCT-TRAN-COUNT TO WS-ACCT-TRAN-COUNT
001063                 MOVE CK-AC-TRAN-COUNT TO WS-AC-TRAN-COUNT
001064                 MOVE CK-AC-GREATER-COUNT TO WS-AC-GREATER-COUNT
001065                 MOVE CK-AC-LESS-COUNT TO WS-AC-LESS-COUNT
001066                 MOVE CK-AC-EQUAL-COUNT TO WS-AC-EQUAL-COUNT
001067                 MOVE CK-AC-TOLERANCE-COUNT
001068                     TO WS-AC-TOLERANCE-COUNT
001069                 MOVE CK-AC-NUM-TOTAL TO WS-AC-NUM-TOTAL
001070                 MOVE CK-AC-CTL-TOTAL TO WS-AC-CTL-TOTAL
001071                 MOVE CK-AC-VARIANCE-TOTAL
001072                     TO WS-AC-VARIANCE-TOTAL
001073                 MOVE CK-ESC-COUNT TO WS-ESC-COUNT
001074                 MOVE CK-ESC-NUM-HASH TO WS-ESC-NUM-HASH
001075                 MOVE CK-ESC-CTL-HASH TO WS-ESC-CTL-HASH
001076                 MOVE CK-ESC-VAR-HASH TO WS-ESC-VAR-HASH
001077                 MOVE CK-HIST-WRITE-COUNT
001078                     TO WS-HIST-WRITE-COUNT
001079                 MOVE CK-AC-NUM-CURRENCY TO WS-AC-NUM-CURRENCY
001080                 MOVE CK-AC-CTL-CURRENCY TO WS-AC-CTL-CURRENCY
001081                 MOVE CK-AC-ORIG-NUM-TOTAL
001082                     TO WS-AC-ORIG-NUM-TOTAL
001083                 MOVE CK-AC-ORIG-CTL-TOTAL
001084                     TO WS-AC-ORIG-CTL-TOTAL
001085                 MOVE "Y" TO WS-SKIP-SWITCH
001086         END-READ
001087     ELSE
001088         MOVE "N" TO WS-SKIP-SWITCH
001089     END-IF.
001090     CLOSE CHECKPOINT-FILE.
001091
001092 1150-CHECK-RESTART-KEY.
001093     IF BI-ACCOUNT-CODE = WS-RESTART-ACCOUNT
001094             AND BI-NUM = WS-RESTART-NUM
001095         MOVE "N" TO WS-SKIP-SWITCH
001096         MOVE BATCH-IN-RECORD TO WS-LAST-INPUT-KEY
001097     END-IF.
001098
001099 1160-CHECK-CROSS-RUN.
001100     MOVE BATCH-IN-RECORD (1:21) TO WS-THIS-RUN-KEY.
001101     PERFORM UNTIL WS-PREV-RUN-KEY >= WS-THIS-RUN-KEY
001102         PERFORM 1055-READ-PREV-RUN
001103     END-PERFORM.
001104     IF WS-PREV-RUN-KEY = WS-THIS-RUN-KEY
001105         ADD 1 TO WS-XRUN-DUP-COUNT
001106         MOVE SPACES TO BATCH-RPT-RECORD
001107         STRING "** SUSPECTED CROSS-RUN DUPLICATE  ACCT: "
001108                                  DELIMITED BY SIZE
001109                 WS-TK-ACCOUNT    DELIMITED BY SIZE
001110                 "  NUM: "        DELIMITED BY SIZE
001111                 WS-TK-NUM        DELIMITED BY SIZE
001112             INTO BATCH-RPT-RECORD
001113             ON OVERFLOW
001114                 DISPLAY "WARNING: BATCH REPORT LINE TRUNCATED"
001115         END-STRING
001116         WRITE BATCH-RPT-RECORD
001117         IF WS-BATCH-RPT-STATUS NOT = "00"
001118             DISPLAY "ERROR WRITING BATCHRPT, FILE STATUS: "
001119                 WS-BATCH-RPT-STATUS
001120         END-IF
001121     END-IF.
001122
001123 1180-CHECK-ACCT-SEQUENCE.
001124     IF BI-ACCOUNT-CODE < WS-SEQ-PREV-ACCOUNT
001125         PERFORM 1190-ABORT-OUT-OF-SEQUENCE
001126     ELSE
001127         MOVE BI-ACCOUNT-CODE TO WS-SEQ-PREV-ACCOUNT
001128     END-IF.
001129
001130 1190-ABORT-OUT-OF-SEQUENCE.
001131     DISPLAY "ERROR: BATCHIN OUT OF ACCOUNT SEQUENCE, ACCT "
001132         BI-ACCOUNT-CODE " READ AFTER ACCT "
001133         WS-SEQ-PREV-ACCOUNT ", ABORTING RUN".
001134     IF WS-RECORD-COUNT > ZERO
001135         PERFORM 1700-WRITE-CHECKPOINT
001136     END-IF.
001137     IF WS-MASTER-AVAILABLE = "Y"
001138         CLOSE CONTROLL-MASTER-FILE
001139     END-IF.
001140     IF WS-POLICY-AVAILABLE = "Y"
001141         CLOSE POLICY-MASTER-FILE
001142     END-IF.
001143     IF WS-FX-AVAILABLE = "Y"
001144         CLOSE FX-RATE-FILE
001145     END-IF.
001146     IF WS-XRUN-CHECK-SW = "Y"
001147         CLOSE PREV-RUN-FILE
001148     END-IF.
001149     CLOSE BATCH-IN-FILE.
001150     CLOSE BATCH-RPT-FILE.
001151     CLOSE REJECT-FILE.
001152     CLOSE CSV-EXTRACT-FILE.
001153     CLOSE COVERAGE-RPT-FILE.
001154     CLOSE ACTIVITY-WORK-FILE.
001155     CLOSE ACCT-RPT-FILE.
001156     CLOSE HISTORY-FILE.
001157     CLOSE ESCALATION-FILE.
001158     CLOSE AUDIT-FILE.
001159     MOVE "ABORTED" TO WS-REG-STATUS.
001160     PERFORM 2900-WRITE-RUN-REGISTER.
001161     MOVE 12 TO RETURN-CODE.
001162     STOP RUN.
001163 
001164 1200-VALIDATE-INPUT-RECORD.
001165     MOVE "Y" TO WS-VALID-SWITCH.
001166     MOVE SPACES TO WS-REASON-CODE.
001167     MOVE SPACES TO WS-REASON-TEXT.
001168     MOVE BATCH-IN-RECORD TO WS-THIS-INPUT-KEY.
001169
001170     IF BI-NUM NOT NUMERIC
001171         MOVE "R01" TO WS-REASON-CODE
001172         MOVE "NUM IS BLANK OR NOT NUMERIC" TO WS-REASON-TEXT
001173         MOVE "N" TO WS-VALID-SWITCH
001174     END-IF.
001175
001176     IF WS-VALID-SWITCH = "Y"
001177             AND WS-THIS-INPUT-KEY = WS-LAST-INPUT-KEY
001178         MOVE "R02" TO WS-REASON-CODE
001179         MOVE "EXACT DUPLICATE OF PRIOR RECORD"
001180             TO WS-REASON-TEXT
001181         MOVE "N" TO WS-VALID-SWITCH
001182     END-IF.
001183     MOVE WS-THIS-INPUT-KEY TO WS-LAST-INPUT-KEY.
001184
001185     IF WS-VALID-SWITCH NOT = "Y"
001186         PERFORM 1250-WRITE-REJECT-RECORD
001187     END-IF.
001188
001189 1250-WRITE-REJECT-RECORD.
001190     MOVE SPACES TO REJECT-RECORD.
001191     STRING BI-ACCOUNT-CODE       DELIMITED BY SIZE
001192             " "                  DELIMITED BY SIZE
001193             BI-NUM               DELIMITED BY SIZE
001194             " "                  DELIMITED BY SIZE
001195             BI-CONTROLL-NUM      DELIMITED BY SIZE
001196             " "                  DELIMITED BY SIZE
001197             WS-REASON-CODE       DELIMITED BY SIZE
001198             " "                  DELIMITED BY SIZE
001199             WS-REASON-TEXT       DELIMITED BY SIZE
001200             " "                  DELIMITED BY SIZE
001201             BI-CURRENCY-CODE     DELIMITED BY SIZE
001202         INTO REJECT-RECORD
001203         ON OVERFLOW
001204             DISPLAY "WARNING: REJECT LINE TRUNCATED"
001205     END-STRING.
001206 
001207     WRITE REJECT-RECORD.
001208     IF WS-REJECT-STATUS NOT = "00"
001209         DISPLAY "ERROR WRITING BATCHREJ, FILE STATUS: "
001210             WS-REJECT-STATUS
001211     END-IF.
001212 
001213     ADD 1 TO WS-REJECT-COUNT.
001214
001215     IF WS-REJECT-ABORT-SW = "Y"
001216             AND WS-REJECT-LIMIT-PCT > ZERO
001217         PERFORM 1255-CHECK-REJECT-RATE
001218     END-IF.
001219 
001220 1255-CHECK-REJECT-RATE.
001221     PERFORM 9100-COMPUTE-REJECT-PCT.
001222     IF WS-SEEN-COUNT >= 100
001223             AND WS-REJECT-PCT > WS-REJECT-LIMIT-PCT
001224         MOVE WS-REJECT-PCT TO WS-REJECT-PCT-DISPLAY
001225         MOVE WS-REJECT-LIMIT-PCT TO WS-REJECT-LIMIT-DISPLAY
001226         DISPLAY "ERROR: REJECT RATE " WS-REJECT-PCT-DISPLAY
001227             " PCT EXCEEDS LIMIT " WS-REJECT-LIMIT-DISPLAY
001228             " PCT, ABORTING RUN"
001229         IF WS-RECORD-COUNT > ZERO
001230             PERFORM 1700-WRITE-CHECKPOINT
001231         END-IF
001232         IF WS-MASTER-AVAILABLE = "Y"
001233             CLOSE CONTROLL-MASTER-FILE
001234         END-IF
001235         IF WS-POLICY-AVAILABLE = "Y"
001236             CLOSE POLICY-MASTER-FILE
001237         END-IF
001238         IF WS-FX-AVAILABLE = "Y"
001239             CLOSE FX-RATE-FILE
001240         END-IF
001241         CLOSE BATCH-IN-FILE
001242         CLOSE BATCH-RPT-FILE
001243         CLOSE REJECT-FILE
001244         CLOSE CSV-EXTRACT-FILE
001245         CLOSE COVERAGE-RPT-FILE
001246         CLOSE ACTIVITY-WORK-FILE
001247         CLOSE ACCT-RPT-FILE
001248         CLOSE HISTORY-FILE
001249         CLOSE ESCALATION-FILE
001250         CLOSE AUDIT-FILE
001251         MOVE "ABORTED" TO WS-REG-STATUS
001252         PERFORM 2900-WRITE-RUN-REGISTER
001253         MOVE 8 TO RETURN-CODE
001254         STOP RUN
001255     END-IF.
001256 
001257 1275-FLAG-NO-MASTER.
001258     ADD 1 TO WS-NOMASTER-COUNT.
001259     MOVE SPACES TO WS-COVERAGE-LINE.
001260     STRING "NO MASTER ENTRY:  ACCT: " DELIMITED BY SIZE
001261             WS-CURRENT-ACCOUNT-CODE  DELIMITED BY SIZE
001262             "  NUM: "            DELIMITED BY SIZE
001263             BI-NUM               DELIMITED BY SIZE
001264         INTO WS-COVERAGE-LINE
001265         ON OVERFLOW
001266             DISPLAY "WARNING: COVERAGE LINE TRUNCATED"
001267     END-STRING.
001268     PERFORM 2580-WRITE-COVERAGE-LINE.
001269 
001270 1280-CHECK-FX-RATES.
001271     IF BI-CURRENCY-CODE = SPACES
001272         MOVE WS-BASE-CURRENCY TO WS-NUM-CURRENCY
001273     ELSE
001274         MOVE BI-CURRENCY-CODE TO WS-NUM-CURRENCY
001275     END-IF.
001276     MOVE WS-NUM-CURRENCY TO WS-FX-CURRENCY.
001277     PERFORM 1680-GET-FX-RATE.
001278     MOVE WS-FX-RATE TO WS-NUM-FX-RATE.
001279     IF WS-FX-FOUND = "Y"
001280         MOVE WS-CTL-CURRENCY TO WS-FX-CURRENCY
001281         PERFORM 1680-GET-FX-RATE
001282         MOVE WS-FX-RATE TO WS-CTL-FX-RATE
001283     END-IF.
001284     IF WS-FX-FOUND NOT = "Y"
001285         MOVE "R03" TO WS-REASON-CODE
001286         MOVE SPACES TO WS-REASON-TEXT
001287         STRING "NO FX RATE ON RUN DATE FOR " DELIMITED BY SIZE
001288                 WS-FX-CURRENCY       DELIMITED BY SIZE
001289             INTO WS-REASON-TEXT
001290             ON OVERFLOW
001291                 DISPLAY "WARNING: REJECT LINE TRUNCATED"
001292         END-STRING
001293         MOVE "N" TO WS-VALID-SWITCH
001294         PERFORM 1250-WRITE-REJECT-RECORD
001295     END-IF.
001296
001297 1500-OPEN-CONTROLL-MASTER.
001298     OPEN INPUT CONTROLL-MASTER-FILE.
001299     IF WS-CTLMSTR-STATUS = "00"
001300         MOVE "Y" TO WS-MASTER-AVAILABLE
001301     ELSE
001302         DISPLAY "ERROR OPENING CTLMSTR, FILE STATUS: "
001303             WS-CTLMSTR-STATUS
001304         CLOSE BATCH-IN-FILE
001305         CLOSE BATCH-RPT-FILE
001306         CLOSE REJECT-FILE
001307         CLOSE CSV-EXTRACT-FILE
001308         CLOSE COVERAGE-RPT-FILE
001309         CLOSE ACTIVITY-WORK-FILE
001310         CLOSE ACCT-RPT-FILE
001311         CLOSE HISTORY-FILE
001312         CLOSE ESCALATION-FILE
001313         CLOSE AUDIT-FILE
001314         MOVE 16 TO RETURN-CODE
001315         STOP RUN
001316     END-IF.
001317
001318 1550-OPEN-POLICY-MASTER.
001319     OPEN INPUT POLICY-MASTER-FILE.
001320     IF WS-POLMSTR-STATUS = "00"
001321         MOVE "Y" TO WS-POLICY-AVAILABLE
001322     ELSE
001323         DISPLAY "WARNING: POLMSTR NOT AVAILABLE, FILE STATUS: "
001324             WS-POLMSTR-STATUS
001325         DISPLAY "WARNING: GLOBAL TOLERANCE AND ESCALATION "
001326             "SETTINGS APPLY TO ALL ACCOUNTS"
001327     END-IF.
001328
001329 1560-OPEN-FX-RATE.
001330     OPEN INPUT FX-RATE-FILE.
001331     IF WS-FXRATE-STATUS = "00"
001332         MOVE "Y" TO WS-FX-AVAILABLE
001333     ELSE
001334         DISPLAY "WARNING: FXRATE NOT AVAILABLE, FILE STATUS: "
001335             WS-FXRATE-STATUS
001336         DISPLAY "WARNING: TRANSACTIONS NOT IN BASE CURRENCY "
001337             WS-BASE-CURRENCY " WILL BE REJECTED"
001338     END-IF.
001339
001340 1600-LOOKUP-MASTER-CONTROL.
001341     IF WS-CURRENT-ACCOUNT-CODE = WS-LAST-LOOKUP-ACCOUNT
001342         MOVE WS-LAST-LOOKUP-FOUND TO WS-FOUND-SWITCH
001343         MOVE WS-LAST-LOOKUP-CONTROL TO CONTROLL-NUM
001344         MOVE WS-LAST-LOOKUP-CURRENCY TO WS-CTL-CURRENCY
001345     ELSE
001346         PERFORM 1650-SEARCH-MASTER-CONTROL
001347         MOVE WS-CURRENT-ACCOUNT-CODE TO WS-LAST-LOOKUP-ACCOUNT
001348         MOVE WS-FOUND-SWITCH TO WS-LAST-LOOKUP-FOUND
001349         MOVE CONTROLL-NUM TO WS-LAST-LOOKUP-CONTROL
001350         MOVE WS-CTL-CURRENCY TO WS-LAST-LOOKUP-CURRENCY
001351     END-IF.
001352     PERFORM 1620-LOOKUP-ACCOUNT-POLICY.
001353
001354 1620-LOOKUP-ACCOUNT-POLICY.
001355     IF WS-CURRENT-ACCOUNT-CODE = WS-LAST-POLICY-ACCOUNT
001356         MOVE WS-LAST-POLICY-FOUND TO WS-POLICY-FOUND
001357         MOVE WS-LAST-POLICY-TOL-PCT TO WS-ACCT-TOLERANCE-PCT
001358         MOVE WS-LAST-POLICY-ESC-PCT TO WS-ACCT-ESCALATE-PCT
001359         MOVE WS-LAST-POLICY-HOLD TO WS-ACCT-HOLD-SW
001360     ELSE
001361         PERFORM 1630-READ-ACCOUNT-POLICY
001362         MOVE WS-CURRENT-ACCOUNT-CODE TO WS-LAST-POLICY-ACCOUNT
001363         MOVE WS-POLICY-FOUND TO WS-LAST-POLICY-FOUND
001364         MOVE WS-ACCT-TOLERANCE-PCT TO WS-LAST-POLICY-TOL-PCT
001365         MOVE WS-ACCT-ESCALATE-PCT TO WS-LAST-POLICY-ESC-PCT
001366         MOVE WS-ACCT-HOLD-SW TO WS-LAST-POLICY-HOLD
001367     END-IF.
001368
001369 1630-READ-ACCOUNT-POLICY.
001370     MOVE "N" TO WS-POLICY-FOUND.
001371     MOVE ZERO TO WS-ACCT-TOLERANCE-PCT.
001372     MOVE ZERO TO WS-ACCT-ESCALATE-PCT.
001373     MOVE "N" TO WS-ACCT-HOLD-SW.
001374     IF WS-POLICY-AVAILABLE = "Y"
001375         MOVE WS-CURRENT-ACCOUNT-CODE TO AP-ACCOUNT-CODE
001376         READ POLICY-MASTER-FILE
001377             INVALID KEY
001378                 CONTINUE
001379         END-READ
001380         IF WS-POLMSTR-STATUS = "00"
001381                 AND AP-POLICY-ACTIVE
001382                 AND NOT AP-BYPASS-POLICY
001383             MOVE "Y" TO WS-POLICY-FOUND
001384             MOVE AP-TOLERANCE-PCT TO WS-ACCT-TOLERANCE-PCT
001385             MOVE AP-ESCALATE-PCT TO WS-ACCT-ESCALATE-PCT
001386             IF AP-HOLD-ESCALATIONS
001387                 MOVE "Y" TO WS-ACCT-HOLD-SW
001388             END-IF
001389         END-IF
001390     END-IF.
001391
001392 1650-SEARCH-MASTER-CONTROL.
001393     MOVE "N" TO WS-FOUND-SWITCH.
001394     MOVE ZERO TO WS-BEST-EFF-FROM.
001395     IF WS-MASTER-AVAILABLE = "Y"
001396         MOVE WS-CURRENT-ACCOUNT-CODE TO CM-ACCOUNT-CODE
001397         MOVE ZERO TO CM-EFFECTIVE-FROM
001398         START CONTROLL-MASTER-FILE
001399             KEY IS NOT LESS THAN CM-MASTER-KEY
001400             INVALID KEY
001401                 CONTINUE
001402         END-START
001403         IF WS-CTLMSTR-STATUS = "00"
001404             MOVE "N" TO WS-MASTER-EOF
001405             PERFORM UNTIL WS-MASTER-EOF = "Y"
001406                 READ CONTROLL-MASTER-FILE NEXT
001407                     AT END
001408                         MOVE "Y" TO WS-MASTER-EOF
001409                     NOT AT END
001410                         IF CM-ACCOUNT-CODE
001411                                 NOT = WS-CURRENT-ACCOUNT-CODE
001412                             MOVE "Y" TO WS-MASTER-EOF
001413                         ELSE
001414                             IF CM-ACTIVE
001415                                 AND CM-EFFECTIVE-FROM
001416                                     <= WS-RUN-DATE
001417                                 AND (CM-EFFECTIVE-TO = ZERO
001418                                     OR CM-EFFECTIVE-TO
001419                                         >= WS-RUN-DATE)
001420                                 AND CM-EFFECTIVE-FROM
001421                                     >= WS-BEST-EFF-FROM
001422                                 MOVE CM-CONTROLL-NUM
001423                                     TO CONTROLL-NUM
001424                                 MOVE CM-EFFECTIVE-FROM
001425                                     TO WS-BEST-EFF-FROM
001426                                 MOVE "Y" TO WS-FOUND-SWITCH
001427                                 IF CM-CURRENCY-CODE = SPACES
001428                                     MOVE WS-BASE-CURRENCY
001429                                         TO WS-CTL-CURRENCY
001430                                 ELSE
001431                                     MOVE CM-CURRENCY-CODE
001432                                         TO WS-CTL-CURRENCY
001433                                 END-IF
001434                             END-IF
001435                         END-IF
001436                 END-READ
001437             END-PERFORM
001438         END-IF
001439     END-IF.
001440
001441 1680-GET-FX-RATE.
001442     MOVE "N" TO WS-FX-FOUND.
001443     MOVE ZERO TO WS-FX-RATE.
001444     IF WS-FX-CURRENCY = WS-BASE-CURRENCY
001445         MOVE "Y" TO WS-FX-FOUND
001446         MOVE 1 TO WS-FX-RATE
001447     ELSE
001448         MOVE "N" TO WS-FX-CACHED
001449         PERFORM VARYING WS-FX-IDX FROM 1 BY 1
001450                 UNTIL WS-FX-IDX > WS-FX-CACHE-COUNT
001451             IF WS-FC-CURRENCY(WS-FX-IDX) = WS-FX-CURRENCY
001452                 MOVE "Y" TO WS-FX-CACHED
001453                 MOVE WS-FC-FOUND(WS-FX-IDX) TO WS-FX-FOUND
001454                 MOVE WS-FC-RATE(WS-FX-IDX) TO WS-FX-RATE
001455             END-IF
001456         END-PERFORM
001457         IF WS-FX-CACHED NOT = "Y"
001458             PERFORM 1690-READ-FX-RATE
001459         END-IF
001460     END-IF.
001461
001462 1690-READ-FX-RATE.
001463     IF WS-FX-AVAILABLE = "Y"
001464         MOVE WS-FX-CURRENCY TO FX-CURRENCY-CODE
001465         MOVE WS-RUN-DATE TO FX-RATE-DATE
001466         READ FX-RATE-FILE
001467             INVALID KEY
001468                 CONTINUE
001469         END-READ
001470         IF WS-FXRATE-STATUS = "00"
001471                 AND FX-ACTIVE
001472                 AND FX-RATE-TO-BASE > ZERO
001473             MOVE "Y" TO WS-FX-FOUND
001474             MOVE FX-RATE-TO-BASE TO WS-FX-RATE
001475         END-IF
001476     END-IF.
001477     IF WS-FX-CACHE-COUNT < WS-FX-CACHE-MAX
001478         ADD 1 TO WS-FX-CACHE-COUNT
001479         MOVE WS-FX-CURRENCY TO WS-FC-CURRENCY(WS-FX-CACHE-COUNT)
001480         MOVE WS-FX-FOUND TO WS-FC-FOUND(WS-FX-CACHE-COUNT)
001481         MOVE WS-FX-RATE TO WS-FC-RATE(WS-FX-CACHE-COUNT)
001482     END-IF.
001483 
001484 1700-WRITE-CHECKPOINT.
001485     OPEN OUTPUT CHECKPOINT-FILE.
001486     IF WS-CHECKPOINT-STATUS = "00"
001487             OR WS-CHECKPOINT-STATUS = "05"
001488         MOVE WS-CURRENT-ACCOUNT-CODE TO CK-ACCOUNT-CODE
001489         MOVE NUM TO CK-NUM
001490         MOVE WS-GREATER-COUNT TO CK-GREATER-COUNT
001491         MOVE WS-LESS-COUNT TO CK-LESS-COUNT
001492         MOVE WS-EQUAL-COUNT TO CK-EQUAL-COUNT
001493         MOVE WS-TOLERANCE-COUNT TO CK-TOLERANCE-COUNT
001494         MOVE WS-TOTAL-COUNT TO CK-TOTAL-COUNT
001495         MOVE WS-REJECT-COUNT TO CK-REJECT-COUNT
001496         MOVE WS-NOMASTER-COUNT TO CK-NOMASTER-COUNT
001497         MOVE WS-NUM-GRAND-TOTAL TO CK-NUM-GRAND-TOTAL
001498         MOVE WS-PREV-ACCOUNT TO CK-PREV-ACCOUNT
001499         MOVE WS-ACCT-TRAN-COUNT TO CK-ACCT-TRAN-COUNT
001500         MOVE WS-AC-TRAN-COUNT TO CK-AC-TRAN-COUNT
001501         MOVE WS-AC-GREATER-COUNT TO CK-AC-GREATER-COUNT
001502         MOVE WS-AC-LESS-COUNT TO CK-AC-LESS-COUNT
001503         MOVE WS-AC-EQUAL-COUNT TO CK-AC-EQUAL-COUNT
001504         MOVE WS-AC-TOLERANCE-COUNT TO CK-AC-TOLERANCE-COUNT
001505         MOVE WS-AC-NUM-TOTAL TO CK-AC-NUM-TOTAL
001506         MOVE WS-AC-CTL-TOTAL TO CK-AC-CTL-TOTAL
001507         MOVE WS-AC-VARIANCE-TOTAL TO CK-AC-VARIANCE-TOTAL
001508         MOVE WS-ESC-COUNT TO CK-ESC-COUNT
001509         MOVE WS-ESC-NUM-HASH TO CK-ESC-NUM-HASH
001510         MOVE WS-ESC-CTL-HASH TO CK-ESC-CTL-HASH
001511         MOVE WS-ESC-VAR-HASH TO CK-ESC-VAR-HASH
001512         MOVE WS-HIST-WRITE-COUNT TO CK-HIST-WRITE-COUNT
001513         MOVE WS-AC-NUM-CURRENCY TO CK-AC-NUM-CURRENCY
001514         MOVE WS-AC-CTL-CURRENCY TO CK-AC-CTL-CURRENCY
001515         MOVE WS-AC-ORIG-NUM-TOTAL TO CK-AC-ORIG-NUM-TOTAL
001516         MOVE WS-AC-ORIG-CTL-TOTAL TO CK-AC-ORIG-CTL-TOTAL
001517         WRITE CHECKPOINT-RECORD
001518         CLOSE CHECKPOINT-FILE
001519     END-IF.
001520 
001521 1800-TRACK-ACTIVITY.
001522     IF WS-CURRENT-ACCOUNT-CODE NOT = WS-PREV-ACCOUNT
001523         IF WS-PREV-ACCOUNT NOT = LOW-VALUES
001524             PERFORM 1850-FLUSH-ACTIVITY
001525         END-IF
001526         MOVE WS-CURRENT-ACCOUNT-CODE TO WS-PREV-ACCOUNT
001527         MOVE ZERO TO WS-ACCT-TRAN-COUNT
001528     END-IF.
001529     ADD 1 TO WS-ACCT-TRAN-COUNT.
001530 
001531 1850-FLUSH-ACTIVITY.
001532     MOVE WS-PREV-ACCOUNT TO AV-ACCOUNT-CODE.
001533     MOVE WS-ACCT-TRAN-COUNT TO AV-TRAN-COUNT.
001534     WRITE ACTIVITY-WORK-RECORD.
001535     IF WS-ACTIVITY-STATUS NOT = "00"
001536         DISPLAY "ERROR WRITING ACTVWRK, FILE STATUS: "
001537             WS-ACTIVITY-STATUS
001538     END-IF.
001539 
001540 1900-WRITE-ACCT-DETAIL.
001541     IF WS-CURRENT-ACCOUNT-CODE NOT = WS-STMT-PREV-ACCOUNT
001542         IF WS-STMT-PREV-ACCOUNT NOT = LOW-VALUES
001543             PERFORM 1950-WRITE-ACCT-SUBTOTAL
001544         END-IF
001545         MOVE WS-CURRENT-ACCOUNT-CODE TO WS-STMT-PREV-ACCOUNT
001546         MOVE ZERO TO WS-AC-TRAN-COUNT
001547         MOVE ZERO TO WS-AC-GREATER-COUNT
001548         MOVE ZERO TO WS-AC-LESS-COUNT
001549         MOVE ZERO TO WS-AC-EQUAL-COUNT
001550         MOVE ZERO TO WS-AC-TOLERANCE-COUNT
001551         MOVE ZERO TO WS-AC-NUM-TOTAL
001552         MOVE ZERO TO WS-AC-CTL-TOTAL
001553         MOVE ZERO TO WS-AC-VARIANCE-TOTAL
001554         MOVE WS-NUM-CURRENCY TO WS-AC-NUM-CURRENCY
001555         MOVE WS-CTL-CURRENCY TO WS-AC-CTL-CURRENCY
001556         MOVE ZERO TO WS-AC-ORIG-NUM-TOTAL
001557         MOVE ZERO TO WS-AC-ORIG-CTL-TOTAL
001558         MOVE SPACES TO WS-ACCT-RPT-LINE
001559         STRING "ACCOUNT: "       DELIMITED BY SIZE
001560                 WS-CURRENT-ACCOUNT-CODE DELIMITED BY SIZE
001561             INTO WS-ACCT-RPT-LINE
001562             ON OVERFLOW
001563                 DISPLAY "WARNING: ACCOUNT REPORT LINE TRUNCATED"
001564         END-STRING
001565         PERFORM 1990-WRITE-ACCT-LINE
001566     END-IF.
001567 
001568     MOVE NUM TO WS-NUM-DISPLAY.
001569     MOVE CONTROLL-NUM TO WS-CTL-DISPLAY.
001570     MOVE SPACES TO WS-ACCT-RPT-LINE.
001571     STRING "  NUM: "             DELIMITED BY SIZE
001572             WS-NUM-DISPLAY       DELIMITED BY SIZE
001573             " "                  DELIMITED BY SIZE
001574             WS-NUM-CURRENCY      DELIMITED BY SIZE
001575             "  CTL: "            DELIMITED BY SIZE
001576             WS-CTL-DISPLAY       DELIMITED BY SIZE
001577             " "                  DELIMITED BY SIZE
001578             WS-CTL-CURRENCY      DELIMITED BY SIZE
001579             "  "                 DELIMITED BY SIZE
001580             WS-RESULT-TEXT       DELIMITED BY SIZE
001581             "  VARIANCE: "       DELIMITED BY SIZE
001582             WS-VARIANCE-DISPLAY  DELIMITED BY SIZE
001583             " ("                 DELIMITED BY SIZE
001584             WS-VARIANCE-PCT      DELIMITED BY SIZE
001585             "%)"                 DELIMITED BY SIZE
001586         INTO WS-ACCT-RPT-LINE
001587         ON OVERFLOW
001588             DISPLAY "WARNING: ACCOUNT REPORT LINE TRUNCATED"
001589     END-STRING.
001590     PERFORM 1990-WRITE-ACCT-LINE.
001591 
001592     IF WS-NUM-CURRENCY NOT = WS-BASE-CURRENCY
001593             OR WS-CTL-CURRENCY NOT = WS-BASE-CURRENCY
001594         MOVE WS-BASE-NUM TO WS-BASE-NUM-DISPLAY
001595         MOVE WS-BASE-CONTROLL-NUM TO WS-BASE-CTL-DISPLAY
001596         MOVE SPACES TO WS-ACCT-RPT-LINE
001597         STRING "    IN "             DELIMITED BY SIZE
001598                 WS-BASE-CURRENCY     DELIMITED BY SIZE
001599                 ":  NUM: "           DELIMITED BY SIZE
001600                 WS-BASE-NUM-DISPLAY  DELIMITED BY SIZE
001601                 "  CTL: "            DELIMITED BY SIZE
001602                 WS-BASE-CTL-DISPLAY  DELIMITED BY SIZE
001603             INTO WS-ACCT-RPT-LINE
001604             ON OVERFLOW
001605                 DISPLAY "WARNING: ACCOUNT REPORT LINE TRUNCATED"
001606         END-STRING
001607         PERFORM 1990-WRITE-ACCT-LINE
001608     END-IF.
001609
001610     ADD 1 TO WS-AC-TRAN-COUNT.
001611     ADD WS-BASE-NUM TO WS-AC-NUM-TOTAL.
001612     ADD WS-BASE-CONTROLL-NUM TO WS-AC-CTL-TOTAL.
001613     ADD WS-VARIANCE TO WS-AC-VARIANCE-TOTAL.
001614     ADD NUM TO WS-AC-ORIG-NUM-TOTAL.
001615     ADD CONTROLL-NUM TO WS-AC-ORIG-CTL-TOTAL.
001616     IF WS-NUM-CURRENCY NOT = WS-AC-NUM-CURRENCY
001617         MOVE "***" TO WS-AC-NUM-CURRENCY
001618     END-IF.
001619     IF WS-CTL-CURRENCY NOT = WS-AC-CTL-CURRENCY
001620         MOVE "***" TO WS-AC-CTL-CURRENCY
001621     END-IF.
001622     EVALUATE WS-RESULT-TEXT
001623         WHEN "GREATER THEN"
001624             ADD 1 TO WS-AC-GREATER-COUNT
001625         WHEN "LESS THEN"
001626             ADD 1 TO WS-AC-LESS-COUNT
001627         WHEN "EQUAL TO"
001628             ADD 1 TO WS-AC-EQUAL-COUNT
001629         WHEN "WITHIN TOLERANCE"
001630             ADD 1 TO WS-AC-TOLERANCE-COUNT
001631     END-EVALUATE.
001632 
001633 1950-WRITE-ACCT-SUBTOTAL.
001634     IF WS-AC-NUM-CURRENCY = "***"
001635         MOVE ZERO TO WS-AC-ORIG-NUM-TOTAL
001636     END-IF.
001637     IF WS-AC-CTL-CURRENCY = "***"
001638         MOVE ZERO TO WS-AC-ORIG-CTL-TOTAL
001639     END-IF.
001640     MOVE WS-AC-VARIANCE-TOTAL TO WS-AC-VARIANCE-TOT-DISP.
001641     MOVE WS-AC-NUM-TOTAL TO WS-AC-NUM-TOT-DISP.
001642     MOVE SPACES TO WS-ACCT-RPT-LINE.
001643     STRING "  ACCOUNT "          DELIMITED BY SIZE
001644             WS-STMT-PREV-ACCOUNT DELIMITED BY SIZE
001645             " TOTALS   TRANS: "  DELIMITED BY SIZE
001646             WS-AC-TRAN-COUNT     DELIMITED BY SIZE
001647         INTO WS-ACCT-RPT-LINE
001648         ON OVERFLOW
001649             DISPLAY "WARNING: ACCOUNT REPORT LINE TRUNCATED"
001650     END-STRING.
001651     PERFORM 1990-WRITE-ACCT-LINE.
001652 
001653     MOVE SPACES TO WS-ACCT-RPT-LINE.
001654     STRING "    GREATER THEN: "  DELIMITED BY SIZE
001655             WS-AC-GREATER-COUNT  DELIMITED BY SIZE
001656             "  LESS THEN: "      DELIMITED BY SIZE
001657             WS-AC-LESS-COUNT     DELIMITED BY SIZE
001658             "  EQUAL TO: "       DELIMITED BY SIZE
001659             WS-AC-EQUAL-COUNT    DELIMITED BY SIZE
001660             "  WITHIN TOLERANCE: " DELIMITED BY SIZE
001661             WS-AC-TOLERANCE-COUNT DELIMITED BY SIZE
001662         INTO WS-ACCT-RPT-LINE
001663         ON OVERFLOW
001664             DISPLAY "WARNING: ACCOUNT REPORT LINE TRUNCATED"
001665     END-STRING.
001666     PERFORM 1990-WRITE-ACCT-LINE.
001667 
001668     MOVE SPACES TO WS-ACCT-RPT-LINE.
001669     STRING "    NUM TOTAL: "     DELIMITED BY SIZE
001670             WS-AC-NUM-TOT-DISP   DELIMITED BY SIZE
001671             "  VARIANCE TOTAL: " DELIMITED BY SIZE
001672             WS-AC-VARIANCE-TOT-DISP DELIMITED BY SIZE
001673             "  ("                DELIMITED BY SIZE
001674             WS-BASE-CURRENCY     DELIMITED BY SIZE
001675             ")"                  DELIMITED BY SIZE
001676         INTO WS-ACCT-RPT-LINE
001677         ON OVERFLOW
001678             DISPLAY "WARNING: ACCOUNT REPORT LINE TRUNCATED"
001679     END-STRING.
001680     PERFORM 1990-WRITE-ACCT-LINE.
001681
001682     IF WS-AC-NUM-CURRENCY NOT = WS-BASE-CURRENCY
001683             OR WS-AC-CTL-CURRENCY NOT = WS-BASE-CURRENCY
001684         MOVE WS-AC-ORIG-NUM-TOTAL TO WS-AC-ORIG-NUM-DISP
001685         MOVE WS-AC-ORIG-CTL-TOTAL TO WS-AC-ORIG-CTL-DISP
001686         MOVE SPACES TO WS-ACCT-RPT-LINE
001687         STRING "    ORIGINAL NUM TOTAL: " DELIMITED BY SIZE
001688                 WS-AC-ORIG-NUM-DISP  DELIMITED BY SIZE
001689                 " "                  DELIMITED BY SIZE
001690                 WS-AC-NUM-CURRENCY   DELIMITED BY SIZE
001691                 "  CTL TOTAL: "      DELIMITED BY SIZE
001692                 WS-AC-ORIG-CTL-DISP  DELIMITED BY SIZE
001693                 " "                  DELIMITED BY SIZE
001694                 WS-AC-CTL-CURRENCY   DELIMITED BY SIZE
001695             INTO WS-ACCT-RPT-LINE
001696             ON OVERFLOW
001697                 DISPLAY "WARNING: ACCOUNT REPORT LINE TRUNCATED"
001698         END-STRING
001699         PERFORM 1990-WRITE-ACCT-LINE
001700     END-IF.
001701 
001702     MOVE SPACES TO WS-ACCT-RPT-LINE.
001703     PERFORM 1990-WRITE-ACCT-LINE.
001704 
001705     PERFORM 1960-WRITE-HISTORY-RECORD.
001706
001707 1960-WRITE-HISTORY-RECORD.
001708     MOVE WS-STMT-PREV-ACCOUNT TO CH-ACCOUNT-CODE.
001709     MOVE WS-RUN-DATE TO CH-RUN-DATE.
001710     MOVE WS-AC-NUM-TOTAL TO CH-NUM-TOTAL.
001711     MOVE WS-AC-CTL-TOTAL TO CH-CONTROLL-TOTAL.
001712     MOVE WS-AC-VARIANCE-TOTAL TO CH-VARIANCE.
001713     MOVE WS-AC-NUM-CURRENCY TO CH-NUM-CURRENCY.
001714     MOVE WS-AC-ORIG-NUM-TOTAL TO CH-ORIG-NUM-TOTAL.
001715     MOVE WS-AC-CTL-CURRENCY TO CH-CTL-CURRENCY.
001716     MOVE WS-AC-ORIG-CTL-TOTAL TO CH-ORIG-CONTROLL-TOTAL.
001717
001718     IF WS-AC-CTL-TOTAL = ZERO
001719         IF WS-AC-VARIANCE-TOTAL = ZERO
001720             MOVE ZERO TO WS-HIST-VARIANCE-PCT
001721         ELSE
001722             MOVE 999.99 TO WS-HIST-VARIANCE-PCT
001723         END-IF
001724     ELSE
001725         COMPUTE WS-HIST-VARIANCE-PCT ROUNDED =
001726             (FUNCTION ABS(WS-AC-VARIANCE-TOTAL)
001727                 / FUNCTION ABS(WS-AC-CTL-TOTAL)) * 100
001728             ON SIZE ERROR
001729                 MOVE 999.99 TO WS-HIST-VARIANCE-PCT
001730         END-COMPUTE
001731     END-IF.
001732     MOVE WS-HIST-VARIANCE-PCT TO CH-VARIANCE-PCT.
001733
001734     EVALUATE TRUE
001735         WHEN WS-AC-VARIANCE-TOTAL = ZERO
001736             MOVE "EQUAL TO" TO CH-RESULT-TEXT
001737         WHEN WS-AC-VARIANCE-TOTAL > ZERO
001738             MOVE "GREATER THEN" TO CH-RESULT-TEXT
001739         WHEN OTHER
001740             MOVE "LESS THEN" TO CH-RESULT-TEXT
001741     END-EVALUATE.
001742
001743     ADD 1 TO WS-HIST-WRITE-COUNT.
001744     WRITE COMPARISON-HISTORY-RECORD.
001745     IF WS-HISTORY-STATUS NOT = "00"
001746         DISPLAY "ERROR WRITING CMPHIST, FILE STATUS: "
001747             WS-HISTORY-STATUS
001748     END-IF.
001749
001750 1990-WRITE-ACCT-LINE.
001751     IF WS-ACCT-LINE-COUNT >= WS-ACCT-LINES-PER-PAGE
001752         PERFORM 1995-WRITE-ACCT-HEADING
001753     END-IF.
001754     WRITE ACCT-RPT-RECORD FROM WS-ACCT-RPT-LINE.
001755     IF WS-ACCT-RPT-STATUS NOT = "00"
001756         DISPLAY "ERROR WRITING ACCTRPT, FILE STATUS: "
001757             WS-ACCT-RPT-STATUS
001758     END-IF.
001759     ADD 1 TO WS-ACCT-LINE-COUNT.
001760 
001761 1995-WRITE-ACCT-HEADING.
001762     ADD 1 TO WS-ACCT-PAGE-COUNT.
001763     MOVE SPACES TO ACCT-RPT-RECORD.
001764     STRING "GREATER  ACCOUNT COMPARISON STATEMENT"
001765                                  DELIMITED BY SIZE
001766             "  RUN DATE: "       DELIMITED BY SIZE
001767             WS-RUN-DATE          DELIMITED BY SIZE
001768             "  PAGE: "           DELIMITED BY SIZE
001769             WS-ACCT-PAGE-COUNT   DELIMITED BY SIZE
001770         INTO ACCT-RPT-RECORD
001771         ON OVERFLOW
001772             DISPLAY "WARNING: ACCOUNT REPORT HEADING TRUNCATED"
001773     END-STRING.
001774     WRITE ACCT-RPT-RECORD.
001775     MOVE SPACES TO ACCT-RPT-RECORD.
001776     WRITE ACCT-RPT-RECORD.
001777     MOVE 2 TO WS-ACCT-LINE-COUNT.
001778 
001779 2100-WRITE-REPORT-LINE.
001780     MOVE NUM TO WS-NUM-DISPLAY.
001781     MOVE CONTROLL-NUM TO WS-CTL-DISPLAY.
001782     MOVE WS-BASE-NUM TO WS-BASE-NUM-DISPLAY.
001783     MOVE WS-BASE-CONTROLL-NUM TO WS-BASE-CTL-DISPLAY.
001784     MOVE SPACES TO BATCH-RPT-RECORD.
001785     STRING WS-NUM-DISPLAY       DELIMITED BY SIZE
001786             " "                  DELIMITED BY SIZE
001787             WS-NUM-CURRENCY      DELIMITED BY SIZE
001788             "  ACCT: "           DELIMITED BY SIZE
001789             WS-CURRENT-ACCOUNT-CODE DELIMITED BY SIZE
001790             " IS "               DELIMITED BY SIZE
001791             WS-RESULT-TEXT       DELIMITED BY SIZE
001792             " "                  DELIMITED BY SIZE
001793             WS-CTL-DISPLAY       DELIMITED BY SIZE
001794             " "                  DELIMITED BY SIZE
001795             WS-CTL-CURRENCY      DELIMITED BY SIZE
001796             "  "                 DELIMITED BY SIZE
001797             WS-BASE-CURRENCY     DELIMITED BY SIZE
001798             ": "                 DELIMITED BY SIZE
001799             WS-BASE-NUM-DISPLAY  DELIMITED BY SIZE
001800             " / "                DELIMITED BY SIZE
001801             WS-BASE-CTL-DISPLAY  DELIMITED BY SIZE
001802             "  VARIANCE: "       DELIMITED BY SIZE
001803             WS-VARIANCE-DISPLAY  DELIMITED BY SIZE
001804             " ("                 DELIMITED BY SIZE
001805             WS-VARIANCE-PCT      DELIMITED BY SIZE
001806             "%)"                 DELIMITED BY SIZE
001807         INTO BATCH-RPT-RECORD
001808         ON OVERFLOW
001809             DISPLAY "WARNING: BATCH REPORT LINE TRUNCATED"
001810     END-STRING.
001811
001812     WRITE BATCH-RPT-RECORD.
001813     IF WS-BATCH-RPT-STATUS NOT = "00"
001814         DISPLAY "ERROR WRITING BATCHRPT, FILE STATUS: "
001815             WS-BATCH-RPT-STATUS
001816     END-IF.
001817
001818 2150-WRITE-CSV-LINE.
001819     MOVE WS-BASE-NUM TO WS-CSV-NUM.
001820     MOVE WS-BASE-CONTROLL-NUM TO WS-CSV-CTL.
001821     MOVE SPACES TO CSV-EXTRACT-RECORD.
001822     STRING WS-CSV-NUM           DELIMITED BY SIZE
001823             ","                  DELIMITED BY SIZE
001824             WS-CSV-CTL           DELIMITED BY SIZE
001825             ","                  DELIMITED BY SIZE
001826             WS-RESULT-TEXT       DELIMITED BY SIZE
001827         INTO CSV-EXTRACT-RECORD
001828         ON OVERFLOW
001829             DISPLAY "WARNING: CSV EXTRACT LINE TRUNCATED"
001830     END-STRING.
001831 
001832     WRITE CSV-EXTRACT-RECORD.
001833     IF WS-CSV-STATUS NOT = "00"
001834         DISPLAY "ERROR WRITING BATCHCSV, FILE STATUS: "
001835             WS-CSV-STATUS
001836     END-IF.
001837 
001838 2200-WRITE-SUMMARY-LINE.
001839     MOVE WS-NUM-GRAND-TOTAL TO WS-GRAND-TOTAL-DISPLAY.
001840     MOVE SPACES TO BATCH-RPT-RECORD.
001841     STRING "TOTAL: "             DELIMITED BY SIZE
001842             WS-TOTAL-COUNT       DELIMITED BY SIZE
001843             "  GREATER THEN: "   DELIMITED BY SIZE
001844             WS-GREATER-COUNT     DELIMITED BY SIZE
001845             "  LESS THEN: "      DELIMITED BY SIZE
001846             WS-LESS-COUNT        DELIMITED BY SIZE
001847             "  EQUAL TO: "       DELIMITED BY SIZE
001848             WS-EQUAL-COUNT       DELIMITED BY SIZE
001849             "  WITHIN TOLERANCE: " DELIMITED BY SIZE
001850             WS-TOLERANCE-COUNT   DELIMITED BY SIZE
001851             "  NUM GRAND TOTAL: " DELIMITED BY SIZE
001852             WS-GRAND-TOTAL-DISPLAY DELIMITED BY SIZE
001853             " "                  DELIMITED BY SIZE
001854             WS-BASE-CURRENCY     DELIMITED BY SIZE
001855             "  REJECTED: "       DELIMITED BY SIZE
001856             WS-REJECT-COUNT      DELIMITED BY SIZE
001857         INTO BATCH-RPT-RECORD
001858         ON OVERFLOW
001859             DISPLAY "WARNING: BATCH SUMMARY LINE TRUNCATED"
001860     END-STRING.
001861
001862     WRITE BATCH-RPT-RECORD.
001863     IF WS-BATCH-RPT-STATUS NOT = "00"
001864         DISPLAY "ERROR WRITING BATCHRPT, FILE STATUS: "
001865             WS-BATCH-RPT-STATUS
001866     END-IF.
001867
001868     IF WS-XRUN-CHECK-SW = "Y"
001869         MOVE SPACES TO BATCH-RPT-RECORD
001870         STRING "SUSPECTED CROSS-RUN DUPLICATES: "
001871                                  DELIMITED BY SIZE
001872                 WS-XRUN-DUP-COUNT DELIMITED BY SIZE
001873             INTO BATCH-RPT-RECORD
001874             ON OVERFLOW
001875                 DISPLAY "WARNING: BATCH SUMMARY LINE TRUNCATED"
001876         END-STRING
001877         WRITE BATCH-RPT-RECORD
001878         IF WS-BATCH-RPT-STATUS NOT = "00"
001879             DISPLAY "ERROR WRITING BATCHRPT, FILE STATUS: "
001880                 WS-BATCH-RPT-STATUS
001881         END-IF
001882     END-IF.
001883
001884 2250-WRITE-RUN-SUMMARY.
001885     OPEN OUTPUT RUN-SUMMARY-FILE.
001886     IF WS-RUNSUMM-STATUS NOT = "00"
001887             AND WS-RUNSUMM-STATUS NOT = "05"
001888         DISPLAY "ERROR OPENING RUNSUMM, FILE STATUS: "
001889             WS-RUNSUMM-STATUS
001890     ELSE
001891         MOVE WS-RUN-DATE TO RS-RUN-DATE
001892         MOVE WS-PROC-DATE TO RS-PROC-DATE
001893         MOVE WS-TOTAL-COUNT TO RS-TOTAL-COUNT
001894         MOVE WS-GREATER-COUNT TO RS-GREATER-COUNT
001895         MOVE WS-LESS-COUNT TO RS-LESS-COUNT
001896         MOVE WS-EQUAL-COUNT TO RS-EQUAL-COUNT
001897         MOVE WS-TOLERANCE-COUNT TO RS-TOLERANCE-COUNT
001898         MOVE WS-REJECT-COUNT TO RS-REJECT-COUNT
001899         MOVE WS-NOMASTER-COUNT TO RS-NOMASTER-COUNT
001900         MOVE WS-NUM-GRAND-TOTAL TO RS-NUM-GRAND-TOTAL
001901         MOVE WS-HIST-WRITE-COUNT TO RS-HIST-ACCT-COUNT
001902         MOVE WS-ESC-COUNT TO RS-ESC-COUNT
001903         MOVE WS-ESC-NUM-HASH TO RS-ESC-NUM-HASH
001904         MOVE WS-ESC-CTL-HASH TO RS-ESC-CTL-HASH
001905         MOVE WS-ESC-VAR-HASH TO RS-ESC-VAR-HASH
001906         WRITE RUN-SUMMARY-RECORD
001907         IF WS-RUNSUMM-STATUS NOT = "00"
001908             DISPLAY "ERROR WRITING RUNSUMM, FILE STATUS: "
001909                 WS-RUNSUMM-STATUS
001910         END-IF
001911         CLOSE RUN-SUMMARY-FILE
001912     END-IF.
001913
001914 2500-COVERAGE-PASS.
001915     OPEN INPUT ACTIVITY-WORK-FILE.
001916     IF WS-ACTIVITY-STATUS = "00"
001917             OR WS-ACTIVITY-STATUS = "05"
001918         PERFORM 2560-READ-ACTIVITY
001919         MOVE SPACES TO WS-COV-MASTER-ACCT
001920         MOVE "N" TO WS-COV-EXPECTED
001921         MOVE LOW-VALUES TO CM-MASTER-KEY
001922         START CONTROLL-MASTER-FILE
001923             KEY IS NOT LESS THAN CM-MASTER-KEY
001924             INVALID KEY
001925                 CONTINUE
001926         END-START
001927         IF WS-CTLMSTR-STATUS = "00"
001928             MOVE "N" TO WS-MASTER-EOF
001929             PERFORM UNTIL WS-MASTER-EOF = "Y"
001930                 READ CONTROLL-MASTER-FILE NEXT
001931                     AT END
001932                         MOVE "Y" TO WS-MASTER-EOF
001933                     NOT AT END
001934                         IF CM-ACCOUNT-CODE
001935                                 NOT = WS-COV-MASTER-ACCT
001936                             PERFORM 2550-RESOLVE-COVERAGE
001937                             MOVE CM-ACCOUNT-CODE
001938                                 TO WS-COV-MASTER-ACCT
001939                             MOVE "N" TO WS-COV-EXPECTED
001940                         END-IF
001941                         IF CM-ACTIVE
001942                             AND CM-EFFECTIVE-FROM
001943                                 <= WS-RUN-DATE
001944                             AND (CM-EFFECTIVE-TO = ZERO
001945                                 OR CM-EFFECTIVE-TO
001946                                     >= WS-RUN-DATE)
001947                             MOVE "Y" TO WS-COV-EXPECTED
001948                         END-IF
001949                 END-READ
001950             END-PERFORM
001951         END-IF
001952         PERFORM 2550-RESOLVE-COVERAGE
001953         CLOSE ACTIVITY-WORK-FILE
001954     END-IF.
001955 
001956     MOVE SPACES TO WS-COVERAGE-LINE.
001957     STRING "COVERAGE TOTALS:  NO MASTER ENTRY: "
001958                                  DELIMITED BY SIZE
001959             WS-NOMASTER-COUNT    DELIMITED BY SIZE
001960             "  MISSING ACTIVITY: " DELIMITED BY SIZE
001961             WS-MISSING-COUNT     DELIMITED BY SIZE
001962         INTO WS-COVERAGE-LINE
001963         ON OVERFLOW
001964             DISPLAY "WARNING: COVERAGE LINE TRUNCATED"
001965     END-STRING.
001966     PERFORM 2580-WRITE-COVERAGE-LINE.
001967 
001968 2550-RESOLVE-COVERAGE.
001969     IF WS-COV-MASTER-ACCT NOT = SPACES
001970             AND WS-COV-EXPECTED = "Y"
001971         PERFORM UNTIL WS-ACTIVITY-ACCOUNT
001972                 >= WS-COV-MASTER-ACCT
001973             PERFORM 2560-READ-ACTIVITY
001974         END-PERFORM
001975         IF WS-ACTIVITY-ACCOUNT NOT = WS-COV-MASTER-ACCT
001976             ADD 1 TO WS-MISSING-COUNT
001977             MOVE SPACES TO WS-COVERAGE-LINE
001978             STRING "MISSING ACTIVITY: ACCT: "
001979                                      DELIMITED BY SIZE
001980                     WS-COV-MASTER-ACCT DELIMITED BY SIZE
001981                 INTO WS-COVERAGE-LINE
001982                 ON OVERFLOW
001983                     DISPLAY "WARNING: COVERAGE LINE TRUNCATED"
001984             END-STRING
001985             PERFORM 2580-WRITE-COVERAGE-LINE
001986         END-IF
001987     END-IF.
001988 
001989 2560-READ-ACTIVITY.
001990     READ ACTIVITY-WORK-FILE
001991         AT END
001992             MOVE HIGH-VALUES TO WS-ACTIVITY-ACCOUNT
001993         NOT AT END
001994             MOVE AV-ACCOUNT-CODE TO WS-ACTIVITY-ACCOUNT
001995     END-READ.
001996 
001997 2580-WRITE-COVERAGE-LINE.
001998     WRITE COVERAGE-RPT-RECORD FROM WS-COVERAGE-LINE.
001999     IF WS-COVERAGE-STATUS NOT = "00"
002000         DISPLAY "ERROR WRITING CVRGRPT, FILE STATUS: "
002001             WS-COVERAGE-STATUS
002002     END-IF.
002003 
002004 2900-WRITE-RUN-REGISTER.
002005     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
002006     MOVE WS-CDT-DATE TO WS-AUDIT-DATE.
002007     ACCEPT WS-CDT-TIME FROM TIME.
002008     MOVE WS-CDT-HHMMSS TO WS-AUDIT-TIME.
002009     IF WS-REG-STATUS = "STARTED"
002010         MOVE WS-AUDIT-TIMESTAMP(1:15) TO WS-REG-START-TS
002011     END-IF.
002012
002013     OPEN EXTEND RUN-REGISTER-FILE.
002014     IF WS-RUNREG-STATUS NOT = "00"
002015             AND WS-RUNREG-STATUS NOT = "05"
002016         DISPLAY "ERROR OPENING RUNREG, FILE STATUS: "
002017             WS-RUNREG-STATUS
002018     ELSE
002019         MOVE WS-RUN-NUMBER TO RG-RUN-NUMBER
002020         MOVE WS-RUN-DATE TO RG-RUN-DATE
002021         MOVE WS-PARM-MODE TO RG-MODE
002022         MOVE WS-REG-STATUS TO RG-STATUS
002023         MOVE WS-REG-START-TS TO RG-START-TIMESTAMP
002024         IF WS-REG-STATUS = "STARTED"
002025             MOVE SPACES TO RG-END-TIMESTAMP
002026         ELSE
002027             MOVE WS-AUDIT-TIMESTAMP(1:15)
002028                 TO RG-END-TIMESTAMP
002029         END-IF
002030         MOVE WS-TOTAL-COUNT TO RG-TOTAL-COUNT
002031         MOVE WS-GREATER-COUNT TO RG-GREATER-COUNT
002032         MOVE WS-LESS-COUNT TO RG-LESS-COUNT
002033         MOVE WS-EQUAL-COUNT TO RG-EQUAL-COUNT
002034         MOVE WS-TOLERANCE-COUNT TO RG-TOLERANCE-COUNT
002035         MOVE WS-REJECT-COUNT TO RG-REJECT-COUNT
002036         MOVE WS-NOMASTER-COUNT TO RG-NOMASTER-COUNT
002037         MOVE WS-ESC-COUNT TO RG-ESC-COUNT
002038         WRITE RUN-REGISTER-RECORD
002039         IF WS-RUNREG-STATUS NOT = "00"
002040             DISPLAY "ERROR WRITING RUNREG, FILE STATUS: "
002041                 WS-RUNREG-STATUS
002042         END-IF
002043         CLOSE RUN-REGISTER-FILE
002044     END-IF.
002045
002046 3000-COMPARE-NUMBERS.
002047     COMPUTE WS-BASE-NUM ROUNDED = NUM * WS-NUM-FX-RATE
002048         ON SIZE ERROR
002049             DISPLAY "WARNING: BASE CURRENCY NUM OVERFLOWED, "
002050                 "ACCT " WS-CURRENT-ACCOUNT-CODE
002051                 ", USING ORIGINAL AMOUNT"
002052             MOVE NUM TO WS-BASE-NUM
002053     END-COMPUTE.
002054     COMPUTE WS-BASE-CONTROLL-NUM ROUNDED =
002055         CONTROLL-NUM * WS-CTL-FX-RATE
002056         ON SIZE ERROR
002057             DISPLAY "WARNING: BASE CURRENCY CONTROL OVERFLOWED, "
002058                 "ACCT " WS-CURRENT-ACCOUNT-CODE
002059                 ", USING ORIGINAL AMOUNT"
002060             MOVE CONTROLL-NUM TO WS-BASE-CONTROLL-NUM
002061     END-COMPUTE.
002062     COMPUTE WS-VARIANCE = WS-BASE-NUM - WS-BASE-CONTROLL-NUM.
002063     MOVE WS-VARIANCE TO WS-VARIANCE-DISPLAY.
002064     COMPUTE WS-ABS-VARIANCE = FUNCTION ABS(WS-VARIANCE).
002065
002066     IF WS-BASE-CONTROLL-NUM = ZERO
002067         IF WS-VARIANCE = ZERO
002068             MOVE ZERO TO WS-VARIANCE-PCT-NUM
002069         ELSE
002070             MOVE 999.99 TO WS-VARIANCE-PCT-NUM
002071         END-IF
002072     ELSE
002073         COMPUTE WS-VARIANCE-PCT-NUM ROUNDED =
002074             (WS-ABS-VARIANCE
002075                 / FUNCTION ABS(WS-BASE-CONTROLL-NUM))
002076                 * 100
002077             ON SIZE ERROR
002078                 DISPLAY "WARNING: VARIANCE PCT OVERFLOWED, "
002079                     "CAPPING DISPLAYED PERCENTAGE"
002080                 MOVE 999.99 TO WS-VARIANCE-PCT-NUM
002081         END-COMPUTE
002082     END-IF.
002083     MOVE WS-VARIANCE-PCT-NUM TO WS-VARIANCE-PCT.
002084
002085     IF WS-POLICY-FOUND = "Y"
002086             AND WS-ACCT-TOLERANCE-PCT > ZERO
002087         MOVE WS-ACCT-TOLERANCE-PCT TO WS-EFFECTIVE-TOL-PCT
002088     ELSE
002089         MOVE WS-TOLERANCE-PCT-PARM TO WS-EFFECTIVE-TOL-PCT
002090     END-IF.
002091     IF WS-POLICY-FOUND = "Y"
002092             AND WS-ACCT-ESCALATE-PCT > ZERO
002093         MOVE WS-ACCT-ESCALATE-PCT TO WS-EFFECTIVE-ESC-PCT
002094     ELSE
002095         MOVE WS-ESCALATE-PCT TO WS-EFFECTIVE-ESC-PCT
002096     END-IF.
002097
002098     IF WS-EFFECTIVE-TOL-PCT > ZERO
002099         COMPUTE WS-EFFECTIVE-TOLERANCE ROUNDED =
002100             FUNCTION ABS(WS-BASE-CONTROLL-NUM)
002101                 * WS-EFFECTIVE-TOL-PCT / 100
002102             ON SIZE ERROR
002103                 DISPLAY "WARNING: TOLERANCE PCT OVERFLOWED, "
002104                     "USING ABSOLUTE TOLERANCE"
002105                 MOVE WS-TOLERANCE TO WS-EFFECTIVE-TOLERANCE
002106         END-COMPUTE
002107     ELSE
002108         MOVE WS-TOLERANCE TO WS-EFFECTIVE-TOLERANCE
002109     END-IF.
002110 
002111     IF WS-VARIANCE = ZERO
002112         MOVE "EQUAL TO" TO WS-RESULT-TEXT
002113         ADD 1 TO WS-EQUAL-COUNT
002114     ELSE
002115         IF WS-EFFECTIVE-TOLERANCE > ZERO
002116             AND WS-ABS-VARIANCE <= WS-EFFECTIVE-TOLERANCE
002117             MOVE "WITHIN TOLERANCE" TO WS-RESULT-TEXT
002118             ADD 1 TO WS-TOLERANCE-COUNT
002119         ELSE
002120             IF WS-BASE-NUM > WS-BASE-CONTROLL-NUM THEN
002121                 MOVE "GREATER THEN" TO WS-RESULT-TEXT
002122                 ADD 1 TO WS-GREATER-COUNT
002123             ELSE
002124                 MOVE "LESS THEN" TO WS-RESULT-TEXT
002125                 ADD 1 TO WS-LESS-COUNT
002126             END-IF
002127         END-IF
002128     END-IF.
002129
002130     ADD 1 TO WS-TOTAL-COUNT.
002131     ADD WS-BASE-NUM TO WS-NUM-GRAND-TOTAL.
002132
002133 4000-WRITE-AUDIT-RECORD.
002134     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
002135     MOVE WS-CDT-DATE TO WS-AUDIT-DATE.
002136     ACCEPT WS-CDT-TIME FROM TIME.
002137     MOVE WS-CDT-HHMMSS TO WS-AUDIT-TIME.
002138
002139     MOVE WS-AUDIT-TIMESTAMP TO AL-TIMESTAMP.
002140     MOVE WS-CURRENT-ACCOUNT-CODE TO AL-ACCOUNT-CODE.
002141     MOVE WS-BASE-NUM         TO AL-NUM.
002142     MOVE WS-BASE-CONTROLL-NUM TO AL-CONTROLL-NUM.
002143     MOVE WS-VARIANCE-DISPLAY TO AL-VARIANCE.
002144     MOVE WS-RESULT-TEXT      TO AL-RESULT-TEXT.
002145     PERFORM 4050-CHAIN-AUDIT-RECORD.
002146
002147     WRITE AUDIT-RECORD.
002148     IF WS-AUDIT-STATUS NOT = "00"
002149         DISPLAY "ERROR WRITING AUDITLOG, FILE STATUS: "
002150             WS-AUDIT-STATUS
002151     END-IF.
002152 
002153 4050-CHAIN-AUDIT-RECORD.
002154     ADD 1 TO WS-CHAIN-SEQ.
002155     MOVE WS-CHAIN-CHECK TO AC-PRIOR-CHECK.
002156     MOVE WS-CHAIN-SEQ TO AC-SEQUENCE.
002157     MOVE 91 TO AC-DATA-LENGTH.
002158     MOVE AUDIT-RECORD(1:91) TO AC-DATA.
002159     CALL "AUDCHAIN" USING AUDIT-CHAIN-AREA.
002160     MOVE WS-CHAIN-SEQ TO AL-CHAIN-SEQ.
002161     MOVE AC-NEW-CHECK TO AL-CHAIN-CHECK.
002162     MOVE AC-NEW-CHECK TO WS-CHAIN-CHECK.
002163
002164 4550-WRITE-ESC-HEADER.
002165     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
002166     ACCEPT WS-CDT-TIME FROM TIME.
002167     MOVE WS-RUN-DATE TO EH-RUN-DATE.
002168     MOVE WS-CDT-HHMMSS TO EH-RUN-TIME.
002169     WRITE ESCALATION-RECORD FROM WS-ESC-HEADER.
002170     IF WS-ESCFEED-STATUS NOT = "00"
002171         DISPLAY "ERROR WRITING ESCFEED, FILE STATUS: "
002172             WS-ESCFEED-STATUS
002173     END-IF.
002174 
002175 4600-WRITE-ESC-DETAIL.
002176     MOVE WS-CURRENT-ACCOUNT-CODE TO ED-ACCOUNT-CODE.
002177     MOVE WS-BASE-NUM TO ED-NUM.
002178     MOVE WS-BASE-CONTROLL-NUM TO ED-CONTROLL-NUM.
002179     MOVE WS-VARIANCE TO ED-VARIANCE.
002180     MOVE WS-VARIANCE-PCT-NUM TO ED-VARIANCE-PCT.
002181     MOVE WS-RESULT-TEXT TO ED-RESULT-TEXT.
002182     MOVE WS-AUDIT-TIMESTAMP(1:15) TO ED-RUN-TIMESTAMP.
002183     MOVE WS-NUM-CURRENCY TO ED-NUM-CURRENCY.
002184     MOVE NUM TO ED-ORIG-NUM.
002185     MOVE WS-CTL-CURRENCY TO ED-CTL-CURRENCY.
002186     MOVE CONTROLL-NUM TO ED-ORIG-CONTROLL-NUM.
002187     WRITE ESCALATION-RECORD FROM WS-ESC-DETAIL.
002188     IF WS-ESCFEED-STATUS NOT = "00"
002189         DISPLAY "ERROR WRITING ESCFEED, FILE STATUS: "
002190             WS-ESCFEED-STATUS
002191     END-IF.
002192     ADD 1 TO WS-ESC-COUNT.
002193     ADD WS-BASE-NUM TO WS-ESC-NUM-HASH.
002194     ADD WS-BASE-CONTROLL-NUM TO WS-ESC-CTL-HASH.
002195     ADD WS-VARIANCE TO WS-ESC-VAR-HASH.
002196 
002197 4700-WRITE-ESC-TRAILER.
002198     MOVE WS-ESC-COUNT TO ET-RECORD-COUNT.
002199     MOVE WS-ESC-NUM-HASH TO ET-NUM-HASH.
002200     MOVE WS-ESC-CTL-HASH TO ET-CTL-HASH.
002201     MOVE WS-ESC-VAR-HASH TO ET-VARIANCE-HASH.
002202     WRITE ESCALATION-RECORD FROM WS-ESC-TRAILER.
002203     IF WS-ESCFEED-STATUS NOT = "00"
002204         DISPLAY "ERROR WRITING ESCFEED, FILE STATUS: "
002205             WS-ESCFEED-STATUS
002206     END-IF.
002207 
002208 9000-SET-RETURN-CODE.
002209     PERFORM 9100-COMPUTE-REJECT-PCT.
002210     IF WS-REJECT-LIMIT-PCT > ZERO
002211             AND WS-REJECT-PCT > WS-REJECT-LIMIT-PCT
002212         MOVE 8 TO RETURN-CODE
002213     ELSE
002214         IF WS-REJECT-COUNT > ZERO
002215             MOVE 4 TO RETURN-CODE
002216         ELSE
002217             MOVE ZERO TO RETURN-CODE
002218         END-IF
002219     END-IF.
002220 
002221 9100-COMPUTE-REJECT-PCT.
002222     COMPUTE WS-SEEN-COUNT = WS-TOTAL-COUNT + WS-REJECT-COUNT
002223         + WS-NOMASTER-COUNT.
002224     IF WS-SEEN-COUNT = ZERO OR WS-REJECT-COUNT = ZERO
002225         MOVE ZERO TO WS-REJECT-PCT
002226     ELSE
002227         COMPUTE WS-REJECT-PCT ROUNDED =
002228             WS-REJECT-COUNT * 100 / WS-SEEN-COUNT
002229             ON SIZE ERROR
002230                 MOVE 999.99 TO WS-REJECT-PCT
002231         END-COMPUTE
002232     END-IF.
