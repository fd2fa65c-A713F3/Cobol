000100 IDENTIFICATION DIVISION.
000101 PROGRAM-ID. GREATREV.
000102 ENVIRONMENT DIVISION.
000103 INPUT-OUTPUT SECTION.
000104 FILE-CONTROL.
000105     SELECT RUN-REGISTER-FILE ASSIGN TO "RUNREG"
000106         ORGANIZATION IS LINE SEQUENTIAL
000107         FILE STATUS IS WS-RUNREG-STATUS.
000108
000109     SELECT OPTIONAL RUN-SUMMARY-FILE ASSIGN TO "RUNSUMM"
000110         ORGANIZATION IS LINE SEQUENTIAL
000111         FILE STATUS IS WS-RUNSUMM-STATUS.
000112
000113     SELECT HISTORY-FILE ASSIGN TO "CMPHIST"
000114         ORGANIZATION IS LINE SEQUENTIAL
000115         FILE STATUS IS WS-HISTORY-STATUS.
000116
000117     SELECT HISTORY-WORK-FILE ASSIGN TO "HISTWORK"
000118         ORGANIZATION IS LINE SEQUENTIAL
000119         FILE STATUS IS WS-HIST-WORK-STATUS.
000120
000121     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
000122         ORGANIZATION IS LINE SEQUENTIAL
000123         FILE STATUS IS WS-AUDIT-STATUS.
000124
000125     SELECT AUDIT-WORK-FILE ASSIGN TO "AUDWORK"
000126         ORGANIZATION IS LINE SEQUENTIAL
000127         FILE STATUS IS WS-AUDIT-WORK-STATUS.
000128
000129     SELECT OPTIONAL OPEN-ESC-FILE ASSIGN TO "OPENESC"
000130         ORGANIZATION IS INDEXED
000131         ACCESS MODE IS DYNAMIC
000132         RECORD KEY IS OE-ESC-KEY
000133         FILE STATUS IS WS-OPENESC-STATUS.
000134
000135     SELECT ESCALATION-FILE ASSIGN TO "ESCFEED"
000136         ORGANIZATION IS LINE SEQUENTIAL
000137         FILE STATUS IS WS-ESCFEED-STATUS.
000138
000139     SELECT OPTIONAL REVERSAL-RPT-FILE ASSIGN TO "REVRPT"
000140         ORGANIZATION IS LINE SEQUENTIAL
000141         FILE STATUS IS WS-REV-RPT-STATUS.
000142
000143     SELECT OPTIONAL RETENTION-FILE ASSIGN TO "RETNFILE"
000144         ORGANIZATION IS LINE SEQUENTIAL
000145         FILE STATUS IS WS-RETENTION-STATUS.
000146
000147 DATA DIVISION.
000148 FILE SECTION.
000149 FD  RUN-REGISTER-FILE.
000150 01  RUN-REGISTER-RECORD.
000151     05  RG-RUN-NUMBER           PIC 9(6).
000152     05  RG-RUN-DATE             PIC 9(8).
000153     05  RG-MODE                 PIC X(10).
000154     05  RG-STATUS               PIC X(9).
000155     05  RG-START-TIMESTAMP      PIC X(15).
000156     05  RG-END-TIMESTAMP        PIC X(15).
000157     05  RG-TOTAL-COUNT          PIC 9(6).
000158     05  RG-GREATER-COUNT        PIC 9(6).
000159     05  RG-LESS-COUNT           PIC 9(6).
000160     05  RG-EQUAL-COUNT          PIC 9(6).
000161     05  RG-TOLERANCE-COUNT      PIC 9(6).
000162     05  RG-REJECT-COUNT         PIC 9(6).
000163     05  RG-NOMASTER-COUNT       PIC 9(6).
000164     05  RG-ESC-COUNT            PIC 9(9).
000165
000166 FD  RUN-SUMMARY-FILE.
000167     COPY RUNSUMM.
000168
000169 FD  HISTORY-FILE.
000170     COPY CMPHIST.
000171
000172 FD  HISTORY-WORK-FILE.
000173 01  HISTORY-WORK-RECORD         PIC X(134).
000174
000175 FD  AUDIT-FILE.
000176     COPY AUDITREC.
000177
000178 FD  AUDIT-WORK-FILE.
000179 01  AUDIT-WORK-RECORD           PIC X(110).
000180
000181 FD  OPEN-ESC-FILE.
000182     COPY OPENESC.
000183
000184 FD  ESCALATION-FILE.
000185 01  ESCALATION-RECORD           PIC X(120).
000186
000187 FD  REVERSAL-RPT-FILE.
000188 01  REVERSAL-RPT-RECORD         PIC X(132).
000189
000190 FD  RETENTION-FILE.
000191     COPY RETNREC.
000192
000193 WORKING-STORAGE SECTION.
000194 01  WS-RUNREG-STATUS            PIC X(2).
000195 01  WS-RUNSUMM-STATUS           PIC X(2).
000196 01  WS-HISTORY-STATUS           PIC X(2).
000197 01  WS-HIST-WORK-STATUS         PIC X(2).
000198 01  WS-AUDIT-STATUS             PIC X(2).
000199 01  WS-AUDIT-WORK-STATUS        PIC X(2).
000200 01  WS-OPENESC-STATUS           PIC X(2).
000201 01  WS-ESCFEED-STATUS           PIC X(2).
000202 01  WS-REV-RPT-STATUS           PIC X(2).
000203 01  WS-RETENTION-STATUS         PIC X(2).
000204
000205 01  WS-REG-EOF                  PIC X(1)    VALUE "N".
000206 01  WS-HISTORY-EOF              PIC X(1)    VALUE "N".
000207 01  WS-WORK-EOF                 PIC X(1)    VALUE "N".
000208 01  WS-AUDIT-EOF                PIC X(1)    VALUE "N".
000209 01  WS-SWEEP-EOF                PIC X(1)    VALUE "N".
000210 01  WS-RUN-FOUND                PIC X(1)    VALUE "N".
000211 01  WS-SUMMARY-FOUND            PIC X(1)    VALUE "N".
000212
000213 01  WS-RUN-DATE-PARM            PIC X(8)    VALUE SPACES.
000214 01  WS-REV-RUN-DATE             PIC 9(8)    VALUE ZERO.
000215 01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
000216
000217 01  WS-REV-RUN-NUMBER           PIC 9(6)    VALUE ZERO.
000218 01  WS-REV-MODE                 PIC X(10)   VALUE SPACES.
000219 01  WS-REV-START-TS             PIC X(15)   VALUE SPACES.
000220 01  WS-REV-END-TS               PIC X(15)   VALUE SPACES.
000221 01  WS-REG-TOTAL-COUNT          PIC 9(6)    VALUE ZERO.
000222 01  WS-REG-ESC-COUNT            PIC 9(9)    VALUE ZERO.
000223
000224 01  WS-HIST-REMOVED-COUNT       PIC 9(6)    VALUE ZERO.
000225 01  WS-HIST-KEPT-COUNT          PIC 9(8)    VALUE ZERO.
000226 01  WS-HIST-NUM-TOTAL           PIC S9(15)V99 VALUE ZERO.
000227
000228 01  WS-AUDIT-REV-COUNT          PIC 9(6)    VALUE ZERO.
000229 01  WS-AUDIT-GREATER-COUNT      PIC 9(6)    VALUE ZERO.
000230 01  WS-AUDIT-LESS-COUNT         PIC 9(6)    VALUE ZERO.
000231 01  WS-AUDIT-EQUAL-COUNT        PIC 9(6)    VALUE ZERO.
000232 01  WS-AUDIT-TOLERANCE-COUNT    PIC 9(6)    VALUE ZERO.
000233 01  WS-AUDIT-NUM-TOTAL          PIC S9(15)V99 VALUE ZERO.
000234 01  WS-AL-VARIANCE              PIC S9(11)V99 VALUE ZERO.
000235
000236 01  WS-CHAIN-EOF                PIC X(1)    VALUE "N".
000237 01  WS-CHAIN-SEQ                PIC 9(9)    VALUE ZERO.
000238 01  WS-CHAIN-CHECK              PIC 9(10)   VALUE ZERO.
000239     COPY AUDCHAIN.
000240
000241 01  WS-ESC-COUNT                PIC 9(9)    VALUE ZERO.
000242 01  WS-ESC-NUM-HASH             PIC S9(15)V99 VALUE ZERO.
000243 01  WS-ESC-CTL-HASH             PIC S9(15)V99 VALUE ZERO.
000244 01  WS-ESC-VAR-HASH             PIC S9(15)V99 VALUE ZERO.
000245 01  WS-ESC-NOT-OPEN-COUNT       PIC 9(9)    VALUE ZERO.
000246
000247 01  WS-ESC-HEADER.
000248     05  EH-RECORD-TYPE          PIC X(1)    VALUE "H".
000249     05  EH-SYSTEM-ID            PIC X(8)    VALUE "GREATER".
000250     05  EH-RUN-DATE             PIC 9(8).
000251     05  EH-RUN-TIME             PIC 9(6).
000252     05  FILLER                  PIC X(97)   VALUE SPACES.
000253
000254 01  WS-ESC-CANCEL.
000255     05  EC-RECORD-TYPE          PIC X(1)    VALUE "C".
000256     05  EC-ACCOUNT-CODE         PIC X(8).
000257     05  EC-NUM                  PIC S9(10)V99
000258                                 SIGN LEADING SEPARATE.
000259     05  EC-CONTROLL-NUM         PIC S9(10)V99
000260                                 SIGN LEADING SEPARATE.
000261     05  EC-VARIANCE             PIC S9(11)V99
000262                                 SIGN LEADING SEPARATE.
000263     05  EC-VARIANCE-PCT         PIC 9(3)V99.
000264     05  EC-RESULT-TEXT          PIC X(17).
000265     05  EC-RUN-TIMESTAMP        PIC X(15).
000266     05  EC-NUM-CURRENCY         PIC X(3)    VALUE SPACES.
000267     05  EC-ORIG-NUM             PIC S9(10)V99
000268                                 SIGN LEADING SEPARATE VALUE ZERO.
000269     05  EC-CTL-CURRENCY         PIC X(3)    VALUE SPACES.
000270     05  EC-ORIG-CONTROLL-NUM    PIC S9(10)V99
000271                                 SIGN LEADING SEPARATE VALUE ZERO.
000272     05  FILLER                  PIC X(2)    VALUE SPACES.
000273
000274 01  WS-ESC-TRAILER.
000275     05  ET-RECORD-TYPE          PIC X(1)    VALUE "T".
000276     05  ET-RECORD-COUNT         PIC 9(9).
000277     05  ET-NUM-HASH             PIC S9(15)V99
000278                                 SIGN LEADING SEPARATE.
000279     05  ET-CTL-HASH             PIC S9(15)V99
000280                                 SIGN LEADING SEPARATE.
000281     05  ET-VARIANCE-HASH        PIC S9(15)V99
000282                                 SIGN LEADING SEPARATE.
000283     05  FILLER                  PIC X(56)   VALUE SPACES.
000284
000285 01  WS-CHECKS-MADE              PIC 9(4)    VALUE ZERO.
000286 01  WS-CHECKS-FAILED            PIC 9(4)    VALUE ZERO.
000287 01  WS-CHK-NAME                 PIC X(30).
000288 01  WS-CHK-EXPECTED             PIC S9(15)V99 VALUE ZERO.
000289 01  WS-CHK-ACTUAL               PIC S9(15)V99 VALUE ZERO.
000290 01  WS-CHK-EXP-DISPLAY          PIC -(15)9.99.
000291 01  WS-CHK-ACT-DISPLAY          PIC -(15)9.99.
000292
000293 01  WS-NUM-DISPLAY              PIC -(15)9.99.
000294 01  WS-VAR-DISPLAY              PIC -(10)9.99.
000295
000296 01  WS-CURRENT-DATE-TIME.
000297     05  WS-CDT-DATE             PIC 9(8).
000298     05  WS-CDT-TIME.
000299         10  WS-CDT-HHMMSS       PIC 9(6).
000300         10  WS-CDT-HUNDREDTHS   PIC 9(2).
000301
000302 01  WS-REV-TIMESTAMP.
000303     05  WS-REV-TS-DATE          PIC 9(8).
000304     05  FILLER                  PIC X(1)    VALUE "-".
000305     05  WS-REV-TS-TIME          PIC 9(6).
000306
000307 01  WS-PAGE-COUNT               PIC 9(4)    VALUE ZERO.
000308 01  WS-LINE-COUNT               PIC 9(2)    VALUE 99.
000309 01  WS-LINES-PER-PAGE           PIC 9(2)    VALUE 55.
000310 01  WS-RPT-LINE                 PIC X(132).
000311
000312 PROCEDURE DIVISION.
000313 0000-MAIN-LOGIC.
000314     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000315     ACCEPT WS-RUN-DATE-PARM FROM ENVIRONMENT "GREATREV-RUN-DATE".
000316     IF WS-RUN-DATE-PARM NOT NUMERIC
000317         DISPLAY "ERROR: GREATREV-RUN-DATE IS MISSING OR "
000318             "NOT NUMERIC (YYYYMMDD)"
000319         MOVE 16 TO RETURN-CODE
000320         STOP RUN
000321     END-IF.
000322     MOVE WS-RUN-DATE-PARM TO WS-REV-RUN-DATE.
000323
000324     PERFORM 1000-FIND-RUN.
000325     IF WS-RUN-FOUND NOT = "Y"
000326         DISPLAY "ERROR: RUNREG SHOWS NO COMPLETED, UNREVERSED "
000327             "RUN FOR DATE " WS-REV-RUN-DATE ", NOTHING REVERSED"
000328         MOVE 8 TO RETURN-CODE
000329         STOP RUN
000330     END-IF.
000331     PERFORM 1100-READ-RUN-SUMMARY.
000332
000333     OPEN OUTPUT REVERSAL-RPT-FILE.
000334     IF WS-REV-RPT-STATUS NOT = "00"
000335             AND WS-REV-RPT-STATUS NOT = "05"
000336         DISPLAY "ERROR OPENING REVRPT, FILE STATUS: "
000337             WS-REV-RPT-STATUS
000338         MOVE 16 TO RETURN-CODE
000339         STOP RUN
000340     END-IF.
000341
000342     OPEN I-O OPEN-ESC-FILE.
000343     IF WS-OPENESC-STATUS NOT = "00"
000344             AND WS-OPENESC-STATUS NOT = "05"
000345         DISPLAY "ERROR OPENING OPENESC, FILE STATUS: "
000346             WS-OPENESC-STATUS
000347         CLOSE REVERSAL-RPT-FILE
000348         MOVE 16 TO RETURN-CODE
000349         STOP RUN
000350     END-IF.
000351
000352     OPEN OUTPUT ESCALATION-FILE.
000353     IF WS-ESCFEED-STATUS NOT = "00"
000354         DISPLAY "ERROR OPENING ESCFEED, FILE STATUS: "
000355             WS-ESCFEED-STATUS
000356         CLOSE REVERSAL-RPT-FILE
000357         CLOSE OPEN-ESC-FILE
000358         MOVE 16 TO RETURN-CODE
000359         STOP RUN
000360     END-IF.
000361
000362     PERFORM 4150-WRITE-RPT-RUN.
000363     PERFORM 2000-BACK-OUT-HISTORY.
000364     PERFORM 3000-REVERSE-AUDIT-TRAIL.
000365     PERFORM 4000-CANCEL-ESCALATIONS.
000366
000367     CLOSE OPEN-ESC-FILE.
000368     CLOSE ESCALATION-FILE.
000369
000370     PERFORM 5000-MARK-RUN-REVERSED.
000371     PERFORM 6000-TIE-TO-RUN-SUMMARY.
000372     PERFORM 7000-WRITE-RPT-TOTALS.
000373
000374     CLOSE REVERSAL-RPT-FILE.
000375     IF WS-CHECKS-FAILED > ZERO
000376             OR WS-SUMMARY-FOUND NOT = "Y"
000377         MOVE 4 TO RETURN-CODE
000378     END-IF.
000379     STOP RUN.
000380
000381 1000-FIND-RUN.
000382     OPEN INPUT RUN-REGISTER-FILE.
000383     IF WS-RUNREG-STATUS NOT = "00"
000384         DISPLAY "ERROR OPENING RUNREG, FILE STATUS: "
000385             WS-RUNREG-STATUS
000386         MOVE 16 TO RETURN-CODE
000387         STOP RUN
000388     END-IF.
000389     PERFORM UNTIL WS-REG-EOF = "Y"
000390         READ RUN-REGISTER-FILE
000391             AT END
000392                 MOVE "Y" TO WS-REG-EOF
000393             NOT AT END
000394                 IF RG-RUN-DATE = WS-REV-RUN-DATE
000395                     PERFORM 1050-NOTE-REGISTER-ENTRY
000396                 END-IF
000397         END-READ
000398     END-PERFORM.
000399     CLOSE RUN-REGISTER-FILE.
000400
000401 1050-NOTE-REGISTER-ENTRY.
000402     IF RG-STATUS = "REVERSED"
000403         MOVE "N" TO WS-RUN-FOUND
000404         MOVE SPACES TO WS-REV-START-TS
000405         MOVE SPACES TO WS-REV-END-TS
000406     ELSE
000407         IF WS-REV-START-TS = SPACES
000408             MOVE RG-START-TIMESTAMP TO WS-REV-START-TS
000409         END-IF
000410         IF RG-STATUS = "COMPLETED"
000411             MOVE "Y" TO WS-RUN-FOUND
000412             MOVE RG-RUN-NUMBER TO WS-REV-RUN-NUMBER
000413             MOVE RG-MODE TO WS-REV-MODE
000414             MOVE RG-END-TIMESTAMP TO WS-REV-END-TS
000415             MOVE RG-TOTAL-COUNT TO WS-REG-TOTAL-COUNT
000416             MOVE RG-ESC-COUNT TO WS-REG-ESC-COUNT
000417         END-IF
000418     END-IF.
000419
000420 1100-READ-RUN-SUMMARY.
000421     OPEN INPUT RUN-SUMMARY-FILE.
000422     IF WS-RUNSUMM-STATUS = "00"
000423         READ RUN-SUMMARY-FILE
000424             AT END
000425                 CONTINUE
000426             NOT AT END
000427                 IF RS-RUN-DATE = WS-REV-RUN-DATE
000428                     MOVE "Y" TO WS-SUMMARY-FOUND
000429                 ELSE
000430                     DISPLAY "WARNING: RUNSUMM HOLDS RUN DATE "
000431                         RS-RUN-DATE ", TIE-OUT NOT CHECKED"
000432                 END-IF
000433         END-READ
000434     ELSE
000435         DISPLAY "WARNING: RUNSUMM NOT AVAILABLE, FILE STATUS: "
000436             WS-RUNSUMM-STATUS
000437     END-IF.
000438     CLOSE RUN-SUMMARY-FILE.
000439
000440 2000-BACK-OUT-HISTORY.
000441     OPEN INPUT HISTORY-FILE.
000442     IF WS-HISTORY-STATUS NOT = "00"
000443         DISPLAY "ERROR OPENING CMPHIST, FILE STATUS: "
000444             WS-HISTORY-STATUS
000445         PERFORM 9000-ABANDON-REVERSAL
000446     END-IF.
000447     OPEN OUTPUT HISTORY-WORK-FILE.
000448     IF WS-HIST-WORK-STATUS NOT = "00"
000449         DISPLAY "ERROR OPENING HISTWORK, FILE STATUS: "
000450             WS-HIST-WORK-STATUS
000451         CLOSE HISTORY-FILE
000452         PERFORM 9000-ABANDON-REVERSAL
000453     END-IF.
000454     PERFORM UNTIL WS-HISTORY-EOF = "Y"
000455         READ HISTORY-FILE
000456             AT END
000457                 MOVE "Y" TO WS-HISTORY-EOF
000458             NOT AT END
000459                 IF CH-RUN-DATE = WS-REV-RUN-DATE
000460                     PERFORM 2100-REMOVE-HISTORY-ROW
000461                 ELSE
000462                     ADD 1 TO WS-HIST-KEPT-COUNT
000463                     WRITE HISTORY-WORK-RECORD
000464                         FROM COMPARISON-HISTORY-RECORD
000465                 END-IF
000466         END-READ
000467     END-PERFORM.
000468     CLOSE HISTORY-FILE.
000469     CLOSE HISTORY-WORK-FILE.
000470
000471     OPEN INPUT HISTORY-WORK-FILE.
000472     OPEN OUTPUT HISTORY-FILE.
000473     IF WS-HIST-WORK-STATUS NOT = "00"
000474             OR WS-HISTORY-STATUS NOT = "00"
000475         DISPLAY "ERROR REWRITING CMPHIST, FILE STATUS: "
000476             WS-HISTORY-STATUS " HISTWORK: " WS-HIST-WORK-STATUS
000477         PERFORM 9000-ABANDON-REVERSAL
000478     END-IF.
000479     PERFORM UNTIL WS-WORK-EOF = "Y"
000480         READ HISTORY-WORK-FILE
000481             AT END
000482                 MOVE "Y" TO WS-WORK-EOF
000483             NOT AT END
000484                 WRITE COMPARISON-HISTORY-RECORD
000485                     FROM HISTORY-WORK-RECORD
000486                 IF WS-HISTORY-STATUS NOT = "00"
000487                     DISPLAY "ERROR WRITING CMPHIST, "
000488                         "FILE STATUS: " WS-HISTORY-STATUS
000489                 END-IF
000490         END-READ
000491     END-PERFORM.
000492     CLOSE HISTORY-WORK-FILE.
000493     CLOSE HISTORY-FILE.
000494
000495 2100-REMOVE-HISTORY-ROW.
000496     ADD 1 TO WS-HIST-REMOVED-COUNT.
000497     ADD CH-NUM-TOTAL TO WS-HIST-NUM-TOTAL.
000498     MOVE CH-NUM-TOTAL TO WS-NUM-DISPLAY.
000499     MOVE SPACES TO WS-RPT-LINE.
000500     STRING "CMPHIST ROW REMOVED:  ACCT: " DELIMITED BY SIZE
000501             CH-ACCOUNT-CODE      DELIMITED BY SIZE
000502             "  NUM TOTAL: "      DELIMITED BY SIZE
000503             WS-NUM-DISPLAY       DELIMITED BY SIZE
000504             "  "                 DELIMITED BY SIZE
000505             CH-RESULT-TEXT       DELIMITED BY SIZE
000506         INTO WS-RPT-LINE
000507         ON OVERFLOW
000508             DISPLAY "WARNING: REVERSAL LINE TRUNCATED"
000509     END-STRING.
000510     PERFORM 4100-WRITE-RPT-LINE.
000511
000512 3000-REVERSE-AUDIT-TRAIL.
000513     OPEN INPUT AUDIT-FILE.
000514     IF WS-AUDIT-STATUS NOT = "00"
000515         DISPLAY "ERROR OPENING AUDITLOG, FILE STATUS: "
000516             WS-AUDIT-STATUS
000517         PERFORM 9000-ABANDON-REVERSAL
000518     END-IF.
000519     OPEN OUTPUT AUDIT-WORK-FILE.
000520     IF WS-AUDIT-WORK-STATUS NOT = "00"
000521         DISPLAY "ERROR OPENING AUDWORK, FILE STATUS: "
000522             WS-AUDIT-WORK-STATUS
000523         CLOSE AUDIT-FILE
000524         PERFORM 9000-ABANDON-REVERSAL
000525     END-IF.
000526     PERFORM UNTIL WS-AUDIT-EOF = "Y"
000527         READ AUDIT-FILE
000528             AT END
000529                 MOVE "Y" TO WS-AUDIT-EOF
000530             NOT AT END
000531                 IF AL-CHAIN-SEQ NUMERIC
000532                         AND AL-CHAIN-CHECK NUMERIC
000533                     MOVE AL-CHAIN-SEQ TO WS-CHAIN-SEQ
000534                     MOVE AL-CHAIN-CHECK TO WS-CHAIN-CHECK
000535                 END-IF
000536                 IF AL-TIMESTAMP(1:15) >= WS-REV-START-TS
000537                         AND AL-TIMESTAMP(1:15) <= WS-REV-END-TS
000538                         AND AL-ACCOUNT-CODE NOT = SPACES
000539                         AND NOT AL-IS-REVERSAL
000540                     PERFORM 3100-BUILD-REVERSAL-RECORD
000541                 END-IF
000542         END-READ
000543     END-PERFORM.
000544     CLOSE AUDIT-FILE.
000545     CLOSE AUDIT-WORK-FILE.
000546     IF WS-CHAIN-SEQ = ZERO
000547         PERFORM 3150-READ-RETENTION-ANCHOR
000548     END-IF.
000549
000550     OPEN INPUT AUDIT-WORK-FILE.
000551     OPEN EXTEND AUDIT-FILE.
000552     IF WS-AUDIT-WORK-STATUS NOT = "00"
000553             OR WS-AUDIT-STATUS NOT = "00"
000554         DISPLAY "ERROR APPENDING AUDITLOG, FILE STATUS: "
000555             WS-AUDIT-STATUS " AUDWORK: " WS-AUDIT-WORK-STATUS
000556         PERFORM 9000-ABANDON-REVERSAL
000557     END-IF.
000558     MOVE "N" TO WS-WORK-EOF.
000559     PERFORM UNTIL WS-WORK-EOF = "Y"
000560         READ AUDIT-WORK-FILE
000561             AT END
000562                 MOVE "Y" TO WS-WORK-EOF
000563             NOT AT END
000564                 MOVE AUDIT-WORK-RECORD TO AUDIT-RECORD
000565                 PERFORM 3200-CHAIN-AUDIT-RECORD
000566                 WRITE AUDIT-RECORD
000567                 IF WS-AUDIT-STATUS NOT = "00"
000568                     DISPLAY "ERROR WRITING AUDITLOG, "
000569                         "FILE STATUS: " WS-AUDIT-STATUS
000570                 END-IF
000571         END-READ
000572     END-PERFORM.
000573     CLOSE AUDIT-WORK-FILE.
000574     CLOSE AUDIT-FILE.
000575
000576 3100-BUILD-REVERSAL-RECORD.
000577     ADD 1 TO WS-AUDIT-REV-COUNT.
000578     ADD AL-NUM TO WS-AUDIT-NUM-TOTAL.
000579     EVALUATE AL-RESULT-TEXT
000580         WHEN "GREATER THEN"
000581             ADD 1 TO WS-AUDIT-GREATER-COUNT
000582         WHEN "LESS THEN"
000583             ADD 1 TO WS-AUDIT-LESS-COUNT
000584         WHEN "EQUAL TO"
000585             ADD 1 TO WS-AUDIT-EQUAL-COUNT
000586         WHEN "WITHIN TOLERANCE"
000587             ADD 1 TO WS-AUDIT-TOLERANCE-COUNT
000588     END-EVALUATE.
000589
000590     MOVE "R" TO AL-REVERSAL-MARK.
000591     MOVE WS-RUN-DATE TO AL-REVERSAL-DATE.
000592     COMPUTE AL-NUM = ZERO - AL-NUM.
000593     COMPUTE AL-CONTROLL-NUM = ZERO - AL-CONTROLL-NUM.
000594     MOVE AL-VARIANCE TO WS-AL-VARIANCE.
000595     COMPUTE WS-AL-VARIANCE = ZERO - WS-AL-VARIANCE.
000596     MOVE WS-AL-VARIANCE TO AL-VARIANCE.
000597     WRITE AUDIT-WORK-RECORD FROM AUDIT-RECORD.
000598     IF WS-AUDIT-WORK-STATUS NOT = "00"
000599         DISPLAY "ERROR WRITING AUDWORK, FILE STATUS: "
000600             WS-AUDIT-WORK-STATUS
000601     END-IF.
000602
000603 3150-READ-RETENTION-ANCHOR.
000604     MOVE "N" TO WS-CHAIN-EOF.
000605     OPEN INPUT RETENTION-FILE.
000606     EVALUATE WS-RETENTION-STATUS
000607         WHEN "00"
000608             PERFORM UNTIL WS-CHAIN-EOF = "Y"
000609                 READ RETENTION-FILE
000610                     AT END
000611                         MOVE "Y" TO WS-CHAIN-EOF
000612                     NOT AT END
000613                         IF RT-LAST-CHAIN-SEQ NUMERIC
000614                                 AND RT-LAST-CHAIN-CHECK NUMERIC
000615                                 AND RT-LAST-CHAIN-SEQ
000616                                     > WS-CHAIN-SEQ
000617                             MOVE RT-LAST-CHAIN-SEQ
000618                                 TO WS-CHAIN-SEQ
000619                             MOVE RT-LAST-CHAIN-CHECK
000620                                 TO WS-CHAIN-CHECK
000621                         END-IF
000622                 END-READ
000623             END-PERFORM
000624             CLOSE RETENTION-FILE
000625         WHEN "05"
000626             CLOSE RETENTION-FILE
000627     END-EVALUATE.
000628
000629 3200-CHAIN-AUDIT-RECORD.
000630     ADD 1 TO WS-CHAIN-SEQ.
000631     MOVE WS-CHAIN-CHECK TO AC-PRIOR-CHECK.
000632     MOVE WS-CHAIN-SEQ TO AC-SEQUENCE.
000633     MOVE 91 TO AC-DATA-LENGTH.
000634     MOVE AUDIT-RECORD(1:91) TO AC-DATA.
000635     CALL "AUDCHAIN" USING AUDIT-CHAIN-AREA.
000636     MOVE WS-CHAIN-SEQ TO AL-CHAIN-SEQ.
000637     MOVE AC-NEW-CHECK TO AL-CHAIN-CHECK.
000638     MOVE AC-NEW-CHECK TO WS-CHAIN-CHECK.
000639
000640 4000-CANCEL-ESCALATIONS.
000641     ACCEPT WS-CDT-TIME FROM TIME.
000642     MOVE WS-REV-RUN-DATE TO EH-RUN-DATE.
000643     MOVE WS-CDT-HHMMSS TO EH-RUN-TIME.
000644     WRITE ESCALATION-RECORD FROM WS-ESC-HEADER.
000645     IF WS-ESCFEED-STATUS NOT = "00"
000646         DISPLAY "ERROR WRITING ESCFEED, FILE STATUS: "
000647             WS-ESCFEED-STATUS
000648     END-IF.
000649
000650     MOVE LOW-VALUES TO OE-ESC-KEY.
000651     START OPEN-ESC-FILE
000652         KEY IS NOT LESS THAN OE-ESC-KEY
000653         INVALID KEY
000654             MOVE "Y" TO WS-SWEEP-EOF
000655     END-START.
000656     IF WS-OPENESC-STATUS NOT = "00"
000657         MOVE "Y" TO WS-SWEEP-EOF
000658     END-IF.
000659     PERFORM UNTIL WS-SWEEP-EOF = "Y"
000660         READ OPEN-ESC-FILE NEXT
000661             AT END
000662                 MOVE "Y" TO WS-SWEEP-EOF
000663             NOT AT END
000664                 IF OE-RUN-TIMESTAMP >= WS-REV-START-TS
000665                         AND OE-RUN-TIMESTAMP <= WS-REV-END-TS
000666                     PERFORM 4050-CANCEL-ONE-ESCALATION
000667                 END-IF
000668         END-READ
000669     END-PERFORM.
000670
000671     MOVE WS-ESC-COUNT TO ET-RECORD-COUNT.
000672     MOVE WS-ESC-NUM-HASH TO ET-NUM-HASH.
000673     MOVE WS-ESC-CTL-HASH TO ET-CTL-HASH.
000674     MOVE WS-ESC-VAR-HASH TO ET-VARIANCE-HASH.
000675     WRITE ESCALATION-RECORD FROM WS-ESC-TRAILER.
000676     IF WS-ESCFEED-STATUS NOT = "00"
000677         DISPLAY "ERROR WRITING ESCFEED, FILE STATUS: "
000678             WS-ESCFEED-STATUS
000679     END-IF.
000680
000681 4050-CANCEL-ONE-ESCALATION.
000682     MOVE OE-ACCOUNT-CODE TO EC-ACCOUNT-CODE.
000683     MOVE OE-NUM TO EC-NUM.
000684     MOVE OE-CONTROLL-NUM TO EC-CONTROLL-NUM.
000685     MOVE OE-VARIANCE TO EC-VARIANCE.
000686     MOVE OE-VARIANCE-PCT TO EC-VARIANCE-PCT.
000687     MOVE OE-RESULT-TEXT TO EC-RESULT-TEXT.
000688     MOVE OE-RUN-TIMESTAMP TO EC-RUN-TIMESTAMP.
000689
000690     DELETE OPEN-ESC-FILE
000691         INVALID KEY
000692             CONTINUE
000693     END-DELETE.
000694     IF WS-OPENESC-STATUS NOT = "00"
000695         DISPLAY "ERROR DELETING OPENESC, FILE STATUS: "
000696             WS-OPENESC-STATUS
000697     ELSE
000698         WRITE ESCALATION-RECORD FROM WS-ESC-CANCEL
000699         IF WS-ESCFEED-STATUS NOT = "00"
000700             DISPLAY "ERROR WRITING ESCFEED, FILE STATUS: "
000701                 WS-ESCFEED-STATUS
000702         END-IF
000703         ADD 1 TO WS-ESC-COUNT
000704         ADD OE-NUM TO WS-ESC-NUM-HASH
000705         ADD OE-CONTROLL-NUM TO WS-ESC-CTL-HASH
000706         ADD OE-VARIANCE TO WS-ESC-VAR-HASH
000707         MOVE OE-VARIANCE TO WS-VAR-DISPLAY
000708         MOVE SPACES TO WS-RPT-LINE
000709         STRING "ESCALATION CANCELLED: ACCT: " DELIMITED BY SIZE
000710                 OE-ACCOUNT-CODE  DELIMITED BY SIZE
000711                 "  SENT: "       DELIMITED BY SIZE
000712                 OE-RUN-TIMESTAMP DELIMITED BY SIZE
000713                 "  VARIANCE: "   DELIMITED BY SIZE
000714                 WS-VAR-DISPLAY   DELIMITED BY SIZE
000715                 "  CASE: "       DELIMITED BY SIZE
000716                 OE-CASE-NUMBER   DELIMITED BY SIZE
000717             INTO WS-RPT-LINE
000718             ON OVERFLOW
000719                 DISPLAY "WARNING: REVERSAL LINE TRUNCATED"
000720         END-STRING
000721         PERFORM 4100-WRITE-RPT-LINE
000722     END-IF.
000723
000724 4100-WRITE-RPT-LINE.
000725     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000726         PERFORM 4200-WRITE-RPT-HEADING
000727     END-IF.
000728     WRITE REVERSAL-RPT-RECORD FROM WS-RPT-LINE.
000729     IF WS-REV-RPT-STATUS NOT = "00"
000730         DISPLAY "ERROR WRITING REVRPT, FILE STATUS: "
000731             WS-REV-RPT-STATUS
000732     END-IF.
000733     ADD 1 TO WS-LINE-COUNT.
000734
000735 4150-WRITE-RPT-RUN.
000736     MOVE SPACES TO WS-RPT-LINE.
000737     STRING "REVERSING RUN NUMBER: " DELIMITED BY SIZE
000738             WS-REV-RUN-NUMBER    DELIMITED BY SIZE
000739             "  MODE: "           DELIMITED BY SIZE
000740             WS-REV-MODE          DELIMITED BY SIZE
000741             "  STARTED: "        DELIMITED BY SIZE
000742             WS-REV-START-TS      DELIMITED BY SIZE
000743             "  COMPLETED: "      DELIMITED BY SIZE
000744             WS-REV-END-TS        DELIMITED BY SIZE
000745         INTO WS-RPT-LINE
000746         ON OVERFLOW
000747             DISPLAY "WARNING: REVERSAL LINE TRUNCATED"
000748     END-STRING.
000749     PERFORM 4100-WRITE-RPT-LINE.
000750     MOVE SPACES TO WS-RPT-LINE.
000751     PERFORM 4100-WRITE-RPT-LINE.
000752
000753 4200-WRITE-RPT-HEADING.
000754     ADD 1 TO WS-PAGE-COUNT.
000755     MOVE SPACES TO REVERSAL-RPT-RECORD.
000756     STRING "GREATREV  RUN REVERSAL REPORT  RUN DATE REVERSED: "
000757                                  DELIMITED BY SIZE
000758             WS-REV-RUN-DATE      DELIMITED BY SIZE
000759             "  ON: "             DELIMITED BY SIZE
000760             WS-RUN-DATE          DELIMITED BY SIZE
000761             "  PAGE: "           DELIMITED BY SIZE
000762             WS-PAGE-COUNT        DELIMITED BY SIZE
000763         INTO REVERSAL-RPT-RECORD
000764         ON OVERFLOW
000765             DISPLAY "WARNING: REVERSAL HEADING TRUNCATED"
000766     END-STRING.
000767     WRITE REVERSAL-RPT-RECORD.
000768     MOVE SPACES TO REVERSAL-RPT-RECORD.
000769     WRITE REVERSAL-RPT-RECORD.
000770     MOVE 2 TO WS-LINE-COUNT.
000771
000772 5000-MARK-RUN-REVERSED.
000773     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
000774     MOVE WS-CDT-DATE TO WS-REV-TS-DATE.
000775     ACCEPT WS-CDT-TIME FROM TIME.
000776     MOVE WS-CDT-HHMMSS TO WS-REV-TS-TIME.
000777
000778     OPEN EXTEND RUN-REGISTER-FILE.
000779     IF WS-RUNREG-STATUS NOT = "00"
000780         DISPLAY "ERROR OPENING RUNREG, FILE STATUS: "
000781             WS-RUNREG-STATUS
000782         PERFORM 9000-ABANDON-REVERSAL
000783     END-IF.
000784     MOVE WS-REV-RUN-NUMBER TO RG-RUN-NUMBER.
000785     MOVE WS-REV-RUN-DATE TO RG-RUN-DATE.
000786     MOVE "REVERSAL" TO RG-MODE.
000787     MOVE "REVERSED" TO RG-STATUS.
000788     MOVE WS-REV-TIMESTAMP TO RG-START-TIMESTAMP.
000789     MOVE WS-REV-TIMESTAMP TO RG-END-TIMESTAMP.
000790     MOVE WS-AUDIT-REV-COUNT TO RG-TOTAL-COUNT.
000791     MOVE WS-AUDIT-GREATER-COUNT TO RG-GREATER-COUNT.
000792     MOVE WS-AUDIT-LESS-COUNT TO RG-LESS-COUNT.
000793     MOVE WS-AUDIT-EQUAL-COUNT TO RG-EQUAL-COUNT.
000794     MOVE WS-AUDIT-TOLERANCE-COUNT TO RG-TOLERANCE-COUNT.
000795     MOVE ZERO TO RG-REJECT-COUNT.
000796     MOVE ZERO TO RG-NOMASTER-COUNT.
000797     MOVE WS-ESC-COUNT TO RG-ESC-COUNT.
000798     WRITE RUN-REGISTER-RECORD.
000799     IF WS-RUNREG-STATUS NOT = "00"
000800         DISPLAY "ERROR WRITING RUNREG, FILE STATUS: "
000801             WS-RUNREG-STATUS
000802         CLOSE RUN-REGISTER-FILE
000803         PERFORM 9000-ABANDON-REVERSAL
000804     END-IF.
000805     CLOSE RUN-REGISTER-FILE.
000806
000807 6000-TIE-TO-RUN-SUMMARY.
000808     MOVE SPACES TO WS-RPT-LINE.
000809     PERFORM 4100-WRITE-RPT-LINE.
000810     IF WS-SUMMARY-FOUND NOT = "Y"
000811         MOVE "TIE-OUT NOT CHECKED: RUNSUMM DOES NOT HOLD THIS"
000812             TO WS-RPT-LINE
000813         PERFORM 4100-WRITE-RPT-LINE
000814     ELSE
000815         MOVE "BACKED-OUT TOTALS AGAINST RUNSUMM" TO WS-RPT-LINE
000816         PERFORM 4100-WRITE-RPT-LINE
000817
000818         MOVE "AUDITLOG RECORDS REVERSED" TO WS-CHK-NAME
000819         MOVE RS-TOTAL-COUNT TO WS-CHK-EXPECTED
000820         MOVE WS-AUDIT-REV-COUNT TO WS-CHK-ACTUAL
000821         PERFORM 6100-CHECK-ONE-TIE
000822
000823         MOVE "  GREATER THEN" TO WS-CHK-NAME
000824         MOVE RS-GREATER-COUNT TO WS-CHK-EXPECTED
000825         MOVE WS-AUDIT-GREATER-COUNT TO WS-CHK-ACTUAL
000826         PERFORM 6100-CHECK-ONE-TIE
000827
000828         MOVE "  LESS THEN" TO WS-CHK-NAME
000829         MOVE RS-LESS-COUNT TO WS-CHK-EXPECTED
000830         MOVE WS-AUDIT-LESS-COUNT TO WS-CHK-ACTUAL
000831         PERFORM 6100-CHECK-ONE-TIE
000832
000833         MOVE "  EQUAL TO" TO WS-CHK-NAME
000834         MOVE RS-EQUAL-COUNT TO WS-CHK-EXPECTED
000835         MOVE WS-AUDIT-EQUAL-COUNT TO WS-CHK-ACTUAL
000836         PERFORM 6100-CHECK-ONE-TIE
000837
000838         MOVE "  WITHIN TOLERANCE" TO WS-CHK-NAME
000839         MOVE RS-TOLERANCE-COUNT TO WS-CHK-EXPECTED
000840         MOVE WS-AUDIT-TOLERANCE-COUNT TO WS-CHK-ACTUAL
000841         PERFORM 6100-CHECK-ONE-TIE
000842
000843         MOVE "AUDITLOG NUM REVERSED" TO WS-CHK-NAME
000844         MOVE RS-NUM-GRAND-TOTAL TO WS-CHK-EXPECTED
000845         MOVE WS-AUDIT-NUM-TOTAL TO WS-CHK-ACTUAL
000846         PERFORM 6100-CHECK-ONE-TIE
000847
000848         MOVE "CMPHIST ROWS REMOVED" TO WS-CHK-NAME
000849         MOVE RS-HIST-ACCT-COUNT TO WS-CHK-EXPECTED
000850         MOVE WS-HIST-REMOVED-COUNT TO WS-CHK-ACTUAL
000851         PERFORM 6100-CHECK-ONE-TIE
000852
000853         MOVE "CMPHIST NUM REMOVED" TO WS-CHK-NAME
000854         MOVE RS-NUM-GRAND-TOTAL TO WS-CHK-EXPECTED
000855         MOVE WS-HIST-NUM-TOTAL TO WS-CHK-ACTUAL
000856         PERFORM 6100-CHECK-ONE-TIE
000857
000858         PERFORM 6200-WRITE-ESC-RECONCILE
000859     END-IF.
000860
000861 6100-CHECK-ONE-TIE.
000862     ADD 1 TO WS-CHECKS-MADE.
000863     MOVE WS-CHK-EXPECTED TO WS-CHK-EXP-DISPLAY.
000864     MOVE WS-CHK-ACTUAL TO WS-CHK-ACT-DISPLAY.
000865     MOVE SPACES TO WS-RPT-LINE.
000866     IF WS-CHK-EXPECTED = WS-CHK-ACTUAL
000867         STRING WS-CHK-NAME      DELIMITED BY SIZE
000868                 "  RUNSUMM: "   DELIMITED BY SIZE
000869                 WS-CHK-EXP-DISPLAY DELIMITED BY SIZE
000870                 "  BACKED OUT: " DELIMITED BY SIZE
000871                 WS-CHK-ACT-DISPLAY DELIMITED BY SIZE
000872                 "  TIE"         DELIMITED BY SIZE
000873             INTO WS-RPT-LINE
000874             ON OVERFLOW
000875                 DISPLAY "WARNING: REVERSAL LINE TRUNCATED"
000876         END-STRING
000877     ELSE
000878         ADD 1 TO WS-CHECKS-FAILED
000879         STRING WS-CHK-NAME      DELIMITED BY SIZE
000880                 "  RUNSUMM: "   DELIMITED BY SIZE
000881                 WS-CHK-EXP-DISPLAY DELIMITED BY SIZE
000882                 "  BACKED OUT: " DELIMITED BY SIZE
000883                 WS-CHK-ACT-DISPLAY DELIMITED BY SIZE
000884                 "  ** OUT OF BALANCE" DELIMITED BY SIZE
000885             INTO WS-RPT-LINE
000886             ON OVERFLOW
000887                 DISPLAY "WARNING: REVERSAL LINE TRUNCATED"
000888         END-STRING
000889     END-IF.
000890     PERFORM 4100-WRITE-RPT-LINE.
000891
000892 6200-WRITE-ESC-RECONCILE.
000893     IF RS-ESC-COUNT > WS-ESC-COUNT
000894         COMPUTE WS-ESC-NOT-OPEN-COUNT =
000895             RS-ESC-COUNT - WS-ESC-COUNT
000896     ELSE
000897         MOVE ZERO TO WS-ESC-NOT-OPEN-COUNT
000898     END-IF.
000899     MOVE SPACES TO WS-RPT-LINE.
000900     STRING "ESCALATIONS IN RUN: "  DELIMITED BY SIZE
000901             RS-ESC-COUNT           DELIMITED BY SIZE
000902             "  CANCELLED FROM OPENESC: " DELIMITED BY SIZE
000903             WS-ESC-COUNT           DELIMITED BY SIZE
000904             "  NO LONGER OPEN: "   DELIMITED BY SIZE
000905             WS-ESC-NOT-OPEN-COUNT  DELIMITED BY SIZE
000906         INTO WS-RPT-LINE
000907         ON OVERFLOW
000908             DISPLAY "WARNING: REVERSAL LINE TRUNCATED"
000909     END-STRING.
000910     PERFORM 4100-WRITE-RPT-LINE.
000911     IF WS-ESC-COUNT > RS-ESC-COUNT
000912         ADD 1 TO WS-CHECKS-FAILED
000913         MOVE "  ** MORE ESCALATIONS CANCELLED THAN THE RUN SENT"
000914             TO WS-RPT-LINE
000915         PERFORM 4100-WRITE-RPT-LINE
000916     END-IF.
000917
000918 7000-WRITE-RPT-TOTALS.
000919     MOVE SPACES TO WS-RPT-LINE.
000920     PERFORM 4100-WRITE-RPT-LINE.
000921     MOVE SPACES TO WS-RPT-LINE.
000922     STRING "CMPHIST ROWS REMOVED: " DELIMITED BY SIZE
000923             WS-HIST-REMOVED-COUNT DELIMITED BY SIZE
000924             "  KEPT: "           DELIMITED BY SIZE
000925             WS-HIST-KEPT-COUNT   DELIMITED BY SIZE
000926             "  AUDIT REVERSALS: " DELIMITED BY SIZE
000927             WS-AUDIT-REV-COUNT   DELIMITED BY SIZE
000928             "  ESCALATIONS CANCELLED: " DELIMITED BY SIZE
000929             WS-ESC-COUNT         DELIMITED BY SIZE
000930             "  CHECKS FAILED: "  DELIMITED BY SIZE
000931             WS-CHECKS-FAILED     DELIMITED BY SIZE
000932         INTO WS-RPT-LINE
000933         ON OVERFLOW
000934             DISPLAY "WARNING: REVERSAL TOTALS TRUNCATED"
000935     END-STRING.
000936     PERFORM 4100-WRITE-RPT-LINE.
000937     MOVE SPACES TO WS-RPT-LINE.
000938     STRING "RUNREG MARKED REVERSED FOR RUN DATE "
000939                                  DELIMITED BY SIZE
000940             WS-REV-RUN-DATE      DELIMITED BY SIZE
000941             " - A CLEAN RERUN IS NOW ALLOWED" DELIMITED BY SIZE
000942         INTO WS-RPT-LINE
000943         ON OVERFLOW
000944             DISPLAY "WARNING: REVERSAL TOTALS TRUNCATED"
000945     END-STRING.
000946     PERFORM 4100-WRITE-RPT-LINE.
000947
000948 9000-ABANDON-REVERSAL.
000949     DISPLAY "ERROR: REVERSAL OF RUN DATE " WS-REV-RUN-DATE
000950         " ABANDONED, RESTORE FROM BACKUP BEFORE RETRYING".
000951     CLOSE REVERSAL-RPT-FILE.
000952     MOVE 16 TO RETURN-CODE.
000953     STOP RUN.
