000100 IDENTIFICATION DIVISION.
000101 PROGRAM-ID. AHROLLUP.
000102 ENVIRONMENT DIVISION.
000103 INPUT-OUTPUT SECTION.
000104 FILE-CONTROL.
000105     SELECT OPTIONAL ROLL-ITEM-FILE ASSIGN TO "ROLLIN"
000106         ORGANIZATION IS LINE SEQUENTIAL
000107         FILE STATUS IS WS-ROLL-ITEM-STATUS.
000108
000109     SELECT OPTIONAL ROLLUP-RPT-FILE ASSIGN TO "ROLLRPT"
000110         ORGANIZATION IS LINE SEQUENTIAL
000111         FILE STATUS IS WS-ROLLUP-RPT-STATUS.
000112
000113 DATA DIVISION.
000114 FILE SECTION.
000115 FD  ROLL-ITEM-FILE.
000116     COPY ROLLITEM.
000117
000118 FD  ROLLUP-RPT-FILE.
000119 01  ROLLUP-RPT-RECORD           PIC X(132).
000120
000121 WORKING-STORAGE SECTION.
000122 01  WS-ROLL-ITEM-STATUS         PIC X(2).
000123 01  WS-ROLLUP-RPT-STATUS        PIC X(2).
000124
000125 01  WS-ROLL-EOF                 PIC X(1)    VALUE "N".
000126 01  WS-FIRST-ITEM               PIC X(1)    VALUE "Y".
000127
000128 01  WS-CUR-FLAG                 PIC X(1)    VALUE SPACES.
000129 01  WS-CUR-ENTITY               PIC X(6)    VALUE SPACES.
000130 01  WS-CUR-REGION               PIC X(6)    VALUE SPACES.
000131 01  WS-CUR-UNIT                 PIC X(6)    VALUE SPACES.
000132 01  WS-CUR-ACCOUNT              PIC X(8)    VALUE SPACES.
000133 01  WS-BREAK-LEVEL              PIC 9(1)    VALUE ZERO.
000134
000135 01  WS-ACCOUNT-TOTALS.
000136     05  WS-AC-HAS-RUN           PIC X(1).
000137     05  WS-AC-RUN-NUM           PIC S9(15)V99.
000138     05  WS-AC-RUN-CTL           PIC S9(15)V99.
000139     05  WS-AC-RUN-VAR           PIC S9(15)V99.
000140     05  WS-AC-RESULT            PIC X(17).
000141     05  WS-AC-HAS-MONTH         PIC X(1).
000142     05  WS-AC-MON-NUM           PIC S9(15)V99.
000143     05  WS-AC-MON-CTL           PIC S9(15)V99.
000144     05  WS-AC-MON-VAR           PIC S9(15)V99.
000145     05  WS-AC-MON-RUNS          PIC 9(4).
000146     05  WS-AC-NOTE              PIC X(15).
000147
000148 01  WS-LV-IDX                   PIC 9(1)    VALUE ZERO.
000149 01  WS-LEVEL-TABLE.
000150     05  WS-LEVEL OCCURS 5 TIMES.
000151         10  WS-LV-ACCOUNTS      PIC 9(6).
000152         10  WS-LV-RUN-NUM       PIC S9(15)V99.
000153         10  WS-LV-RUN-CTL       PIC S9(15)V99.
000154         10  WS-LV-RUN-VAR       PIC S9(15)V99.
000155         10  WS-LV-MON-NUM       PIC S9(15)V99.
000156         10  WS-LV-MON-CTL       PIC S9(15)V99.
000157         10  WS-LV-MON-VAR       PIC S9(15)V99.
000158         10  WS-LV-GREATER       PIC 9(6).
000159         10  WS-LV-LESS          PIC 9(6).
000160         10  WS-LV-EQUAL         PIC 9(6).
000161         10  WS-LV-TOLERANCE     PIC 9(6).
000162         10  WS-LV-NOT-IN-RUN    PIC 9(6).
000163 01  WS-LV-NAME                  PIC X(16)   VALUE SPACES.
000164 01  WS-LV-CODE                  PIC X(6)    VALUE SPACES.
000165
000166 01  WS-WORST-N                  PIC 9(2)    VALUE 5.
000167 01  WS-WORST-MAX                PIC 9(2)    VALUE 10.
000168 01  WS-WORST-COUNT              PIC 9(2)    VALUE ZERO.
000169 01  WS-WT-IDX                   PIC 9(2)    VALUE ZERO.
000170 01  WS-WT-POS                   PIC 9(2)    VALUE ZERO.
000171 01  WS-WT-FROM                  PIC 9(2)    VALUE ZERO.
000172 01  WS-ABS-VARIANCE             PIC 9(15)V99 VALUE ZERO.
000173 01  WS-WORST-TABLE.
000174     05  WS-WORST-ENTRY OCCURS 10 TIMES.
000175         10  WS-WT-ACCOUNT       PIC X(8).
000176         10  WS-WT-ABS-VAR       PIC 9(15)V99.
000177         10  WS-WT-VAR           PIC S9(15)V99.
000178         10  WS-WT-CTL           PIC S9(15)V99.
000179         10  WS-WT-RESULT        PIC X(17).
000180
000181 01  WS-PCT-VAR                  PIC S9(15)V99 VALUE ZERO.
000182 01  WS-PCT-CTL                  PIC S9(15)V99 VALUE ZERO.
000183 01  WS-PCT-RESULT               PIC 9(5)V99 VALUE ZERO.
000184
000185 01  WS-LATEST-RUN-DATE          PIC 9(8)    VALUE ZERO.
000186 01  WS-ROLLUP-PERIOD            PIC 9(8)    VALUE ZERO.
000187 01  WS-ROLLUP-PERIOD-R REDEFINES WS-ROLLUP-PERIOD.
000188     05  WS-ROLLUP-MONTH         PIC 9(6).
000189     05  FILLER                  PIC 9(2).
000190
000191 01  WS-ITEM-COUNT               PIC 9(6)    VALUE ZERO.
000192 01  WS-UNIT-COUNT               PIC 9(6)    VALUE ZERO.
000193
000194 01  WS-NUM-DISPLAY              PIC -(15)9.99.
000195 01  WS-CTL-DISPLAY              PIC -(15)9.99.
000196 01  WS-VAR-DISPLAY              PIC -(15)9.99.
000197 01  WS-PCT-DISPLAY              PIC ZZZZ9.99.
000198 01  WS-RANK-DISPLAY             PIC Z9.
000199
000200 01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
000201 01  WS-RUN-DATE-PARM            PIC X(8)    VALUE SPACES.
000202 01  WS-PAGE-COUNT               PIC 9(4)    VALUE ZERO.
000203 01  WS-LINE-COUNT               PIC 9(2)    VALUE 99.
000204 01  WS-LINES-PER-PAGE           PIC 9(2)    VALUE 55.
000205 01  WS-RPT-LINE                 PIC X(132).
000206
000207 PROCEDURE DIVISION.
000208 0000-MAIN-LOGIC.
000209     ACCEPT WS-RUN-DATE-PARM FROM ENVIRONMENT "AHROLLUP-RUN-DATE".
000210     IF WS-RUN-DATE-PARM NUMERIC
000211         MOVE WS-RUN-DATE-PARM TO WS-RUN-DATE
000212     ELSE
000213         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
000214     END-IF.
000215     ACCEPT WS-WORST-N
000216         FROM ENVIRONMENT "AHROLLUP-WORST-N".
000217     IF WS-WORST-N NOT NUMERIC
000218         DISPLAY "WARNING: AHROLLUP-WORST-N IS NOT NUMERIC, "
000219             "IGNORING"
000220         MOVE 5 TO WS-WORST-N
000221     END-IF.
000222     IF WS-WORST-N = ZERO
000223         MOVE 5 TO WS-WORST-N
000224     END-IF.
000225     IF WS-WORST-N > WS-WORST-MAX
000226         DISPLAY "WARNING: AHROLLUP-WORST-N ABOVE " WS-WORST-MAX
000227             ", USING " WS-WORST-MAX
000228         MOVE WS-WORST-MAX TO WS-WORST-N
000229     END-IF.
000230
000231     OPEN INPUT ROLL-ITEM-FILE.
000232     IF WS-ROLL-ITEM-STATUS NOT = "00"
000233             AND WS-ROLL-ITEM-STATUS NOT = "05"
000234         DISPLAY "ERROR OPENING ROLLIN, FILE STATUS: "
000235             WS-ROLL-ITEM-STATUS
000236         MOVE 16 TO RETURN-CODE
000237         STOP RUN
000238     END-IF.
000239     IF WS-ROLL-ITEM-STATUS = "05"
000240         MOVE "Y" TO WS-ROLL-EOF
000241     END-IF.
000242
000243     OPEN OUTPUT ROLLUP-RPT-FILE.
000244     IF WS-ROLLUP-RPT-STATUS NOT = "00"
000245             AND WS-ROLLUP-RPT-STATUS NOT = "05"
000246         DISPLAY "ERROR OPENING ROLLRPT, FILE STATUS: "
000247             WS-ROLLUP-RPT-STATUS
000248         CLOSE ROLL-ITEM-FILE
000249         MOVE 16 TO RETURN-CODE
000250         STOP RUN
000251     END-IF.
000252
000253     INITIALIZE WS-LEVEL-TABLE.
000254     PERFORM 3900-CLEAR-ACCOUNT.
000255
000256     PERFORM UNTIL WS-ROLL-EOF = "Y"
000257         READ ROLL-ITEM-FILE
000258             AT END
000259                 MOVE "Y" TO WS-ROLL-EOF
000260             NOT AT END
000261                 PERFORM 2000-PROCESS-ITEM
000262         END-READ
000263     END-PERFORM.
000264
000265     IF WS-FIRST-ITEM = "N"
000266         PERFORM 3000-ACCOUNT-BREAK
000267         IF WS-CUR-FLAG = "1"
000268             PERFORM 3100-UNIT-BREAK
000269             PERFORM 3200-REGION-BREAK
000270             PERFORM 3300-ENTITY-BREAK
000271         END-IF
000272     END-IF.
000273     PERFORM 5000-WRITE-RPT-TOTALS.
000274
000275     CLOSE ROLL-ITEM-FILE.
000276     CLOSE ROLLUP-RPT-FILE.
000277     IF WS-LV-ACCOUNTS(4) > ZERO
000278         MOVE 4 TO RETURN-CODE
000279     END-IF.
000280     STOP RUN.
000281
000282 2000-PROCESS-ITEM.
000283     ADD 1 TO WS-ITEM-COUNT.
000284     IF WS-FIRST-ITEM = "Y"
000285         MOVE "N" TO WS-FIRST-ITEM
000286         MOVE 5 TO WS-BREAK-LEVEL
000287     ELSE
000288         EVALUATE TRUE
000289             WHEN RI-HIER-FLAG NOT = WS-CUR-FLAG
000290                 MOVE 5 TO WS-BREAK-LEVEL
000291             WHEN RI-LEGAL-ENTITY NOT = WS-CUR-ENTITY
000292                 MOVE 4 TO WS-BREAK-LEVEL
000293             WHEN RI-REGION NOT = WS-CUR-REGION
000294                 MOVE 3 TO WS-BREAK-LEVEL
000295             WHEN RI-BUSINESS-UNIT NOT = WS-CUR-UNIT
000296                 MOVE 2 TO WS-BREAK-LEVEL
000297             WHEN RI-ACCOUNT-CODE NOT = WS-CUR-ACCOUNT
000298                 MOVE 1 TO WS-BREAK-LEVEL
000299             WHEN OTHER
000300                 MOVE ZERO TO WS-BREAK-LEVEL
000301         END-EVALUATE
000302         IF WS-BREAK-LEVEL > ZERO
000303             PERFORM 3000-ACCOUNT-BREAK
000304         END-IF
000305         IF WS-CUR-FLAG = "1"
000306             IF WS-BREAK-LEVEL > 1
000307                 PERFORM 3100-UNIT-BREAK
000308             END-IF
000309             IF WS-BREAK-LEVEL > 2
000310                 PERFORM 3200-REGION-BREAK
000311             END-IF
000312             IF WS-BREAK-LEVEL > 3
000313                 PERFORM 3300-ENTITY-BREAK
000314             END-IF
000315         END-IF
000316     END-IF.
000317     IF WS-BREAK-LEVEL > ZERO
000318         PERFORM 2100-START-GROUPS
000319     END-IF.
000320     PERFORM 2200-ADD-ITEM.
000321
000322 2100-START-GROUPS.
000323     MOVE RI-HIER-FLAG TO WS-CUR-FLAG.
000324     MOVE RI-LEGAL-ENTITY TO WS-CUR-ENTITY.
000325     MOVE RI-REGION TO WS-CUR-REGION.
000326     MOVE RI-BUSINESS-UNIT TO WS-CUR-UNIT.
000327     MOVE RI-ACCOUNT-CODE TO WS-CUR-ACCOUNT.
000328     MOVE RI-HIER-NOTE TO WS-AC-NOTE.
000329     IF RI-NOT-IN-HIERARCHY
000330         IF WS-BREAK-LEVEL = 5
000331             MOVE 99 TO WS-LINE-COUNT
000332             MOVE "ACCOUNTS MISSING FROM THE ACCOUNT HIERARCHY"
000333                 TO WS-RPT-LINE
000334             PERFORM 4100-WRITE-RPT-LINE
000335             MOVE SPACES TO WS-RPT-LINE
000336             PERFORM 4100-WRITE-RPT-LINE
000337         END-IF
000338     ELSE
000339         IF WS-BREAK-LEVEL > 3
000340             MOVE 99 TO WS-LINE-COUNT
000341             MOVE SPACES TO WS-RPT-LINE
000342             STRING "LEGAL ENTITY: "  DELIMITED BY SIZE
000343                     WS-CUR-ENTITY    DELIMITED BY SIZE
000344                 INTO WS-RPT-LINE
000345                 ON OVERFLOW
000346                     DISPLAY "WARNING: ROLL-UP LINE TRUNCATED"
000347             END-STRING
000348             PERFORM 4100-WRITE-RPT-LINE
000349         END-IF
000350         IF WS-BREAK-LEVEL > 2
000351             MOVE SPACES TO WS-RPT-LINE
000352             STRING "  REGION: "      DELIMITED BY SIZE
000353                     WS-CUR-REGION    DELIMITED BY SIZE
000354                 INTO WS-RPT-LINE
000355                 ON OVERFLOW
000356                     DISPLAY "WARNING: ROLL-UP LINE TRUNCATED"
000357             END-STRING
000358             PERFORM 4100-WRITE-RPT-LINE
000359         END-IF
000360         IF WS-BREAK-LEVEL > 1
000361             ADD 1 TO WS-UNIT-COUNT
000362             MOVE SPACES TO WS-RPT-LINE
000363             STRING "    BUSINESS UNIT: " DELIMITED BY SIZE
000364                     WS-CUR-UNIT      DELIMITED BY SIZE
000365                 INTO WS-RPT-LINE
000366                 ON OVERFLOW
000367                     DISPLAY "WARNING: ROLL-UP LINE TRUNCATED"
000368             END-STRING
000369             PERFORM 4100-WRITE-RPT-LINE
000370         END-IF
000371     END-IF.
000372
000373 2200-ADD-ITEM.
000374     IF RI-FROM-CMPHIST
000375         MOVE "Y" TO WS-AC-HAS-RUN
000376         ADD RI-NUM-TOTAL TO WS-AC-RUN-NUM
000377         ADD RI-CONTROLL-TOTAL TO WS-AC-RUN-CTL
000378         ADD RI-VARIANCE-TOTAL TO WS-AC-RUN-VAR
000379         MOVE RI-RESULT-TEXT TO WS-AC-RESULT
000380         MOVE RI-PERIOD TO WS-LATEST-RUN-DATE
000381     ELSE
000382         MOVE "Y" TO WS-AC-HAS-MONTH
000383         ADD RI-NUM-TOTAL TO WS-AC-MON-NUM
000384         ADD RI-CONTROLL-TOTAL TO WS-AC-MON-CTL
000385         ADD RI-VARIANCE-TOTAL TO WS-AC-MON-VAR
000386         ADD RI-RUN-COUNT TO WS-AC-MON-RUNS
000387         MOVE RI-PERIOD TO WS-ROLLUP-PERIOD
000388     END-IF.
000389
000390 3000-ACCOUNT-BREAK.
000391     IF WS-CUR-FLAG = "1"
000392         MOVE 1 TO WS-LV-IDX
000393         PERFORM 3050-ADD-TO-LEVEL
000394         MOVE 2 TO WS-LV-IDX
000395         PERFORM 3050-ADD-TO-LEVEL
000396         MOVE 3 TO WS-LV-IDX
000397         PERFORM 3050-ADD-TO-LEVEL
000398         IF WS-AC-HAS-RUN = "Y"
000399             PERFORM 3060-RANK-WORST
000400         END-IF
000401     ELSE
000402         MOVE 4 TO WS-LV-IDX
000403         PERFORM 3050-ADD-TO-LEVEL
000404         PERFORM 4500-WRITE-MISSING-LINE
000405     END-IF.
000406     MOVE 5 TO WS-LV-IDX.
000407     PERFORM 3050-ADD-TO-LEVEL.
000408     PERFORM 3900-CLEAR-ACCOUNT.
000409
000410 3050-ADD-TO-LEVEL.
000411     ADD 1 TO WS-LV-ACCOUNTS(WS-LV-IDX).
000412     ADD WS-AC-RUN-NUM TO WS-LV-RUN-NUM(WS-LV-IDX).
000413     ADD WS-AC-RUN-CTL TO WS-LV-RUN-CTL(WS-LV-IDX).
000414     ADD WS-AC-RUN-VAR TO WS-LV-RUN-VAR(WS-LV-IDX).
000415     ADD WS-AC-MON-NUM TO WS-LV-MON-NUM(WS-LV-IDX).
000416     ADD WS-AC-MON-CTL TO WS-LV-MON-CTL(WS-LV-IDX).
000417     ADD WS-AC-MON-VAR TO WS-LV-MON-VAR(WS-LV-IDX).
000418     IF WS-AC-HAS-RUN NOT = "Y"
000419         ADD 1 TO WS-LV-NOT-IN-RUN(WS-LV-IDX)
000420     ELSE
000421         EVALUATE WS-AC-RESULT
000422             WHEN "GREATER THEN"
000423                 ADD 1 TO WS-LV-GREATER(WS-LV-IDX)
000424             WHEN "LESS THEN"
000425                 ADD 1 TO WS-LV-LESS(WS-LV-IDX)
000426             WHEN "EQUAL TO"
000427                 ADD 1 TO WS-LV-EQUAL(WS-LV-IDX)
000428             WHEN "WITHIN TOLERANCE"
000429                 ADD 1 TO WS-LV-TOLERANCE(WS-LV-IDX)
000430         END-EVALUATE
000431     END-IF.
000432
000433 3060-RANK-WORST.
000434     IF WS-AC-RUN-VAR < ZERO
000435         COMPUTE WS-ABS-VARIANCE = ZERO - WS-AC-RUN-VAR
000436     ELSE
000437         MOVE WS-AC-RUN-VAR TO WS-ABS-VARIANCE
000438     END-IF.
000439     MOVE ZERO TO WS-WT-POS.
000440     PERFORM VARYING WS-WT-IDX FROM 1 BY 1
000441             UNTIL WS-WT-IDX > WS-WORST-COUNT
000442                 OR WS-WT-POS > ZERO
000443         IF WS-ABS-VARIANCE > WS-WT-ABS-VAR(WS-WT-IDX)
000444             MOVE WS-WT-IDX TO WS-WT-POS
000445         END-IF
000446     END-PERFORM.
000447     IF WS-WT-POS = ZERO AND WS-WORST-COUNT < WS-WORST-N
000448         COMPUTE WS-WT-POS = WS-WORST-COUNT + 1
000449     END-IF.
000450     IF WS-WT-POS > ZERO
000451         IF WS-WORST-COUNT < WS-WORST-N
000452             ADD 1 TO WS-WORST-COUNT
000453         END-IF
000454         COMPUTE WS-WT-FROM = WS-WORST-COUNT - 1
000455         PERFORM VARYING WS-WT-IDX FROM WS-WT-FROM BY -1
000456                 UNTIL WS-WT-IDX < WS-WT-POS
000457             MOVE WS-WORST-ENTRY(WS-WT-IDX)
000458                 TO WS-WORST-ENTRY(WS-WT-IDX + 1)
000459         END-PERFORM
000460         MOVE WS-CUR-ACCOUNT TO WS-WT-ACCOUNT(WS-WT-POS)
000461         MOVE WS-ABS-VARIANCE TO WS-WT-ABS-VAR(WS-WT-POS)
000462         MOVE WS-AC-RUN-VAR TO WS-WT-VAR(WS-WT-POS)
000463         MOVE WS-AC-RUN-CTL TO WS-WT-CTL(WS-WT-POS)
000464         MOVE WS-AC-RESULT TO WS-WT-RESULT(WS-WT-POS)
000465     END-IF.
000466
000467 3100-UNIT-BREAK.
000468     PERFORM 4400-WRITE-WORST-ACCOUNTS.
000469     MOVE 1 TO WS-LV-IDX.
000470     MOVE "BUSINESS UNIT" TO WS-LV-NAME.
000471     MOVE WS-CUR-UNIT TO WS-LV-CODE.
000472     PERFORM 4300-WRITE-LEVEL-TOTALS.
000473     INITIALIZE WS-LEVEL(1).
000474     MOVE ZERO TO WS-WORST-COUNT.
000475
000476 3200-REGION-BREAK.
000477     MOVE 2 TO WS-LV-IDX.
000478     MOVE "REGION" TO WS-LV-NAME.
000479     MOVE WS-CUR-REGION TO WS-LV-CODE.
000480     PERFORM 4300-WRITE-LEVEL-TOTALS.
000481     INITIALIZE WS-LEVEL(2).
000482
000483 3300-ENTITY-BREAK.
000484     MOVE 3 TO WS-LV-IDX.
000485     MOVE "LEGAL ENTITY" TO WS-LV-NAME.
000486     MOVE WS-CUR-ENTITY TO WS-LV-CODE.
000487     PERFORM 4300-WRITE-LEVEL-TOTALS.
000488     INITIALIZE WS-LEVEL(3).
000489
000490 3800-COMPUTE-PCT.
000491     IF WS-PCT-VAR < ZERO
000492         COMPUTE WS-PCT-VAR = ZERO - WS-PCT-VAR
000493     END-IF.
000494     IF WS-PCT-CTL < ZERO
000495         COMPUTE WS-PCT-CTL = ZERO - WS-PCT-CTL
000496     END-IF.
000497     IF WS-PCT-CTL = ZERO
000498         MOVE ZERO TO WS-PCT-RESULT
000499     ELSE
000500         COMPUTE WS-PCT-RESULT ROUNDED =
000501             (WS-PCT-VAR / WS-PCT-CTL) * 100
000502             ON SIZE ERROR
000503                 MOVE 99999.99 TO WS-PCT-RESULT
000504         END-COMPUTE
000505     END-IF.
000506     MOVE WS-PCT-RESULT TO WS-PCT-DISPLAY.
000507
000508 3900-CLEAR-ACCOUNT.
000509     MOVE "N" TO WS-AC-HAS-RUN.
000510     MOVE ZERO TO WS-AC-RUN-NUM.
000511     MOVE ZERO TO WS-AC-RUN-CTL.
000512     MOVE ZERO TO WS-AC-RUN-VAR.
000513     MOVE SPACES TO WS-AC-RESULT.
000514     MOVE "N" TO WS-AC-HAS-MONTH.
000515     MOVE ZERO TO WS-AC-MON-NUM.
000516     MOVE ZERO TO WS-AC-MON-CTL.
000517     MOVE ZERO TO WS-AC-MON-VAR.
000518     MOVE ZERO TO WS-AC-MON-RUNS.
000519     MOVE SPACES TO WS-AC-NOTE.
000520
000521 4100-WRITE-RPT-LINE.
000522     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000523         PERFORM 4200-WRITE-RPT-HEADING
000524     END-IF.
000525     WRITE ROLLUP-RPT-RECORD FROM WS-RPT-LINE.
000526     IF WS-ROLLUP-RPT-STATUS NOT = "00"
000527         DISPLAY "ERROR WRITING ROLLRPT, FILE STATUS: "
000528             WS-ROLLUP-RPT-STATUS
000529     END-IF.
000530     ADD 1 TO WS-LINE-COUNT.
000531
000532 4200-WRITE-RPT-HEADING.
000533     ADD 1 TO WS-PAGE-COUNT.
000534     MOVE SPACES TO ROLLUP-RPT-RECORD.
000535     STRING "AHROLLUP  ACCOUNT HIERARCHY ROLL-UP"
000536                                  DELIMITED BY SIZE
000537             "  RUN DATE: "       DELIMITED BY SIZE
000538             WS-RUN-DATE          DELIMITED BY SIZE
000539             "  PAGE: "           DELIMITED BY SIZE
000540             WS-PAGE-COUNT        DELIMITED BY SIZE
000541         INTO ROLLUP-RPT-RECORD
000542         ON OVERFLOW
000543             DISPLAY "WARNING: ROLL-UP HEADING TRUNCATED"
000544     END-STRING.
000545     WRITE ROLLUP-RPT-RECORD.
000546     MOVE SPACES TO ROLLUP-RPT-RECORD.
000547     WRITE ROLLUP-RPT-RECORD.
000548     MOVE 2 TO WS-LINE-COUNT.
000549
000550 4300-WRITE-LEVEL-TOTALS.
000551     MOVE SPACES TO WS-RPT-LINE.
000552     STRING "  TOTAL "            DELIMITED BY SIZE
000553             WS-LV-NAME           DELIMITED BY SIZE
000554             " "                  DELIMITED BY SIZE
000555             WS-LV-CODE           DELIMITED BY SIZE
000556             "  ACCOUNTS: "       DELIMITED BY SIZE
000557             WS-LV-ACCOUNTS(WS-LV-IDX) DELIMITED BY SIZE
000558         INTO WS-RPT-LINE
000559         ON OVERFLOW
000560             DISPLAY "WARNING: ROLL-UP LINE TRUNCATED"
000561     END-STRING.
000562     PERFORM 4100-WRITE-RPT-LINE.
000563
000564     MOVE WS-LV-RUN-NUM(WS-LV-IDX) TO WS-NUM-DISPLAY.
000565     MOVE WS-LV-RUN-CTL(WS-LV-IDX) TO WS-CTL-DISPLAY.
000566     MOVE WS-LV-RUN-VAR(WS-LV-IDX) TO WS-VAR-DISPLAY.
000567     MOVE WS-LV-RUN-VAR(WS-LV-IDX) TO WS-PCT-VAR.
000568     MOVE WS-LV-RUN-CTL(WS-LV-IDX) TO WS-PCT-CTL.
000569     PERFORM 3800-COMPUTE-PCT.
000570     MOVE SPACES TO WS-RPT-LINE.
000571     STRING "      LATEST RUN  NUM: " DELIMITED BY SIZE
000572             WS-NUM-DISPLAY       DELIMITED BY SIZE
000573             "  CONTROL: "        DELIMITED BY SIZE
000574             WS-CTL-DISPLAY       DELIMITED BY SIZE
000575             "  VARIANCE: "       DELIMITED BY SIZE
000576             WS-VAR-DISPLAY       DELIMITED BY SIZE
000577             "  PCT: "            DELIMITED BY SIZE
000578             WS-PCT-DISPLAY       DELIMITED BY SIZE
000579         INTO WS-RPT-LINE
000580         ON OVERFLOW
000581             DISPLAY "WARNING: ROLL-UP LINE TRUNCATED"
000582     END-STRING.
000583     PERFORM 4100-WRITE-RPT-LINE.
000584
000585     MOVE WS-LV-MON-NUM(WS-LV-IDX) TO WS-NUM-DISPLAY.
000586     MOVE WS-LV-MON-CTL(WS-LV-IDX) TO WS-CTL-DISPLAY.
000587     MOVE WS-LV-MON-VAR(WS-LV-IDX) TO WS-VAR-DISPLAY.
000588     MOVE WS-LV-MON-VAR(WS-LV-IDX) TO WS-PCT-VAR.
000589     MOVE WS-LV-MON-CTL(WS-LV-IDX) TO WS-PCT-CTL.
000590     PERFORM 3800-COMPUTE-PCT.
000591     MOVE SPACES TO WS-RPT-LINE.
000592     STRING "      MONTH       NUM: " DELIMITED BY SIZE
000593             WS-NUM-DISPLAY       DELIMITED BY SIZE
000594             "  CONTROL: "        DELIMITED BY SIZE
000595             WS-CTL-DISPLAY       DELIMITED BY SIZE
000596             "  VARIANCE: "       DELIMITED BY SIZE
000597             WS-VAR-DISPLAY       DELIMITED BY SIZE
000598             "  PCT: "            DELIMITED BY SIZE
000599             WS-PCT-DISPLAY       DELIMITED BY SIZE
000600         INTO WS-RPT-LINE
000601         ON OVERFLOW
000602             DISPLAY "WARNING: ROLL-UP LINE TRUNCATED"
000603     END-STRING.
000604     PERFORM 4100-WRITE-RPT-LINE.
000605
000606     MOVE SPACES TO WS-RPT-LINE.
000607     STRING "      RESULTS  GREATER THEN: " DELIMITED BY SIZE
000608             WS-LV-GREATER(WS-LV-IDX) DELIMITED BY SIZE
000609             "  LESS THEN: "      DELIMITED BY SIZE
000610             WS-LV-LESS(WS-LV-IDX) DELIMITED BY SIZE
000611             "  EQUAL TO: "       DELIMITED BY SIZE
000612             WS-LV-EQUAL(WS-LV-IDX) DELIMITED BY SIZE
000613             "  WITHIN TOLERANCE: " DELIMITED BY SIZE
000614             WS-LV-TOLERANCE(WS-LV-IDX) DELIMITED BY SIZE
000615             "  NOT IN RUN: "     DELIMITED BY SIZE
000616             WS-LV-NOT-IN-RUN(WS-LV-IDX) DELIMITED BY SIZE
000617         INTO WS-RPT-LINE
000618         ON OVERFLOW
000619             DISPLAY "WARNING: ROLL-UP LINE TRUNCATED"
000620     END-STRING.
000621     PERFORM 4100-WRITE-RPT-LINE.
000622     MOVE SPACES TO WS-RPT-LINE.
000623     PERFORM 4100-WRITE-RPT-LINE.
000624
000625 4400-WRITE-WORST-ACCOUNTS.
000626     MOVE SPACES TO WS-RPT-LINE.
000627     IF WS-WORST-COUNT = ZERO
000628         MOVE "      WORST ACCOUNTS: NONE ON THE LATEST RUN"
000629             TO WS-RPT-LINE
000630     ELSE
000631         MOVE "      WORST ACCOUNTS ON THE LATEST RUN"
000632             TO WS-RPT-LINE
000633     END-IF.
000634     PERFORM 4100-WRITE-RPT-LINE.
000635     PERFORM VARYING WS-WT-IDX FROM 1 BY 1
000636             UNTIL WS-WT-IDX > WS-WORST-COUNT
000637         MOVE WS-WT-IDX TO WS-RANK-DISPLAY
000638         MOVE WS-WT-VAR(WS-WT-IDX) TO WS-VAR-DISPLAY
000639         MOVE WS-WT-VAR(WS-WT-IDX) TO WS-PCT-VAR
000640         MOVE WS-WT-CTL(WS-WT-IDX) TO WS-PCT-CTL
000641         PERFORM 3800-COMPUTE-PCT
000642         MOVE SPACES TO WS-RPT-LINE
000643         STRING "        "            DELIMITED BY SIZE
000644                 WS-RANK-DISPLAY      DELIMITED BY SIZE
000645                 ". "                 DELIMITED BY SIZE
000646                 WS-WT-ACCOUNT(WS-WT-IDX) DELIMITED BY SIZE
000647                 "  "                 DELIMITED BY SIZE
000648                 WS-WT-RESULT(WS-WT-IDX) DELIMITED BY SIZE
000649                 " VAR: "             DELIMITED BY SIZE
000650                 WS-VAR-DISPLAY       DELIMITED BY SIZE
000651                 "  PCT: "            DELIMITED BY SIZE
000652                 WS-PCT-DISPLAY       DELIMITED BY SIZE
000653             INTO WS-RPT-LINE
000654             ON OVERFLOW
000655                 DISPLAY "WARNING: ROLL-UP LINE TRUNCATED"
000656         END-STRING
000657         PERFORM 4100-WRITE-RPT-LINE
000658     END-PERFORM.
000659
000660 4500-WRITE-MISSING-LINE.
000661     MOVE WS-AC-RUN-VAR TO WS-VAR-DISPLAY.
000662     MOVE WS-AC-MON-VAR TO WS-NUM-DISPLAY.
000663     MOVE SPACES TO WS-RPT-LINE.
000664     STRING "  "                  DELIMITED BY SIZE
000665             WS-CUR-ACCOUNT       DELIMITED BY SIZE
000666             "  "                 DELIMITED BY SIZE
000667             WS-AC-NOTE           DELIMITED BY SIZE
000668             "  "                 DELIMITED BY SIZE
000669             WS-AC-RESULT         DELIMITED BY SIZE
000670             " RUN VAR: "         DELIMITED BY SIZE
000671             WS-VAR-DISPLAY       DELIMITED BY SIZE
000672             "  MONTH VAR: "      DELIMITED BY SIZE
000673             WS-NUM-DISPLAY       DELIMITED BY SIZE
000674         INTO WS-RPT-LINE
000675         ON OVERFLOW
000676             DISPLAY "WARNING: ROLL-UP LINE TRUNCATED"
000677     END-STRING.
000678     PERFORM 4100-WRITE-RPT-LINE.
000679
000680 5000-WRITE-RPT-TOTALS.
000681     MOVE 99 TO WS-LINE-COUNT.
000682     IF WS-LV-ACCOUNTS(4) > ZERO
000683         MOVE 4 TO WS-LV-IDX
000684         MOVE "NOT IN HIERARCHY" TO WS-LV-NAME
000685         MOVE SPACES TO WS-LV-CODE
000686         PERFORM 4300-WRITE-LEVEL-TOTALS
000687     END-IF.
000688     MOVE 5 TO WS-LV-IDX.
000689     MOVE "ALL ACCOUNTS" TO WS-LV-NAME.
000690     MOVE SPACES TO WS-LV-CODE.
000691     PERFORM 4300-WRITE-LEVEL-TOTALS.
000692     MOVE SPACES TO WS-RPT-LINE.
000693     STRING "LATEST RUN: "        DELIMITED BY SIZE
000694             WS-LATEST-RUN-DATE   DELIMITED BY SIZE
000695             "  MONTH: "          DELIMITED BY SIZE
000696             WS-ROLLUP-MONTH      DELIMITED BY SIZE
000697             "  ITEMS READ: "     DELIMITED BY SIZE
000698             WS-ITEM-COUNT        DELIMITED BY SIZE
000699             "  BUSINESS UNITS: " DELIMITED BY SIZE
000700             WS-UNIT-COUNT        DELIMITED BY SIZE
000701             "  ACCOUNTS NOT IN HIERARCHY: " DELIMITED BY SIZE
000702             WS-LV-ACCOUNTS(4)    DELIMITED BY SIZE
000703         INTO WS-RPT-LINE
000704         ON OVERFLOW
000705             DISPLAY "WARNING: ROLL-UP TOTALS TRUNCATED"
000706     END-STRING.
000707     PERFORM 4100-WRITE-RPT-LINE.
