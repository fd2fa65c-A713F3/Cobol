000149                                 SIGN LEADING SEPARATE.
000150     05  MA-NEW-EFFECTIVE-TO     PIC 9(8).
000151     05  MA-NEW-ACTIVE-FLAG      PIC X(1).
000152     05  MA-OLD-CURRENCY-CODE    PIC X(3).
000153     05  MA-NEW-CURRENCY-CODE    PIC X(3).
000154     05  MA-APPROVER-ID          PIC X(8).
000155     05  MA-CHAIN-SEQ            PIC 9(9).
000156     05  MA-CHAIN-CHECK          PIC 9(10).
000157
000158 FD  HISTORY-FILE.
000159     COPY CMPHIST.
000160
000161 FD  WORKBENCH-RPT-FILE.
000162 01  WORKBENCH-RPT-RECORD        PIC X(132).
000163
000164 WORKING-STORAGE SECTION.
000165 01  WS-CTLMSTR-STATUS           PIC X(2).
000166 01  WS-POLMSTR-STATUS           PIC X(2).
000167 01  WS-MAINT-AUDIT-STATUS       PIC X(2).
000168 01  WS-HISTORY-STATUS           PIC X(2).
000169 01  WS-WB-RPT-STATUS            PIC X(2).
000170
000171 01  WS-MASTER-EOF               PIC X(1)    VALUE "N".
000172 01  WS-AUDIT-EOF                PIC X(1)    VALUE "N".
000173 01  WS-HISTORY-EOF              PIC X(1)    VALUE "N".
000174
000175 01  WS-PARM                     PIC X(40).
000176 01  WS-INQ-ACCOUNT              PIC X(8).
000177 01  WS-INQ-ROWS-PARM            PIC X(2).
000178
000179 01  WS-ENTRY-COUNT              PIC 9(4)    VALUE ZERO.
000180 01  WS-CHANGE-COUNT             PIC 9(4)    VALUE ZERO.
000181 01  WS-STATUS-TEXT              PIC X(10).
000182
000183 01  WS-ROWS-KEPT                PIC 9(2)    VALUE ZERO.
000184 01  WS-ROWS-WANTED              PIC 9(2)    VALUE 10.
000185 01  WS-ROWS-MAX                 PIC 9(2)    VALUE 20.
000186 01  WS-SHIFT-IDX                PIC 9(2)    VALUE ZERO.
000187 01  WS-ROW-IDX                  PIC 9(2)    VALUE ZERO.
000188 01  WS-HIST-TABLE.
000189     05  WS-HIST-ENTRY OCCURS 20 TIMES.
000190         10  WS-HT-RUN-DATE      PIC 9(8).
000191         10  WS-HT-NUM-TOTAL     PIC S9(15)V99.
000192         10  WS-HT-CTL-TOTAL     PIC S9(15)V99.
000193         10  WS-HT-VARIANCE      PIC S9(15)V99.
000194         10  WS-HT-VARIANCE-PCT  PIC 9(3)V99.
000195         10  WS-HT-RESULT-TEXT   PIC X(17).
000196
000197 01  WS-CTL-DISPLAY              PIC -(10)9.99.
000198 01  WS-OLD-CTL-DISPLAY          PIC -(10)9.99.
000199 01  WS-NEW-CTL-DISPLAY          PIC -(10)9.99.
000200 01  WS-TOL-DISPLAY              PIC ZZ9.99.
000201 01  WS-ESC-DISPLAY              PIC ZZ9.99.
000202 01  WS-NUM-TOT-DISPLAY          PIC -(15)9.99.
000203 01  WS-CTL-TOT-DISPLAY          PIC -(15)9.99.
000204 01  WS-VARIANCE-DISPLAY         PIC -(15)9.99.
000205 01  WS-PCT-DISPLAY              PIC ZZ9.99.
000206
000207 01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
000208 01  WS-PAGE-COUNT               PIC 9(4)    VALUE ZERO.
000209 01  WS-LINE-COUNT               PIC 9(2)    VALUE 99.
000210 01  WS-LINES-PER-PAGE           PIC 9(2)    VALUE 55.
000211 01  WS-RPT-LINE                 PIC X(132).
000212
000213 PROCEDURE DIVISION.
000214 0000-MAIN-LOGIC.
000215     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000216     ACCEPT WS-PARM FROM COMMAND-LINE.
000217     MOVE SPACES TO WS-INQ-ACCOUNT.
000218     MOVE SPACES TO WS-INQ-ROWS-PARM.
000219     UNSTRING WS-PARM DELIMITED BY ALL SPACE
000220         INTO WS-INQ-ACCOUNT WS-INQ-ROWS-PARM.
000221
000222     IF WS-INQ-ACCOUNT = SPACES
000223         DISPLAY "ERROR: ACCOUNT CODE PARM IS REQUIRED "
000224             "(ACCOUNT ROWS)"
000225         MOVE 16 TO RETURN-CODE
000226         STOP RUN
000227     END-IF.
000228     IF WS-INQ-ROWS-PARM NUMERIC
000229         MOVE WS-INQ-ROWS-PARM TO WS-ROWS-WANTED
000230     END-IF.
000231     IF WS-ROWS-WANTED = ZERO
000232         MOVE 10 TO WS-ROWS-WANTED
000233     END-IF.
000234     IF WS-ROWS-WANTED > WS-ROWS-MAX
000235         MOVE WS-ROWS-MAX TO WS-ROWS-WANTED
000236     END-IF.
000237
000238     OPEN OUTPUT WORKBENCH-RPT-FILE.
000239     IF WS-WB-RPT-STATUS NOT = "00"
000240             AND WS-WB-RPT-STATUS NOT = "05"
000241         DISPLAY "ERROR OPENING WBRPT, FILE STATUS: "
000242             WS-WB-RPT-STATUS
000243         MOVE 16 TO RETURN-CODE
000244         STOP RUN
000245     END-IF.
000246
000247     PERFORM 1000-LIST-CONTROL-ENTRIES.
000248     PERFORM 2000-LIST-MAINT-CHANGES.
000249     PERFORM 3000-LIST-RUN-HISTORY.
000250
000251     CLOSE WORKBENCH-RPT-FILE.
000252     DISPLAY "ACCTWB: ACCT " WS-INQ-ACCOUNT
000253         " ENTRIES " WS-ENTRY-COUNT
000254         " CHANGES " WS-CHANGE-COUNT
000255         " RUNS " WS-ROWS-KEPT.
000256     STOP RUN.
000257
000258 1000-LIST-CONTROL-ENTRIES.
000259     MOVE "CONTROL MASTER ENTRIES" TO WS-RPT-LINE.
000260     PERFORM 4100-WRITE-RPT-LINE.
000261
000262     OPEN INPUT CONTROLL-MASTER-FILE.
000263     IF WS-CTLMSTR-STATUS = "00"
000264         MOVE WS-INQ-ACCOUNT TO CM-ACCOUNT-CODE
000265         MOVE ZERO TO CM-EFFECTIVE-FROM
000266         START CONTROLL-MASTER-FILE
000267             KEY IS NOT LESS THAN CM-MASTER-KEY
000268             INVALID KEY
000269                 MOVE "Y" TO WS-MASTER-EOF
000270         END-START
000271         IF WS-CTLMSTR-STATUS NOT = "00"
000272             MOVE "Y" TO WS-MASTER-EOF
000273         END-IF
000274         PERFORM UNTIL WS-MASTER-EOF = "Y"
000275             READ CONTROLL-MASTER-FILE NEXT
000276                 AT END
000277                     MOVE "Y" TO WS-MASTER-EOF
000278                 NOT AT END
000279                     IF CM-ACCOUNT-CODE NOT = WS-INQ-ACCOUNT
000280                         MOVE "Y" TO WS-MASTER-EOF
000281                     ELSE
000282                         PERFORM 1100-WRITE-ENTRY-LINE
000283                     END-IF
000284             END-READ
000285         END-PERFORM
000286         CLOSE CONTROLL-MASTER-FILE
000287     ELSE
000288         DISPLAY "WARNING: CTLMSTR NOT AVAILABLE, "
000289             "FILE STATUS: " WS-CTLMSTR-STATUS
000290     END-IF.
000291
000292     IF WS-ENTRY-COUNT = ZERO
000293         MOVE "  (NO ENTRIES ON MASTER)" TO WS-RPT-LINE
000294         PERFORM 4100-WRITE-RPT-LINE
000295     END-IF.
000296
000297     PERFORM 1500-SHOW-ACCOUNT-POLICY.
000298     MOVE SPACES TO WS-RPT-LINE.
000299     PERFORM 4100-WRITE-RPT-LINE.
000300
000301 1100-WRITE-ENTRY-LINE.
000302     ADD 1 TO WS-ENTRY-COUNT.
000303     EVALUATE TRUE
000304         WHEN CM-INACTIVE
000305             MOVE "INACTIVE" TO WS-STATUS-TEXT
000306         WHEN CM-EFFECTIVE-FROM > WS-RUN-DATE
000307             MOVE "PENDING" TO WS-STATUS-TEXT
000308         WHEN CM-EFFECTIVE-TO NOT = ZERO
000309                 AND CM-EFFECTIVE-TO < WS-RUN-DATE
000310             MOVE "EXPIRED" TO WS-STATUS-TEXT
000311         WHEN OTHER
000312             MOVE "IN EFFECT" TO WS-STATUS-TEXT
000313     END-EVALUATE.
000314     MOVE CM-CONTROLL-NUM TO WS-CTL-DISPLAY.
000315     MOVE SPACES TO WS-RPT-LINE.
000316     STRING "  FROM "              DELIMITED BY SIZE
000317             CM-EFFECTIVE-FROM    DELIMITED BY SIZE
000318             "  TO "              DELIMITED BY SIZE
000319             CM-EFFECTIVE-TO      DELIMITED BY SIZE
000320             "  CTL "             DELIMITED BY SIZE
000321             WS-CTL-DISPLAY       DELIMITED BY SIZE
000322             " "                  DELIMITED BY SIZE
000323             CM-CURRENCY-CODE     DELIMITED BY SIZE
000324             "  FLAG "            DELIMITED BY SIZE
000325             CM-ACTIVE-FLAG       DELIMITED BY SIZE
000326             "  "                 DELIMITED BY SIZE
000327             WS-STATUS-TEXT       DELIMITED BY SIZE
000328         INTO WS-RPT-LINE
000329         ON OVERFLOW
000330             DISPLAY "WARNING: WORKBENCH LINE TRUNCATED"
000331     END-STRING.
000332     PERFORM 4100-WRITE-RPT-LINE.
000333
000334 1500-SHOW-ACCOUNT-POLICY.
000335     OPEN INPUT POLICY-MASTER-FILE.
000336     IF WS-POLMSTR-STATUS = "00"
000337         MOVE WS-INQ-ACCOUNT TO AP-ACCOUNT-CODE
000338         READ POLICY-MASTER-FILE
000339             INVALID KEY
000340                 CONTINUE
000341         END-READ
000342         IF WS-POLMSTR-STATUS = "00"
000343             MOVE AP-TOLERANCE-PCT TO WS-TOL-DISPLAY
000344             MOVE AP-ESCALATE-PCT TO WS-ESC-DISPLAY
000345             MOVE SPACES TO WS-RPT-LINE
000346             STRING "  POLICY: TOL " DELIMITED BY SIZE
000347                     WS-TOL-DISPLAY DELIMITED BY SIZE
000348                     " PCT  ESC "  DELIMITED BY SIZE
000349                     WS-ESC-DISPLAY DELIMITED BY SIZE
000350                     " PCT  ANALYST " DELIMITED BY SIZE
000351                     AP-ANALYST-ID DELIMITED BY SIZE
000352                     "  HOLD "     DELIMITED BY SIZE
000353                     AP-HOLD-FLAG  DELIMITED BY SIZE
000354                     "  FLAG "     DELIMITED BY SIZE
000355                     AP-ACTIVE-FLAG DELIMITED BY SIZE
000356                 INTO WS-RPT-LINE
000357                 ON OVERFLOW
000358                     DISPLAY "WARNING: WORKBENCH LINE TRUNCATED"
000359             END-STRING
000360             PERFORM 4100-WRITE-RPT-LINE
000361         ELSE
000362             MOVE "  POLICY: (NONE, GLOBAL SETTINGS APPLY)"
000363                 TO WS-RPT-LINE
000364             PERFORM 4100-WRITE-RPT-LINE
000365         END-IF
000366         CLOSE POLICY-MASTER-FILE
000367     END-IF.
000368
000369 2000-LIST-MAINT-CHANGES.
000370     MOVE "MAINTENANCE CHANGE HISTORY" TO WS-RPT-LINE.
000371     PERFORM 4100-WRITE-RPT-LINE.
000372
000373     OPEN INPUT MAINT-AUDIT-FILE.
000374     IF WS-MAINT-AUDIT-STATUS = "00"
000375         PERFORM UNTIL WS-AUDIT-EOF = "Y"
000376             READ MAINT-AUDIT-FILE
000377                 AT END
000378                     MOVE "Y" TO WS-AUDIT-EOF
000379                 NOT AT END
000380                     IF MA-ACCOUNT-CODE = WS-INQ-ACCOUNT
000381                         PERFORM 2100-WRITE-CHANGE-LINE
000382                     END-IF
000383             END-READ
000384         END-PERFORM
000385     ELSE
000386         DISPLAY "WARNING: CTLAUDIT NOT AVAILABLE, "
000387             "FILE STATUS: " WS-MAINT-AUDIT-STATUS
000388     END-IF.
000389     CLOSE MAINT-AUDIT-FILE.
000390
000391     IF WS-CHANGE-COUNT = ZERO
000392         MOVE "  (NO MAINTENANCE CHANGES ON FILE)"
000393             TO WS-RPT-LINE
000394         PERFORM 4100-WRITE-RPT-LINE
000395     END-IF.
000396     MOVE SPACES TO WS-RPT-LINE.
000397     PERFORM 4100-WRITE-RPT-LINE.
000398
000399 2100-WRITE-CHANGE-LINE.
000400     ADD 1 TO WS-CHANGE-COUNT.
000401     MOVE MA-OLD-CONTROLL-NUM TO WS-OLD-CTL-DISPLAY.
000402     MOVE MA-NEW-CONTROLL-NUM TO WS-NEW-CTL-DISPLAY.
000403     MOVE SPACES TO WS-RPT-LINE.
000404     STRING "  "                  DELIMITED BY SIZE
000405             MA-TIMESTAMP(1:15)   DELIMITED BY SIZE
000406             "  BY "              DELIMITED BY SIZE
000407             MA-USER-ID           DELIMITED BY SIZE
000408             "/"                  DELIMITED BY SIZE
000409             MA-APPROVER-ID       DELIMITED BY SIZE
000410             "  ACTION "          DELIMITED BY SIZE
000411             MA-ACTION-CODE       DELIMITED BY SIZE
000412             "  EFF FROM "        DELIMITED BY SIZE
000413             MA-EFFECTIVE-FROM    DELIMITED BY SIZE
000414             "  CTL "             DELIMITED BY SIZE
000415             WS-OLD-CTL-DISPLAY   DELIMITED BY SIZE
000416             " -> "               DELIMITED BY SIZE
000417             WS-NEW-CTL-DISPLAY   DELIMITED BY SIZE
000418             "  FLAG "            DELIMITED BY SIZE
000419             MA-OLD-ACTIVE-FLAG   DELIMITED BY SIZE
000420             " -> "               DELIMITED BY SIZE
000421             MA-NEW-ACTIVE-FLAG   DELIMITED BY SIZE
000422         INTO WS-RPT-LINE
000423         ON OVERFLOW
000424             DISPLAY "WARNING: WORKBENCH LINE TRUNCATED"
000425     END-STRING.
000426     PERFORM 4100-WRITE-RPT-LINE.
000427
000428 3000-LIST-RUN-HISTORY.
000429     MOVE SPACES TO WS-RPT-LINE.
000430     STRING "LAST "                DELIMITED BY SIZE
000431             WS-ROWS-WANTED       DELIMITED BY SIZE
000432             " COMPARISON RUNS"   DELIMITED BY SIZE
000433         INTO WS-RPT-LINE
000434         ON OVERFLOW
000435             DISPLAY "WARNING: WORKBENCH LINE TRUNCATED"
000436     END-STRING.
000437     PERFORM 4100-WRITE-RPT-LINE.
000438
000439     OPEN INPUT HISTORY-FILE.
000440     IF WS-HISTORY-STATUS = "00"
000441         PERFORM UNTIL WS-HISTORY-EOF = "Y"
000442             READ HISTORY-FILE
000443                 AT END
000444                     MOVE "Y" TO WS-HISTORY-EOF
000445                 NOT AT END
000446                     IF CH-ACCOUNT-CODE = WS-INQ-ACCOUNT
000447                         PERFORM 3100-ADD-TO-TABLE
000448                     END-IF
000449             END-READ
000450         END-PERFORM
000451     ELSE
000452         DISPLAY "WARNING: CMPHIST NOT AVAILABLE, "
000453             "FILE STATUS: " WS-HISTORY-STATUS
000454     END-IF.
000455     CLOSE HISTORY-FILE.
000456
000457     IF WS-ROWS-KEPT = ZERO
000458         MOVE "  (NO COMPARISON HISTORY ON FILE)"
000459             TO WS-RPT-LINE
000460         PERFORM 4100-WRITE-RPT-LINE
000461     ELSE
000462         PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
000463                 UNTIL WS-ROW-IDX > WS-ROWS-KEPT
000464             PERFORM 3200-WRITE-HISTORY-LINE
000465         END-PERFORM
000466     END-IF.
000467
000468 3100-ADD-TO-TABLE.
000469     IF WS-ROWS-KEPT >= WS-ROWS-WANTED
000470         PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
000471                 UNTIL WS-SHIFT-IDX >= WS-ROWS-KEPT
000472             MOVE WS-HIST-ENTRY(WS-SHIFT-IDX + 1)
000473                 TO WS-HIST-ENTRY(WS-SHIFT-IDX)
000474         END-PERFORM
000475         SUBTRACT 1 FROM WS-ROWS-KEPT
000476     END-IF.
000477     ADD 1 TO WS-ROWS-KEPT.
000478     MOVE CH-RUN-DATE TO WS-HT-RUN-DATE(WS-ROWS-KEPT).
000479     MOVE CH-NUM-TOTAL TO WS-HT-NUM-TOTAL(WS-ROWS-KEPT).
000480     MOVE CH-CONTROLL-TOTAL TO WS-HT-CTL-TOTAL(WS-ROWS-KEPT).
000481     MOVE CH-VARIANCE TO WS-HT-VARIANCE(WS-ROWS-KEPT).
000482     MOVE CH-VARIANCE-PCT TO WS-HT-VARIANCE-PCT(WS-ROWS-KEPT).
000483     MOVE CH-RESULT-TEXT TO WS-HT-RESULT-TEXT(WS-ROWS-KEPT).
000484
000485 3200-WRITE-HISTORY-LINE.
000486     MOVE WS-HT-NUM-TOTAL(WS-ROW-IDX) TO WS-NUM-TOT-DISPLAY.
000487     MOVE WS-HT-CTL-TOTAL(WS-ROW-IDX) TO WS-CTL-TOT-DISPLAY.
000488     MOVE WS-HT-VARIANCE(WS-ROW-IDX) TO WS-VARIANCE-DISPLAY.
000489     MOVE WS-HT-VARIANCE-PCT(WS-ROW-IDX) TO WS-PCT-DISPLAY.
000490     MOVE SPACES TO WS-RPT-LINE.
000491     STRING "  "                  DELIMITED BY SIZE
000492             WS-HT-RUN-DATE(WS-ROW-IDX) DELIMITED BY SIZE
000493             "  NUM: "            DELIMITED BY SIZE
000494             WS-NUM-TOT-DISPLAY   DELIMITED BY SIZE
000495             "  CTL: "            DELIMITED BY SIZE
000496             WS-CTL-TOT-DISPLAY   DELIMITED BY SIZE
000497             "  VAR: "            DELIMITED BY SIZE
000498             WS-VARIANCE-DISPLAY  DELIMITED BY SIZE
000499             " ("                 DELIMITED BY SIZE
000500             WS-PCT-DISPLAY       DELIMITED BY SIZE
000501             "%)  "               DELIMITED BY SIZE
000502             WS-HT-RESULT-TEXT(WS-ROW-IDX) DELIMITED BY SIZE
000503         INTO WS-RPT-LINE
000504         ON OVERFLOW
000505             DISPLAY "WARNING: WORKBENCH LINE TRUNCATED"
000506     END-STRING.
000507     PERFORM 4100-WRITE-RPT-LINE.
000508
000509 4100-WRITE-RPT-LINE.
000510     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000511         PERFORM 4200-WRITE-RPT-HEADING
000512     END-IF.
000513     WRITE WORKBENCH-RPT-RECORD FROM WS-RPT-LINE.
000514     IF WS-WB-RPT-STATUS NOT = "00"
000515         DISPLAY "ERROR WRITING WBRPT, FILE STATUS: "
000516             WS-WB-RPT-STATUS
000517     END-IF.
000518     ADD 1 TO WS-LINE-COUNT.
000519
000520 4200-WRITE-RPT-HEADING.
000521     ADD 1 TO WS-PAGE-COUNT.
000522     MOVE SPACES TO WORKBENCH-RPT-RECORD.
000523     STRING "ACCTWB  ACCOUNT WORKBENCH  ACCT: "
000524                                  DELIMITED BY SIZE
000525             WS-INQ-ACCOUNT       DELIMITED BY SIZE
000526             "  RUN DATE: "       DELIMITED BY SIZE
000527             WS-RUN-DATE          DELIMITED BY SIZE
000528             "  PAGE: "           DELIMITED BY SIZE
000529             WS-PAGE-COUNT        DELIMITED BY SIZE
000530         INTO WORKBENCH-RPT-RECORD
000531         ON OVERFLOW
000532             DISPLAY "WARNING: WORKBENCH HEADING TRUNCATED"
000533     END-STRING.
000534     WRITE WORKBENCH-RPT-RECORD.
000535     MOVE SPACES TO WORKBENCH-RPT-RECORD.
000536     WRITE WORKBENCH-RPT-RECORD.
000537     MOVE 2 TO WS-LINE-COUNT.
