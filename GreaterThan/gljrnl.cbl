000100 IDENTIFICATION DIVISION.
000101 PROGRAM-ID. GLJRNL.
000102 ENVIRONMENT DIVISION.
000103 INPUT-OUTPUT SECTION.
000104 FILE-CONTROL.
000105     SELECT HISTORY-FILE ASSIGN TO "CMPHIST"
000106         ORGANIZATION IS LINE SEQUENTIAL
000107         FILE STATUS IS WS-HISTORY-STATUS.
000108
000109     SELECT OPTIONAL GL-MAPPING-FILE ASSIGN TO "GLMAP"
000110         ORGANIZATION IS INDEXED
000111         ACCESS MODE IS DYNAMIC
000112         RECORD KEY IS GM-ACCOUNT-CODE
000113         FILE STATUS IS WS-GLMAP-STATUS.
000114
000115     SELECT OPTIONAL POLICY-MASTER-FILE ASSIGN TO "POLMSTR"
000116         ORGANIZATION IS INDEXED
000117         ACCESS MODE IS DYNAMIC
000118         RECORD KEY IS AP-ACCOUNT-CODE
000119         FILE STATUS IS WS-POLMSTR-STATUS.
000120
000121     SELECT OPTIONAL OPEN-ESC-FILE ASSIGN TO "OPENESC"
000122         ORGANIZATION IS INDEXED
000123         ACCESS MODE IS DYNAMIC
000124         RECORD KEY IS OE-ESC-KEY
000125         FILE STATUS IS WS-OPENESC-STATUS.
000126
000127     SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
000128         ORGANIZATION IS LINE SEQUENTIAL
000129         FILE STATUS IS WS-JOURNAL-STATUS.
000130
000131     SELECT OPTIONAL GL-EXC-RPT-FILE ASSIGN TO "GLEXC"
000132         ORGANIZATION IS LINE SEQUENTIAL
000133         FILE STATUS IS WS-GL-EXC-STATUS.
000134
000135 DATA DIVISION.
000136 FILE SECTION.
000137 FD  HISTORY-FILE.
000138     COPY CMPHIST.
000139
000140 FD  GL-MAPPING-FILE.
000141     COPY GLMAP.
000142
000143 FD  POLICY-MASTER-FILE.
000144     COPY ACCTPOL.
000145
000146 FD  OPEN-ESC-FILE.
000147     COPY OPENESC.
000148
000149 FD  JOURNAL-FILE.
000150 01  JOURNAL-RECORD              PIC X(80).
000151
000152 FD  GL-EXC-RPT-FILE.
000153 01  GL-EXC-RPT-RECORD           PIC X(132).
000154
000155 WORKING-STORAGE SECTION.
000156 01  WS-HISTORY-STATUS           PIC X(2).
000157 01  WS-GLMAP-STATUS             PIC X(2).
000158 01  WS-POLMSTR-STATUS           PIC X(2).
000159 01  WS-OPENESC-STATUS           PIC X(2).
000160 01  WS-JOURNAL-STATUS           PIC X(2).
000161 01  WS-GL-EXC-STATUS            PIC X(2).
000162
000163 01  WS-HISTORY-EOF              PIC X(1)    VALUE "N".
000164 01  WS-SKIP-REASON              PIC X(30)   VALUE SPACES.
000165
000166 01  WS-RUN-DATE-PARM            PIC X(8)    VALUE SPACES.
000167 01  WS-JOURNAL-RUN-DATE         PIC 9(8)    VALUE ZERO.
000168 01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
000169
000170     COPY GLJRNL.
000171
000172 01  WS-JOURNAL-AMOUNT           PIC S9(15)V99 VALUE ZERO.
000173 01  WS-LINE-NUMBER              PIC 9(6)    VALUE ZERO.
000174 01  WS-DEBIT-TOTAL              PIC S9(15)V99 VALUE ZERO.
000175 01  WS-CREDIT-TOTAL             PIC S9(15)V99 VALUE ZERO.
000176 01  WS-NET-TOTAL                PIC S9(15)V99 VALUE ZERO.
000177
000178 01  WS-ROW-COUNT                PIC 9(8)    VALUE ZERO.
000179 01  WS-RUN-ROW-COUNT            PIC 9(6)    VALUE ZERO.
000180 01  WS-VARIANCE-COUNT           PIC 9(6)    VALUE ZERO.
000181 01  WS-POSTED-COUNT             PIC 9(6)    VALUE ZERO.
000182 01  WS-HOLD-COUNT               PIC 9(6)    VALUE ZERO.
000183 01  WS-OPEN-COUNT               PIC 9(6)    VALUE ZERO.
000184 01  WS-UNMAPPED-COUNT           PIC 9(6)    VALUE ZERO.
000185
000186 01  WS-VARIANCE-DISPLAY         PIC -(15)9.99.
000187 01  WS-AMOUNT-DISPLAY           PIC -(15)9.99.
000188
000189 01  WS-CURRENT-DATE-TIME.
000190     05  WS-CDT-DATE             PIC 9(8).
000191     05  WS-CDT-TIME.
000192         10  WS-CDT-HHMMSS       PIC 9(6).
000193         10  WS-CDT-HUNDREDTHS   PIC 9(2).
000194
000195 01  WS-PAGE-COUNT               PIC 9(4)    VALUE ZERO.
000196 01  WS-LINE-COUNT               PIC 9(2)    VALUE 99.
000197 01  WS-LINES-PER-PAGE           PIC 9(2)    VALUE 55.
000198 01  WS-RPT-LINE                 PIC X(132).
000199
000200 PROCEDURE DIVISION.
000201 0000-MAIN-LOGIC.
000202     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000203     ACCEPT WS-RUN-DATE-PARM FROM ENVIRONMENT "GLJRNL-RUN-DATE".
000204     IF WS-RUN-DATE-PARM NOT NUMERIC
000205         DISPLAY "ERROR: GLJRNL-RUN-DATE IS MISSING OR "
000206             "NOT NUMERIC (YYYYMMDD)"
000207         MOVE 16 TO RETURN-CODE
000208         STOP RUN
000209     END-IF.
000210     MOVE WS-RUN-DATE-PARM TO WS-JOURNAL-RUN-DATE.
000211
000212     OPEN INPUT HISTORY-FILE.
000213     IF WS-HISTORY-STATUS NOT = "00"
000214         DISPLAY "ERROR OPENING CMPHIST, FILE STATUS: "
000215             WS-HISTORY-STATUS
000216         MOVE 16 TO RETURN-CODE
000217         STOP RUN
000218     END-IF.
000219
000220     OPEN INPUT GL-MAPPING-FILE.
000221     IF WS-GLMAP-STATUS NOT = "00"
000222             AND WS-GLMAP-STATUS NOT = "05"
000223         DISPLAY "ERROR OPENING GLMAP, FILE STATUS: "
000224             WS-GLMAP-STATUS
000225         CLOSE HISTORY-FILE
000226         MOVE 16 TO RETURN-CODE
000227         STOP RUN
000228     END-IF.
000229
000230     OPEN INPUT POLICY-MASTER-FILE.
000231     IF WS-POLMSTR-STATUS NOT = "00"
000232             AND WS-POLMSTR-STATUS NOT = "05"
000233         DISPLAY "ERROR OPENING POLMSTR, FILE STATUS: "
000234             WS-POLMSTR-STATUS
000235         CLOSE HISTORY-FILE
000236         CLOSE GL-MAPPING-FILE
000237         MOVE 16 TO RETURN-CODE
000238         STOP RUN
000239     END-IF.
000240
000241     OPEN INPUT OPEN-ESC-FILE.
000242     IF WS-OPENESC-STATUS NOT = "00"
000243             AND WS-OPENESC-STATUS NOT = "05"
000244         DISPLAY "ERROR OPENING OPENESC, FILE STATUS: "
000245             WS-OPENESC-STATUS
000246         CLOSE HISTORY-FILE
000247         CLOSE GL-MAPPING-FILE
000248         CLOSE POLICY-MASTER-FILE
000249         MOVE 16 TO RETURN-CODE
000250         STOP RUN
000251     END-IF.
000252
000253     OPEN OUTPUT JOURNAL-FILE.
000254     IF WS-JOURNAL-STATUS NOT = "00"
000255         DISPLAY "ERROR OPENING GLJRNL, FILE STATUS: "
000256             WS-JOURNAL-STATUS
000257         CLOSE HISTORY-FILE
000258         CLOSE GL-MAPPING-FILE
000259         CLOSE POLICY-MASTER-FILE
000260         CLOSE OPEN-ESC-FILE
000261         MOVE 16 TO RETURN-CODE
000262         STOP RUN
000263     END-IF.
000264
000265     OPEN OUTPUT GL-EXC-RPT-FILE.
000266     IF WS-GL-EXC-STATUS NOT = "00"
000267             AND WS-GL-EXC-STATUS NOT = "05"
000268         DISPLAY "ERROR OPENING GLEXC, FILE STATUS: "
000269             WS-GL-EXC-STATUS
000270         CLOSE HISTORY-FILE
000271         CLOSE GL-MAPPING-FILE
000272         CLOSE POLICY-MASTER-FILE
000273         CLOSE OPEN-ESC-FILE
000274         CLOSE JOURNAL-FILE
000275         MOVE 16 TO RETURN-CODE
000276         STOP RUN
000277     END-IF.
000278
000279     PERFORM 1000-WRITE-JOURNAL-HEADER.
000280
000281     PERFORM UNTIL WS-HISTORY-EOF = "Y"
000282         READ HISTORY-FILE
000283             AT END
000284                 MOVE "Y" TO WS-HISTORY-EOF
000285             NOT AT END
000286                 ADD 1 TO WS-ROW-COUNT
000287                 IF CH-RUN-DATE = WS-JOURNAL-RUN-DATE
000288                     ADD 1 TO WS-RUN-ROW-COUNT
000289                     IF CH-RESULT-TEXT = "GREATER THEN"
000290                             OR CH-RESULT-TEXT = "LESS THEN"
000291                         PERFORM 2000-JOURNAL-ROW
000292                     END-IF
000293                 END-IF
000294         END-READ
000295     END-PERFORM.
000296
000297     PERFORM 3000-WRITE-JOURNAL-TRAILER.
000298     PERFORM 5000-WRITE-RPT-TOTALS.
000299
000300     CLOSE HISTORY-FILE.
000301     CLOSE GL-MAPPING-FILE.
000302     CLOSE POLICY-MASTER-FILE.
000303     CLOSE OPEN-ESC-FILE.
000304     CLOSE JOURNAL-FILE.
000305     CLOSE GL-EXC-RPT-FILE.
000306     IF WS-NET-TOTAL NOT = ZERO
000307         MOVE 8 TO RETURN-CODE
000308     ELSE
000309         IF WS-UNMAPPED-COUNT > ZERO
000310                 OR WS-RUN-ROW-COUNT = ZERO
000311             MOVE 4 TO RETURN-CODE
000312         END-IF
000313     END-IF.
000314     STOP RUN.
000315
000316 1000-WRITE-JOURNAL-HEADER.
000317     ACCEPT WS-CDT-TIME FROM TIME.
000318     MOVE SPACES TO GL-JOURNAL-HEADER.
000319     MOVE "H" TO JH-RECORD-TYPE.
000320     MOVE "GREATER" TO JH-SOURCE-ID.
000321     MOVE WS-JOURNAL-RUN-DATE TO JH-RUN-DATE.
000322     MOVE WS-RUN-DATE TO JH-CREATE-DATE.
000323     MOVE WS-CDT-HHMMSS TO JH-CREATE-TIME.
000324     WRITE JOURNAL-RECORD FROM GL-JOURNAL-HEADER.
000325     IF WS-JOURNAL-STATUS NOT = "00"
000326         DISPLAY "ERROR WRITING GLJRNL, FILE STATUS: "
000327             WS-JOURNAL-STATUS
000328     END-IF.
000329
000330 2000-JOURNAL-ROW.
000331     ADD 1 TO WS-VARIANCE-COUNT.
000332     MOVE SPACES TO WS-SKIP-REASON.
000333     PERFORM 2100-CHECK-POLICY-HOLD.
000334     IF WS-SKIP-REASON = SPACES
000335         PERFORM 2200-CHECK-OPEN-ESCALATION
000336     END-IF.
000337     IF WS-SKIP-REASON = SPACES
000338         PERFORM 2300-GET-GL-MAPPING
000339     END-IF.
000340     IF WS-SKIP-REASON = SPACES
000341         PERFORM 2400-WRITE-JOURNAL-PAIR
000342     ELSE
000343         PERFORM 4300-WRITE-RPT-EXCEPTION
000344     END-IF.
000345
000346 2100-CHECK-POLICY-HOLD.
000347     MOVE CH-ACCOUNT-CODE TO AP-ACCOUNT-CODE.
000348     READ POLICY-MASTER-FILE
000349         INVALID KEY
000350             CONTINUE
000351     END-READ.
000352     EVALUATE WS-POLMSTR-STATUS
000353         WHEN "00"
000354             IF AP-POLICY-ACTIVE AND AP-HOLD-ESCALATIONS
000355                 ADD 1 TO WS-HOLD-COUNT
000356                 MOVE "SKIPPED - ACCOUNT ON HOLD"
000357                     TO WS-SKIP-REASON
000358             END-IF
000359         WHEN "23"
000360             CONTINUE
000361         WHEN OTHER
000362             DISPLAY "ERROR READING POLMSTR, FILE STATUS: "
000363                 WS-POLMSTR-STATUS
000364     END-EVALUATE.
000365
000366 2200-CHECK-OPEN-ESCALATION.
000367     MOVE CH-ACCOUNT-CODE TO OE-ACCOUNT-CODE.
000368     MOVE LOW-VALUES TO OE-RUN-TIMESTAMP.
000369     START OPEN-ESC-FILE
000370         KEY IS NOT LESS THAN OE-ESC-KEY
000371         INVALID KEY
000372             CONTINUE
000373     END-START.
000374     IF WS-OPENESC-STATUS = "00"
000375         READ OPEN-ESC-FILE NEXT
000376             AT END
000377                 CONTINUE
000378         END-READ
000379         IF WS-OPENESC-STATUS = "00"
000380                 AND OE-ACCOUNT-CODE = CH-ACCOUNT-CODE
000381             ADD 1 TO WS-OPEN-COUNT
000382             MOVE "SKIPPED - ESCALATION OPEN"
000383                 TO WS-SKIP-REASON
000384         END-IF
000385     END-IF.
000386
000387 2300-GET-GL-MAPPING.
000388     MOVE CH-ACCOUNT-CODE TO GM-ACCOUNT-CODE.
000389     READ GL-MAPPING-FILE
000390         INVALID KEY
000391             CONTINUE
000392     END-READ.
000393     EVALUATE WS-GLMAP-STATUS
000394         WHEN "00"
000395             IF NOT GM-ACTIVE
000396                 ADD 1 TO WS-UNMAPPED-COUNT
000397                 MOVE "UNMAPPED - GL MAPPING INACTIVE"
000398                     TO WS-SKIP-REASON
000399             END-IF
000400         WHEN "23"
000401             ADD 1 TO WS-UNMAPPED-COUNT
000402             MOVE "UNMAPPED - NO GL MAPPING" TO WS-SKIP-REASON
000403         WHEN OTHER
000404             DISPLAY "ERROR READING GLMAP, FILE STATUS: "
000405                 WS-GLMAP-STATUS
000406             ADD 1 TO WS-UNMAPPED-COUNT
000407             MOVE "UNMAPPED - GLMAP READ ERROR"
000408                 TO WS-SKIP-REASON
000409     END-EVALUATE.
000410
000411 2400-WRITE-JOURNAL-PAIR.
000412     ADD 1 TO WS-POSTED-COUNT.
000413     IF CH-VARIANCE < ZERO
000414         COMPUTE WS-JOURNAL-AMOUNT = ZERO - CH-VARIANCE
000415     ELSE
000416         MOVE CH-VARIANCE TO WS-JOURNAL-AMOUNT
000417     END-IF.
000418
000419     MOVE SPACES TO GL-JOURNAL-DETAIL.
000420     MOVE "D" TO JD-RECORD-TYPE.
000421     MOVE GM-COST-CENTRE TO JD-COST-CENTRE.
000422     MOVE WS-JOURNAL-AMOUNT TO JD-AMOUNT.
000423     MOVE CH-ACCOUNT-CODE TO JD-ACCOUNT-CODE.
000424     MOVE CH-RUN-DATE TO JD-RUN-DATE.
000425     MOVE CH-RESULT-TEXT TO JD-RESULT-TEXT.
000426
000427     MOVE "D" TO JD-DR-CR-FLAG.
000428     IF CH-RESULT-TEXT = "GREATER THEN"
000429         MOVE GM-DEBIT-GL TO JD-GL-ACCOUNT
000430     ELSE
000431         MOVE GM-CREDIT-GL TO JD-GL-ACCOUNT
000432     END-IF.
000433     PERFORM 2500-WRITE-JOURNAL-LINE.
000434     ADD WS-JOURNAL-AMOUNT TO WS-DEBIT-TOTAL.
000435
000436     MOVE "C" TO JD-DR-CR-FLAG.
000437     IF CH-RESULT-TEXT = "GREATER THEN"
000438         MOVE GM-CREDIT-GL TO JD-GL-ACCOUNT
000439     ELSE
000440         MOVE GM-DEBIT-GL TO JD-GL-ACCOUNT
000441     END-IF.
000442     PERFORM 2500-WRITE-JOURNAL-LINE.
000443     ADD WS-JOURNAL-AMOUNT TO WS-CREDIT-TOTAL.
000444
000445 2500-WRITE-JOURNAL-LINE.
000446     ADD 1 TO WS-LINE-NUMBER.
000447     MOVE WS-LINE-NUMBER TO JD-LINE-NUMBER.
000448     WRITE JOURNAL-RECORD FROM GL-JOURNAL-DETAIL.
000449     IF WS-JOURNAL-STATUS NOT = "00"
000450         DISPLAY "ERROR WRITING GLJRNL, FILE STATUS: "
000451             WS-JOURNAL-STATUS
000452     END-IF.
000453
000454 3000-WRITE-JOURNAL-TRAILER.
000455     COMPUTE WS-NET-TOTAL = WS-DEBIT-TOTAL - WS-CREDIT-TOTAL.
000456     MOVE SPACES TO GL-JOURNAL-TRAILER.
000457     MOVE "T" TO JT-RECORD-TYPE.
000458     MOVE WS-LINE-NUMBER TO JT-LINE-COUNT.
000459     MOVE WS-DEBIT-TOTAL TO JT-DEBIT-TOTAL.
000460     MOVE WS-CREDIT-TOTAL TO JT-CREDIT-TOTAL.
000461     MOVE WS-NET-TOTAL TO JT-NET-TOTAL.
000462     WRITE JOURNAL-RECORD FROM GL-JOURNAL-TRAILER.
000463     IF WS-JOURNAL-STATUS NOT = "00"
000464         DISPLAY "ERROR WRITING GLJRNL, FILE STATUS: "
000465             WS-JOURNAL-STATUS
000466     END-IF.
000467     IF WS-NET-TOTAL NOT = ZERO
000468         DISPLAY "ERROR: GL JOURNAL DOES NOT BALANCE, NET: "
000469             WS-NET-TOTAL
000470     END-IF.
000471
000472 4100-WRITE-RPT-LINE.
000473     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000474         PERFORM 4200-WRITE-RPT-HEADING
000475     END-IF.
000476     WRITE GL-EXC-RPT-RECORD FROM WS-RPT-LINE.
000477     IF WS-GL-EXC-STATUS NOT = "00"
000478         DISPLAY "ERROR WRITING GLEXC, FILE STATUS: "
000479             WS-GL-EXC-STATUS
000480     END-IF.
000481     ADD 1 TO WS-LINE-COUNT.
000482
000483 4200-WRITE-RPT-HEADING.
000484     ADD 1 TO WS-PAGE-COUNT.
000485     MOVE SPACES TO GL-EXC-RPT-RECORD.
000486     STRING "GLJRNL  GL JOURNAL EXCEPTIONS  JOURNAL RUN DATE: "
000487                                  DELIMITED BY SIZE
000488             WS-JOURNAL-RUN-DATE  DELIMITED BY SIZE
000489             "  RUN DATE: "       DELIMITED BY SIZE
000490             WS-RUN-DATE          DELIMITED BY SIZE
000491             "  PAGE: "           DELIMITED BY SIZE
000492             WS-PAGE-COUNT        DELIMITED BY SIZE
000493         INTO GL-EXC-RPT-RECORD
000494         ON OVERFLOW
000495             DISPLAY "WARNING: GL EXCEPTION HEADING TRUNCATED"
000496     END-STRING.
000497     WRITE GL-EXC-RPT-RECORD.
000498     MOVE SPACES TO GL-EXC-RPT-RECORD.
000499     WRITE GL-EXC-RPT-RECORD.
000500     MOVE 2 TO WS-LINE-COUNT.
000501
000502 4300-WRITE-RPT-EXCEPTION.
000503     MOVE CH-VARIANCE TO WS-VARIANCE-DISPLAY.
000504     MOVE SPACES TO WS-RPT-LINE.
000505     STRING CH-ACCOUNT-CODE       DELIMITED BY SIZE
000506             "  "                 DELIMITED BY SIZE
000507             CH-RUN-DATE          DELIMITED BY SIZE
000508             "  "                 DELIMITED BY SIZE
000509             CH-RESULT-TEXT       DELIMITED BY SIZE
000510             " VAR: "             DELIMITED BY SIZE
000511             WS-VARIANCE-DISPLAY  DELIMITED BY SIZE
000512             "  "                 DELIMITED BY SIZE
000513             WS-SKIP-REASON       DELIMITED BY SIZE
000514         INTO WS-RPT-LINE
000515         ON OVERFLOW
000516             DISPLAY "WARNING: GL EXCEPTION LINE TRUNCATED"
000517     END-STRING.
000518     PERFORM 4100-WRITE-RPT-LINE.
000519
000520 5000-WRITE-RPT-TOTALS.
000521     MOVE SPACES TO WS-RPT-LINE.
000522     PERFORM 4100-WRITE-RPT-LINE.
000523     IF WS-RUN-ROW-COUNT = ZERO
000524         MOVE "WARNING: CMPHIST HOLDS NO ROWS FOR THIS RUN DATE"
000525             TO WS-RPT-LINE
000526         PERFORM 4100-WRITE-RPT-LINE
000527     END-IF.
000528     MOVE SPACES TO WS-RPT-LINE.
000529     STRING "ROWS READ: "         DELIMITED BY SIZE
000530             WS-ROW-COUNT         DELIMITED BY SIZE
000531             "  FOR RUN DATE: "   DELIMITED BY SIZE
000532             WS-RUN-ROW-COUNT     DELIMITED BY SIZE
000533             "  VARIANCES: "      DELIMITED BY SIZE
000534             WS-VARIANCE-COUNT    DELIMITED BY SIZE
000535             "  JOURNALED: "      DELIMITED BY SIZE
000536             WS-POSTED-COUNT      DELIMITED BY SIZE
000537             "  ON HOLD: "        DELIMITED BY SIZE
000538             WS-HOLD-COUNT        DELIMITED BY SIZE
000539             "  STILL OPEN: "     DELIMITED BY SIZE
000540             WS-OPEN-COUNT        DELIMITED BY SIZE
000541             "  UNMAPPED: "       DELIMITED BY SIZE
000542             WS-UNMAPPED-COUNT    DELIMITED BY SIZE
000543         INTO WS-RPT-LINE
000544         ON OVERFLOW
000545             DISPLAY "WARNING: GL EXCEPTION TOTALS TRUNCATED"
000546     END-STRING.
000547     PERFORM 4100-WRITE-RPT-LINE.
000548     MOVE WS-DEBIT-TOTAL TO WS-AMOUNT-DISPLAY.
000549     MOVE WS-CREDIT-TOTAL TO WS-VARIANCE-DISPLAY.
000550     MOVE SPACES TO WS-RPT-LINE.
000551     STRING "JOURNAL LINES: "     DELIMITED BY SIZE
000552             WS-LINE-NUMBER       DELIMITED BY SIZE
000553             "  DEBITS: "         DELIMITED BY SIZE
000554             WS-AMOUNT-DISPLAY    DELIMITED BY SIZE
000555             "  CREDITS: "        DELIMITED BY SIZE
000556             WS-VARIANCE-DISPLAY  DELIMITED BY SIZE
000557         INTO WS-RPT-LINE
000558         ON OVERFLOW
000559             DISPLAY "WARNING: GL EXCEPTION TOTALS TRUNCATED"
000560     END-STRING.
000561     PERFORM 4100-WRITE-RPT-LINE.
000562     IF WS-NET-TOTAL = ZERO
000563         MOVE "JOURNAL BALANCES - DEBITS AND CREDITS NET TO ZERO"
000564             TO WS-RPT-LINE
000565     ELSE
000566         MOVE "** JOURNAL OUT OF BALANCE - DO NOT POST"
000567             TO WS-RPT-LINE
000568     END-IF.
000569     PERFORM 4100-WRITE-RPT-LINE.
