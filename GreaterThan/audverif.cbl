000100 IDENTIFICATION DIVISION.
000101 PROGRAM-ID. AUDVERIF.
000102 ENVIRONMENT DIVISION.
000103 INPUT-OUTPUT SECTION.
000104 FILE-CONTROL.
000105     SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "AUDITARC"
000106         ORGANIZATION IS LINE SEQUENTIAL
000107         FILE STATUS IS WS-ARCHIVE-STATUS.
000108
000109     SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDITLOG"
000110         ORGANIZATION IS LINE SEQUENTIAL
000111         FILE STATUS IS WS-AUDIT-STATUS.
000112
000113     SELECT OPTIONAL RETENTION-FILE ASSIGN TO "RETNFILE"
000114         ORGANIZATION IS LINE SEQUENTIAL
000115         FILE STATUS IS WS-RETENTION-STATUS.
000116
000117     SELECT OPTIONAL CTL-AUDIT-FILE ASSIGN TO "CTLAUDIT"
000118         ORGANIZATION IS LINE SEQUENTIAL
000119         FILE STATUS IS WS-CTL-AUDIT-STATUS.
000120
000121     SELECT OPTIONAL POL-AUDIT-FILE ASSIGN TO "POLAUDIT"
000122         ORGANIZATION IS LINE SEQUENTIAL
000123         FILE STATUS IS WS-POL-AUDIT-STATUS.
000124
000125     SELECT OPTIONAL CHAIN-RPT-FILE ASSIGN TO "CHAINRPT"
000126         ORGANIZATION IS LINE SEQUENTIAL
000127         FILE STATUS IS WS-CHAIN-RPT-STATUS.
000128
000129 DATA DIVISION.
000130 FILE SECTION.
000131 FD  ARCHIVE-FILE.
000132 01  ARCHIVE-RECORD              PIC X(110).
000133
000134 FD  AUDIT-FILE.
000135     COPY AUDITREC.
000136
000137 FD  RETENTION-FILE.
000138     COPY RETNREC.
000139
000140 FD  CTL-AUDIT-FILE.
000141 01  CTL-AUDIT-RECORD            PIC X(128).
000142
000143 FD  POL-AUDIT-FILE.
000144 01  POL-AUDIT-RECORD            PIC X(110).
000145
000146 FD  CHAIN-RPT-FILE.
000147 01  CHAIN-RPT-RECORD            PIC X(132).
000148
000149 WORKING-STORAGE SECTION.
000150 01  WS-ARCHIVE-STATUS           PIC X(2).
000151 01  WS-AUDIT-STATUS             PIC X(2).
000152 01  WS-RETENTION-STATUS         PIC X(2).
000153 01  WS-CTL-AUDIT-STATUS         PIC X(2).
000154 01  WS-POL-AUDIT-STATUS         PIC X(2).
000155 01  WS-CHAIN-RPT-STATUS         PIC X(2).
000156
000157 01  WS-ARCHIVE-EOF              PIC X(1)    VALUE "N".
000158 01  WS-AUDIT-EOF                PIC X(1)    VALUE "N".
000159 01  WS-RETENTION-EOF            PIC X(1)    VALUE "N".
000160 01  WS-CTL-AUDIT-EOF            PIC X(1)    VALUE "N".
000161 01  WS-POL-AUDIT-EOF            PIC X(1)    VALUE "N".
000162
000163 01  WS-AN-IDX                   PIC 9(3)    VALUE ZERO.
000164 01  WS-ANCHOR-COUNT             PIC 9(3)    VALUE ZERO.
000165 01  WS-ANCHOR-MAX               PIC 9(3)    VALUE 500.
000166 01  WS-ANCHOR-TABLE.
000167     05  WS-ANCHOR-ENTRY OCCURS 500 TIMES.
000168         10  WS-AN-SEQ           PIC 9(9).
000169         10  WS-AN-CHECK         PIC 9(10).
000170 01  WS-ANCHOR-FOUND             PIC X(1)    VALUE "N".
000171 01  WS-ANCHOR-SEQ               PIC 9(9)    VALUE ZERO.
000172 01  WS-ANCHOR-CHECK             PIC 9(10)   VALUE ZERO.
000173
000174 01  WS-TRAIL-NAME               PIC X(8)    VALUE SPACES.
000175 01  WS-SOURCE-NAME              PIC X(8)    VALUE SPACES.
000176 01  WS-DATA-LENGTH              PIC 9(4)    VALUE ZERO.
000177 01  WS-ARCHIVED-HEAD            PIC X(1)    VALUE "N".
000178 01  WS-CHAIN-STARTED            PIC X(1)    VALUE "N".
000179 01  WS-CHAIN-RECORD             PIC X(200)  VALUE SPACES.
000180 01  WS-REC-CHAIN.
000181     05  WS-REC-SEQ              PIC 9(9).
000182     05  WS-REC-CHECK            PIC 9(10).
000183 01  WS-PRIOR-SEQ                PIC 9(9)    VALUE ZERO.
000184 01  WS-PRIOR-CHECK              PIC 9(10)   VALUE ZERO.
000185 01  WS-GAP-FROM                 PIC 9(9)    VALUE ZERO.
000186 01  WS-GAP-TO                   PIC 9(9)    VALUE ZERO.
000187     COPY AUDCHAIN.
000188
000189 01  WS-SOURCE-RECORDS           PIC 9(9)    VALUE ZERO.
000190 01  WS-TRAIL-RECORDS            PIC 9(9)    VALUE ZERO.
000191 01  WS-TRAIL-UNCHAINED          PIC 9(9)    VALUE ZERO.
000192 01  WS-TRAIL-FIRST-SEQ          PIC 9(9)    VALUE ZERO.
000193 01  WS-TRAIL-BREAKS             PIC 9(6)    VALUE ZERO.
000194 01  WS-TRAIL-GAPS               PIC 9(6)    VALUE ZERO.
000195 01  WS-TRAIL-ORDER              PIC 9(6)    VALUE ZERO.
000196 01  WS-TOTAL-RECORDS            PIC 9(9)    VALUE ZERO.
000197 01  WS-TOTAL-BREAKS             PIC 9(6)    VALUE ZERO.
000198 01  WS-TOTAL-GAPS               PIC 9(6)    VALUE ZERO.
000199 01  WS-TOTAL-ORDER              PIC 9(6)    VALUE ZERO.
000200 01  WS-FINDING-COUNT            PIC 9(6)    VALUE ZERO.
000201 01  WS-FINDING-TYPE             PIC X(12)   VALUE SPACES.
000202 01  WS-FINDING-TEXT             PIC X(50)   VALUE SPACES.
000203 01  WS-RESULT-TEXT              PIC X(40)   VALUE SPACES.
000204
000205 01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
000206 01  WS-PAGE-COUNT               PIC 9(4)    VALUE ZERO.
000207 01  WS-LINE-COUNT               PIC 9(2)    VALUE 99.
000208 01  WS-LINES-PER-PAGE           PIC 9(2)    VALUE 55.
000209 01  WS-RPT-LINE                 PIC X(132).
000210
000211 PROCEDURE DIVISION.
000212 0000-MAIN-LOGIC.
000213     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000214
000215     OPEN OUTPUT CHAIN-RPT-FILE.
000216     IF WS-CHAIN-RPT-STATUS NOT = "00"
000217             AND WS-CHAIN-RPT-STATUS NOT = "05"
000218         DISPLAY "ERROR OPENING CHAINRPT, FILE STATUS: "
000219             WS-CHAIN-RPT-STATUS
000220         MOVE 16 TO RETURN-CODE
000221         STOP RUN
000222     END-IF.
000223
000224     PERFORM 1050-LOAD-RETENTION-ANCHORS.
000225
000226     MOVE "AUDITLOG" TO WS-TRAIL-NAME.
000227     MOVE 91 TO WS-DATA-LENGTH.
000228     MOVE "Y" TO WS-ARCHIVED-HEAD.
000229     PERFORM 1000-START-TRAIL.
000230     PERFORM 1100-READ-ARCHIVE.
000231     PERFORM 1200-READ-AUDIT-LOG.
000232     PERFORM 1900-END-TRAIL.
000233
000234     MOVE "CTLAUDIT" TO WS-TRAIL-NAME.
000235     MOVE 109 TO WS-DATA-LENGTH.
000236     MOVE "N" TO WS-ARCHIVED-HEAD.
000237     PERFORM 1000-START-TRAIL.
000238     PERFORM 1300-READ-CTL-AUDIT.
000239     PERFORM 1900-END-TRAIL.
000240
000241     MOVE "POLAUDIT" TO WS-TRAIL-NAME.
000242     MOVE 91 TO WS-DATA-LENGTH.
000243     MOVE "N" TO WS-ARCHIVED-HEAD.
000244     PERFORM 1000-START-TRAIL.
000245     PERFORM 1400-READ-POL-AUDIT.
000246     PERFORM 1900-END-TRAIL.
000247
000248     PERFORM 5000-WRITE-RPT-TOTALS.
000249
000250     DISPLAY "AUDVERIF: RECORDS " WS-TOTAL-RECORDS
000251         "  BREAKS " WS-TOTAL-BREAKS
000252         "  GAPS " WS-TOTAL-GAPS
000253         "  OUT OF ORDER " WS-TOTAL-ORDER.
000254
000255     IF WS-FINDING-COUNT > ZERO
000256         MOVE 8 TO RETURN-CODE
000257     END-IF.
000258
000259     CLOSE CHAIN-RPT-FILE.
000260     STOP RUN.
000261
000262 1000-START-TRAIL.
000263     MOVE "N" TO WS-CHAIN-STARTED.
000264     MOVE ZERO TO WS-PRIOR-SEQ.
000265     MOVE ZERO TO WS-PRIOR-CHECK.
000266     MOVE ZERO TO WS-TRAIL-RECORDS.
000267     MOVE ZERO TO WS-TRAIL-UNCHAINED.
000268     MOVE ZERO TO WS-TRAIL-FIRST-SEQ.
000269     MOVE ZERO TO WS-TRAIL-BREAKS.
000270     MOVE ZERO TO WS-TRAIL-GAPS.
000271     MOVE ZERO TO WS-TRAIL-ORDER.
000272
000273 1050-LOAD-RETENTION-ANCHORS.
000274     OPEN INPUT RETENTION-FILE.
000275     IF WS-RETENTION-STATUS NOT = "00"
000276             AND WS-RETENTION-STATUS NOT = "05"
000277         DISPLAY "ERROR OPENING RETNFILE, FILE STATUS: "
000278             WS-RETENTION-STATUS
000279         CLOSE CHAIN-RPT-FILE
000280         MOVE 16 TO RETURN-CODE
000281         STOP RUN
000282     END-IF.
000283     PERFORM UNTIL WS-RETENTION-EOF = "Y"
000284         READ RETENTION-FILE
000285             AT END
000286                 MOVE "Y" TO WS-RETENTION-EOF
000287             NOT AT END
000288                 IF RT-LAST-CHAIN-SEQ NUMERIC
000289                         AND RT-LAST-CHAIN-CHECK NUMERIC
000290                         AND RT-LAST-CHAIN-SEQ > ZERO
000291                     IF WS-ANCHOR-COUNT < WS-ANCHOR-MAX
000292                         ADD 1 TO WS-ANCHOR-COUNT
000293                         MOVE RT-LAST-CHAIN-SEQ
000294                             TO WS-AN-SEQ(WS-ANCHOR-COUNT)
000295                         MOVE RT-LAST-CHAIN-CHECK
000296                             TO WS-AN-CHECK(WS-ANCHOR-COUNT)
000297                     ELSE
000298                         DISPLAY "WARNING: RETNFILE ANCHOR TABLE "
000299                             "FULL, ANCHOR " RT-LAST-CHAIN-SEQ
000300                             " IGNORED"
000301                     END-IF
000302                 END-IF
000303         END-READ
000304     END-PERFORM.
000305     CLOSE RETENTION-FILE.
000306
000307 1100-READ-ARCHIVE.
000308     MOVE "AUDITARC" TO WS-SOURCE-NAME.
000309     MOVE ZERO TO WS-SOURCE-RECORDS.
000310     OPEN INPUT ARCHIVE-FILE.
000311     IF WS-ARCHIVE-STATUS NOT = "00"
000312             AND WS-ARCHIVE-STATUS NOT = "05"
000313         DISPLAY "ERROR OPENING AUDITARC, FILE STATUS: "
000314             WS-ARCHIVE-STATUS
000315         CLOSE CHAIN-RPT-FILE
000316         MOVE 16 TO RETURN-CODE
000317         STOP RUN
000318     END-IF.
000319     PERFORM UNTIL WS-ARCHIVE-EOF = "Y"
000320         READ ARCHIVE-FILE INTO WS-CHAIN-RECORD
000321             AT END
000322                 MOVE "Y" TO WS-ARCHIVE-EOF
000323             NOT AT END
000324                 PERFORM 2000-CHECK-RECORD
000325         END-READ
000326     END-PERFORM.
000327     CLOSE ARCHIVE-FILE.
000328
000329 1200-READ-AUDIT-LOG.
000330     MOVE "AUDITLOG" TO WS-SOURCE-NAME.
000331     MOVE ZERO TO WS-SOURCE-RECORDS.
000332     OPEN INPUT AUDIT-FILE.
000333     IF WS-AUDIT-STATUS NOT = "00"
000334             AND WS-AUDIT-STATUS NOT = "05"
000335         DISPLAY "ERROR OPENING AUDITLOG, FILE STATUS: "
000336             WS-AUDIT-STATUS
000337         CLOSE CHAIN-RPT-FILE
000338         MOVE 16 TO RETURN-CODE
000339         STOP RUN
000340     END-IF.
000341     PERFORM UNTIL WS-AUDIT-EOF = "Y"
000342         READ AUDIT-FILE INTO WS-CHAIN-RECORD
000343             AT END
000344                 MOVE "Y" TO WS-AUDIT-EOF
000345             NOT AT END
000346                 PERFORM 2000-CHECK-RECORD
000347         END-READ
000348     END-PERFORM.
000349     CLOSE AUDIT-FILE.
000350
000351 1300-READ-CTL-AUDIT.
000352     MOVE "CTLAUDIT" TO WS-SOURCE-NAME.
000353     MOVE ZERO TO WS-SOURCE-RECORDS.
000354     OPEN INPUT CTL-AUDIT-FILE.
000355     IF WS-CTL-AUDIT-STATUS NOT = "00"
000356             AND WS-CTL-AUDIT-STATUS NOT = "05"
000357         DISPLAY "ERROR OPENING CTLAUDIT, FILE STATUS: "
000358             WS-CTL-AUDIT-STATUS
000359         CLOSE CHAIN-RPT-FILE
000360         MOVE 16 TO RETURN-CODE
000361         STOP RUN
000362     END-IF.
000363     PERFORM UNTIL WS-CTL-AUDIT-EOF = "Y"
000364         READ CTL-AUDIT-FILE INTO WS-CHAIN-RECORD
000365             AT END
000366                 MOVE "Y" TO WS-CTL-AUDIT-EOF
000367             NOT AT END
000368                 PERFORM 2000-CHECK-RECORD
000369         END-READ
000370     END-PERFORM.
000371     CLOSE CTL-AUDIT-FILE.
000372
000373 1400-READ-POL-AUDIT.
000374     MOVE "POLAUDIT" TO WS-SOURCE-NAME.
000375     MOVE ZERO TO WS-SOURCE-RECORDS.
000376     OPEN INPUT POL-AUDIT-FILE.
000377     IF WS-POL-AUDIT-STATUS NOT = "00"
000378             AND WS-POL-AUDIT-STATUS NOT = "05"
000379         DISPLAY "ERROR OPENING POLAUDIT, FILE STATUS: "
000380             WS-POL-AUDIT-STATUS
000381         CLOSE CHAIN-RPT-FILE
000382         MOVE 16 TO RETURN-CODE
000383         STOP RUN
000384     END-IF.
000385     PERFORM UNTIL WS-POL-AUDIT-EOF = "Y"
000386         READ POL-AUDIT-FILE INTO WS-CHAIN-RECORD
000387             AT END
000388                 MOVE "Y" TO WS-POL-AUDIT-EOF
000389             NOT AT END
000390                 PERFORM 2000-CHECK-RECORD
000391         END-READ
000392     END-PERFORM.
000393     CLOSE POL-AUDIT-FILE.
000394
000395 1900-END-TRAIL.
000396     ADD WS-TRAIL-RECORDS TO WS-TOTAL-RECORDS.
000397     ADD WS-TRAIL-BREAKS TO WS-TOTAL-BREAKS.
000398     ADD WS-TRAIL-GAPS TO WS-TOTAL-GAPS.
000399     ADD WS-TRAIL-ORDER TO WS-TOTAL-ORDER.
000400     IF WS-TRAIL-BREAKS = ZERO AND WS-TRAIL-GAPS = ZERO
000401             AND WS-TRAIL-ORDER = ZERO
000402         MOVE "CHAIN INTACT" TO WS-RESULT-TEXT
000403     ELSE
000404         MOVE "CHAIN NOT INTACT" TO WS-RESULT-TEXT
000405     END-IF.
000406
000407     MOVE SPACES TO WS-RPT-LINE.
000408     STRING "TRAIL: "             DELIMITED BY SIZE
000409             WS-TRAIL-NAME        DELIMITED BY SIZE
000410             "  RECORDS: "        DELIMITED BY SIZE
000411             WS-TRAIL-RECORDS     DELIMITED BY SIZE
000412             "  BEFORE CHAIN START: " DELIMITED BY SIZE
000413             WS-TRAIL-UNCHAINED   DELIMITED BY SIZE
000414             "  FIRST SEQUENCE: " DELIMITED BY SIZE
000415             WS-TRAIL-FIRST-SEQ   DELIMITED BY SIZE
000416             "  LAST SEQUENCE: "  DELIMITED BY SIZE
000417             WS-PRIOR-SEQ         DELIMITED BY SIZE
000418         INTO WS-RPT-LINE
000419         ON OVERFLOW
000420             DISPLAY "WARNING: CHAIN REPORT LINE TRUNCATED"
000421     END-STRING.
000422     PERFORM 4100-WRITE-RPT-LINE.
000423     MOVE SPACES TO WS-RPT-LINE.
000424     STRING "                 BREAKS: " DELIMITED BY SIZE
000425             WS-TRAIL-BREAKS      DELIMITED BY SIZE
000426             "  GAPS: "           DELIMITED BY SIZE
000427             WS-TRAIL-GAPS        DELIMITED BY SIZE
000428             "  OUT OF ORDER: "   DELIMITED BY SIZE
000429             WS-TRAIL-ORDER       DELIMITED BY SIZE
000430             "  RESULT: "         DELIMITED BY SIZE
000431             WS-RESULT-TEXT       DELIMITED BY SIZE
000432         INTO WS-RPT-LINE
000433         ON OVERFLOW
000434             DISPLAY "WARNING: CHAIN REPORT LINE TRUNCATED"
000435     END-STRING.
000436     PERFORM 4100-WRITE-RPT-LINE.
000437     MOVE SPACES TO WS-RPT-LINE.
000438     PERFORM 4100-WRITE-RPT-LINE.
000439
000440 2000-CHECK-RECORD.
000441     ADD 1 TO WS-SOURCE-RECORDS.
000442     ADD 1 TO WS-TRAIL-RECORDS.
000443     MOVE WS-CHAIN-RECORD(WS-DATA-LENGTH + 1:19) TO WS-REC-CHAIN.
000444     IF WS-REC-SEQ NOT NUMERIC OR WS-REC-CHECK NOT NUMERIC
000445         IF WS-CHAIN-STARTED = "N"
000446             ADD 1 TO WS-TRAIL-UNCHAINED
000447         ELSE
000448             ADD 1 TO WS-TRAIL-BREAKS
000449             MOVE "BREAK" TO WS-FINDING-TYPE
000450             MOVE "NO SEQUENCE NUMBER OR CHECK VALUE ON RECORD"
000451                 TO WS-FINDING-TEXT
000452             PERFORM 4300-WRITE-RPT-FINDING
000453         END-IF
000454     ELSE
000455         IF WS-CHAIN-STARTED = "N"
000456             PERFORM 2100-START-CHAIN
000457         ELSE
000458             EVALUATE TRUE
000459                 WHEN WS-REC-SEQ = WS-PRIOR-SEQ + 1
000460                     PERFORM 2300-VERIFY-LINK
000461                 WHEN WS-REC-SEQ > WS-PRIOR-SEQ + 1
000462                     PERFORM 2400-REPORT-GAP
000463                 WHEN OTHER
000464                     PERFORM 2500-REPORT-OUT-OF-ORDER
000465             END-EVALUATE
000466         END-IF
000467     END-IF.
000468
000469 2100-START-CHAIN.
000470     MOVE "Y" TO WS-CHAIN-STARTED.
000471     MOVE WS-REC-SEQ TO WS-TRAIL-FIRST-SEQ.
000472     MOVE ZERO TO WS-PRIOR-SEQ.
000473     MOVE ZERO TO WS-PRIOR-CHECK.
000474     IF WS-REC-SEQ = 1
000475         PERFORM 2300-VERIFY-LINK
000476     ELSE
000477         IF WS-ARCHIVED-HEAD = "Y"
000478             PERFORM 2200-FIND-RETENTION-ANCHOR
000479             IF WS-ANCHOR-FOUND = "Y"
000480                 MOVE WS-ANCHOR-SEQ TO WS-PRIOR-SEQ
000481                 MOVE WS-ANCHOR-CHECK TO WS-PRIOR-CHECK
000482                 PERFORM 2300-VERIFY-LINK
000483             ELSE
000484                 PERFORM 4400-WRITE-RPT-PICKUP
000485                 MOVE WS-REC-SEQ TO WS-PRIOR-SEQ
000486                 MOVE WS-REC-CHECK TO WS-PRIOR-CHECK
000487             END-IF
000488         ELSE
000489             PERFORM 2400-REPORT-GAP
000490         END-IF
000491     END-IF.
000492
000493 2200-FIND-RETENTION-ANCHOR.
000494     MOVE "N" TO WS-ANCHOR-FOUND.
000495     COMPUTE WS-ANCHOR-SEQ = WS-REC-SEQ - 1.
000496     PERFORM VARYING WS-AN-IDX FROM 1 BY 1
000497             UNTIL WS-AN-IDX > WS-ANCHOR-COUNT
000498         IF WS-AN-SEQ(WS-AN-IDX) = WS-ANCHOR-SEQ
000499             MOVE "Y" TO WS-ANCHOR-FOUND
000500             MOVE WS-AN-CHECK(WS-AN-IDX) TO WS-ANCHOR-CHECK
000501         END-IF
000502     END-PERFORM.
000503
000504 2300-VERIFY-LINK.
000505     MOVE WS-PRIOR-CHECK TO AC-PRIOR-CHECK.
000506     MOVE WS-REC-SEQ TO AC-SEQUENCE.
000507     MOVE WS-DATA-LENGTH TO AC-DATA-LENGTH.
000508     MOVE WS-CHAIN-RECORD(1:WS-DATA-LENGTH) TO AC-DATA.
000509     CALL "AUDCHAIN" USING AUDIT-CHAIN-AREA.
000510     IF AC-NEW-CHECK NOT = WS-REC-CHECK
000511         ADD 1 TO WS-TRAIL-BREAKS
000512         MOVE "BREAK" TO WS-FINDING-TYPE
000513         MOVE SPACES TO WS-FINDING-TEXT
000514         STRING "CHECK VALUE DOES NOT CHAIN FROM SEQUENCE "
000515                                  DELIMITED BY SIZE
000516                 WS-PRIOR-SEQ     DELIMITED BY SIZE
000517             INTO WS-FINDING-TEXT
000518             ON OVERFLOW
000519                 DISPLAY "WARNING: FINDING TEXT TRUNCATED"
000520         END-STRING
000521         PERFORM 4300-WRITE-RPT-FINDING
000522     END-IF.
000523     MOVE WS-REC-SEQ TO WS-PRIOR-SEQ.
000524     MOVE WS-REC-CHECK TO WS-PRIOR-CHECK.
000525
000526 2400-REPORT-GAP.
000527     ADD 1 TO WS-TRAIL-GAPS.
000528     COMPUTE WS-GAP-FROM = WS-PRIOR-SEQ + 1.
000529     COMPUTE WS-GAP-TO = WS-REC-SEQ - 1.
000530     MOVE "GAP" TO WS-FINDING-TYPE.
000531     MOVE SPACES TO WS-FINDING-TEXT.
000532     STRING "SEQUENCE "           DELIMITED BY SIZE
000533             WS-GAP-FROM          DELIMITED BY SIZE
000534             " TO "               DELIMITED BY SIZE
000535             WS-GAP-TO            DELIMITED BY SIZE
000536             " MISSING"           DELIMITED BY SIZE
000537         INTO WS-FINDING-TEXT
000538         ON OVERFLOW
000539             DISPLAY "WARNING: FINDING TEXT TRUNCATED"
000540     END-STRING.
000541     PERFORM 4300-WRITE-RPT-FINDING.
000542     MOVE WS-REC-SEQ TO WS-PRIOR-SEQ.
000543     MOVE WS-REC-CHECK TO WS-PRIOR-CHECK.
000544
000545 2500-REPORT-OUT-OF-ORDER.
000546     ADD 1 TO WS-TRAIL-ORDER.
000547     MOVE "OUT OF ORDER" TO WS-FINDING-TYPE.
000548     MOVE SPACES TO WS-FINDING-TEXT.
000549     IF WS-REC-SEQ = WS-PRIOR-SEQ
000550         MOVE "SEQUENCE REPEATS THE PRIOR RECORD'S"
000551             TO WS-FINDING-TEXT
000552     ELSE
000553         STRING "SEQUENCE FOLLOWS HIGHER SEQUENCE "
000554                                  DELIMITED BY SIZE
000555                 WS-PRIOR-SEQ     DELIMITED BY SIZE
000556             INTO WS-FINDING-TEXT
000557             ON OVERFLOW
000558                 DISPLAY "WARNING: FINDING TEXT TRUNCATED"
000559         END-STRING
000560     END-IF.
000561     PERFORM 4300-WRITE-RPT-FINDING.
000562
000563 4100-WRITE-RPT-LINE.
000564     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000565         PERFORM 4200-WRITE-RPT-HEADING
000566     END-IF.
000567     WRITE CHAIN-RPT-RECORD FROM WS-RPT-LINE.
000568     IF WS-CHAIN-RPT-STATUS NOT = "00"
000569         DISPLAY "ERROR WRITING CHAINRPT, FILE STATUS: "
000570             WS-CHAIN-RPT-STATUS
000571     END-IF.
000572     ADD 1 TO WS-LINE-COUNT.
000573
000574 4200-WRITE-RPT-HEADING.
000575     ADD 1 TO WS-PAGE-COUNT.
000576     MOVE SPACES TO CHAIN-RPT-RECORD.
000577     STRING "AUDVERIF  AUDIT CHAIN VERIFICATION"
000578                                  DELIMITED BY SIZE
000579             "  RUN DATE: "       DELIMITED BY SIZE
000580             WS-RUN-DATE          DELIMITED BY SIZE
000581             "  PAGE: "           DELIMITED BY SIZE
000582             WS-PAGE-COUNT        DELIMITED BY SIZE
000583         INTO CHAIN-RPT-RECORD
000584         ON OVERFLOW
000585             DISPLAY "WARNING: CHAIN REPORT HEADING TRUNCATED"
000586     END-STRING.
000587     WRITE CHAIN-RPT-RECORD.
000588     MOVE SPACES TO CHAIN-RPT-RECORD.
000589     WRITE CHAIN-RPT-RECORD.
000590     MOVE 2 TO WS-LINE-COUNT.
000591
000592 4300-WRITE-RPT-FINDING.
000593     ADD 1 TO WS-FINDING-COUNT.
000594     MOVE SPACES TO WS-RPT-LINE.
000595     STRING WS-FINDING-TYPE      DELIMITED BY SIZE
000596             " TRAIL: "           DELIMITED BY SIZE
000597             WS-TRAIL-NAME        DELIMITED BY SIZE
000598             "  FILE: "           DELIMITED BY SIZE
000599             WS-SOURCE-NAME       DELIMITED BY SIZE
000600             "  RECORD: "         DELIMITED BY SIZE
000601             WS-SOURCE-RECORDS    DELIMITED BY SIZE
000602             "  SEQ: "            DELIMITED BY SIZE
000603             WS-REC-SEQ           DELIMITED BY SIZE
000604             "  "                 DELIMITED BY SIZE
000605             WS-FINDING-TEXT      DELIMITED BY SIZE
000606         INTO WS-RPT-LINE
000607         ON OVERFLOW
000608             DISPLAY "WARNING: CHAIN REPORT LINE TRUNCATED"
000609     END-STRING.
000610     PERFORM 4100-WRITE-RPT-LINE.
000611
000612 4400-WRITE-RPT-PICKUP.
000613     MOVE SPACES TO WS-RPT-LINE.
000614     STRING "NOTE         TRAIL: " DELIMITED BY SIZE
000615             WS-TRAIL-NAME        DELIMITED BY SIZE
000616             "  FILE: "           DELIMITED BY SIZE
000617             WS-SOURCE-NAME       DELIMITED BY SIZE
000618             "  RECORD: "         DELIMITED BY SIZE
000619             WS-SOURCE-RECORDS    DELIMITED BY SIZE
000620             "  SEQ: "            DELIMITED BY SIZE
000621             WS-REC-SEQ           DELIMITED BY SIZE
000622             "  CHAIN PICKED UP, NO RETNFILE ANCHOR"
000623                                  DELIMITED BY SIZE
000624         INTO WS-RPT-LINE
000625         ON OVERFLOW
000626             DISPLAY "WARNING: CHAIN REPORT LINE TRUNCATED"
000627     END-STRING.
000628     PERFORM 4100-WRITE-RPT-LINE.
000629
000630 5000-WRITE-RPT-TOTALS.
000631     IF WS-FINDING-COUNT = ZERO
000632         MOVE "ALL AUDIT CHAINS INTACT" TO WS-RESULT-TEXT
000633     ELSE
000634         MOVE "AUDIT CHAIN EXCEPTIONS FOUND" TO WS-RESULT-TEXT
000635     END-IF.
000636     MOVE SPACES TO WS-RPT-LINE.
000637     STRING "TOTAL RECORDS: "     DELIMITED BY SIZE
000638             WS-TOTAL-RECORDS     DELIMITED BY SIZE
000639             "  BREAKS: "         DELIMITED BY SIZE
000640             WS-TOTAL-BREAKS      DELIMITED BY SIZE
000641             "  GAPS: "           DELIMITED BY SIZE
000642             WS-TOTAL-GAPS        DELIMITED BY SIZE
000643             "  OUT OF ORDER: "   DELIMITED BY SIZE
000644             WS-TOTAL-ORDER       DELIMITED BY SIZE
000645             "  RESULT: "         DELIMITED BY SIZE
000646             WS-RESULT-TEXT       DELIMITED BY SIZE
000647         INTO WS-RPT-LINE
000648         ON OVERFLOW
000649             DISPLAY "WARNING: CHAIN REPORT LINE TRUNCATED"
000650     END-STRING.
000651     PERFORM 4100-WRITE-RPT-LINE.
