000100 IDENTIFICATION DIVISION.
000101 PROGRAM-ID. FEEDCHK.
000102 ENVIRONMENT DIVISION.
000103 INPUT-OUTPUT SECTION.
000104 FILE-CONTROL.
000105     SELECT FEED-IN-FILE ASSIGN TO "TRANIN"
000106         ORGANIZATION IS LINE SEQUENTIAL
000107         FILE STATUS IS WS-FEED-IN-STATUS.
000108
000109     SELECT TRAN-EDIT-FILE ASSIGN TO "TRANEDIT"
000110         ORGANIZATION IS LINE SEQUENTIAL
000111         FILE STATUS IS WS-TRAN-EDIT-STATUS.
000112
000113     SELECT OPTIONAL FEED-LOG-FILE ASSIGN TO "FEEDLOG"
000114         ORGANIZATION IS LINE SEQUENTIAL
000115         FILE STATUS IS WS-FEED-LOG-STATUS.
000116
000117     SELECT OPTIONAL FEED-RPT-FILE ASSIGN TO "FEEDRPT"
000118         ORGANIZATION IS LINE SEQUENTIAL
000119         FILE STATUS IS WS-FEED-RPT-STATUS.
000120
000121 DATA DIVISION.
000122 FILE SECTION.
000123 FD  FEED-IN-FILE.
000124     COPY FEEDREC.
000125
000126 FD  TRAN-EDIT-FILE.
000127 01  TRAN-EDIT-RECORD            PIC X(37).
000128
000129 FD  FEED-LOG-FILE.
000130     COPY FEEDLOG.
000131
000132 FD  FEED-RPT-FILE.
000133 01  FEED-RPT-RECORD             PIC X(132).
000134
000135 WORKING-STORAGE SECTION.
000136 01  WS-FEED-IN-STATUS           PIC X(2).
000137 01  WS-TRAN-EDIT-STATUS         PIC X(2).
000138 01  WS-FEED-LOG-STATUS          PIC X(2).
000139 01  WS-FEED-RPT-STATUS          PIC X(2).
000140
000141 01  WS-FEED-EOF                 PIC X(1)    VALUE "N".
000142 01  WS-LOG-EOF                  PIC X(1)    VALUE "N".
000143 01  WS-FEED-OPEN                PIC X(1)    VALUE "N".
000144 01  WS-CUR-RERUN                PIC X(1)    VALUE "N".
000145 01  WS-TABLE-FULL-SW            PIC X(1)    VALUE "N".
000146 01  WS-TRAILER-BAD              PIC X(1)    VALUE "N".
000147
000148 01  WS-RUN-DATE-PARM            PIC X(8)    VALUE SPACES.
000149 01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
000150
000151 01  WS-CUR-SOURCE               PIC X(8)    VALUE SPACES.
000152 01  WS-CUR-BUS-DATE             PIC 9(8)    VALUE ZERO.
000153 01  WS-CUR-SEQ                  PIC 9(6)    VALUE ZERO.
000154 01  WS-CUR-COUNT                PIC 9(9)    VALUE ZERO.
000155 01  WS-CUR-NUM-HASH             PIC S9(15)V99 VALUE ZERO.
000156 01  WS-CUR-CTL-HASH             PIC S9(15)V99 VALUE ZERO.
000157 01  WS-CUR-SRC-IDX              PIC 9(3)    VALUE ZERO.
000158 01  WS-FEED-REASON              PIC X(30)   VALUE SPACES.
000159 01  WS-FEED-STATUS-TEXT         PIC X(8)    VALUE SPACES.
000160 01  WS-ERROR-TEXT               PIC X(30)   VALUE SPACES.
000161 01  WS-EXPECTED-SEQ             PIC 9(6)    VALUE ZERO.
000162
000163 01  WS-FIND-SOURCE              PIC X(8)    VALUE SPACES.
000164 01  WS-SR-FOUND                 PIC 9(3)    VALUE ZERO.
000165 01  WS-SR-IDX                   PIC 9(3)    VALUE ZERO.
000166 01  WS-SOURCE-COUNT             PIC 9(3)    VALUE ZERO.
000167 01  WS-SOURCE-MAX               PIC 9(3)    VALUE 100.
000168 01  WS-SOURCE-TABLE.
000169     05  WS-SOURCE-ENTRY OCCURS 100 TIMES.
000170         10  WS-SR-SOURCE        PIC X(8).
000171         10  WS-SR-LAST-SEQ      PIC 9(6).
000172         10  WS-SR-BUS-DATE      PIC 9(8).
000173         10  WS-SR-COUNT         PIC 9(9).
000174         10  WS-SR-NUM-HASH      PIC S9(15)V99.
000175         10  WS-SR-CTL-HASH      PIC S9(15)V99.
000176         10  WS-SR-THIS-RUN      PIC X(1).
000177
000178 01  WS-RECORD-COUNT             PIC 9(9)    VALUE ZERO.
000179 01  WS-FEED-COUNT               PIC 9(6)    VALUE ZERO.
000180 01  WS-ACCEPTED-COUNT           PIC 9(6)    VALUE ZERO.
000181 01  WS-RERUN-COUNT              PIC 9(6)    VALUE ZERO.
000182 01  WS-REJECTED-COUNT           PIC 9(6)    VALUE ZERO.
000183 01  WS-STRAY-COUNT              PIC 9(6)    VALUE ZERO.
000184 01  WS-DETAIL-OUT-COUNT         PIC 9(9)    VALUE ZERO.
000185 01  WS-ERROR-COUNT              PIC 9(6)    VALUE ZERO.
000186
000187 01  WS-NUM-HASH-DISPLAY         PIC -(15)9.99.
000188 01  WS-CTL-HASH-DISPLAY         PIC -(15)9.99.
000189 01  WS-TRL-NUM-DISPLAY          PIC -(15)9.99.
000190 01  WS-TRL-CTL-DISPLAY          PIC -(15)9.99.
000191
000192 01  WS-CURRENT-DATE-TIME.
000193     05  WS-CDT-DATE             PIC 9(8).
000194     05  WS-CDT-TIME.
000195         10  WS-CDT-HHMMSS       PIC 9(6).
000196         10  WS-CDT-HUNDREDTHS   PIC 9(2).
000197
000198 01  WS-RECEIPT-TIMESTAMP.
000199     05  WS-RECEIPT-DATE         PIC 9(8).
000200     05  FILLER                  PIC X(1)    VALUE "-".
000201     05  WS-RECEIPT-TIME         PIC 9(6).
000202
000203 01  WS-PAGE-COUNT               PIC 9(4)    VALUE ZERO.
000204 01  WS-LINE-COUNT               PIC 9(2)    VALUE 99.
000205 01  WS-LINES-PER-PAGE           PIC 9(2)    VALUE 55.
000206 01  WS-RPT-LINE                 PIC X(132).
000207
000208 PROCEDURE DIVISION.
000209 0000-MAIN-LOGIC.
000210     ACCEPT WS-RUN-DATE-PARM FROM ENVIRONMENT "GREATER-RUN-DATE".
000211     IF WS-RUN-DATE-PARM NUMERIC
000212         MOVE WS-RUN-DATE-PARM TO WS-RUN-DATE
000213     ELSE
000214         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
000215     END-IF.
000216
000217     PERFORM 1000-LOAD-RECEIPT-LOG.
000218
000219     OPEN INPUT FEED-IN-FILE.
000220     IF WS-FEED-IN-STATUS NOT = "00"
000221         DISPLAY "ERROR OPENING TRANIN, FILE STATUS: "
000222             WS-FEED-IN-STATUS
000223         MOVE 16 TO RETURN-CODE
000224         STOP RUN
000225     END-IF.
000226
000227     OPEN OUTPUT TRAN-EDIT-FILE.
000228     IF WS-TRAN-EDIT-STATUS NOT = "00"
000229         DISPLAY "ERROR OPENING TRANEDIT, FILE STATUS: "
000230             WS-TRAN-EDIT-STATUS
000231         CLOSE FEED-IN-FILE
000232         MOVE 16 TO RETURN-CODE
000233         STOP RUN
000234     END-IF.
000235
000236     OPEN EXTEND FEED-LOG-FILE.
000237     IF WS-FEED-LOG-STATUS NOT = "00"
000238             AND WS-FEED-LOG-STATUS NOT = "05"
000239         DISPLAY "ERROR OPENING FEEDLOG, FILE STATUS: "
000240             WS-FEED-LOG-STATUS
000241         CLOSE FEED-IN-FILE
000242         CLOSE TRAN-EDIT-FILE
000243         MOVE 16 TO RETURN-CODE
000244         STOP RUN
000245     END-IF.
000246
000247     OPEN OUTPUT FEED-RPT-FILE.
000248     IF WS-FEED-RPT-STATUS NOT = "00"
000249             AND WS-FEED-RPT-STATUS NOT = "05"
000250         DISPLAY "ERROR OPENING FEEDRPT, FILE STATUS: "
000251             WS-FEED-RPT-STATUS
000252         CLOSE FEED-IN-FILE
000253         CLOSE TRAN-EDIT-FILE
000254         CLOSE FEED-LOG-FILE
000255         MOVE 16 TO RETURN-CODE
000256         STOP RUN
000257     END-IF.
000258
000259     PERFORM UNTIL WS-FEED-EOF = "Y"
000260         READ FEED-IN-FILE
000261             AT END
000262                 MOVE "Y" TO WS-FEED-EOF
000263             NOT AT END
000264                 ADD 1 TO WS-RECORD-COUNT
000265                 PERFORM 2000-CHECK-FEED-RECORD
000266         END-READ
000267     END-PERFORM.
000268
000269     IF WS-FEED-OPEN = "Y"
000270         MOVE "NO TRAILER BEFORE END OF FILE" TO WS-ERROR-TEXT
000271         PERFORM 2500-FEED-ERROR
000272         PERFORM 2400-CLOSE-FEED
000273     END-IF.
000274
000275     IF WS-FEED-COUNT = ZERO
000276         DISPLAY "ERROR: NO SOURCE FEED HEADER FOUND IN TRANIN"
000277         MOVE "ERROR:  NO SOURCE FEED HEADER FOUND IN TRANIN"
000278             TO WS-RPT-LINE
000279         PERFORM 4100-WRITE-RPT-LINE
000280         ADD 1 TO WS-ERROR-COUNT
000281     END-IF.
000282
000283     PERFORM 5000-WRITE-RPT-TOTALS.
000284
000285     CLOSE FEED-IN-FILE.
000286     CLOSE TRAN-EDIT-FILE.
000287     CLOSE FEED-LOG-FILE.
000288     CLOSE FEED-RPT-FILE.
000289
000290     IF WS-REJECTED-COUNT > ZERO
000291             OR WS-STRAY-COUNT > ZERO
000292             OR WS-FEED-COUNT = ZERO
000293         DISPLAY "ERROR: FEEDS DID NOT PROVE OUT, SORT IS HELD"
000294         MOVE 8 TO RETURN-CODE
000295     ELSE
000296         IF WS-RERUN-COUNT > ZERO
000297             MOVE 4 TO RETURN-CODE
000298         END-IF
000299     END-IF.
000300     STOP RUN.
000301
000302 1000-LOAD-RECEIPT-LOG.
000303     OPEN INPUT FEED-LOG-FILE.
000304     IF WS-FEED-LOG-STATUS = "00"
000305         PERFORM UNTIL WS-LOG-EOF = "Y"
000306             READ FEED-LOG-FILE
000307                 AT END
000308                     MOVE "Y" TO WS-LOG-EOF
000309                 NOT AT END
000310                     IF FL-ACCEPTED OR FL-RERUN
000311                         PERFORM 1100-NOTE-RECEIPT
000312                     END-IF
000313             END-READ
000314         END-PERFORM
000315     END-IF.
000316     CLOSE FEED-LOG-FILE.
000317
000318 1100-NOTE-RECEIPT.
000319     MOVE FL-SOURCE-ID TO WS-FIND-SOURCE.
000320     PERFORM 2250-FIND-SOURCE.
000321     IF WS-SR-FOUND > ZERO
000322         MOVE FL-FILE-SEQ TO WS-SR-LAST-SEQ(WS-SR-FOUND)
000323         MOVE FL-BUSINESS-DATE TO WS-SR-BUS-DATE(WS-SR-FOUND)
000324         MOVE FL-RECORD-COUNT TO WS-SR-COUNT(WS-SR-FOUND)
000325         MOVE FL-NUM-HASH TO WS-SR-NUM-HASH(WS-SR-FOUND)
000326         MOVE FL-CTL-HASH TO WS-SR-CTL-HASH(WS-SR-FOUND)
000327     END-IF.
000328
000329 2000-CHECK-FEED-RECORD.
000330     EVALUATE TRUE
000331         WHEN FH-IS-HEADER
000332             IF WS-FEED-OPEN = "Y"
000333                 MOVE "NO TRAILER BEFORE NEXT HEADER"
000334                     TO WS-ERROR-TEXT
000335                 PERFORM 2500-FEED-ERROR
000336                 PERFORM 2400-CLOSE-FEED
000337             END-IF
000338             PERFORM 2100-OPEN-FEED
000339         WHEN FH-IS-DETAIL
000340             IF WS-FEED-OPEN = "Y"
000341                 PERFORM 2300-ADD-DETAIL
000342             ELSE
000343                 PERFORM 2600-STRAY-RECORD
000344             END-IF
000345         WHEN FH-IS-TRAILER
000346             IF WS-FEED-OPEN = "Y"
000347                 PERFORM 2350-CHECK-TRAILER
000348                 PERFORM 2400-CLOSE-FEED
000349             ELSE
000350                 PERFORM 2600-STRAY-RECORD
000351             END-IF
000352         WHEN OTHER
000353             IF WS-FEED-OPEN = "Y"
000354                 MOVE "INVALID RECORD TYPE IN FEED"
000355                     TO WS-ERROR-TEXT
000356                 PERFORM 2500-FEED-ERROR
000357             ELSE
000358                 PERFORM 2600-STRAY-RECORD
000359             END-IF
000360     END-EVALUATE.
000361
000362 2100-OPEN-FEED.
000363     MOVE "Y" TO WS-FEED-OPEN.
000364     ADD 1 TO WS-FEED-COUNT.
000365     MOVE "N" TO WS-CUR-RERUN.
000366     MOVE SPACES TO WS-FEED-REASON.
000367     MOVE ZERO TO WS-CUR-SRC-IDX.
000368     MOVE ZERO TO WS-CUR-COUNT.
000369     MOVE ZERO TO WS-CUR-NUM-HASH.
000370     MOVE ZERO TO WS-CUR-CTL-HASH.
000371     MOVE FH-SOURCE-ID TO WS-CUR-SOURCE.
000372     IF FH-BUSINESS-DATE NUMERIC
000373         MOVE FH-BUSINESS-DATE TO WS-CUR-BUS-DATE
000374     ELSE
000375         MOVE ZERO TO WS-CUR-BUS-DATE
000376     END-IF.
000377     IF FH-FILE-SEQ NUMERIC
000378         MOVE FH-FILE-SEQ TO WS-CUR-SEQ
000379     ELSE
000380         MOVE ZERO TO WS-CUR-SEQ
000381     END-IF.
000382
000383     IF WS-CUR-SOURCE = SPACES
000384         MOVE "SOURCE ID IS BLANK" TO WS-ERROR-TEXT
000385         PERFORM 2500-FEED-ERROR
000386     END-IF.
000387     IF FH-BUSINESS-DATE NOT NUMERIC
000388         MOVE "BUSINESS DATE NOT NUMERIC" TO WS-ERROR-TEXT
000389         PERFORM 2500-FEED-ERROR
000390     ELSE
000391         IF FH-BUSINESS-DATE NOT = WS-RUN-DATE
000392             MOVE "BUSINESS DATE NOT THE RUN DATE"
000393                 TO WS-ERROR-TEXT
000394             PERFORM 2500-FEED-ERROR
000395         END-IF
000396     END-IF.
000397     IF FH-FILE-SEQ NOT NUMERIC
000398         MOVE "FILE SEQUENCE NOT NUMERIC" TO WS-ERROR-TEXT
000399         PERFORM 2500-FEED-ERROR
000400     ELSE
000401         IF WS-CUR-SOURCE NOT = SPACES
000402             PERFORM 2200-CHECK-SEQUENCE
000403         END-IF
000404     END-IF.
000405
000406 2200-CHECK-SEQUENCE.
000407     MOVE WS-CUR-SOURCE TO WS-FIND-SOURCE.
000408     PERFORM 2250-FIND-SOURCE.
000409     MOVE WS-SR-FOUND TO WS-CUR-SRC-IDX.
000410     IF WS-CUR-SRC-IDX = ZERO
000411         MOVE "TOO MANY SOURCES TO TRACK" TO WS-ERROR-TEXT
000412         PERFORM 2500-FEED-ERROR
000413     ELSE
000414         IF WS-SR-LAST-SEQ(WS-CUR-SRC-IDX) = ZERO
000415             MOVE SPACES TO WS-RPT-LINE
000416             STRING "NOTE:   SOURCE: "   DELIMITED BY SIZE
000417                     WS-CUR-SOURCE       DELIMITED BY SIZE
000418                     "  FIRST FEED ON RECEIPT LOG, SEQUENCE "
000419                                         DELIMITED BY SIZE
000420                     WS-CUR-SEQ          DELIMITED BY SIZE
000421                     " TAKEN AS START"   DELIMITED BY SIZE
000422                 INTO WS-RPT-LINE
000423                 ON OVERFLOW
000424                     DISPLAY "WARNING: FEED REPORT LINE TRUNCATED"
000425             END-STRING
000426             PERFORM 4100-WRITE-RPT-LINE
000427         ELSE
000428             COMPUTE WS-EXPECTED-SEQ =
000429                 WS-SR-LAST-SEQ(WS-CUR-SRC-IDX) + 1
000430             IF WS-CUR-SEQ = WS-SR-LAST-SEQ(WS-CUR-SRC-IDX)
000431                 IF WS-SR-THIS-RUN(WS-CUR-SRC-IDX) = "Y"
000432                     MOVE "FILE SEQUENCE REPEATED IN TRANIN"
000433                         TO WS-ERROR-TEXT
000434                     PERFORM 2500-FEED-ERROR
000435                 ELSE
000436                     MOVE "Y" TO WS-CUR-RERUN
000437                 END-IF
000438             ELSE
000439                 IF WS-CUR-SEQ < WS-SR-LAST-SEQ(WS-CUR-SRC-IDX)
000440                     MOVE "FILE SEQUENCE ALREADY RECEIVED"
000441                         TO WS-ERROR-TEXT
000442                     PERFORM 2500-FEED-ERROR
000443                 ELSE
000444                     IF WS-CUR-SEQ > WS-EXPECTED-SEQ
000445                         MOVE SPACES TO WS-ERROR-TEXT
000446                         STRING "SEQUENCE GAP, EXPECTED "
000447                                          DELIMITED BY SIZE
000448                                 WS-EXPECTED-SEQ
000449                                          DELIMITED BY SIZE
000450                             INTO WS-ERROR-TEXT
000451                         END-STRING
000452                         PERFORM 2500-FEED-ERROR
000453                     END-IF
000454                 END-IF
000455             END-IF
000456         END-IF
000457     END-IF.
000458
000459 2250-FIND-SOURCE.
000460     MOVE ZERO TO WS-SR-FOUND.
000461     PERFORM VARYING WS-SR-IDX FROM 1 BY 1
000462             UNTIL WS-SR-IDX > WS-SOURCE-COUNT
000463         IF WS-SR-SOURCE(WS-SR-IDX) = WS-FIND-SOURCE
000464             MOVE WS-SR-IDX TO WS-SR-FOUND
000465         END-IF
000466     END-PERFORM.
000467     IF WS-SR-FOUND = ZERO
000468         IF WS-SOURCE-COUNT < WS-SOURCE-MAX
000469             ADD 1 TO WS-SOURCE-COUNT
000470             MOVE WS-SOURCE-COUNT TO WS-SR-FOUND
000471             MOVE WS-FIND-SOURCE TO WS-SR-SOURCE(WS-SR-FOUND)
000472             MOVE ZERO TO WS-SR-LAST-SEQ(WS-SR-FOUND)
000473             MOVE ZERO TO WS-SR-BUS-DATE(WS-SR-FOUND)
000474             MOVE ZERO TO WS-SR-COUNT(WS-SR-FOUND)
000475             MOVE ZERO TO WS-SR-NUM-HASH(WS-SR-FOUND)
000476             MOVE ZERO TO WS-SR-CTL-HASH(WS-SR-FOUND)
000477             MOVE "N" TO WS-SR-THIS-RUN(WS-SR-FOUND)
000478         ELSE
000479             IF WS-TABLE-FULL-SW NOT = "Y"
000480                 DISPLAY "WARNING: SOURCE TABLE FULL, "
000481                     "FURTHER SOURCES CANNOT BE TRACKED"
000482                 MOVE "Y" TO WS-TABLE-FULL-SW
000483             END-IF
000484         END-IF
000485     END-IF.
000486
000487 2300-ADD-DETAIL.
000488     ADD 1 TO WS-CUR-COUNT.
000489     IF FI-NUM NUMERIC
000490         ADD FI-NUM TO WS-CUR-NUM-HASH
000491     END-IF.
000492     IF FI-CONTROLL-NUM NUMERIC
000493         ADD FI-CONTROLL-NUM TO WS-CUR-CTL-HASH
000494     END-IF.
000495     WRITE TRAN-EDIT-RECORD FROM FI-TRAN-IMAGE.
000496     IF WS-TRAN-EDIT-STATUS NOT = "00"
000497         DISPLAY "ERROR WRITING TRANEDIT, FILE STATUS: "
000498             WS-TRAN-EDIT-STATUS
000499     ELSE
000500         ADD 1 TO WS-DETAIL-OUT-COUNT
000501     END-IF.
000502
000503 2350-CHECK-TRAILER.
000504     MOVE "N" TO WS-TRAILER-BAD.
000505     MOVE SPACES TO WS-ERROR-TEXT.
000506     IF FT-RECORD-COUNT NOT NUMERIC
000507         MOVE "TRAILER RECORD COUNT MISMATCH" TO WS-ERROR-TEXT
000508     ELSE
000509         IF FT-RECORD-COUNT NOT = WS-CUR-COUNT
000510             MOVE "TRAILER RECORD COUNT MISMATCH" TO WS-ERROR-TEXT
000511         END-IF
000512     END-IF.
000513     IF WS-ERROR-TEXT NOT = SPACES
000514         MOVE "Y" TO WS-TRAILER-BAD
000515         PERFORM 2500-FEED-ERROR
000516         MOVE SPACES TO WS-ERROR-TEXT
000517     END-IF.
000518     IF FT-NUM-HASH NOT NUMERIC
000519         MOVE "TRAILER NUM HASH MISMATCH" TO WS-ERROR-TEXT
000520     ELSE
000521         IF FT-NUM-HASH NOT = WS-CUR-NUM-HASH
000522             MOVE "TRAILER NUM HASH MISMATCH" TO WS-ERROR-TEXT
000523         END-IF
000524     END-IF.
000525     IF WS-ERROR-TEXT NOT = SPACES
000526         MOVE "Y" TO WS-TRAILER-BAD
000527         PERFORM 2500-FEED-ERROR
000528         MOVE SPACES TO WS-ERROR-TEXT
000529     END-IF.
000530     IF FT-CTL-HASH NOT NUMERIC
000531         MOVE "TRAILER CONTROLL HASH MISMATCH"
000532             TO WS-ERROR-TEXT
000533     ELSE
000534         IF FT-CTL-HASH NOT = WS-CUR-CTL-HASH
000535             MOVE "TRAILER CONTROLL HASH MISMATCH"
000536                 TO WS-ERROR-TEXT
000537         END-IF
000538     END-IF.
000539     IF WS-ERROR-TEXT NOT = SPACES
000540         MOVE "Y" TO WS-TRAILER-BAD
000541         PERFORM 2500-FEED-ERROR
000542         MOVE SPACES TO WS-ERROR-TEXT
000543     END-IF.
000544     IF WS-TRAILER-BAD = "Y"
000545         PERFORM 4400-WRITE-RPT-TRAILER
000546     END-IF.
000547
000548     IF WS-CUR-RERUN = "Y"
000549         IF WS-CUR-BUS-DATE NOT = WS-SR-BUS-DATE(WS-CUR-SRC-IDX)
000550                 OR WS-CUR-COUNT NOT = WS-SR-COUNT(WS-CUR-SRC-IDX)
000551                 OR WS-CUR-NUM-HASH
000552                     NOT = WS-SR-NUM-HASH(WS-CUR-SRC-IDX)
000553                 OR WS-CUR-CTL-HASH
000554                     NOT = WS-SR-CTL-HASH(WS-CUR-SRC-IDX)
000555             MOVE "FILE SEQUENCE ALREADY RECEIVED"
000556                 TO WS-ERROR-TEXT
000557             PERFORM 2500-FEED-ERROR
000558         END-IF
000559     END-IF.
000560
000561 2400-CLOSE-FEED.
000562     IF WS-FEED-REASON = SPACES
000563         IF WS-CUR-RERUN = "Y"
000564             MOVE "RERUN" TO WS-FEED-STATUS-TEXT
000565             ADD 1 TO WS-RERUN-COUNT
000566         ELSE
000567             MOVE "ACCEPTED" TO WS-FEED-STATUS-TEXT
000568             ADD 1 TO WS-ACCEPTED-COUNT
000569         END-IF
000570         IF WS-CUR-SRC-IDX > ZERO
000571             MOVE WS-CUR-SEQ TO WS-SR-LAST-SEQ(WS-CUR-SRC-IDX)
000572             MOVE WS-CUR-BUS-DATE
000573                 TO WS-SR-BUS-DATE(WS-CUR-SRC-IDX)
000574             MOVE WS-CUR-COUNT TO WS-SR-COUNT(WS-CUR-SRC-IDX)
000575             MOVE WS-CUR-NUM-HASH
000576                 TO WS-SR-NUM-HASH(WS-CUR-SRC-IDX)
000577             MOVE WS-CUR-CTL-HASH
000578                 TO WS-SR-CTL-HASH(WS-CUR-SRC-IDX)
000579             MOVE "Y" TO WS-SR-THIS-RUN(WS-CUR-SRC-IDX)
000580         END-IF
000581     ELSE
000582         MOVE "REJECTED" TO WS-FEED-STATUS-TEXT
000583         ADD 1 TO WS-REJECTED-COUNT
000584     END-IF.
000585     PERFORM 2700-WRITE-RECEIPT.
000586     PERFORM 4300-WRITE-RPT-FEED.
000587     MOVE "N" TO WS-FEED-OPEN.
000588
000589 2500-FEED-ERROR.
000590     ADD 1 TO WS-ERROR-COUNT.
000591     IF WS-FEED-REASON = SPACES
000592         MOVE WS-ERROR-TEXT TO WS-FEED-REASON
000593     END-IF.
000594     MOVE SPACES TO WS-RPT-LINE.
000595     STRING "ERROR:  SOURCE: "    DELIMITED BY SIZE
000596             WS-CUR-SOURCE        DELIMITED BY SIZE
000597             "  SEQ: "            DELIMITED BY SIZE
000598             WS-CUR-SEQ           DELIMITED BY SIZE
000599             "  RECORD: "         DELIMITED BY SIZE
000600             WS-RECORD-COUNT      DELIMITED BY SIZE
000601             "  - "               DELIMITED BY SIZE
000602             WS-ERROR-TEXT        DELIMITED BY SIZE
000603         INTO WS-RPT-LINE
000604         ON OVERFLOW
000605             DISPLAY "WARNING: FEED REPORT LINE TRUNCATED"
000606     END-STRING.
000607     PERFORM 4100-WRITE-RPT-LINE.
000608
000609 2600-STRAY-RECORD.
000610     ADD 1 TO WS-STRAY-COUNT.
000611     ADD 1 TO WS-ERROR-COUNT.
000612     MOVE SPACES TO WS-RPT-LINE.
000613     STRING "ERROR:  RECORD: "    DELIMITED BY SIZE
000614             WS-RECORD-COUNT      DELIMITED BY SIZE
000615             "  TYPE: "           DELIMITED BY SIZE
000616             FH-RECORD-TYPE       DELIMITED BY SIZE
000617             "  - RECORD OUTSIDE ANY HEADER/TRAILER PAIR"
000618                                  DELIMITED BY SIZE
000619         INTO WS-RPT-LINE
000620         ON OVERFLOW
000621             DISPLAY "WARNING: FEED REPORT LINE TRUNCATED"
000622     END-STRING.
000623     PERFORM 4100-WRITE-RPT-LINE.
000624
000625 2700-WRITE-RECEIPT.
000626     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
000627     MOVE WS-CDT-DATE TO WS-RECEIPT-DATE.
000628     ACCEPT WS-CDT-TIME FROM TIME.
000629     MOVE WS-CDT-HHMMSS TO WS-RECEIPT-TIME.
000630
000631     MOVE WS-RECEIPT-TIMESTAMP TO FL-RECEIPT-TIMESTAMP.
000632     MOVE WS-RUN-DATE TO FL-RUN-DATE.
000633     MOVE WS-CUR-SOURCE TO FL-SOURCE-ID.
000634     MOVE WS-CUR-BUS-DATE TO FL-BUSINESS-DATE.
000635     MOVE WS-CUR-SEQ TO FL-FILE-SEQ.
000636     MOVE WS-CUR-COUNT TO FL-RECORD-COUNT.
000637     MOVE WS-CUR-NUM-HASH TO FL-NUM-HASH.
000638     MOVE WS-CUR-CTL-HASH TO FL-CTL-HASH.
000639     MOVE WS-FEED-STATUS-TEXT TO FL-STATUS.
000640     MOVE WS-FEED-REASON TO FL-REASON.
000641
000642     WRITE FEED-RECEIPT-RECORD.
000643     IF WS-FEED-LOG-STATUS NOT = "00"
000644         DISPLAY "ERROR WRITING FEEDLOG, FILE STATUS: "
000645             WS-FEED-LOG-STATUS
000646     END-IF.
000647
000648 4100-WRITE-RPT-LINE.
000649     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000650         PERFORM 4200-WRITE-RPT-HEADING
000651     END-IF.
000652     WRITE FEED-RPT-RECORD FROM WS-RPT-LINE.
000653     IF WS-FEED-RPT-STATUS NOT = "00"
000654         DISPLAY "ERROR WRITING FEEDRPT, FILE STATUS: "
000655             WS-FEED-RPT-STATUS
000656     END-IF.
000657     ADD 1 TO WS-LINE-COUNT.
000658
000659 4200-WRITE-RPT-HEADING.
000660     ADD 1 TO WS-PAGE-COUNT.
000661     MOVE SPACES TO FEED-RPT-RECORD.
000662     STRING "FEEDCHK  FEED RECEIPT VERIFICATION"
000663                                  DELIMITED BY SIZE
000664             "  RUN DATE: "       DELIMITED BY SIZE
000665             WS-RUN-DATE          DELIMITED BY SIZE
000666             "  PAGE: "           DELIMITED BY SIZE
000667             WS-PAGE-COUNT        DELIMITED BY SIZE
000668         INTO FEED-RPT-RECORD
000669         ON OVERFLOW
000670             DISPLAY "WARNING: FEED REPORT HEADING TRUNCATED"
000671     END-STRING.
000672     WRITE FEED-RPT-RECORD.
000673     MOVE SPACES TO FEED-RPT-RECORD.
000674     WRITE FEED-RPT-RECORD.
000675     MOVE 2 TO WS-LINE-COUNT.
000676
000677 4300-WRITE-RPT-FEED.
000678     MOVE WS-CUR-NUM-HASH TO WS-NUM-HASH-DISPLAY.
000679     MOVE WS-CUR-CTL-HASH TO WS-CTL-HASH-DISPLAY.
000680     MOVE SPACES TO WS-RPT-LINE.
000681     STRING "SOURCE: "            DELIMITED BY SIZE
000682             WS-CUR-SOURCE        DELIMITED BY SIZE
000683             "  BUS DATE: "       DELIMITED BY SIZE
000684             WS-CUR-BUS-DATE      DELIMITED BY SIZE
000685             "  SEQ: "            DELIMITED BY SIZE
000686             WS-CUR-SEQ           DELIMITED BY SIZE
000687             "  RECORDS: "        DELIMITED BY SIZE
000688             WS-CUR-COUNT         DELIMITED BY SIZE
000689             "  "                 DELIMITED BY SIZE
000690             WS-FEED-STATUS-TEXT  DELIMITED BY SIZE
000691             "  "                 DELIMITED BY SIZE
000692             WS-FEED-REASON       DELIMITED BY SIZE
000693         INTO WS-RPT-LINE
000694         ON OVERFLOW
000695             DISPLAY "WARNING: FEED REPORT LINE TRUNCATED"
000696     END-STRING.
000697     PERFORM 4100-WRITE-RPT-LINE.
000698
000699     MOVE SPACES TO WS-RPT-LINE.
000700     STRING "  NUM HASH: "        DELIMITED BY SIZE
000701             WS-NUM-HASH-DISPLAY  DELIMITED BY SIZE
000702             "  CONTROLL-NUM HASH: " DELIMITED BY SIZE
000703             WS-CTL-HASH-DISPLAY  DELIMITED BY SIZE
000704         INTO WS-RPT-LINE
000705         ON OVERFLOW
000706             DISPLAY "WARNING: FEED REPORT LINE TRUNCATED"
000707     END-STRING.
000708     PERFORM 4100-WRITE-RPT-LINE.
000709
000710 4400-WRITE-RPT-TRAILER.
000711     MOVE SPACES TO WS-RPT-LINE.
000712     IF FT-NUM-HASH NUMERIC
000713         MOVE FT-NUM-HASH TO WS-TRL-NUM-DISPLAY
000714     ELSE
000715         MOVE ZERO TO WS-TRL-NUM-DISPLAY
000716     END-IF.
000717     IF FT-CTL-HASH NUMERIC
000718         MOVE FT-CTL-HASH TO WS-TRL-CTL-DISPLAY
000719     ELSE
000720         MOVE ZERO TO WS-TRL-CTL-DISPLAY
000721     END-IF.
000722     STRING "  TRAILER SAYS  RECORDS: " DELIMITED BY SIZE
000723             FT-RECORD-COUNT      DELIMITED BY SIZE
000724             "  NUM HASH: "       DELIMITED BY SIZE
000725             WS-TRL-NUM-DISPLAY   DELIMITED BY SIZE
000726             "  CONTROLL-NUM HASH: " DELIMITED BY SIZE
000727             WS-TRL-CTL-DISPLAY   DELIMITED BY SIZE
000728         INTO WS-RPT-LINE
000729         ON OVERFLOW
000730             DISPLAY "WARNING: FEED REPORT LINE TRUNCATED"
000731     END-STRING.
000732     PERFORM 4100-WRITE-RPT-LINE.
000733
000734 5000-WRITE-RPT-TOTALS.
000735     MOVE SPACES TO WS-RPT-LINE.
000736     PERFORM 4100-WRITE-RPT-LINE.
000737     MOVE SPACES TO WS-RPT-LINE.
000738     STRING "RECORDS READ: "      DELIMITED BY SIZE
000739             WS-RECORD-COUNT      DELIMITED BY SIZE
000740             "  FEEDS: "          DELIMITED BY SIZE
000741             WS-FEED-COUNT        DELIMITED BY SIZE
000742             "  ACCEPTED: "       DELIMITED BY SIZE
000743             WS-ACCEPTED-COUNT    DELIMITED BY SIZE
000744             "  RERUN: "          DELIMITED BY SIZE
000745             WS-RERUN-COUNT       DELIMITED BY SIZE
000746             "  REJECTED: "       DELIMITED BY SIZE
000747             WS-REJECTED-COUNT    DELIMITED BY SIZE
000748             "  STRAY: "          DELIMITED BY SIZE
000749             WS-STRAY-COUNT       DELIMITED BY SIZE
000750         INTO WS-RPT-LINE
000751         ON OVERFLOW
000752             DISPLAY "WARNING: FEED REPORT TOTALS TRUNCATED"
000753     END-STRING.
000754     PERFORM 4100-WRITE-RPT-LINE.
000755     MOVE SPACES TO WS-RPT-LINE.
000756     STRING "DETAILS PASSED TO SORT: " DELIMITED BY SIZE
000757             WS-DETAIL-OUT-COUNT  DELIMITED BY SIZE
000758             "  ERRORS: "         DELIMITED BY SIZE
000759             WS-ERROR-COUNT       DELIMITED BY SIZE
000760         INTO WS-RPT-LINE
000761         ON OVERFLOW
000762             DISPLAY "WARNING: FEED REPORT TOTALS TRUNCATED"
000763     END-STRING.
000764     PERFORM 4100-WRITE-RPT-LINE.
