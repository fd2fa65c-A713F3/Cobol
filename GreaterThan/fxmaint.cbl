000100 IDENTIFICATION DIVISION.
000101 PROGRAM-ID. FXMAINT.
000102 ENVIRONMENT DIVISION.
000103 INPUT-OUTPUT SECTION.
000104 FILE-CONTROL.
000105     SELECT FX-TRAN-FILE ASSIGN TO "FXTRAN"
000106         ORGANIZATION IS LINE SEQUENTIAL
000107         FILE STATUS IS WS-TRAN-STATUS.
000108
000109     SELECT OPTIONAL FX-RATE-FILE ASSIGN TO "FXRATE"
000110         ORGANIZATION IS INDEXED
000111         ACCESS MODE IS DYNAMIC
000112         RECORD KEY IS FX-RATE-KEY
000113         FILE STATUS IS WS-FXRATE-STATUS.
000114
000115     SELECT OPTIONAL FX-AUDIT-FILE ASSIGN TO "FXAUDIT"
000116         ORGANIZATION IS LINE SEQUENTIAL
000117         FILE STATUS IS WS-FX-AUDIT-STATUS.
000118
000119     SELECT OPTIONAL CHANGE-RPT-FILE ASSIGN TO "FXRPT"
000120         ORGANIZATION IS LINE SEQUENTIAL
000121         FILE STATUS IS WS-CHANGE-RPT-STATUS.
000122
000123 DATA DIVISION.
000124 FILE SECTION.
000125 FD  FX-TRAN-FILE.
000126 01  FX-TRAN-RECORD.
000127     05  FT-ACTION-CODE          PIC X(1).
000128     05  FT-CURRENCY-CODE        PIC X(3).
000129     05  FT-RATE-DATE            PIC 9(8).
000130     05  FT-RATE                 PIC 9(5)V9(6).
000131     05  FT-USER-ID              PIC X(8).
000132
000133 FD  FX-RATE-FILE.
000134     COPY FXRATE.
000135
000136 FD  FX-AUDIT-FILE.
000137 01  FX-AUDIT-RECORD.
000138     05  FA-TIMESTAMP            PIC X(26).
000139     05  FA-USER-ID              PIC X(8).
000140     05  FA-ACTION-CODE          PIC X(1).
000141     05  FA-CURRENCY-CODE        PIC X(3).
000142     05  FA-RATE-DATE            PIC 9(8).
000143     05  FA-OLD-RATE             PIC 9(5)V9(6).
000144     05  FA-OLD-ACTIVE-FLAG      PIC X(1).
000145     05  FA-NEW-RATE             PIC 9(5)V9(6).
000146     05  FA-NEW-ACTIVE-FLAG      PIC X(1).
000147
000148 FD  CHANGE-RPT-FILE.
000149 01  CHANGE-RPT-RECORD           PIC X(132).
000150
000151 WORKING-STORAGE SECTION.
000152 01  WS-TRAN-STATUS              PIC X(2).
000153 01  WS-FXRATE-STATUS            PIC X(2).
000154 01  WS-FX-AUDIT-STATUS          PIC X(2).
000155 01  WS-CHANGE-RPT-STATUS        PIC X(2).
000156
000157 01  WS-TRAN-EOF                 PIC X(1)    VALUE "N".
000158 01  WS-REWRITE-OK               PIC X(1)    VALUE "N".
000159
000160 01  WS-OLD-IMAGE.
000161     05  WS-OLD-RATE             PIC 9(5)V9(6).
000162     05  WS-OLD-ACTIVE-FLAG      PIC X(1).
000163
000164 01  WS-TRAN-COUNT               PIC 9(6)    VALUE ZERO.
000165 01  WS-ADD-COUNT                PIC 9(6)    VALUE ZERO.
000166 01  WS-CHANGE-COUNT             PIC 9(6)    VALUE ZERO.
000167 01  WS-DEACT-COUNT              PIC 9(6)    VALUE ZERO.
000168 01  WS-ERROR-COUNT              PIC 9(6)    VALUE ZERO.
000169 01  WS-ERROR-TEXT               PIC X(40).
000170 01  WS-OLD-RATE-DISPLAY         PIC Z(4)9.9(6).
000171 01  WS-NEW-RATE-DISPLAY         PIC Z(4)9.9(6).
000172
000173 01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
000174 01  WS-PAGE-COUNT               PIC 9(4)    VALUE ZERO.
000175 01  WS-LINE-COUNT               PIC 9(2)    VALUE 99.
000176 01  WS-LINES-PER-PAGE           PIC 9(2)    VALUE 55.
000177 01  WS-RPT-LINE                 PIC X(132).
000178
000179 01  WS-CURRENT-DATE-TIME.
000180     05  WS-CDT-DATE             PIC 9(8).
000181     05  WS-CDT-TIME.
000182         10  WS-CDT-HHMMSS       PIC 9(6).
000183         10  WS-CDT-HUNDREDTHS   PIC 9(2).
000184
000185 01  WS-AUDIT-TIMESTAMP.
000186     05  WS-AUDIT-DATE           PIC 9(8).
000187     05  FILLER                  PIC X(1)    VALUE "-".
000188     05  WS-AUDIT-TIME           PIC 9(6).
000189     05  FILLER                  PIC X(11)   VALUE SPACES.
000190
000191 PROCEDURE DIVISION.
000192 0000-MAIN-LOGIC.
000193     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000194
000195     OPEN INPUT FX-TRAN-FILE.
000196     IF WS-TRAN-STATUS NOT = "00"
000197         DISPLAY "ERROR OPENING FXTRAN, FILE STATUS: "
000198             WS-TRAN-STATUS
000199         MOVE 16 TO RETURN-CODE
000200         STOP RUN
000201     END-IF.
000202
000203     OPEN I-O FX-RATE-FILE.
000204     IF WS-FXRATE-STATUS NOT = "00"
000205             AND WS-FXRATE-STATUS NOT = "05"
000206         DISPLAY "ERROR OPENING FXRATE, FILE STATUS: "
000207             WS-FXRATE-STATUS
000208         CLOSE FX-TRAN-FILE
000209         MOVE 16 TO RETURN-CODE
000210         STOP RUN
000211     END-IF.
000212
000213     OPEN EXTEND FX-AUDIT-FILE.
000214     IF WS-FX-AUDIT-STATUS NOT = "00"
000215             AND WS-FX-AUDIT-STATUS NOT = "05"
000216         DISPLAY "ERROR OPENING FXAUDIT, FILE STATUS: "
000217             WS-FX-AUDIT-STATUS
000218         CLOSE FX-TRAN-FILE
000219         CLOSE FX-RATE-FILE
000220         MOVE 16 TO RETURN-CODE
000221         STOP RUN
000222     END-IF.
000223
000224     OPEN OUTPUT CHANGE-RPT-FILE.
000225     IF WS-CHANGE-RPT-STATUS NOT = "00"
000226             AND WS-CHANGE-RPT-STATUS NOT = "05"
000227         DISPLAY "ERROR OPENING FXRPT, FILE STATUS: "
000228             WS-CHANGE-RPT-STATUS
000229         CLOSE FX-TRAN-FILE
000230         CLOSE FX-RATE-FILE
000231         CLOSE FX-AUDIT-FILE
000232         MOVE 16 TO RETURN-CODE
000233         STOP RUN
000234     END-IF.
000235
000236     PERFORM UNTIL WS-TRAN-EOF = "Y"
000237         READ FX-TRAN-FILE
000238             AT END
000239                 MOVE "Y" TO WS-TRAN-EOF
000240             NOT AT END
000241                 ADD 1 TO WS-TRAN-COUNT
000242                 PERFORM 2000-APPLY-TRAN
000243         END-READ
000244     END-PERFORM.
000245
000246     PERFORM 5000-WRITE-RPT-TOTALS.
000247
000248     CLOSE FX-TRAN-FILE.
000249     CLOSE FX-RATE-FILE.
000250     CLOSE FX-AUDIT-FILE.
000251     CLOSE CHANGE-RPT-FILE.
000252     IF WS-ERROR-COUNT > ZERO
000253         MOVE 4 TO RETURN-CODE
000254     END-IF.
000255     STOP RUN.
000256
000257 2000-APPLY-TRAN.
000258     IF FT-RATE-DATE NOT NUMERIC
000259         MOVE "RATE DATE NOT NUMERIC" TO WS-ERROR-TEXT
000260         PERFORM 2300-TRAN-ERROR
000261     ELSE
000262         IF FT-CURRENCY-CODE = SPACES
000263             MOVE "CURRENCY CODE MISSING" TO WS-ERROR-TEXT
000264             PERFORM 2300-TRAN-ERROR
000265         ELSE
000266             MOVE FT-CURRENCY-CODE TO FX-CURRENCY-CODE
000267             MOVE FT-RATE-DATE TO FX-RATE-DATE
000268             READ FX-RATE-FILE
000269                 INVALID KEY
000270                     CONTINUE
000271             END-READ
000272             EVALUATE WS-FXRATE-STATUS
000273                 WHEN "00"
000274                     PERFORM 2200-APPLY-MATCHED-TRAN
000275                 WHEN "23"
000276                     PERFORM 2100-APPLY-UNMATCHED-TRAN
000277                 WHEN OTHER
000278                     DISPLAY "ERROR READING FXRATE, FILE STATUS: "
000279                         WS-FXRATE-STATUS
000280                     MOVE "RATE READ FAILED" TO WS-ERROR-TEXT
000281                     PERFORM 2300-TRAN-ERROR
000282             END-EVALUATE
000283         END-IF
000284     END-IF.
000285
000286 2100-APPLY-UNMATCHED-TRAN.
000287     EVALUATE FT-ACTION-CODE
000288         WHEN "A"
000289             IF FT-RATE NOT NUMERIC
000290                     OR FT-RATE = ZERO
000291                 MOVE "RATE NOT NUMERIC OR ZERO"
000292                     TO WS-ERROR-TEXT
000293                 PERFORM 2300-TRAN-ERROR
000294             ELSE
000295                 PERFORM 3100-WRITE-ADD-RECORD
000296             END-IF
000297         WHEN "C"
000298             MOVE "CURRENCY/DATE NOT ON RATE FILE"
000299                 TO WS-ERROR-TEXT
000300             PERFORM 2300-TRAN-ERROR
000301         WHEN "D"
000302             MOVE "CURRENCY/DATE NOT ON RATE FILE"
000303                 TO WS-ERROR-TEXT
000304             PERFORM 2300-TRAN-ERROR
000305         WHEN OTHER
000306             MOVE "INVALID ACTION CODE" TO WS-ERROR-TEXT
000307             PERFORM 2300-TRAN-ERROR
000308     END-EVALUATE.
000309
000310 2200-APPLY-MATCHED-TRAN.
000311     EVALUATE FT-ACTION-CODE
000312         WHEN "A"
000313             MOVE "CURRENCY/DATE ALREADY ON RATE FILE"
000314                 TO WS-ERROR-TEXT
000315             PERFORM 2300-TRAN-ERROR
000316         WHEN "C"
000317             IF FT-RATE NOT NUMERIC
000318                     OR FT-RATE = ZERO
000319                 MOVE "RATE NOT NUMERIC OR ZERO"
000320                     TO WS-ERROR-TEXT
000321                 PERFORM 2300-TRAN-ERROR
000322             ELSE
000323                 PERFORM 2400-SAVE-OLD-IMAGE
000324                 MOVE FT-RATE TO FX-RATE-TO-BASE
000325                 PERFORM 3200-REWRITE-RATE
000326                 IF WS-REWRITE-OK = "Y"
000327                     ADD 1 TO WS-CHANGE-COUNT
000328                     PERFORM 4000-WRITE-FX-AUDIT
000329                     PERFORM 4300-WRITE-RPT-CHANGE
000330                 END-IF
000331             END-IF
000332         WHEN "D"
000333             PERFORM 2400-SAVE-OLD-IMAGE
000334             MOVE "I" TO FX-ACTIVE-FLAG
000335             PERFORM 3200-REWRITE-RATE
000336             IF WS-REWRITE-OK = "Y"
000337                 ADD 1 TO WS-DEACT-COUNT
000338                 PERFORM 4000-WRITE-FX-AUDIT
000339                 PERFORM 4300-WRITE-RPT-CHANGE
000340             END-IF
000341         WHEN OTHER
000342             MOVE "INVALID ACTION CODE" TO WS-ERROR-TEXT
000343             PERFORM 2300-TRAN-ERROR
000344     END-EVALUATE.
000345
000346 2300-TRAN-ERROR.
000347     ADD 1 TO WS-ERROR-COUNT.
000348     MOVE SPACES TO WS-RPT-LINE.
000349     STRING "ERROR:  ACTION: "    DELIMITED BY SIZE
000350             FT-ACTION-CODE       DELIMITED BY SIZE
000351             "  CCY: "            DELIMITED BY SIZE
000352             FT-CURRENCY-CODE     DELIMITED BY SIZE
000353             "  RATE DATE: "      DELIMITED BY SIZE
000354             FT-RATE-DATE         DELIMITED BY SIZE
000355             "  - "               DELIMITED BY SIZE
000356             WS-ERROR-TEXT        DELIMITED BY SIZE
000357         INTO WS-RPT-LINE
000358         ON OVERFLOW
000359             DISPLAY "WARNING: CHANGE REPORT LINE TRUNCATED"
000360     END-STRING.
000361     PERFORM 4100-WRITE-RPT-LINE.
000362
000363 2400-SAVE-OLD-IMAGE.
000364     MOVE FX-RATE-TO-BASE TO WS-OLD-RATE.
000365     MOVE FX-ACTIVE-FLAG TO WS-OLD-ACTIVE-FLAG.
000366
000367 3100-WRITE-ADD-RECORD.
000368     MOVE FT-RATE TO FX-RATE-TO-BASE.
000369     MOVE "A" TO FX-ACTIVE-FLAG.
000370
000371     WRITE FX-RATE-RECORD
000372         INVALID KEY
000373             CONTINUE
000374     END-WRITE.
000375     IF WS-FXRATE-STATUS NOT = "00"
000376         DISPLAY "ERROR WRITING FXRATE, FILE STATUS: "
000377             WS-FXRATE-STATUS
000378         MOVE "RATE WRITE FAILED" TO WS-ERROR-TEXT
000379         PERFORM 2300-TRAN-ERROR
000380     ELSE
000381         MOVE ZERO TO WS-OLD-RATE
000382         MOVE SPACE TO WS-OLD-ACTIVE-FLAG
000383         ADD 1 TO WS-ADD-COUNT
000384         PERFORM 4000-WRITE-FX-AUDIT
000385         PERFORM 4300-WRITE-RPT-CHANGE
000386     END-IF.
000387
000388 3200-REWRITE-RATE.
000389     MOVE "N" TO WS-REWRITE-OK.
000390     REWRITE FX-RATE-RECORD
000391         INVALID KEY
000392             CONTINUE
000393     END-REWRITE.
000394     IF WS-FXRATE-STATUS = "00"
000395         MOVE "Y" TO WS-REWRITE-OK
000396     ELSE
000397         DISPLAY "ERROR REWRITING FXRATE, FILE STATUS: "
000398             WS-FXRATE-STATUS
000399         MOVE "RATE REWRITE FAILED" TO WS-ERROR-TEXT
000400         PERFORM 2300-TRAN-ERROR
000401     END-IF.
000402
000403 4000-WRITE-FX-AUDIT.
000404     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
000405     MOVE WS-CDT-DATE TO WS-AUDIT-DATE.
000406     ACCEPT WS-CDT-TIME FROM TIME.
000407     MOVE WS-CDT-HHMMSS TO WS-AUDIT-TIME.
000408
000409     MOVE WS-AUDIT-TIMESTAMP TO FA-TIMESTAMP.
000410     MOVE FT-USER-ID TO FA-USER-ID.
000411     MOVE FT-ACTION-CODE TO FA-ACTION-CODE.
000412     MOVE FT-CURRENCY-CODE TO FA-CURRENCY-CODE.
000413     MOVE FT-RATE-DATE TO FA-RATE-DATE.
000414     MOVE WS-OLD-RATE TO FA-OLD-RATE.
000415     MOVE WS-OLD-ACTIVE-FLAG TO FA-OLD-ACTIVE-FLAG.
000416     MOVE FX-RATE-TO-BASE TO FA-NEW-RATE.
000417     MOVE FX-ACTIVE-FLAG TO FA-NEW-ACTIVE-FLAG.
000418
000419     WRITE FX-AUDIT-RECORD.
000420     IF WS-FX-AUDIT-STATUS NOT = "00"
000421         DISPLAY "ERROR WRITING FXAUDIT, FILE STATUS: "
000422             WS-FX-AUDIT-STATUS
000423     END-IF.
000424
000425 4100-WRITE-RPT-LINE.
000426     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000427         PERFORM 4200-WRITE-RPT-HEADING
000428     END-IF.
000429     WRITE CHANGE-RPT-RECORD FROM WS-RPT-LINE.
000430     IF WS-CHANGE-RPT-STATUS NOT = "00"
000431         DISPLAY "ERROR WRITING FXRPT, FILE STATUS: "
000432             WS-CHANGE-RPT-STATUS
000433     END-IF.
000434     ADD 1 TO WS-LINE-COUNT.
000435
000436 4200-WRITE-RPT-HEADING.
000437     ADD 1 TO WS-PAGE-COUNT.
000438     MOVE SPACES TO CHANGE-RPT-RECORD.
000439     STRING "FXMAINT  FX RATE CHANGE REPORT"
000440                                  DELIMITED BY SIZE
000441             "  RUN DATE: "       DELIMITED BY SIZE
000442             WS-RUN-DATE          DELIMITED BY SIZE
000443             "  PAGE: "           DELIMITED BY SIZE
000444             WS-PAGE-COUNT        DELIMITED BY SIZE
000445         INTO CHANGE-RPT-RECORD
000446         ON OVERFLOW
000447             DISPLAY "WARNING: CHANGE REPORT HEADING TRUNCATED"
000448     END-STRING.
000449     WRITE CHANGE-RPT-RECORD.
000450     MOVE SPACES TO CHANGE-RPT-RECORD.
000451     WRITE CHANGE-RPT-RECORD.
000452     MOVE 2 TO WS-LINE-COUNT.
000453
000454 4300-WRITE-RPT-CHANGE.
000455     MOVE SPACES TO WS-RPT-LINE.
000456     STRING "ACTION: "            DELIMITED BY SIZE
000457             FT-ACTION-CODE       DELIMITED BY SIZE
000458             "  CCY: "            DELIMITED BY SIZE
000459             FT-CURRENCY-CODE     DELIMITED BY SIZE
000460             "  RATE DATE: "      DELIMITED BY SIZE
000461             FT-RATE-DATE         DELIMITED BY SIZE
000462             "  BY: "             DELIMITED BY SIZE
000463             FT-USER-ID           DELIMITED BY SIZE
000464         INTO WS-RPT-LINE
000465         ON OVERFLOW
000466             DISPLAY "WARNING: CHANGE REPORT LINE TRUNCATED"
000467     END-STRING.
000468     PERFORM 4100-WRITE-RPT-LINE.
000469
000470     MOVE WS-OLD-RATE TO WS-OLD-RATE-DISPLAY.
000471     MOVE FX-RATE-TO-BASE TO WS-NEW-RATE-DISPLAY.
000472     MOVE SPACES TO WS-RPT-LINE.
000473     IF FT-ACTION-CODE = "A"
000474         MOVE "  BEFORE: (NOT ON RATE FILE)" TO WS-RPT-LINE
000475     ELSE
000476         STRING "  BEFORE: RATE "  DELIMITED BY SIZE
000477                     WS-OLD-RATE-DISPLAY DELIMITED BY SIZE
000478                 "  FLAG "        DELIMITED BY SIZE
000479                 WS-OLD-ACTIVE-FLAG DELIMITED BY SIZE
000480             INTO WS-RPT-LINE
000481             ON OVERFLOW
000482                 DISPLAY "WARNING: CHANGE REPORT LINE TRUNCATED"
000483         END-STRING
000484     END-IF.
000485     PERFORM 4100-WRITE-RPT-LINE.
000486
000487     MOVE SPACES TO WS-RPT-LINE.
000488     STRING "  AFTER:  RATE "     DELIMITED BY SIZE
000489             WS-NEW-RATE-DISPLAY  DELIMITED BY SIZE
000490             "  FLAG "            DELIMITED BY SIZE
000491             FX-ACTIVE-FLAG       DELIMITED BY SIZE
000492         INTO WS-RPT-LINE
000493         ON OVERFLOW
000494             DISPLAY "WARNING: CHANGE REPORT LINE TRUNCATED"
000495     END-STRING.
000496     PERFORM 4100-WRITE-RPT-LINE.
000497
000498 5000-WRITE-RPT-TOTALS.
000499     MOVE SPACES TO WS-RPT-LINE.
000500     STRING "TRANS READ: "        DELIMITED BY SIZE
000501             WS-TRAN-COUNT        DELIMITED BY SIZE
000502             "  ADDS: "           DELIMITED BY SIZE
000503             WS-ADD-COUNT         DELIMITED BY SIZE
000504             "  CHANGES: "        DELIMITED BY SIZE
000505             WS-CHANGE-COUNT      DELIMITED BY SIZE
000506             "  DEACTIVATES: "    DELIMITED BY SIZE
000507             WS-DEACT-COUNT       DELIMITED BY SIZE
000508             "  ERRORS: "         DELIMITED BY SIZE
000509             WS-ERROR-COUNT       DELIMITED BY SIZE
000510         INTO WS-RPT-LINE
000511         ON OVERFLOW
000512             DISPLAY "WARNING: CHANGE REPORT TOTALS TRUNCATED"
000513     END-STRING.
000514     PERFORM 4100-WRITE-RPT-LINE.
