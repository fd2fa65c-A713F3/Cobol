000100 IDENTIFICATION DIVISION.
000101 PROGRAM-ID. AHMAINT.
000102 ENVIRONMENT DIVISION.
000103 INPUT-OUTPUT SECTION.
000104 FILE-CONTROL.
000105     SELECT HIER-TRAN-FILE ASSIGN TO "AHTRAN"
000106         ORGANIZATION IS LINE SEQUENTIAL
000107         FILE STATUS IS WS-TRAN-STATUS.
000108
000109     SELECT OPTIONAL HIERARCHY-FILE ASSIGN TO "ACCTHIER"
000110         ORGANIZATION IS INDEXED
000111         ACCESS MODE IS DYNAMIC
000112         RECORD KEY IS AH-ACCOUNT-CODE
000113         FILE STATUS IS WS-ACCTHIER-STATUS.
000114
000115     SELECT OPTIONAL HIER-AUDIT-FILE ASSIGN TO "AHAUDIT"
000116         ORGANIZATION IS LINE SEQUENTIAL
000117         FILE STATUS IS WS-HIER-AUDIT-STATUS.
000118
000119     SELECT OPTIONAL CHANGE-RPT-FILE ASSIGN TO "AHRPT"
000120         ORGANIZATION IS LINE SEQUENTIAL
000121         FILE STATUS IS WS-CHANGE-RPT-STATUS.
000122
000123 DATA DIVISION.
000124 FILE SECTION.
000125 FD  HIER-TRAN-FILE.
000126 01  HIER-TRAN-RECORD.
000127     05  AT-ACTION-CODE          PIC X(1).
000128     05  AT-ACCOUNT-CODE         PIC X(8).
000129     05  AT-LEGAL-ENTITY         PIC X(6).
000130     05  AT-REGION               PIC X(6).
000131     05  AT-BUSINESS-UNIT        PIC X(6).
000132     05  AT-USER-ID              PIC X(8).
000133
000134 FD  HIERARCHY-FILE.
000135     COPY ACCTHIER.
000136
000137 FD  HIER-AUDIT-FILE.
000138 01  HIER-AUDIT-RECORD.
000139     05  AA-TIMESTAMP            PIC X(26).
000140     05  AA-USER-ID              PIC X(8).
000141     05  AA-ACTION-CODE          PIC X(1).
000142     05  AA-ACCOUNT-CODE         PIC X(8).
000143     05  AA-OLD-LEGAL-ENTITY     PIC X(6).
000144     05  AA-OLD-REGION           PIC X(6).
000145     05  AA-OLD-BUSINESS-UNIT    PIC X(6).
000146     05  AA-OLD-ACTIVE-FLAG      PIC X(1).
000147     05  AA-NEW-LEGAL-ENTITY     PIC X(6).
000148     05  AA-NEW-REGION           PIC X(6).
000149     05  AA-NEW-BUSINESS-UNIT    PIC X(6).
000150     05  AA-NEW-ACTIVE-FLAG      PIC X(1).
000151
000152 FD  CHANGE-RPT-FILE.
000153 01  CHANGE-RPT-RECORD           PIC X(132).
000154
000155 WORKING-STORAGE SECTION.
000156 01  WS-TRAN-STATUS              PIC X(2).
000157 01  WS-ACCTHIER-STATUS          PIC X(2).
000158 01  WS-HIER-AUDIT-STATUS        PIC X(2).
000159 01  WS-CHANGE-RPT-STATUS        PIC X(2).
000160
000161 01  WS-TRAN-EOF                 PIC X(1)    VALUE "N".
000162 01  WS-REWRITE-OK               PIC X(1)    VALUE "N".
000163
000164 01  WS-OLD-IMAGE.
000165     05  WS-OLD-LEGAL-ENTITY     PIC X(6).
000166     05  WS-OLD-REGION           PIC X(6).
000167     05  WS-OLD-BUSINESS-UNIT    PIC X(6).
000168     05  WS-OLD-ACTIVE-FLAG      PIC X(1).
000169
000170 01  WS-TRAN-COUNT               PIC 9(6)    VALUE ZERO.
000171 01  WS-ADD-COUNT                PIC 9(6)    VALUE ZERO.
000172 01  WS-CHANGE-COUNT             PIC 9(6)    VALUE ZERO.
000173 01  WS-DEACTIVATE-COUNT         PIC 9(6)    VALUE ZERO.
000174 01  WS-ERROR-COUNT              PIC 9(6)    VALUE ZERO.
000175 01  WS-ERROR-TEXT               PIC X(40).
000176
000177 01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
000178 01  WS-PAGE-COUNT               PIC 9(4)    VALUE ZERO.
000179 01  WS-LINE-COUNT               PIC 9(2)    VALUE 99.
000180 01  WS-LINES-PER-PAGE           PIC 9(2)    VALUE 55.
000181 01  WS-RPT-LINE                 PIC X(132).
000182
000183 01  WS-CURRENT-DATE-TIME.
000184     05  WS-CDT-DATE             PIC 9(8).
000185     05  WS-CDT-TIME.
000186         10  WS-CDT-HHMMSS       PIC 9(6).
000187         10  WS-CDT-HUNDREDTHS   PIC 9(2).
000188
000189 01  WS-AUDIT-TIMESTAMP.
000190     05  WS-AUDIT-DATE           PIC 9(8).
000191     05  FILLER                  PIC X(1)    VALUE "-".
000192     05  WS-AUDIT-TIME           PIC 9(6).
000193     05  FILLER                  PIC X(11)   VALUE SPACES.
000194
000195 PROCEDURE DIVISION.
000196 0000-MAIN-LOGIC.
000197     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000198
000199     OPEN INPUT HIER-TRAN-FILE.
000200     IF WS-TRAN-STATUS NOT = "00"
000201         DISPLAY "ERROR OPENING AHTRAN, FILE STATUS: "
000202             WS-TRAN-STATUS
000203         MOVE 16 TO RETURN-CODE
000204         STOP RUN
000205     END-IF.
000206
000207     OPEN I-O HIERARCHY-FILE.
000208     IF WS-ACCTHIER-STATUS NOT = "00"
000209             AND WS-ACCTHIER-STATUS NOT = "05"
000210         DISPLAY "ERROR OPENING ACCTHIER, FILE STATUS: "
000211             WS-ACCTHIER-STATUS
000212         CLOSE HIER-TRAN-FILE
000213         MOVE 16 TO RETURN-CODE
000214         STOP RUN
000215     END-IF.
000216
000217     OPEN EXTEND HIER-AUDIT-FILE.
000218     IF WS-HIER-AUDIT-STATUS NOT = "00"
000219             AND WS-HIER-AUDIT-STATUS NOT = "05"
000220         DISPLAY "ERROR OPENING AHAUDIT, FILE STATUS: "
000221             WS-HIER-AUDIT-STATUS
000222         CLOSE HIER-TRAN-FILE
000223         CLOSE HIERARCHY-FILE
000224         MOVE 16 TO RETURN-CODE
000225         STOP RUN
000226     END-IF.
000227
000228     OPEN OUTPUT CHANGE-RPT-FILE.
000229     IF WS-CHANGE-RPT-STATUS NOT = "00"
000230             AND WS-CHANGE-RPT-STATUS NOT = "05"
000231         DISPLAY "ERROR OPENING AHRPT, FILE STATUS: "
000232             WS-CHANGE-RPT-STATUS
000233         CLOSE HIER-TRAN-FILE
000234         CLOSE HIERARCHY-FILE
000235         CLOSE HIER-AUDIT-FILE
000236         MOVE 16 TO RETURN-CODE
000237         STOP RUN
000238     END-IF.
000239
000240     PERFORM UNTIL WS-TRAN-EOF = "Y"
000241         READ HIER-TRAN-FILE
000242             AT END
000243                 MOVE "Y" TO WS-TRAN-EOF
000244             NOT AT END
000245                 ADD 1 TO WS-TRAN-COUNT
000246                 PERFORM 2000-APPLY-TRAN
000247         END-READ
000248     END-PERFORM.
000249
000250     PERFORM 5000-WRITE-RPT-TOTALS.
000251
000252     CLOSE HIER-TRAN-FILE.
000253     CLOSE HIERARCHY-FILE.
000254     CLOSE HIER-AUDIT-FILE.
000255     CLOSE CHANGE-RPT-FILE.
000256     IF WS-ERROR-COUNT > ZERO
000257         MOVE 4 TO RETURN-CODE
000258     END-IF.
000259     STOP RUN.
000260
000261 2000-APPLY-TRAN.
000262     IF AT-ACCOUNT-CODE = SPACES
000263         MOVE "ACCOUNT CODE IS BLANK" TO WS-ERROR-TEXT
000264         PERFORM 2300-TRAN-ERROR
000265     ELSE
000266         MOVE AT-ACCOUNT-CODE TO AH-ACCOUNT-CODE
000267         READ HIERARCHY-FILE
000268             INVALID KEY
000269                 CONTINUE
000270         END-READ
000271         EVALUATE WS-ACCTHIER-STATUS
000272             WHEN "00"
000273                 PERFORM 2200-APPLY-MATCHED-TRAN
000274             WHEN "23"
000275                 PERFORM 2100-APPLY-UNMATCHED-TRAN
000276             WHEN OTHER
000277                 DISPLAY "ERROR READING ACCTHIER, "
000278                     "FILE STATUS: " WS-ACCTHIER-STATUS
000279                 MOVE "HIERARCHY READ FAILED" TO WS-ERROR-TEXT
000280                 PERFORM 2300-TRAN-ERROR
000281         END-EVALUATE
000282     END-IF.
000283
000284 2100-APPLY-UNMATCHED-TRAN.
000285     EVALUATE AT-ACTION-CODE
000286         WHEN "A"
000287             IF AT-LEGAL-ENTITY = SPACES
000288                     OR AT-REGION = SPACES
000289                     OR AT-BUSINESS-UNIT = SPACES
000290                 MOVE "ENTITY, REGION OR UNIT MISSING"
000291                     TO WS-ERROR-TEXT
000292                 PERFORM 2300-TRAN-ERROR
000293             ELSE
000294                 PERFORM 3100-WRITE-ADD-RECORD
000295             END-IF
000296         WHEN "C"
000297             MOVE "ACCOUNT NOT ON HIERARCHY" TO WS-ERROR-TEXT
000298             PERFORM 2300-TRAN-ERROR
000299         WHEN "D"
000300             MOVE "ACCOUNT NOT ON HIERARCHY" TO WS-ERROR-TEXT
000301             PERFORM 2300-TRAN-ERROR
000302         WHEN OTHER
000303             MOVE "INVALID ACTION CODE" TO WS-ERROR-TEXT
000304             PERFORM 2300-TRAN-ERROR
000305     END-EVALUATE.
000306
000307 2200-APPLY-MATCHED-TRAN.
000308     EVALUATE AT-ACTION-CODE
000309         WHEN "A"
000310             MOVE "ACCOUNT ALREADY ON HIERARCHY" TO WS-ERROR-TEXT
000311             PERFORM 2300-TRAN-ERROR
000312         WHEN "C"
000313             PERFORM 2400-SAVE-OLD-IMAGE
000314             IF AT-LEGAL-ENTITY NOT = SPACES
000315                 MOVE AT-LEGAL-ENTITY TO AH-LEGAL-ENTITY
000316             END-IF
000317             IF AT-REGION NOT = SPACES
000318                 MOVE AT-REGION TO AH-REGION
000319             END-IF
000320             IF AT-BUSINESS-UNIT NOT = SPACES
000321                 MOVE AT-BUSINESS-UNIT TO AH-BUSINESS-UNIT
000322             END-IF
000323             MOVE "A" TO AH-ACTIVE-FLAG
000324             PERFORM 3200-REWRITE-HIERARCHY
000325             IF WS-REWRITE-OK = "Y"
000326                 ADD 1 TO WS-CHANGE-COUNT
000327                 PERFORM 4000-WRITE-HIER-AUDIT
000328                 PERFORM 4300-WRITE-RPT-CHANGE
000329             END-IF
000330         WHEN "D"
000331             PERFORM 2400-SAVE-OLD-IMAGE
000332             MOVE "I" TO AH-ACTIVE-FLAG
000333             PERFORM 3200-REWRITE-HIERARCHY
000334             IF WS-REWRITE-OK = "Y"
000335                 ADD 1 TO WS-DEACTIVATE-COUNT
000336                 PERFORM 4000-WRITE-HIER-AUDIT
000337                 PERFORM 4300-WRITE-RPT-CHANGE
000338             END-IF
000339         WHEN OTHER
000340             MOVE "INVALID ACTION CODE" TO WS-ERROR-TEXT
000341             PERFORM 2300-TRAN-ERROR
000342     END-EVALUATE.
000343
000344 2300-TRAN-ERROR.
000345     ADD 1 TO WS-ERROR-COUNT.
000346     MOVE SPACES TO WS-RPT-LINE.
000347     STRING "ERROR:  ACTION: "    DELIMITED BY SIZE
000348             AT-ACTION-CODE       DELIMITED BY SIZE
000349             "  ACCT: "           DELIMITED BY SIZE
000350             AT-ACCOUNT-CODE      DELIMITED BY SIZE
000351             "  - "               DELIMITED BY SIZE
000352             WS-ERROR-TEXT        DELIMITED BY SIZE
000353         INTO WS-RPT-LINE
000354         ON OVERFLOW
000355             DISPLAY "WARNING: CHANGE REPORT LINE TRUNCATED"
000356     END-STRING.
000357     PERFORM 4100-WRITE-RPT-LINE.
000358
000359 2400-SAVE-OLD-IMAGE.
000360     MOVE AH-LEGAL-ENTITY TO WS-OLD-LEGAL-ENTITY.
000361     MOVE AH-REGION TO WS-OLD-REGION.
000362     MOVE AH-BUSINESS-UNIT TO WS-OLD-BUSINESS-UNIT.
000363     MOVE AH-ACTIVE-FLAG TO WS-OLD-ACTIVE-FLAG.
000364
000365 3100-WRITE-ADD-RECORD.
000366     MOVE AT-LEGAL-ENTITY TO AH-LEGAL-ENTITY.
000367     MOVE AT-REGION TO AH-REGION.
000368     MOVE AT-BUSINESS-UNIT TO AH-BUSINESS-UNIT.
000369     MOVE "A" TO AH-ACTIVE-FLAG.
000370
000371     WRITE ACCOUNT-HIERARCHY-RECORD
000372         INVALID KEY
000373             CONTINUE
000374     END-WRITE.
000375     IF WS-ACCTHIER-STATUS NOT = "00"
000376         DISPLAY "ERROR WRITING ACCTHIER, FILE STATUS: "
000377             WS-ACCTHIER-STATUS
000378         MOVE "HIERARCHY WRITE FAILED" TO WS-ERROR-TEXT
000379         PERFORM 2300-TRAN-ERROR
000380     ELSE
000381         MOVE SPACES TO WS-OLD-IMAGE
000382         ADD 1 TO WS-ADD-COUNT
000383         PERFORM 4000-WRITE-HIER-AUDIT
000384         PERFORM 4300-WRITE-RPT-CHANGE
000385     END-IF.
000386
000387 3200-REWRITE-HIERARCHY.
000388     MOVE "N" TO WS-REWRITE-OK.
000389     REWRITE ACCOUNT-HIERARCHY-RECORD
000390         INVALID KEY
000391             CONTINUE
000392     END-REWRITE.
000393     IF WS-ACCTHIER-STATUS = "00"
000394         MOVE "Y" TO WS-REWRITE-OK
000395     ELSE
000396         DISPLAY "ERROR REWRITING ACCTHIER, FILE STATUS: "
000397             WS-ACCTHIER-STATUS
000398         MOVE "HIERARCHY REWRITE FAILED" TO WS-ERROR-TEXT
000399         PERFORM 2300-TRAN-ERROR
000400     END-IF.
000401
000402 4000-WRITE-HIER-AUDIT.
000403     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
000404     MOVE WS-CDT-DATE TO WS-AUDIT-DATE.
000405     ACCEPT WS-CDT-TIME FROM TIME.
000406     MOVE WS-CDT-HHMMSS TO WS-AUDIT-TIME.
000407
000408     MOVE WS-AUDIT-TIMESTAMP TO AA-TIMESTAMP.
000409     MOVE AT-USER-ID TO AA-USER-ID.
000410     MOVE AT-ACTION-CODE TO AA-ACTION-CODE.
000411     MOVE AT-ACCOUNT-CODE TO AA-ACCOUNT-CODE.
000412     MOVE WS-OLD-LEGAL-ENTITY TO AA-OLD-LEGAL-ENTITY.
000413     MOVE WS-OLD-REGION TO AA-OLD-REGION.
000414     MOVE WS-OLD-BUSINESS-UNIT TO AA-OLD-BUSINESS-UNIT.
000415     MOVE WS-OLD-ACTIVE-FLAG TO AA-OLD-ACTIVE-FLAG.
000416     MOVE AH-LEGAL-ENTITY TO AA-NEW-LEGAL-ENTITY.
000417     MOVE AH-REGION TO AA-NEW-REGION.
000418     MOVE AH-BUSINESS-UNIT TO AA-NEW-BUSINESS-UNIT.
000419     MOVE AH-ACTIVE-FLAG TO AA-NEW-ACTIVE-FLAG.
000420
000421     WRITE HIER-AUDIT-RECORD.
000422     IF WS-HIER-AUDIT-STATUS NOT = "00"
000423         DISPLAY "ERROR WRITING AHAUDIT, FILE STATUS: "
000424             WS-HIER-AUDIT-STATUS
000425     END-IF.
000426
000427 4100-WRITE-RPT-LINE.
000428     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000429         PERFORM 4200-WRITE-RPT-HEADING
000430     END-IF.
000431     WRITE CHANGE-RPT-RECORD FROM WS-RPT-LINE.
000432     IF WS-CHANGE-RPT-STATUS NOT = "00"
000433         DISPLAY "ERROR WRITING AHRPT, FILE STATUS: "
000434             WS-CHANGE-RPT-STATUS
000435     END-IF.
000436     ADD 1 TO WS-LINE-COUNT.
000437
000438 4200-WRITE-RPT-HEADING.
000439     ADD 1 TO WS-PAGE-COUNT.
000440     MOVE SPACES TO CHANGE-RPT-RECORD.
000441     STRING "AHMAINT  ACCOUNT HIERARCHY CHANGE REPORT"
000442                                  DELIMITED BY SIZE
000443             "  RUN DATE: "       DELIMITED BY SIZE
000444             WS-RUN-DATE          DELIMITED BY SIZE
000445             "  PAGE: "           DELIMITED BY SIZE
000446             WS-PAGE-COUNT        DELIMITED BY SIZE
000447         INTO CHANGE-RPT-RECORD
000448         ON OVERFLOW
000449             DISPLAY "WARNING: CHANGE REPORT HEADING TRUNCATED"
000450     END-STRING.
000451     WRITE CHANGE-RPT-RECORD.
000452     MOVE SPACES TO CHANGE-RPT-RECORD.
000453     WRITE CHANGE-RPT-RECORD.
000454     MOVE 2 TO WS-LINE-COUNT.
000455
000456 4300-WRITE-RPT-CHANGE.
000457     MOVE SPACES TO WS-RPT-LINE.
000458     STRING "ACTION: "            DELIMITED BY SIZE
000459             AT-ACTION-CODE       DELIMITED BY SIZE
000460             "  ACCT: "           DELIMITED BY SIZE
000461             AT-ACCOUNT-CODE      DELIMITED BY SIZE
000462             "  BY: "             DELIMITED BY SIZE
000463             AT-USER-ID           DELIMITED BY SIZE
000464         INTO WS-RPT-LINE
000465         ON OVERFLOW
000466             DISPLAY "WARNING: CHANGE REPORT LINE TRUNCATED"
000467     END-STRING.
000468     PERFORM 4100-WRITE-RPT-LINE.
000469
000470     MOVE SPACES TO WS-RPT-LINE.
000471     IF AT-ACTION-CODE = "A"
000472         MOVE "  BEFORE: (NOT ON HIERARCHY)" TO WS-RPT-LINE
000473     ELSE
000474         STRING "  BEFORE: ENTITY "   DELIMITED BY SIZE
000475                 WS-OLD-LEGAL-ENTITY  DELIMITED BY SIZE
000476                 "  REGION "          DELIMITED BY SIZE
000477                 WS-OLD-REGION        DELIMITED BY SIZE
000478                 "  UNIT "            DELIMITED BY SIZE
000479                 WS-OLD-BUSINESS-UNIT DELIMITED BY SIZE
000480                 "  FLAG "            DELIMITED BY SIZE
000481                 WS-OLD-ACTIVE-FLAG   DELIMITED BY SIZE
000482             INTO WS-RPT-LINE
000483             ON OVERFLOW
000484                 DISPLAY "WARNING: CHANGE REPORT LINE TRUNCATED"
000485         END-STRING
000486     END-IF.
000487     PERFORM 4100-WRITE-RPT-LINE.
000488
000489     MOVE SPACES TO WS-RPT-LINE.
000490     STRING "  AFTER:  ENTITY "       DELIMITED BY SIZE
000491             AH-LEGAL-ENTITY          DELIMITED BY SIZE
000492             "  REGION "              DELIMITED BY SIZE
000493             AH-REGION                DELIMITED BY SIZE
000494             "  UNIT "                DELIMITED BY SIZE
000495             AH-BUSINESS-UNIT         DELIMITED BY SIZE
000496             "  FLAG "                DELIMITED BY SIZE
000497             AH-ACTIVE-FLAG           DELIMITED BY SIZE
000498         INTO WS-RPT-LINE
000499         ON OVERFLOW
000500             DISPLAY "WARNING: CHANGE REPORT LINE TRUNCATED"
000501     END-STRING.
000502     PERFORM 4100-WRITE-RPT-LINE.
000503
000504 5000-WRITE-RPT-TOTALS.
000505     MOVE SPACES TO WS-RPT-LINE.
000506     STRING "TRANS READ: "        DELIMITED BY SIZE
000507             WS-TRAN-COUNT        DELIMITED BY SIZE
000508             "  ADDS: "           DELIMITED BY SIZE
000509             WS-ADD-COUNT         DELIMITED BY SIZE
000510             "  CHANGES: "        DELIMITED BY SIZE
000511             WS-CHANGE-COUNT      DELIMITED BY SIZE
000512             "  DEACTIVATES: "    DELIMITED BY SIZE
000513             WS-DEACTIVATE-COUNT  DELIMITED BY SIZE
000514             "  ERRORS: "         DELIMITED BY SIZE
000515             WS-ERROR-COUNT       DELIMITED BY SIZE
000516         INTO WS-RPT-LINE
000517         ON OVERFLOW
000518             DISPLAY "WARNING: CHANGE REPORT TOTALS TRUNCATED"
000519     END-STRING.
000520     PERFORM 4100-WRITE-RPT-LINE.
