000100 IDENTIFICATION DIVISION.
000101 PROGRAM-ID. EXPMAINT.
000102 ENVIRONMENT DIVISION.
000103 INPUT-OUTPUT SECTION.
000104 FILE-CONTROL.
000105     SELECT EXPL-TRAN-FILE ASSIGN TO "EXPTRAN"
000106         ORGANIZATION IS LINE SEQUENTIAL
000107         FILE STATUS IS WS-TRAN-STATUS.
000108
000109     SELECT OPTIONAL EXPLANATION-FILE ASSIGN TO "VAREXPL"
000110         ORGANIZATION IS INDEXED
000111         ACCESS MODE IS DYNAMIC
000112         RECORD KEY IS VX-EXPL-KEY
000113         FILE STATUS IS WS-VAREXPL-STATUS.
000114
000115     SELECT OPTIONAL EXPL-AUDIT-FILE ASSIGN TO "EXPAUDIT"
000116         ORGANIZATION IS LINE SEQUENTIAL
000117         FILE STATUS IS WS-EXPL-AUDIT-STATUS.
000118
000119     SELECT OPTIONAL CHANGE-RPT-FILE ASSIGN TO "EXPRPT"
000120         ORGANIZATION IS LINE SEQUENTIAL
000121         FILE STATUS IS WS-CHANGE-RPT-STATUS.
000122
000123 DATA DIVISION.
000124 FILE SECTION.
000125 FD  EXPL-TRAN-FILE.
000126 01  EXPL-TRAN-RECORD.
000127     05  ET-ACTION-CODE          PIC X(1).
000128     05  ET-ACCOUNT-CODE         PIC X(8).
000129     05  ET-RUN-DATE             PIC 9(8).
000130     05  ET-REASON-CODE          PIC X(4).
000131     05  ET-ANALYST-ID           PIC X(8).
000132     05  ET-SIGNOFF-DATE         PIC 9(8).
000133     05  ET-USER-ID              PIC X(8).
000134     05  ET-COMMENT              PIC X(60).
000135
000136 FD  EXPLANATION-FILE.
000137     COPY VAREXPL.
000138
000139 FD  EXPL-AUDIT-FILE.
000140 01  EXPL-AUDIT-RECORD.
000141     05  EA-TIMESTAMP            PIC X(26).
000142     05  EA-USER-ID              PIC X(8).
000143     05  EA-ACTION-CODE          PIC X(1).
000144     05  EA-ACCOUNT-CODE         PIC X(8).
000145     05  EA-RUN-DATE             PIC 9(8).
000146     05  EA-OLD-REASON-CODE      PIC X(4).
000147     05  EA-OLD-ANALYST-ID       PIC X(8).
000148     05  EA-OLD-SIGNOFF-DATE     PIC 9(8).
000149     05  EA-OLD-ACTIVE-FLAG      PIC X(1).
000150     05  EA-OLD-COMMENT          PIC X(60).
000151     05  EA-NEW-REASON-CODE      PIC X(4).
000152     05  EA-NEW-ANALYST-ID       PIC X(8).
000153     05  EA-NEW-SIGNOFF-DATE     PIC 9(8).
000154     05  EA-NEW-ACTIVE-FLAG      PIC X(1).
000155     05  EA-NEW-COMMENT          PIC X(60).
000156
000157 FD  CHANGE-RPT-FILE.
000158 01  CHANGE-RPT-RECORD           PIC X(132).
000159
000160 WORKING-STORAGE SECTION.
000161 01  WS-TRAN-STATUS              PIC X(2).
000162 01  WS-VAREXPL-STATUS           PIC X(2).
000163 01  WS-EXPL-AUDIT-STATUS        PIC X(2).
000164 01  WS-CHANGE-RPT-STATUS        PIC X(2).
000165
000166 01  WS-TRAN-EOF                 PIC X(1)    VALUE "N".
000167 01  WS-REWRITE-OK               PIC X(1)    VALUE "N".
000168
000169 01  WS-OLD-IMAGE.
000170     05  WS-OLD-REASON-CODE      PIC X(4).
000171     05  WS-OLD-ANALYST-ID       PIC X(8).
000172     05  WS-OLD-SIGNOFF-DATE     PIC 9(8).
000173     05  WS-OLD-ACTIVE-FLAG      PIC X(1).
000174     05  WS-OLD-COMMENT          PIC X(60).
000175
000176 01  WS-TRAN-COUNT               PIC 9(6)    VALUE ZERO.
000177 01  WS-ADD-COUNT                PIC 9(6)    VALUE ZERO.
000178 01  WS-CHANGE-COUNT             PIC 9(6)    VALUE ZERO.
000179 01  WS-WITHDRAW-COUNT           PIC 9(6)    VALUE ZERO.
000180 01  WS-ERROR-COUNT              PIC 9(6)    VALUE ZERO.
000181 01  WS-ERROR-TEXT               PIC X(40).
000182 01  WS-SIGNOFF-DATE             PIC 9(8)    VALUE ZERO.
000183
000184 01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
000185 01  WS-PAGE-COUNT               PIC 9(4)    VALUE ZERO.
000186 01  WS-LINE-COUNT               PIC 9(2)    VALUE 99.
000187 01  WS-LINES-PER-PAGE           PIC 9(2)    VALUE 55.
000188 01  WS-RPT-LINE                 PIC X(132).
000189
000190 01  WS-CURRENT-DATE-TIME.
000191     05  WS-CDT-DATE             PIC 9(8).
000192     05  WS-CDT-TIME.
000193         10  WS-CDT-HHMMSS       PIC 9(6).
000194         10  WS-CDT-HUNDREDTHS   PIC 9(2).
000195
000196 01  WS-AUDIT-TIMESTAMP.
000197     05  WS-AUDIT-DATE           PIC 9(8).
000198     05  FILLER                  PIC X(1)    VALUE "-".
000199     05  WS-AUDIT-TIME           PIC 9(6).
000200     05  FILLER                  PIC X(11)   VALUE SPACES.
000201
000202 PROCEDURE DIVISION.
000203 0000-MAIN-LOGIC.
000204     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000205
000206     OPEN INPUT EXPL-TRAN-FILE.
000207     IF WS-TRAN-STATUS NOT = "00"
000208         DISPLAY "ERROR OPENING EXPTRAN, FILE STATUS: "
000209             WS-TRAN-STATUS
000210         MOVE 16 TO RETURN-CODE
000211         STOP RUN
000212     END-IF.
000213
000214     OPEN I-O EXPLANATION-FILE.
000215     IF WS-VAREXPL-STATUS NOT = "00"
000216             AND WS-VAREXPL-STATUS NOT = "05"
000217         DISPLAY "ERROR OPENING VAREXPL, FILE STATUS: "
000218             WS-VAREXPL-STATUS
000219         CLOSE EXPL-TRAN-FILE
000220         MOVE 16 TO RETURN-CODE
000221         STOP RUN
000222     END-IF.
000223
000224     OPEN EXTEND EXPL-AUDIT-FILE.
000225     IF WS-EXPL-AUDIT-STATUS NOT = "00"
000226             AND WS-EXPL-AUDIT-STATUS NOT = "05"
000227         DISPLAY "ERROR OPENING EXPAUDIT, FILE STATUS: "
000228             WS-EXPL-AUDIT-STATUS
000229         CLOSE EXPL-TRAN-FILE
000230         CLOSE EXPLANATION-FILE
000231         MOVE 16 TO RETURN-CODE
000232         STOP RUN
000233     END-IF.
000234
000235     OPEN OUTPUT CHANGE-RPT-FILE.
000236     IF WS-CHANGE-RPT-STATUS NOT = "00"
000237             AND WS-CHANGE-RPT-STATUS NOT = "05"
000238         DISPLAY "ERROR OPENING EXPRPT, FILE STATUS: "
000239             WS-CHANGE-RPT-STATUS
000240         CLOSE EXPL-TRAN-FILE
000241         CLOSE EXPLANATION-FILE
000242         CLOSE EXPL-AUDIT-FILE
000243         MOVE 16 TO RETURN-CODE
000244         STOP RUN
000245     END-IF.
000246
000247     PERFORM UNTIL WS-TRAN-EOF = "Y"
000248         READ EXPL-TRAN-FILE
000249             AT END
000250                 MOVE "Y" TO WS-TRAN-EOF
000251             NOT AT END
000252                 ADD 1 TO WS-TRAN-COUNT
000253                 PERFORM 2000-APPLY-TRAN
000254         END-READ
000255     END-PERFORM.
000256
000257     PERFORM 5000-WRITE-RPT-TOTALS.
000258
000259     CLOSE EXPL-TRAN-FILE.
000260     CLOSE EXPLANATION-FILE.
000261     CLOSE EXPL-AUDIT-FILE.
000262     CLOSE CHANGE-RPT-FILE.
000263     IF WS-ERROR-COUNT > ZERO
000264         MOVE 4 TO RETURN-CODE
000265     END-IF.
000266     STOP RUN.
000267
000268 2000-APPLY-TRAN.
000269     IF ET-RUN-DATE NOT NUMERIC
000270         MOVE "RUN DATE NOT NUMERIC" TO WS-ERROR-TEXT
000271         PERFORM 2300-TRAN-ERROR
000272     ELSE
000273         IF ET-ACCOUNT-CODE = SPACES
000274             MOVE "ACCOUNT CODE IS BLANK" TO WS-ERROR-TEXT
000275             PERFORM 2300-TRAN-ERROR
000276         ELSE
000277             MOVE ET-ACCOUNT-CODE TO VX-ACCOUNT-CODE
000278             MOVE ET-RUN-DATE TO VX-RUN-DATE
000279             READ EXPLANATION-FILE
000280                 INVALID KEY
000281                     CONTINUE
000282             END-READ
000283             EVALUATE WS-VAREXPL-STATUS
000284                 WHEN "00"
000285                     PERFORM 2200-APPLY-MATCHED-TRAN
000286                 WHEN "23"
000287                     PERFORM 2100-APPLY-UNMATCHED-TRAN
000288                 WHEN OTHER
000289                     DISPLAY "ERROR READING VAREXPL, "
000290                         "FILE STATUS: " WS-VAREXPL-STATUS
000291                     MOVE "EXPLANATION READ FAILED"
000292                         TO WS-ERROR-TEXT
000293                     PERFORM 2300-TRAN-ERROR
000294             END-EVALUATE
000295         END-IF
000296     END-IF.
000297
000298 2100-APPLY-UNMATCHED-TRAN.
000299     EVALUATE ET-ACTION-CODE
000300         WHEN "A"
000301             IF ET-REASON-CODE = SPACES
000302                     OR ET-ANALYST-ID = SPACES
000303                 MOVE "REASON CODE OR ANALYST MISSING"
000304                     TO WS-ERROR-TEXT
000305                 PERFORM 2300-TRAN-ERROR
000306             ELSE
000307                 PERFORM 2500-EDIT-SIGNOFF-DATE
000308                 IF WS-SIGNOFF-DATE < ET-RUN-DATE
000309                     MOVE "SIGN-OFF DATE BEFORE RUN DATE"
000310                         TO WS-ERROR-TEXT
000311                     PERFORM 2300-TRAN-ERROR
000312                 ELSE
000313                     PERFORM 3100-WRITE-ADD-RECORD
000314                 END-IF
000315             END-IF
000316         WHEN "C"
000317             MOVE "ACCOUNT/RUN DATE NOT EXPLAINED"
000318                 TO WS-ERROR-TEXT
000319             PERFORM 2300-TRAN-ERROR
000320         WHEN "D"
000321             MOVE "ACCOUNT/RUN DATE NOT EXPLAINED"
000322                 TO WS-ERROR-TEXT
000323             PERFORM 2300-TRAN-ERROR
000324         WHEN OTHER
000325             MOVE "INVALID ACTION CODE" TO WS-ERROR-TEXT
000326             PERFORM 2300-TRAN-ERROR
000327     END-EVALUATE.
000328
000329 2200-APPLY-MATCHED-TRAN.
000330     EVALUATE ET-ACTION-CODE
000331         WHEN "A"
000332             MOVE "ACCOUNT/RUN DATE ALREADY EXPLAINED"
000333                 TO WS-ERROR-TEXT
000334             PERFORM 2300-TRAN-ERROR
000335         WHEN "C"
000336             PERFORM 2500-EDIT-SIGNOFF-DATE
000337             IF WS-SIGNOFF-DATE < ET-RUN-DATE
000338                 MOVE "SIGN-OFF DATE BEFORE RUN DATE"
000339                     TO WS-ERROR-TEXT
000340                 PERFORM 2300-TRAN-ERROR
000341             ELSE
000342                 PERFORM 2400-SAVE-OLD-IMAGE
000343                 IF ET-REASON-CODE NOT = SPACES
000344                     MOVE ET-REASON-CODE TO VX-REASON-CODE
000345                 END-IF
000346                 IF ET-ANALYST-ID NOT = SPACES
000347                     MOVE ET-ANALYST-ID TO VX-ANALYST-ID
000348                 END-IF
000349                 IF ET-COMMENT NOT = SPACES
000350                     MOVE ET-COMMENT TO VX-COMMENT
000351                 END-IF
000352                 MOVE WS-SIGNOFF-DATE TO VX-SIGNOFF-DATE
000353                 MOVE "A" TO VX-ACTIVE-FLAG
000354                 PERFORM 3200-REWRITE-EXPLANATION
000355                 IF WS-REWRITE-OK = "Y"
000356                     ADD 1 TO WS-CHANGE-COUNT
000357                     PERFORM 4000-WRITE-EXPL-AUDIT
000358                     PERFORM 4300-WRITE-RPT-CHANGE
000359                 END-IF
000360             END-IF
000361         WHEN "D"
000362             PERFORM 2400-SAVE-OLD-IMAGE
000363             MOVE "I" TO VX-ACTIVE-FLAG
000364             PERFORM 3200-REWRITE-EXPLANATION
000365             IF WS-REWRITE-OK = "Y"
000366                 ADD 1 TO WS-WITHDRAW-COUNT
000367                 PERFORM 4000-WRITE-EXPL-AUDIT
000368                 PERFORM 4300-WRITE-RPT-CHANGE
000369             END-IF
000370         WHEN OTHER
000371             MOVE "INVALID ACTION CODE" TO WS-ERROR-TEXT
000372             PERFORM 2300-TRAN-ERROR
000373     END-EVALUATE.
000374
000375 2300-TRAN-ERROR.
000376     ADD 1 TO WS-ERROR-COUNT.
000377     MOVE SPACES TO WS-RPT-LINE.
000378     STRING "ERROR:  ACTION: "    DELIMITED BY SIZE
000379             ET-ACTION-CODE       DELIMITED BY SIZE
000380             "  ACCT: "           DELIMITED BY SIZE
000381             ET-ACCOUNT-CODE      DELIMITED BY SIZE
000382             "  RUN DATE: "       DELIMITED BY SIZE
000383             ET-RUN-DATE          DELIMITED BY SIZE
000384             "  - "               DELIMITED BY SIZE
000385             WS-ERROR-TEXT        DELIMITED BY SIZE
000386         INTO WS-RPT-LINE
000387         ON OVERFLOW
000388             DISPLAY "WARNING: CHANGE REPORT LINE TRUNCATED"
000389     END-STRING.
000390     PERFORM 4100-WRITE-RPT-LINE.
000391
000392 2400-SAVE-OLD-IMAGE.
000393     MOVE VX-REASON-CODE TO WS-OLD-REASON-CODE.
000394     MOVE VX-ANALYST-ID TO WS-OLD-ANALYST-ID.
000395     MOVE VX-SIGNOFF-DATE TO WS-OLD-SIGNOFF-DATE.
000396     MOVE VX-ACTIVE-FLAG TO WS-OLD-ACTIVE-FLAG.
000397     MOVE VX-COMMENT TO WS-OLD-COMMENT.
000398
000399 2500-EDIT-SIGNOFF-DATE.
000400     IF ET-SIGNOFF-DATE NUMERIC
000401             AND ET-SIGNOFF-DATE > ZERO
000402         MOVE ET-SIGNOFF-DATE TO WS-SIGNOFF-DATE
000403     ELSE
000404         MOVE WS-RUN-DATE TO WS-SIGNOFF-DATE
000405     END-IF.
000406
000407 3100-WRITE-ADD-RECORD.
000408     MOVE ET-REASON-CODE TO VX-REASON-CODE.
000409     MOVE ET-COMMENT TO VX-COMMENT.
000410     MOVE ET-ANALYST-ID TO VX-ANALYST-ID.
000411     MOVE WS-SIGNOFF-DATE TO VX-SIGNOFF-DATE.
000412     MOVE "A" TO VX-ACTIVE-FLAG.
000413
000414     WRITE VARIANCE-EXPLANATION-RECORD
000415         INVALID KEY
000416             CONTINUE
000417     END-WRITE.
000418     IF WS-VAREXPL-STATUS NOT = "00"
000419         DISPLAY "ERROR WRITING VAREXPL, FILE STATUS: "
000420             WS-VAREXPL-STATUS
000421         MOVE "EXPLANATION WRITE FAILED" TO WS-ERROR-TEXT
000422         PERFORM 2300-TRAN-ERROR
000423     ELSE
000424         MOVE SPACES TO WS-OLD-REASON-CODE
000425         MOVE SPACES TO WS-OLD-ANALYST-ID
000426         MOVE ZERO TO WS-OLD-SIGNOFF-DATE
000427         MOVE SPACE TO WS-OLD-ACTIVE-FLAG
000428         MOVE SPACES TO WS-OLD-COMMENT
000429         ADD 1 TO WS-ADD-COUNT
000430         PERFORM 4000-WRITE-EXPL-AUDIT
000431         PERFORM 4300-WRITE-RPT-CHANGE
000432     END-IF.
000433
000434 3200-REWRITE-EXPLANATION.
000435     MOVE "N" TO WS-REWRITE-OK.
000436     REWRITE VARIANCE-EXPLANATION-RECORD
000437         INVALID KEY
000438             CONTINUE
000439     END-REWRITE.
000440     IF WS-VAREXPL-STATUS = "00"
000441         MOVE "Y" TO WS-REWRITE-OK
000442     ELSE
000443         DISPLAY "ERROR REWRITING VAREXPL, FILE STATUS: "
000444             WS-VAREXPL-STATUS
000445         MOVE "EXPLANATION REWRITE FAILED" TO WS-ERROR-TEXT
000446         PERFORM 2300-TRAN-ERROR
000447     END-IF.
000448
000449 4000-WRITE-EXPL-AUDIT.
000450     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
000451     MOVE WS-CDT-DATE TO WS-AUDIT-DATE.
000452     ACCEPT WS-CDT-TIME FROM TIME.
000453     MOVE WS-CDT-HHMMSS TO WS-AUDIT-TIME.
000454
000455     MOVE WS-AUDIT-TIMESTAMP TO EA-TIMESTAMP.
000456     MOVE ET-USER-ID TO EA-USER-ID.
000457     MOVE ET-ACTION-CODE TO EA-ACTION-CODE.
000458     MOVE ET-ACCOUNT-CODE TO EA-ACCOUNT-CODE.
000459     MOVE ET-RUN-DATE TO EA-RUN-DATE.
000460     MOVE WS-OLD-REASON-CODE TO EA-OLD-REASON-CODE.
000461     MOVE WS-OLD-ANALYST-ID TO EA-OLD-ANALYST-ID.
000462     MOVE WS-OLD-SIGNOFF-DATE TO EA-OLD-SIGNOFF-DATE.
000463     MOVE WS-OLD-ACTIVE-FLAG TO EA-OLD-ACTIVE-FLAG.
000464     MOVE WS-OLD-COMMENT TO EA-OLD-COMMENT.
000465     MOVE VX-REASON-CODE TO EA-NEW-REASON-CODE.
000466     MOVE VX-ANALYST-ID TO EA-NEW-ANALYST-ID.
000467     MOVE VX-SIGNOFF-DATE TO EA-NEW-SIGNOFF-DATE.
000468     MOVE VX-ACTIVE-FLAG TO EA-NEW-ACTIVE-FLAG.
000469     MOVE VX-COMMENT TO EA-NEW-COMMENT.
000470
000471     WRITE EXPL-AUDIT-RECORD.
000472     IF WS-EXPL-AUDIT-STATUS NOT = "00"
000473         DISPLAY "ERROR WRITING EXPAUDIT, FILE STATUS: "
000474             WS-EXPL-AUDIT-STATUS
000475     END-IF.
000476
000477 4100-WRITE-RPT-LINE.
000478     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000479         PERFORM 4200-WRITE-RPT-HEADING
000480     END-IF.
000481     WRITE CHANGE-RPT-RECORD FROM WS-RPT-LINE.
000482     IF WS-CHANGE-RPT-STATUS NOT = "00"
000483         DISPLAY "ERROR WRITING EXPRPT, FILE STATUS: "
000484             WS-CHANGE-RPT-STATUS
000485     END-IF.
000486     ADD 1 TO WS-LINE-COUNT.
000487
000488 4200-WRITE-RPT-HEADING.
000489     ADD 1 TO WS-PAGE-COUNT.
000490     MOVE SPACES TO CHANGE-RPT-RECORD.
000491     STRING "EXPMAINT  VARIANCE EXPLANATION CHANGE REPORT"
000492                                  DELIMITED BY SIZE
000493             "  RUN DATE: "       DELIMITED BY SIZE
000494             WS-RUN-DATE          DELIMITED BY SIZE
000495             "  PAGE: "           DELIMITED BY SIZE
000496             WS-PAGE-COUNT        DELIMITED BY SIZE
000497         INTO CHANGE-RPT-RECORD
000498         ON OVERFLOW
000499             DISPLAY "WARNING: CHANGE REPORT HEADING TRUNCATED"
000500     END-STRING.
000501     WRITE CHANGE-RPT-RECORD.
000502     MOVE SPACES TO CHANGE-RPT-RECORD.
000503     WRITE CHANGE-RPT-RECORD.
000504     MOVE 2 TO WS-LINE-COUNT.
000505
000506 4300-WRITE-RPT-CHANGE.
000507     MOVE SPACES TO WS-RPT-LINE.
000508     STRING "ACTION: "            DELIMITED BY SIZE
000509             ET-ACTION-CODE       DELIMITED BY SIZE
000510             "  ACCT: "           DELIMITED BY SIZE
000511             ET-ACCOUNT-CODE      DELIMITED BY SIZE
000512             "  RUN DATE: "       DELIMITED BY SIZE
000513             ET-RUN-DATE          DELIMITED BY SIZE
000514             "  BY: "             DELIMITED BY SIZE
000515             ET-USER-ID           DELIMITED BY SIZE
000516         INTO WS-RPT-LINE
000517         ON OVERFLOW
000518             DISPLAY "WARNING: CHANGE REPORT LINE TRUNCATED"
000519     END-STRING.
000520     PERFORM 4100-WRITE-RPT-LINE.
000521
000522     MOVE SPACES TO WS-RPT-LINE.
000523     IF ET-ACTION-CODE = "A"
000524         MOVE "  BEFORE: (NOT EXPLAINED)" TO WS-RPT-LINE
000525     ELSE
000526         STRING "  BEFORE: REASON " DELIMITED BY SIZE
000527                 WS-OLD-REASON-CODE DELIMITED BY SIZE
000528                 "  ANALYST "     DELIMITED BY SIZE
000529                 WS-OLD-ANALYST-ID DELIMITED BY SIZE
000530                 "  SIGNED OFF "  DELIMITED BY SIZE
000531                 WS-OLD-SIGNOFF-DATE DELIMITED BY SIZE
000532                 "  FLAG "        DELIMITED BY SIZE
000533                 WS-OLD-ACTIVE-FLAG DELIMITED BY SIZE
000534                 "  "             DELIMITED BY SIZE
000535                 WS-OLD-COMMENT   DELIMITED BY SIZE
000536             INTO WS-RPT-LINE
000537             ON OVERFLOW
000538                 DISPLAY "WARNING: CHANGE REPORT LINE TRUNCATED"
000539         END-STRING
000540     END-IF.
000541     PERFORM 4100-WRITE-RPT-LINE.
000542
000543     MOVE SPACES TO WS-RPT-LINE.
000544     STRING "  AFTER:  REASON "   DELIMITED BY SIZE
000545             VX-REASON-CODE       DELIMITED BY SIZE
000546             "  ANALYST "         DELIMITED BY SIZE
000547             VX-ANALYST-ID        DELIMITED BY SIZE
000548             "  SIGNED OFF "      DELIMITED BY SIZE
000549             VX-SIGNOFF-DATE      DELIMITED BY SIZE
000550             "  FLAG "            DELIMITED BY SIZE
000551             VX-ACTIVE-FLAG       DELIMITED BY SIZE
000552             "  "                 DELIMITED BY SIZE
000553             VX-COMMENT           DELIMITED BY SIZE
000554         INTO WS-RPT-LINE
000555         ON OVERFLOW
000556             DISPLAY "WARNING: CHANGE REPORT LINE TRUNCATED"
000557     END-STRING.
000558     PERFORM 4100-WRITE-RPT-LINE.
000559
000560 5000-WRITE-RPT-TOTALS.
000561     MOVE SPACES TO WS-RPT-LINE.
000562     STRING "TRANS READ: "        DELIMITED BY SIZE
000563             WS-TRAN-COUNT        DELIMITED BY SIZE
000564             "  ADDS: "           DELIMITED BY SIZE
000565             WS-ADD-COUNT         DELIMITED BY SIZE
000566             "  CHANGES: "        DELIMITED BY SIZE
000567             WS-CHANGE-COUNT      DELIMITED BY SIZE
000568             "  WITHDRAWALS: "    DELIMITED BY SIZE
000569             WS-WITHDRAW-COUNT    DELIMITED BY SIZE
000570             "  ERRORS: "         DELIMITED BY SIZE
000571             WS-ERROR-COUNT       DELIMITED BY SIZE
000572         INTO WS-RPT-LINE
000573         ON OVERFLOW
000574             DISPLAY "WARNING: CHANGE REPORT TOTALS TRUNCATED"
000575     END-STRING.
000576     PERFORM 4100-WRITE-RPT-LINE.
