000131     05  MT-EFFECTIVE-FROM       PIC 9(8).
000132     05  MT-EFFECTIVE-TO         PIC 9(8).
000133     05  MT-USER-ID              PIC X(8).
000134     05  MT-CURRENCY-CODE        PIC X(3).
000135     05  MT-APPROVER-ID          PIC X(8).
000136
000137 FD  CONTROLL-MASTER-FILE.
000138     COPY CTLMSTR.
000139
000140 FD  MAINT-AUDIT-FILE.
000141 01  MAINT-AUDIT-RECORD.
000142     05  MA-TIMESTAMP            PIC X(26).
000143     05  MA-USER-ID              PIC X(8).
000144     05  MA-ACTION-CODE          PIC X(1).
000145     05  MA-ACCOUNT-CODE         PIC X(8).
000146     05  MA-EFFECTIVE-FROM       PIC 9(8).
000147     05  MA-OLD-CONTROLL-NUM     PIC S9(10)V99
000148                                 SIGN LEADING SEPARATE.
000149     05  MA-OLD-EFFECTIVE-TO     PIC 9(8).
000150     05  MA-OLD-ACTIVE-FLAG      PIC X(1).
000151     05  MA-NEW-CONTROLL-NUM     PIC S9(10)V99
000152                                 SIGN LEADING SEPARATE.
000153     05  MA-NEW-EFFECTIVE-TO     PIC 9(8).
000154     05  MA-NEW-ACTIVE-FLAG      PIC X(1).
000155     05  MA-OLD-CURRENCY-CODE    PIC X(3).
000156     05  MA-NEW-CURRENCY-CODE    PIC X(3).
000157     05  MA-APPROVER-ID          PIC X(8).
000158     05  MA-CHAIN-SEQ            PIC 9(9).
000159     05  MA-CHAIN-CHECK          PIC 9(10).
000160
000161 FD  CHANGE-RPT-FILE.
000162 01  CHANGE-RPT-RECORD           PIC X(132).
000163
000164 WORKING-STORAGE SECTION.
000165 01  WS-TRAN-STATUS              PIC X(2).
000166 01  WS-CTLMSTR-STATUS           PIC X(2).
000167 01  WS-MAINT-AUDIT-STATUS       PIC X(2).
000168 01  WS-CHANGE-RPT-STATUS        PIC X(2).
000169
000170 01  WS-TRAN-EOF                 PIC X(1)    VALUE "N".
000171 01  WS-REWRITE-OK               PIC X(1)    VALUE "N".
000172
000173 01  WS-CHAIN-EOF                PIC X(1)    VALUE "N".
000174 01  WS-CHAIN-SEQ                PIC 9(9)    VALUE ZERO.
000175 01  WS-CHAIN-CHECK              PIC 9(10)   VALUE ZERO.
000176     COPY AUDCHAIN.
000177
000178 01  WS-OLD-IMAGE.
000179     05  WS-OLD-CONTROLL-NUM     PIC S9(10)V99.
000180     05  WS-OLD-EFFECTIVE-TO     PIC 9(8).
000181     05  WS-OLD-ACTIVE-FLAG      PIC X(1).
000182     05  WS-OLD-CURRENCY-CODE    PIC X(3).
000183
000184 01  WS-TRAN-COUNT               PIC 9(6)    VALUE ZERO.
000185 01  WS-ADD-COUNT                PIC 9(6)    VALUE ZERO.
000186 01  WS-CHANGE-COUNT             PIC 9(6)    VALUE ZERO.
000187 01  WS-DEACT-COUNT              PIC 9(6)    VALUE ZERO.
000188 01  WS-ERROR-COUNT              PIC 9(6)    VALUE ZERO.
000189 01  WS-ERROR-TEXT               PIC X(40).
000190 01  WS-OLD-CTL-DISPLAY          PIC -(10)9.99.
000191 01  WS-NEW-CTL-DISPLAY          PIC -(10)9.99.
000192
000193 01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
000194 01  WS-PAGE-COUNT               PIC 9(4)    VALUE ZERO.
000195 01  WS-LINE-COUNT               PIC 9(2)    VALUE 99.
000196 01  WS-LINES-PER-PAGE           PIC 9(2)    VALUE 55.
000197 01  WS-RPT-LINE                 PIC X(132).
000198
000199 01  WS-CURRENT-DATE-TIME.
000200     05  WS-CDT-DATE             PIC 9(8).
000201     05  WS-CDT-TIME.
000202         10  WS-CDT-HHMMSS       PIC 9(6).
000203         10  WS-CDT-HUNDREDTHS   PIC 9(2).
000204
000205 01  WS-AUDIT-TIMESTAMP.
000206     05  WS-AUDIT-DATE           PIC 9(8).
000207     05  FILLER                  PIC X(1)    VALUE "-".
000208     05  WS-AUDIT-TIME           PIC 9(6).
000209     05  FILLER                  PIC X(11)   VALUE SPACES.
000210
000211 PROCEDURE DIVISION.
000212 0000-MAIN-LOGIC.
000213     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000214
000215     OPEN INPUT MAINT-TRAN-FILE.
000216     IF WS-TRAN-STATUS NOT = "00"
000217         DISPLAY "ERROR OPENING CTLTRAN, FILE STATUS: "
000218             WS-TRAN-STATUS
000219         MOVE 16 TO RETURN-CODE
000220         STOP RUN
000221     END-IF.
000222
000223     OPEN I-O CONTROLL-MASTER-FILE.
000224     IF WS-CTLMSTR-STATUS NOT = "00"
000225             AND WS-CTLMSTR-STATUS NOT = "05"
000226         DISPLAY "ERROR OPENING CTLMSTR, FILE STATUS: "
000227             WS-CTLMSTR-STATUS
000228         CLOSE MAINT-TRAN-FILE
000229         MOVE 16 TO RETURN-CODE
000230         STOP RUN
000231     END-IF.
000232
000233     PERFORM 1000-FIND-AUDIT-CHAIN-HEAD.
000234
000235     OPEN EXTEND MAINT-AUDIT-FILE.
000236     IF WS-MAINT-AUDIT-STATUS NOT = "00"
000237             AND WS-MAINT-AUDIT-STATUS NOT = "05"
000238         DISPLAY "ERROR OPENING CTLAUDIT, FILE STATUS: "
000239             WS-MAINT-AUDIT-STATUS
000240         CLOSE MAINT-TRAN-FILE
000241         CLOSE CONTROLL-MASTER-FILE
000242         MOVE 16 TO RETURN-CODE
000243         STOP RUN
000244     END-IF.
000245
000246     OPEN OUTPUT CHANGE-RPT-FILE.
000247     IF WS-CHANGE-RPT-STATUS NOT = "00"
000248             AND WS-CHANGE-RPT-STATUS NOT = "05"
000249         DISPLAY "ERROR OPENING CTLRPT, FILE STATUS: "
000250             WS-CHANGE-RPT-STATUS
000251         CLOSE MAINT-TRAN-FILE
000252         CLOSE CONTROLL-MASTER-FILE
000253         CLOSE MAINT-AUDIT-FILE
000254         MOVE 16 TO RETURN-CODE
000255         STOP RUN
000256     END-IF.
000257
000258     PERFORM UNTIL WS-TRAN-EOF = "Y"
000259         READ MAINT-TRAN-FILE
000260             AT END
000261                 MOVE "Y" TO WS-TRAN-EOF
000262             NOT AT END
000263                 ADD 1 TO WS-TRAN-COUNT
000264                 PERFORM 2000-APPLY-TRAN
000265         END-READ
000266     END-PERFORM.
000267
000268     PERFORM 5000-WRITE-RPT-TOTALS.
000269
000270     CLOSE MAINT-TRAN-FILE.
000271     CLOSE CONTROLL-MASTER-FILE.
000272     CLOSE MAINT-AUDIT-FILE.
000273     CLOSE CHANGE-RPT-FILE.
000274     IF WS-ERROR-COUNT > ZERO
000275         MOVE 4 TO RETURN-CODE
000276     END-IF.
000277     STOP RUN.
000278
000279 1000-FIND-AUDIT-CHAIN-HEAD.
000280     MOVE "N" TO WS-CHAIN-EOF.
000281     OPEN INPUT MAINT-AUDIT-FILE.
000282     EVALUATE WS-MAINT-AUDIT-STATUS
000283         WHEN "00"
000284             PERFORM UNTIL WS-CHAIN-EOF = "Y"
000285                 READ MAINT-AUDIT-FILE
000286                     AT END
000287                         MOVE "Y" TO WS-CHAIN-EOF
000288                     NOT AT END
000289                         IF MA-CHAIN-SEQ NUMERIC
000290                                 AND MA-CHAIN-CHECK NUMERIC
000291                             MOVE MA-CHAIN-SEQ TO WS-CHAIN-SEQ
000292                             MOVE MA-CHAIN-CHECK TO WS-CHAIN-CHECK
000293                         END-IF
000294                 END-READ
000295             END-PERFORM
000296             CLOSE MAINT-AUDIT-FILE
000297         WHEN "05"
000298             CLOSE MAINT-AUDIT-FILE
000299     END-EVALUATE.
000300
000301 2000-APPLY-TRAN.
000302     IF MT-APPROVER-ID = SPACES
000303             OR MT-APPROVER-ID = MT-USER-ID
000304         MOVE "NOT APPROVED BY A SECOND USER" TO WS-ERROR-TEXT
000305         PERFORM 2300-TRAN-ERROR
000306     ELSE
000307         IF MT-EFFECTIVE-FROM NOT NUMERIC
000308             MOVE "EFFECTIVE-FROM NOT NUMERIC" TO WS-ERROR-TEXT
000309             PERFORM 2300-TRAN-ERROR
000310         ELSE
000311             MOVE MT-ACCOUNT-CODE TO CM-ACCOUNT-CODE
000312             MOVE MT-EFFECTIVE-FROM TO CM-EFFECTIVE-FROM
000313             READ CONTROLL-MASTER-FILE
000314                 INVALID KEY
000315                     CONTINUE
000316             END-READ
000317             EVALUATE WS-CTLMSTR-STATUS
000318                 WHEN "00"
000319                     PERFORM 2200-APPLY-MATCHED-TRAN
000320                 WHEN "23"
000321                     PERFORM 2100-APPLY-UNMATCHED-TRAN
000322                 WHEN OTHER
000323                     DISPLAY "ERROR READING CTLMSTR, "
000324                         "FILE STATUS: " WS-CTLMSTR-STATUS
000325                     MOVE "MASTER READ FAILED" TO WS-ERROR-TEXT
000326                     PERFORM 2300-TRAN-ERROR
000327             END-EVALUATE
000328         END-IF
000329     END-IF.
000330
000331 2100-APPLY-UNMATCHED-TRAN.
000332     EVALUATE MT-ACTION-CODE
000333         WHEN "A"
000334             IF MT-CONTROLL-NUM NOT NUMERIC
000335                 MOVE "CONTROL NUMBER NOT NUMERIC"
000336                     TO WS-ERROR-TEXT
000337                 PERFORM 2300-TRAN-ERROR
000338             ELSE
000339                 PERFORM 3100-WRITE-ADD-RECORD
000340             END-IF
000341         WHEN "C"
000342             MOVE "ACCOUNT/DATE NOT ON MASTER" TO WS-ERROR-TEXT
000343             PERFORM 2300-TRAN-ERROR
000344         WHEN "D"
000345             MOVE "ACCOUNT/DATE NOT ON MASTER" TO WS-ERROR-TEXT
000346             PERFORM 2300-TRAN-ERROR
000347         WHEN OTHER
000348             MOVE "INVALID ACTION CODE" TO WS-ERROR-TEXT
000349             PERFORM 2300-TRAN-ERROR
000350     END-EVALUATE.
000351
000352 2200-APPLY-MATCHED-TRAN.
000353     EVALUATE MT-ACTION-CODE
000354         WHEN "A"
000355             MOVE "ACCOUNT/DATE ALREADY ON MASTER"
000356                 TO WS-ERROR-TEXT
000357             PERFORM 2300-TRAN-ERROR
000358         WHEN "C"
000359             IF MT-CONTROLL-NUM NOT NUMERIC
000360                 MOVE "CONTROL NUMBER NOT NUMERIC"
000361                     TO WS-ERROR-TEXT
000362                 PERFORM 2300-TRAN-ERROR
000363             ELSE
000364                 PERFORM 2400-SAVE-OLD-IMAGE
000365                 MOVE MT-CONTROLL-NUM TO CM-CONTROLL-NUM
000366                 IF MT-EFFECTIVE-TO NUMERIC
000367                     MOVE MT-EFFECTIVE-TO TO CM-EFFECTIVE-TO
000368                 END-IF
000369                 IF MT-CURRENCY-CODE NOT = SPACES
000370                     MOVE MT-CURRENCY-CODE TO CM-CURRENCY-CODE
000371                 END-IF
000372                 PERFORM 3200-REWRITE-MASTER
000373                 IF WS-REWRITE-OK = "Y"
000374                     ADD 1 TO WS-CHANGE-COUNT
000375                     PERFORM 4000-WRITE-MAINT-AUDIT
000376                     PERFORM 4300-WRITE-RPT-CHANGE
000377                 END-IF
000378             END-IF
000379         WHEN "D"
000380             PERFORM 2400-SAVE-OLD-IMAGE
000381             MOVE "I" TO CM-ACTIVE-FLAG
000382             PERFORM 3200-REWRITE-MASTER
000383             IF WS-REWRITE-OK = "Y"
000384                 ADD 1 TO WS-DEACT-COUNT
000385                 PERFORM 4000-WRITE-MAINT-AUDIT
000386                 PERFORM 4300-WRITE-RPT-CHANGE
000387             END-IF
000388         WHEN OTHER
000389             MOVE "INVALID ACTION CODE" TO WS-ERROR-TEXT
000390             PERFORM 2300-TRAN-ERROR
000391     END-EVALUATE.
000392
000393 2300-TRAN-ERROR.
000394     ADD 1 TO WS-ERROR-COUNT.
000395     MOVE SPACES TO WS-RPT-LINE.
000396     STRING "ERROR:  ACTION: "    DELIMITED BY SIZE
000397             MT-ACTION-CODE       DELIMITED BY SIZE
000398             "  ACCT: "           DELIMITED BY SIZE
000399             MT-ACCOUNT-CODE      DELIMITED BY SIZE
000400             "  EFF FROM: "       DELIMITED BY SIZE
000401             MT-EFFECTIVE-FROM    DELIMITED BY SIZE
000402             "  - "               DELIMITED BY SIZE
000403             WS-ERROR-TEXT        DELIMITED BY SIZE
000404         INTO WS-RPT-LINE
000405         ON OVERFLOW
000406             DISPLAY "WARNING: CHANGE REPORT LINE TRUNCATED"
000407     END-STRING.
000408     PERFORM 4100-WRITE-RPT-LINE.
000409
000410 2400-SAVE-OLD-IMAGE.
000411     MOVE CM-CONTROLL-NUM TO WS-OLD-CONTROLL-NUM.
000412     MOVE CM-EFFECTIVE-TO TO WS-OLD-EFFECTIVE-TO.
000413     MOVE CM-ACTIVE-FLAG TO WS-OLD-ACTIVE-FLAG.
000414     MOVE CM-CURRENCY-CODE TO WS-OLD-CURRENCY-CODE.
000415
000416 3100-WRITE-ADD-RECORD.
000417     MOVE MT-CONTROLL-NUM TO CM-CONTROLL-NUM.
000418     IF MT-EFFECTIVE-TO NUMERIC
000419         MOVE MT-EFFECTIVE-TO TO CM-EFFECTIVE-TO
000420     ELSE
000421         MOVE ZERO TO CM-EFFECTIVE-TO
000422     END-IF.
000423     MOVE "A" TO CM-ACTIVE-FLAG.
000424     MOVE MT-CURRENCY-CODE TO CM-CURRENCY-CODE.
000425
000426     WRITE CONTROLL-MASTER-RECORD
000427         INVALID KEY
000428             CONTINUE
000429     END-WRITE.
000430     IF WS-CTLMSTR-STATUS NOT = "00"
000431         DISPLAY "ERROR WRITING CTLMSTR, FILE STATUS: "
000432             WS-CTLMSTR-STATUS
000433         MOVE "MASTER WRITE FAILED" TO WS-ERROR-TEXT
000434         PERFORM 2300-TRAN-ERROR
000435     ELSE
000436         MOVE ZERO TO WS-OLD-CONTROLL-NUM
000437         MOVE ZERO TO WS-OLD-EFFECTIVE-TO
000438         MOVE SPACE TO WS-OLD-ACTIVE-FLAG
000439         MOVE SPACES TO WS-OLD-CURRENCY-CODE
000440         ADD 1 TO WS-ADD-COUNT
000441         PERFORM 4000-WRITE-MAINT-AUDIT
000442         PERFORM 4300-WRITE-RPT-CHANGE
000443     END-IF.
000444
000445 3200-REWRITE-MASTER.
000446     MOVE "N" TO WS-REWRITE-OK.
000447     REWRITE CONTROLL-MASTER-RECORD
000448         INVALID KEY
000449             CONTINUE
000450     END-REWRITE.
000451     IF WS-CTLMSTR-STATUS = "00"
000452         MOVE "Y" TO WS-REWRITE-OK
000453     ELSE
000454         DISPLAY "ERROR REWRITING CTLMSTR, FILE STATUS: "
000455             WS-CTLMSTR-STATUS
000456         MOVE "MASTER REWRITE FAILED" TO WS-ERROR-TEXT
000457         PERFORM 2300-TRAN-ERROR
000458     END-IF.
000459 
000460 4000-WRITE-MAINT-AUDIT.
000461     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
000462     MOVE WS-CDT-DATE TO WS-AUDIT-DATE.
000463     ACCEPT WS-CDT-TIME FROM TIME.
000464     MOVE WS-CDT-HHMMSS TO WS-AUDIT-TIME.
000465
000466     MOVE WS-AUDIT-TIMESTAMP TO MA-TIMESTAMP.
000467     MOVE MT-USER-ID TO MA-USER-ID.
000468     MOVE MT-ACTION-CODE TO MA-ACTION-CODE.
000469     MOVE MT-ACCOUNT-CODE TO MA-ACCOUNT-CODE.
000470     MOVE MT-EFFECTIVE-FROM TO MA-EFFECTIVE-FROM.
000471     MOVE WS-OLD-CONTROLL-NUM TO MA-OLD-CONTROLL-NUM.
000472     MOVE WS-OLD-EFFECTIVE-TO TO MA-OLD-EFFECTIVE-TO.
000473     MOVE WS-OLD-ACTIVE-FLAG TO MA-OLD-ACTIVE-FLAG.
000474     MOVE CM-CONTROLL-NUM TO MA-NEW-CONTROLL-NUM.
000475     MOVE CM-EFFECTIVE-TO TO MA-NEW-EFFECTIVE-TO.
000476     MOVE CM-ACTIVE-FLAG TO MA-NEW-ACTIVE-FLAG.
000477     MOVE WS-OLD-CURRENCY-CODE TO MA-OLD-CURRENCY-CODE.
000478     MOVE CM-CURRENCY-CODE TO MA-NEW-CURRENCY-CODE.
000479     MOVE MT-APPROVER-ID TO MA-APPROVER-ID.
000480     PERFORM 4050-CHAIN-MAINT-AUDIT.
000481
000482     WRITE MAINT-AUDIT-RECORD.
000483     IF WS-MAINT-AUDIT-STATUS NOT = "00"
000484         DISPLAY "ERROR WRITING CTLAUDIT, FILE STATUS: "
000485             WS-MAINT-AUDIT-STATUS
000486     END-IF.
000487
000488 4050-CHAIN-MAINT-AUDIT.
000489     ADD 1 TO WS-CHAIN-SEQ.
000490     MOVE WS-CHAIN-CHECK TO AC-PRIOR-CHECK.
000491     MOVE WS-CHAIN-SEQ TO AC-SEQUENCE.
000492     MOVE 109 TO AC-DATA-LENGTH.
000493     MOVE MAINT-AUDIT-RECORD(1:109) TO AC-DATA.
000494     CALL "AUDCHAIN" USING AUDIT-CHAIN-AREA.
000495     MOVE WS-CHAIN-SEQ TO MA-CHAIN-SEQ.
000496     MOVE AC-NEW-CHECK TO MA-CHAIN-CHECK.
000497     MOVE AC-NEW-CHECK TO WS-CHAIN-CHECK.
000498
000499 4100-WRITE-RPT-LINE.
000500     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000501         PERFORM 4200-WRITE-RPT-HEADING
000502     END-IF.
000503     WRITE CHANGE-RPT-RECORD FROM WS-RPT-LINE.
000504     IF WS-CHANGE-RPT-STATUS NOT = "00"
000505         DISPLAY "ERROR WRITING CTLRPT, FILE STATUS: "
000506             WS-CHANGE-RPT-STATUS
000507     END-IF.
000508     ADD 1 TO WS-LINE-COUNT.
000509
000510 4200-WRITE-RPT-HEADING.
000511     ADD 1 TO WS-PAGE-COUNT.
000512     MOVE SPACES TO CHANGE-RPT-RECORD.
000513     STRING "CTLMAINT  CONTROL MASTER CHANGE REPORT"
000514                                  DELIMITED BY SIZE
000515             "  RUN DATE: "       DELIMITED BY SIZE
000516             WS-RUN-DATE          DELIMITED BY SIZE
000517             "  PAGE: "           DELIMITED BY SIZE
000518             WS-PAGE-COUNT        DELIMITED BY SIZE
000519         INTO CHANGE-RPT-RECORD
000520         ON OVERFLOW
000521             DISPLAY "WARNING: CHANGE REPORT HEADING TRUNCATED"
000522     END-STRING.
000523     WRITE CHANGE-RPT-RECORD.
000524     MOVE SPACES TO CHANGE-RPT-RECORD.
000525     WRITE CHANGE-RPT-RECORD.
000526     MOVE 2 TO WS-LINE-COUNT.
000527
000528 4300-WRITE-RPT-CHANGE.
000529     MOVE SPACES TO WS-RPT-LINE.
000530     STRING "ACTION: "            DELIMITED BY SIZE
000531             MT-ACTION-CODE       DELIMITED BY SIZE
000532             "  ACCT: "           DELIMITED BY SIZE
000533             MT-ACCOUNT-CODE      DELIMITED BY SIZE
000534             "  EFF FROM: "       DELIMITED BY SIZE
000535             MT-EFFECTIVE-FROM    DELIMITED BY SIZE
000536             "  BY: "             DELIMITED BY SIZE
000537             MT-USER-ID           DELIMITED BY SIZE
000538             "  APPROVED BY: "    DELIMITED BY SIZE
000539             MT-APPROVER-ID       DELIMITED BY SIZE
000540         INTO WS-RPT-LINE
000541         ON OVERFLOW
000542             DISPLAY "WARNING: CHANGE REPORT LINE TRUNCATED"
000543     END-STRING.
000544     PERFORM 4100-WRITE-RPT-LINE.
000545
000546     MOVE WS-OLD-CONTROLL-NUM TO WS-OLD-CTL-DISPLAY.
000547     MOVE CM-CONTROLL-NUM TO WS-NEW-CTL-DISPLAY.
000548     MOVE SPACES TO WS-RPT-LINE.
000549     IF MT-ACTION-CODE = "A"
000550         MOVE "  BEFORE: (NOT ON MASTER)" TO WS-RPT-LINE
000551     ELSE
000552         STRING "  BEFORE: CTL "  DELIMITED BY SIZE
000553                     WS-OLD-CTL-DISPLAY DELIMITED BY SIZE
000554                 "  EFF TO "      DELIMITED BY SIZE
000555                 WS-OLD-EFFECTIVE-TO DELIMITED BY SIZE
000556                 "  FLAG "        DELIMITED BY SIZE
000557                 WS-OLD-ACTIVE-FLAG DELIMITED BY SIZE
000558                 "  CCY "         DELIMITED BY SIZE
000559                 WS-OLD-CURRENCY-CODE DELIMITED BY SIZE
000560             INTO WS-RPT-LINE
000561             ON OVERFLOW
000562                 DISPLAY "WARNING: CHANGE REPORT LINE TRUNCATED"
000563         END-STRING
000564     END-IF.
000565     PERFORM 4100-WRITE-RPT-LINE.
000566
000567     MOVE SPACES TO WS-RPT-LINE.
000568     STRING "  AFTER:  CTL "      DELIMITED BY SIZE
000569             WS-NEW-CTL-DISPLAY   DELIMITED BY SIZE
000570             "  EFF TO "          DELIMITED BY SIZE
000571             CM-EFFECTIVE-TO      DELIMITED BY SIZE
000572             "  FLAG "            DELIMITED BY SIZE
000573             CM-ACTIVE-FLAG       DELIMITED BY SIZE
000574             "  CCY "             DELIMITED BY SIZE
000575             CM-CURRENCY-CODE     DELIMITED BY SIZE
000576         INTO WS-RPT-LINE
000577         ON OVERFLOW
000578             DISPLAY "WARNING: CHANGE REPORT LINE TRUNCATED"
000579     END-STRING.
000580     PERFORM 4100-WRITE-RPT-LINE.
000581
000582 5000-WRITE-RPT-TOTALS.
000583     MOVE SPACES TO WS-RPT-LINE.
000584     STRING "TRANS READ: "        DELIMITED BY SIZE
000585             WS-TRAN-COUNT        DELIMITED BY SIZE
000586             "  ADDS: "           DELIMITED BY SIZE
000587             WS-ADD-COUNT         DELIMITED BY SIZE
000588             "  CHANGES: "        DELIMITED BY SIZE
000589             WS-CHANGE-COUNT      DELIMITED BY SIZE
000590             "  DEACTIVATES: "    DELIMITED BY SIZE
000591             WS-DEACT-COUNT       DELIMITED BY SIZE
000592             "  ERRORS: "         DELIMITED BY SIZE
000593             WS-ERROR-COUNT       DELIMITED BY SIZE
000594         INTO WS-RPT-LINE
000595         ON OVERFLOW
000596             DISPLAY "WARNING: CHANGE REPORT TOTALS TRUNCATED"
000597     END-STRING.
000598     PERFORM 4100-WRITE-RPT-LINE.
