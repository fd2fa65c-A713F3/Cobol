000131     05  PT-ANALYST-ID           PIC X(8).
000132     05  PT-HOLD-FLAG            PIC X(1).
000133     05  PT-USER-ID              PIC X(8).
000134     05  PT-APPROVER-ID          PIC X(8).
000135
000136 FD  POLICY-MASTER-FILE.
000137     COPY ACCTPOL.
000138
000139 FD  MAINT-AUDIT-FILE.
000140 01  MAINT-AUDIT-RECORD.
000141     05  PA-TIMESTAMP            PIC X(26).
000142     05  PA-USER-ID              PIC X(8).
000143     05  PA-ACTION-CODE          PIC X(1).
000144     05  PA-ACCOUNT-CODE         PIC X(8).
000145     05  PA-OLD-TOLERANCE-PCT    PIC 9(3)V99.
000146     05  PA-OLD-ESCALATE-PCT     PIC 9(3)V99.
000147     05  PA-OLD-ANALYST-ID       PIC X(8).
000148     05  PA-OLD-HOLD-FLAG        PIC X(1).
000149     05  PA-OLD-ACTIVE-FLAG      PIC X(1).
000150     05  PA-NEW-TOLERANCE-PCT    PIC 9(3)V99.
000151     05  PA-NEW-ESCALATE-PCT     PIC 9(3)V99.
000152     05  PA-NEW-ANALYST-ID       PIC X(8).
000153     05  PA-NEW-HOLD-FLAG        PIC X(1).
000154     05  PA-NEW-ACTIVE-FLAG      PIC X(1).
000155     05  PA-APPROVER-ID          PIC X(8).
000156     05  PA-CHAIN-SEQ            PIC 9(9).
000157     05  PA-CHAIN-CHECK          PIC 9(10).
000158
000159 FD  CHANGE-RPT-FILE.
000160 01  CHANGE-RPT-RECORD           PIC X(132).
000161
000162 WORKING-STORAGE SECTION.
000163 01  WS-TRAN-STATUS              PIC X(2).
000164 01  WS-POLMSTR-STATUS           PIC X(2).
000165 01  WS-MAINT-AUDIT-STATUS       PIC X(2).
000166 01  WS-CHANGE-RPT-STATUS        PIC X(2).
000167
000168 01  WS-TRAN-EOF                 PIC X(1)    VALUE "N".
000169 01  WS-REWRITE-OK               PIC X(1)    VALUE "N".
000170
000171 01  WS-CHAIN-EOF                PIC X(1)    VALUE "N".
000172 01  WS-CHAIN-SEQ                PIC 9(9)    VALUE ZERO.
000173 01  WS-CHAIN-CHECK              PIC 9(10)   VALUE ZERO.
000174     COPY AUDCHAIN.
000175
000176 01  WS-OLD-IMAGE.
000177     05  WS-OLD-TOLERANCE-PCT    PIC 9(3)V99.
000178     05  WS-OLD-ESCALATE-PCT     PIC 9(3)V99.
000179     05  WS-OLD-ANALYST-ID       PIC X(8).
000180     05  WS-OLD-HOLD-FLAG        PIC X(1).
000181     05  WS-OLD-ACTIVE-FLAG      PIC X(1).
000182
000183 01  WS-TRAN-COUNT               PIC 9(6)    VALUE ZERO.
000184 01  WS-ADD-COUNT                PIC 9(6)    VALUE ZERO.
000185 01  WS-CHANGE-COUNT             PIC 9(6)    VALUE ZERO.
000186 01  WS-DEACT-COUNT              PIC 9(6)    VALUE ZERO.
000187 01  WS-ERROR-COUNT              PIC 9(6)    VALUE ZERO.
000188 01  WS-ERROR-TEXT               PIC X(40).
000189 01  WS-OLD-TOL-DISPLAY          PIC ZZ9.99.
000190 01  WS-OLD-ESC-DISPLAY          PIC ZZ9.99.
000191 01  WS-NEW-TOL-DISPLAY          PIC ZZ9.99.
000192 01  WS-NEW-ESC-DISPLAY          PIC ZZ9.99.
000193
000194 01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
000195 01  WS-PAGE-COUNT               PIC 9(4)    VALUE ZERO.
000196 01  WS-LINE-COUNT               PIC 9(2)    VALUE 99.
000197 01  WS-LINES-PER-PAGE           PIC 9(2)    VALUE 55.
000198 01  WS-RPT-LINE                 PIC X(132).
000199
000200 01  WS-CURRENT-DATE-TIME.
000201     05  WS-CDT-DATE             PIC 9(8).
000202     05  WS-CDT-TIME.
000203         10  WS-CDT-HHMMSS       PIC 9(6).
000204         10  WS-CDT-HUNDREDTHS   PIC 9(2).
000205
000206 01  WS-AUDIT-TIMESTAMP.
000207     05  WS-AUDIT-DATE           PIC 9(8).
000208     05  FILLER                  PIC X(1)    VALUE "-".
000209     05  WS-AUDIT-TIME           PIC 9(6).
000210     05  FILLER                  PIC X(11)   VALUE SPACES.
000211
000212 PROCEDURE DIVISION.
000213 0000-MAIN-LOGIC.
000214     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000215
000216     OPEN INPUT MAINT-TRAN-FILE.
000217     IF WS-TRAN-STATUS NOT = "00"
000218         DISPLAY "ERROR OPENING POLTRAN, FILE STATUS: "
000219             WS-TRAN-STATUS
000220         MOVE 16 TO RETURN-CODE
000221         STOP RUN
000222     END-IF.
000223
000224     OPEN I-O POLICY-MASTER-FILE.
000225     IF WS-POLMSTR-STATUS NOT = "00"
000226             AND WS-POLMSTR-STATUS NOT = "05"
000227         DISPLAY "ERROR OPENING POLMSTR, FILE STATUS: "
000228             WS-POLMSTR-STATUS
000229         CLOSE MAINT-TRAN-FILE
000230         MOVE 16 TO RETURN-CODE
000231         STOP RUN
000232     END-IF.
000233
000234     PERFORM 1000-FIND-AUDIT-CHAIN-HEAD.
000235
000236     OPEN EXTEND MAINT-AUDIT-FILE.
000237     IF WS-MAINT-AUDIT-STATUS NOT = "00"
000238             AND WS-MAINT-AUDIT-STATUS NOT = "05"
000239         DISPLAY "ERROR OPENING POLAUDIT, FILE STATUS: "
000240             WS-MAINT-AUDIT-STATUS
000241         CLOSE MAINT-TRAN-FILE
000242         CLOSE POLICY-MASTER-FILE
000243         MOVE 16 TO RETURN-CODE
000244         STOP RUN
000245     END-IF.
000246
000247     OPEN OUTPUT CHANGE-RPT-FILE.
000248     IF WS-CHANGE-RPT-STATUS NOT = "00"
000249             AND WS-CHANGE-RPT-STATUS NOT = "05"
000250         DISPLAY "ERROR OPENING POLRPT, FILE STATUS: "
000251             WS-CHANGE-RPT-STATUS
000252         CLOSE MAINT-TRAN-FILE
000253         CLOSE POLICY-MASTER-FILE
000254         CLOSE MAINT-AUDIT-FILE
000255         MOVE 16 TO RETURN-CODE
000256         STOP RUN
000257     END-IF.
000258
000259     PERFORM UNTIL WS-TRAN-EOF = "Y"
000260         READ MAINT-TRAN-FILE
000261             AT END
000262                 MOVE "Y" TO WS-TRAN-EOF
000263             NOT AT END
000264                 ADD 1 TO WS-TRAN-COUNT
000265                 PERFORM 2000-APPLY-TRAN
000266         END-READ
000267     END-PERFORM.
000268
000269     PERFORM 5000-WRITE-RPT-TOTALS.
000270
000271     CLOSE MAINT-TRAN-FILE.
000272     CLOSE POLICY-MASTER-FILE.
000273     CLOSE MAINT-AUDIT-FILE.
000274     CLOSE CHANGE-RPT-FILE.
000275     IF WS-ERROR-COUNT > ZERO
000276         MOVE 4 TO RETURN-CODE
000277     END-IF.
000278     STOP RUN.
000279
000280 1000-FIND-AUDIT-CHAIN-HEAD.
000281     MOVE "N" TO WS-CHAIN-EOF.
000282     OPEN INPUT MAINT-AUDIT-FILE.
000283     EVALUATE WS-MAINT-AUDIT-STATUS
000284         WHEN "00"
000285             PERFORM UNTIL WS-CHAIN-EOF = "Y"
000286                 READ MAINT-AUDIT-FILE
000287                     AT END
000288                         MOVE "Y" TO WS-CHAIN-EOF
000289                     NOT AT END
000290                         IF PA-CHAIN-SEQ NUMERIC
000291                                 AND PA-CHAIN-CHECK NUMERIC
000292                             MOVE PA-CHAIN-SEQ TO WS-CHAIN-SEQ
000293                             MOVE PA-CHAIN-CHECK TO WS-CHAIN-CHECK
000294                         END-IF
000295                 END-READ
000296             END-PERFORM
000297             CLOSE MAINT-AUDIT-FILE
000298         WHEN "05"
000299             CLOSE MAINT-AUDIT-FILE
000300     END-EVALUATE.
000301
000302 2000-APPLY-TRAN.
000303     IF PT-APPROVER-ID = SPACES
000304             OR PT-APPROVER-ID = PT-USER-ID
000305         MOVE "NOT APPROVED BY A SECOND USER" TO WS-ERROR-TEXT
000306         PERFORM 2300-TRAN-ERROR
000307     ELSE
000308         IF PT-ACCOUNT-CODE = SPACES
000309             MOVE "ACCOUNT CODE IS BLANK" TO WS-ERROR-TEXT
000310             PERFORM 2300-TRAN-ERROR
000311         ELSE
000312             MOVE PT-ACCOUNT-CODE TO AP-ACCOUNT-CODE
000313             READ POLICY-MASTER-FILE
000314                 INVALID KEY
000315                     CONTINUE
000316             END-READ
000317             EVALUATE WS-POLMSTR-STATUS
000318                 WHEN "00"
000319                     PERFORM 2200-APPLY-MATCHED-TRAN
000320                 WHEN "23"
000321                     PERFORM 2100-APPLY-UNMATCHED-TRAN
000322                 WHEN OTHER
000323                     DISPLAY "ERROR READING POLMSTR, "
000324                         "FILE STATUS: " WS-POLMSTR-STATUS
000325                     MOVE "MASTER READ FAILED" TO WS-ERROR-TEXT
000326                     PERFORM 2300-TRAN-ERROR
000327             END-EVALUATE
000328         END-IF
000329     END-IF.
000330
000331 2100-APPLY-UNMATCHED-TRAN.
000332     EVALUATE PT-ACTION-CODE
000333         WHEN "A"
000334             IF PT-TOLERANCE-PCT NOT NUMERIC
000335                     OR PT-ESCALATE-PCT NOT NUMERIC
000336                 MOVE "TOLERANCE/ESCALATE PCT NOT NUMERIC"
000337                     TO WS-ERROR-TEXT
000338                 PERFORM 2300-TRAN-ERROR
000339             ELSE
000340                 IF PT-HOLD-FLAG NOT = "N"
000341                         AND PT-HOLD-FLAG NOT = "H"
000342                         AND PT-HOLD-FLAG NOT = "B"
000343                         AND PT-HOLD-FLAG NOT = SPACE
000344                     MOVE "HOLD FLAG NOT N, H OR B"
000345                         TO WS-ERROR-TEXT
000346                     PERFORM 2300-TRAN-ERROR
000347                 ELSE
000348                     PERFORM 3100-WRITE-ADD-RECORD
000349                 END-IF
000350             END-IF
000351         WHEN "C"
000352             MOVE "ACCOUNT NOT ON MASTER" TO WS-ERROR-TEXT
000353             PERFORM 2300-TRAN-ERROR
000354         WHEN "D"
000355             MOVE "ACCOUNT NOT ON MASTER" TO WS-ERROR-TEXT
000356             PERFORM 2300-TRAN-ERROR
000357         WHEN OTHER
000358             MOVE "INVALID ACTION CODE" TO WS-ERROR-TEXT
000359             PERFORM 2300-TRAN-ERROR
000360     END-EVALUATE.
000361
000362 2200-APPLY-MATCHED-TRAN.
000363     EVALUATE PT-ACTION-CODE
000364         WHEN "A"
000365             MOVE "ACCOUNT ALREADY ON MASTER"
000366                 TO WS-ERROR-TEXT
000367             PERFORM 2300-TRAN-ERROR
000368         WHEN "C"
000369             PERFORM 2400-SAVE-OLD-IMAGE
000370             IF PT-TOLERANCE-PCT NUMERIC
000371                 MOVE PT-TOLERANCE-PCT TO AP-TOLERANCE-PCT
000372             END-IF
000373             IF PT-ESCALATE-PCT NUMERIC
000374                 MOVE PT-ESCALATE-PCT TO AP-ESCALATE-PCT
000375             END-IF
000376             IF PT-ANALYST-ID NOT = SPACES
000377                 MOVE PT-ANALYST-ID TO AP-ANALYST-ID
000378             END-IF
000379             IF PT-HOLD-FLAG = "N" OR PT-HOLD-FLAG = "H"
000380                     OR PT-HOLD-FLAG = "B"
000381                 MOVE PT-HOLD-FLAG TO AP-HOLD-FLAG
000382             END-IF
000383             MOVE "A" TO AP-ACTIVE-FLAG
000384             PERFORM 3200-REWRITE-MASTER
000385             IF WS-REWRITE-OK = "Y"
000386                 ADD 1 TO WS-CHANGE-COUNT
000387                 PERFORM 4000-WRITE-MAINT-AUDIT
000388                 PERFORM 4300-WRITE-RPT-CHANGE
000389             END-IF
000390         WHEN "D"
000391             PERFORM 2400-SAVE-OLD-IMAGE
000392             MOVE "I" TO AP-ACTIVE-FLAG
000393             PERFORM 3200-REWRITE-MASTER
000394             IF WS-REWRITE-OK = "Y"
000395                 ADD 1 TO WS-DEACT-COUNT
000396                 PERFORM 4000-WRITE-MAINT-AUDIT
000397                 PERFORM 4300-WRITE-RPT-CHANGE
000398             END-IF
000399         WHEN OTHER
000400             MOVE "INVALID ACTION CODE" TO WS-ERROR-TEXT
000401             PERFORM 2300-TRAN-ERROR
000402     END-EVALUATE.
000403
000404 2300-TRAN-ERROR.
000405     ADD 1 TO WS-ERROR-COUNT.
000406     MOVE SPACES TO WS-RPT-LINE.
000407     STRING "ERROR:  ACTION: "    DELIMITED BY SIZE
000408             PT-ACTION-CODE       DELIMITED BY SIZE
000409             "  ACCT: "           DELIMITED BY SIZE
000410             PT-ACCOUNT-CODE      DELIMITED BY SIZE
000411             "  - "               DELIMITED BY SIZE
000412             WS-ERROR-TEXT        DELIMITED BY SIZE
000413         INTO WS-RPT-LINE
000414         ON OVERFLOW
000415             DISPLAY "WARNING: CHANGE REPORT LINE TRUNCATED"
000416     END-STRING.
000417     PERFORM 4100-WRITE-RPT-LINE.
000418
000419 2400-SAVE-OLD-IMAGE.
000420     MOVE AP-TOLERANCE-PCT TO WS-OLD-TOLERANCE-PCT.
000421     MOVE AP-ESCALATE-PCT TO WS-OLD-ESCALATE-PCT.
000422     MOVE AP-ANALYST-ID TO WS-OLD-ANALYST-ID.
000423     MOVE AP-HOLD-FLAG TO WS-OLD-HOLD-FLAG.
000424     MOVE AP-ACTIVE-FLAG TO WS-OLD-ACTIVE-FLAG.
000425
000426 3100-WRITE-ADD-RECORD.
000427     MOVE PT-TOLERANCE-PCT TO AP-TOLERANCE-PCT.
000428     MOVE PT-ESCALATE-PCT TO AP-ESCALATE-PCT.
000429     MOVE PT-ANALYST-ID TO AP-ANALYST-ID.
000430     IF PT-HOLD-FLAG = SPACE
000431         MOVE "N" TO AP-HOLD-FLAG
000432     ELSE
000433         MOVE PT-HOLD-FLAG TO AP-HOLD-FLAG
000434     END-IF.
000435     MOVE "A" TO AP-ACTIVE-FLAG.
000436
000437     WRITE ACCOUNT-POLICY-RECORD
000438         INVALID KEY
000439             CONTINUE
000440     END-WRITE.
000441     IF WS-POLMSTR-STATUS NOT = "00"
000442         DISPLAY "ERROR WRITING POLMSTR, FILE STATUS: "
000443             WS-POLMSTR-STATUS
000444         MOVE "MASTER WRITE FAILED" TO WS-ERROR-TEXT
000445         PERFORM 2300-TRAN-ERROR
000446     ELSE
000447         MOVE ZERO TO WS-OLD-TOLERANCE-PCT
000448         MOVE ZERO TO WS-OLD-ESCALATE-PCT
000449         MOVE SPACES TO WS-OLD-ANALYST-ID
000450         MOVE SPACE TO WS-OLD-HOLD-FLAG
000451         MOVE SPACE TO WS-OLD-ACTIVE-FLAG
000452         ADD 1 TO WS-ADD-COUNT
000453         PERFORM 4000-WRITE-MAINT-AUDIT
000454         PERFORM 4300-WRITE-RPT-CHANGE
000455     END-IF.
000456
000457 3200-REWRITE-MASTER.
000458     MOVE "N" TO WS-REWRITE-OK.
000459     REWRITE ACCOUNT-POLICY-RECORD
000460         INVALID KEY
000461             CONTINUE
000462     END-REWRITE.
000463     IF WS-POLMSTR-STATUS = "00"
000464         MOVE "Y" TO WS-REWRITE-OK
000465     ELSE
000466         DISPLAY "ERROR REWRITING POLMSTR, FILE STATUS: "
000467             WS-POLMSTR-STATUS
000468         MOVE "MASTER REWRITE FAILED" TO WS-ERROR-TEXT
000469         PERFORM 2300-TRAN-ERROR
000470     END-IF.
000471
000472 4000-WRITE-MAINT-AUDIT.
000473     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
000474     MOVE WS-CDT-DATE TO WS-AUDIT-DATE.
000475     ACCEPT WS-CDT-TIME FROM TIME.
000476     MOVE WS-CDT-HHMMSS TO WS-AUDIT-TIME.
000477
000478     MOVE WS-AUDIT-TIMESTAMP TO PA-TIMESTAMP.
000479     MOVE PT-USER-ID TO PA-USER-ID.
000480     MOVE PT-ACTION-CODE TO PA-ACTION-CODE.
000481     MOVE PT-ACCOUNT-CODE TO PA-ACCOUNT-CODE.
000482     MOVE WS-OLD-TOLERANCE-PCT TO PA-OLD-TOLERANCE-PCT.
000483     MOVE WS-OLD-ESCALATE-PCT TO PA-OLD-ESCALATE-PCT.
000484     MOVE WS-OLD-ANALYST-ID TO PA-OLD-ANALYST-ID.
000485     MOVE WS-OLD-HOLD-FLAG TO PA-OLD-HOLD-FLAG.
000486     MOVE WS-OLD-ACTIVE-FLAG TO PA-OLD-ACTIVE-FLAG.
000487     MOVE AP-TOLERANCE-PCT TO PA-NEW-TOLERANCE-PCT.
000488     MOVE AP-ESCALATE-PCT TO PA-NEW-ESCALATE-PCT.
000489     MOVE AP-ANALYST-ID TO PA-NEW-ANALYST-ID.
000490     MOVE AP-HOLD-FLAG TO PA-NEW-HOLD-FLAG.
000491     MOVE AP-ACTIVE-FLAG TO PA-NEW-ACTIVE-FLAG.
000492     MOVE PT-APPROVER-ID TO PA-APPROVER-ID.
000493     PERFORM 4050-CHAIN-MAINT-AUDIT.
000494
000495     WRITE MAINT-AUDIT-RECORD.
000496     IF WS-MAINT-AUDIT-STATUS NOT = "00"
000497         DISPLAY "ERROR WRITING POLAUDIT, FILE STATUS: "
000498             WS-MAINT-AUDIT-STATUS
000499     END-IF.
000500
000501 4050-CHAIN-MAINT-AUDIT.
000502     ADD 1 TO WS-CHAIN-SEQ.
000503     MOVE WS-CHAIN-CHECK TO AC-PRIOR-CHECK.
000504     MOVE WS-CHAIN-SEQ TO AC-SEQUENCE.
000505     MOVE 91 TO AC-DATA-LENGTH.
000506     MOVE MAINT-AUDIT-RECORD(1:91) TO AC-DATA.
000507     CALL "AUDCHAIN" USING AUDIT-CHAIN-AREA.
000508     MOVE WS-CHAIN-SEQ TO PA-CHAIN-SEQ.
000509     MOVE AC-NEW-CHECK TO PA-CHAIN-CHECK.
000510     MOVE AC-NEW-CHECK TO WS-CHAIN-CHECK.
000511
000512 4100-WRITE-RPT-LINE.
000513     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000514         PERFORM 4200-WRITE-RPT-HEADING
000515     END-IF.
000516     WRITE CHANGE-RPT-RECORD FROM WS-RPT-LINE.
000517     IF WS-CHANGE-RPT-STATUS NOT = "00"
000518         DISPLAY "ERROR WRITING POLRPT, FILE STATUS: "
000519             WS-CHANGE-RPT-STATUS
000520     END-IF.
000521     ADD 1 TO WS-LINE-COUNT.
000522
000523 4200-WRITE-RPT-HEADING.
000524     ADD 1 TO WS-PAGE-COUNT.
000525     MOVE SPACES TO CHANGE-RPT-RECORD.
000526     STRING "POLMAINT  ACCOUNT POLICY CHANGE REPORT"
000527                                  DELIMITED BY SIZE
000528             "  RUN DATE: "       DELIMITED BY SIZE
000529             WS-RUN-DATE          DELIMITED BY SIZE
000530             "  PAGE: "           DELIMITED BY SIZE
000531             WS-PAGE-COUNT        DELIMITED BY SIZE
000532         INTO CHANGE-RPT-RECORD
000533         ON OVERFLOW
000534             DISPLAY "WARNING: CHANGE REPORT HEADING TRUNCATED"
000535     END-STRING.
000536     WRITE CHANGE-RPT-RECORD.
000537     MOVE SPACES TO CHANGE-RPT-RECORD.
000538     WRITE CHANGE-RPT-RECORD.
000539     MOVE 2 TO WS-LINE-COUNT.
000540
000541 4300-WRITE-RPT-CHANGE.
000542     MOVE SPACES TO WS-RPT-LINE.
000543     STRING "ACTION: "            DELIMITED BY SIZE
000544             PT-ACTION-CODE       DELIMITED BY SIZE
000545             "  ACCT: "           DELIMITED BY SIZE
000546             PT-ACCOUNT-CODE      DELIMITED BY SIZE
000547             "  BY: "             DELIMITED BY SIZE
000548             PT-USER-ID           DELIMITED BY SIZE
000549             "  APPROVED BY: "    DELIMITED BY SIZE
000550             PT-APPROVER-ID       DELIMITED BY SIZE
000551         INTO WS-RPT-LINE
000552         ON OVERFLOW
000553             DISPLAY "WARNING: CHANGE REPORT LINE TRUNCATED"
000554     END-STRING.
000555     PERFORM 4100-WRITE-RPT-LINE.
000556
000557     MOVE WS-OLD-TOLERANCE-PCT TO WS-OLD-TOL-DISPLAY.
000558     MOVE WS-OLD-ESCALATE-PCT TO WS-OLD-ESC-DISPLAY.
000559     MOVE SPACES TO WS-RPT-LINE.
000560     IF PT-ACTION-CODE = "A"
000561         MOVE "  BEFORE: (NOT ON MASTER)" TO WS-RPT-LINE
000562     ELSE
000563         STRING "  BEFORE: TOL "  DELIMITED BY SIZE
000564                     WS-OLD-TOL-DISPLAY DELIMITED BY SIZE
000565                 "  ESC "         DELIMITED BY SIZE
000566                 WS-OLD-ESC-DISPLAY DELIMITED BY SIZE
000567                 "  ANALYST "     DELIMITED BY SIZE
000568                 WS-OLD-ANALYST-ID DELIMITED BY SIZE
000569                 "  HOLD "        DELIMITED BY SIZE
000570                 WS-OLD-HOLD-FLAG DELIMITED BY SIZE
000571                 "  FLAG "        DELIMITED BY SIZE
000572                 WS-OLD-ACTIVE-FLAG DELIMITED BY SIZE
000573             INTO WS-RPT-LINE
000574             ON OVERFLOW
000575                 DISPLAY "WARNING: CHANGE REPORT LINE TRUNCATED"
000576         END-STRING
000577     END-IF.
000578     PERFORM 4100-WRITE-RPT-LINE.
000579
000580     MOVE AP-TOLERANCE-PCT TO WS-NEW-TOL-DISPLAY.
000581     MOVE AP-ESCALATE-PCT TO WS-NEW-ESC-DISPLAY.
000582     MOVE SPACES TO WS-RPT-LINE.
000583     STRING "  AFTER:  TOL "      DELIMITED BY SIZE
000584             WS-NEW-TOL-DISPLAY   DELIMITED BY SIZE
000585             "  ESC "             DELIMITED BY SIZE
000586             WS-NEW-ESC-DISPLAY   DELIMITED BY SIZE
000587             "  ANALYST "         DELIMITED BY SIZE
000588             AP-ANALYST-ID        DELIMITED BY SIZE
000589             "  HOLD "            DELIMITED BY SIZE
000590             AP-HOLD-FLAG         DELIMITED BY SIZE
000591             "  FLAG "            DELIMITED BY SIZE
000592             AP-ACTIVE-FLAG       DELIMITED BY SIZE
000593         INTO WS-RPT-LINE
000594         ON OVERFLOW
000595             DISPLAY "WARNING: CHANGE REPORT LINE TRUNCATED"
000596     END-STRING.
000597     PERFORM 4100-WRITE-RPT-LINE.
000598
000599 5000-WRITE-RPT-TOTALS.
000600     MOVE SPACES TO WS-RPT-LINE.
000601     STRING "TRANS READ: "        DELIMITED BY SIZE
000602             WS-TRAN-COUNT        DELIMITED BY SIZE
000603             "  ADDS: "           DELIMITED BY SIZE
000604             WS-ADD-COUNT         DELIMITED BY SIZE
000605             "  CHANGES: "        DELIMITED BY SIZE
000606             WS-CHANGE-COUNT      DELIMITED BY SIZE
000607             "  DEACTIVATES: "    DELIMITED BY SIZE
000608             WS-DEACT-COUNT       DELIMITED BY SIZE
000609             "  ERRORS: "         DELIMITED BY SIZE
000610             WS-ERROR-COUNT       DELIMITED BY SIZE
000611         INTO WS-RPT-LINE
000612         ON OVERFLOW
000613             DISPLAY "WARNING: CHANGE REPORT TOTALS TRUNCATED"
000614     END-STRING.
000615     PERFORM 4100-WRITE-RPT-LINE.
