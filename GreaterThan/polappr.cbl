000100 IDENTIFICATION DIVISION.
000101 PROGRAM-ID. POLAPPR.
000102 ENVIRONMENT DIVISION.
000103 INPUT-OUTPUT SECTION.
000104 FILE-CONTROL.
000105     SELECT OPTIONAL MAINT-TRAN-FILE ASSIGN TO "POLTRAN"
000106         ORGANIZATION IS LINE SEQUENTIAL
000107         FILE STATUS IS WS-TRAN-STATUS.
000108
000109     SELECT OPTIONAL PENDING-FILE ASSIGN TO "POLPEND"
000110         ORGANIZATION IS INDEXED
000111         ACCESS MODE IS DYNAMIC
000112         RECORD KEY IS PP-PENDING-KEY
000113         FILE STATUS IS WS-PENDING-STATUS.
000114
000115     SELECT OPTIONAL DECISION-FILE ASSIGN TO "POLAPRV"
000116         ORGANIZATION IS LINE SEQUENTIAL
000117         FILE STATUS IS WS-DECISION-STATUS.
000118
000119     SELECT OPTIONAL POST-FILE ASSIGN TO "POLPOST"
000120         ORGANIZATION IS LINE SEQUENTIAL
000121         FILE STATUS IS WS-POST-STATUS.
000122
000123     SELECT OPTIONAL APPROVAL-RPT-FILE ASSIGN TO "POLPRPT"
000124         ORGANIZATION IS LINE SEQUENTIAL
000125         FILE STATUS IS WS-APPROVAL-RPT-STATUS.
000126
000127 DATA DIVISION.
000128 FILE SECTION.
000129 FD  MAINT-TRAN-FILE.
000130 01  MAINT-TRAN-RECORD.
000131     05  PT-ACTION-CODE          PIC X(1).
000132     05  PT-ACCOUNT-CODE         PIC X(8).
000133     05  PT-TOLERANCE-PCT        PIC 9(3)V99.
000134     05  PT-ESCALATE-PCT         PIC 9(3)V99.
000135     05  PT-ANALYST-ID           PIC X(8).
000136     05  PT-HOLD-FLAG            PIC X(1).
000137     05  PT-USER-ID              PIC X(8).
000138
000139 FD  PENDING-FILE.
000140     COPY POLPEND.
000141
000142 FD  DECISION-FILE.
000143 01  DECISION-RECORD.
000144     05  AV-DECISION-CODE        PIC X(1).
000145     05  AV-PENDING-ID.
000146         10  AV-KEYED-DATE       PIC 9(8).
000147         10  AV-PENDING-SEQ      PIC 9(5).
000148     05  AV-USER-ID              PIC X(8).
000149     05  AV-REASON               PIC X(30).
000150
000151 FD  POST-FILE.
000152 01  POST-TRAN-RECORD.
000153     05  PO-TRAN-IMAGE.
000154         10  PO-ACTION-CODE      PIC X(1).
000155         10  PO-ACCOUNT-CODE     PIC X(8).
000156         10  PO-TOLERANCE-PCT    PIC 9(3)V99.
000157         10  PO-ESCALATE-PCT     PIC 9(3)V99.
000158         10  PO-ANALYST-ID       PIC X(8).
000159         10  PO-HOLD-FLAG        PIC X(1).
000160         10  PO-USER-ID          PIC X(8).
000161     05  PO-APPROVER-ID          PIC X(8).
000162
000163 FD  APPROVAL-RPT-FILE.
000164 01  APPROVAL-RPT-RECORD         PIC X(132).
000165
000166 WORKING-STORAGE SECTION.
000167 01  WS-TRAN-STATUS              PIC X(2).
000168 01  WS-PENDING-STATUS           PIC X(2).
000169 01  WS-DECISION-STATUS          PIC X(2).
000170 01  WS-POST-STATUS              PIC X(2).
000171 01  WS-APPROVAL-RPT-STATUS      PIC X(2).
000172
000173 01  WS-TRAN-EOF                 PIC X(1)    VALUE "N".
000174 01  WS-DECISION-EOF             PIC X(1)    VALUE "N".
000175 01  WS-PENDING-EOF              PIC X(1)    VALUE "N".
000176 01  WS-REWRITE-OK               PIC X(1)    VALUE "N".
000177
000178 01  WS-TRAN-COUNT               PIC 9(6)    VALUE ZERO.
000179 01  WS-DECISION-COUNT           PIC 9(6)    VALUE ZERO.
000180 01  WS-QUEUED-COUNT             PIC 9(6)    VALUE ZERO.
000181 01  WS-APPROVED-COUNT           PIC 9(6)    VALUE ZERO.
000182 01  WS-DECLINED-COUNT           PIC 9(6)    VALUE ZERO.
000183 01  WS-EXPIRED-COUNT            PIC 9(6)    VALUE ZERO.
000184 01  WS-SELF-APPROVAL-COUNT      PIC 9(6)    VALUE ZERO.
000185 01  WS-STILL-PENDING-COUNT      PIC 9(6)    VALUE ZERO.
000186 01  WS-ERROR-COUNT              PIC 9(6)    VALUE ZERO.
000187 01  WS-ERROR-TEXT               PIC X(40).
000188 01  WS-ITEM-LABEL               PIC X(10).
000189 01  WS-TOL-DISPLAY              PIC ZZ9.99.
000190 01  WS-ESC-DISPLAY              PIC ZZ9.99.
000191
000192 01  WS-LAST-SEQ                 PIC 9(5)    VALUE ZERO.
000193 01  WS-EXPIRE-DAYS              PIC 9(3)    VALUE 10.
000194 01  WS-AGE-DAYS                 PIC S9(5)   VALUE ZERO.
000195 01  WS-AGE-DISPLAY              PIC ZZZZ9.
000196
000197 01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
000198 01  WS-RUN-DATE-PARM            PIC X(8)    VALUE SPACES.
000199 01  WS-PAGE-COUNT               PIC 9(4)    VALUE ZERO.
000200 01  WS-LINE-COUNT               PIC 9(2)    VALUE 99.
000201 01  WS-LINES-PER-PAGE           PIC 9(2)    VALUE 55.
000202 01  WS-RPT-LINE                 PIC X(132).
000203
000204 PROCEDURE DIVISION.
000205 0000-MAIN-LOGIC.
000206     ACCEPT WS-RUN-DATE-PARM FROM ENVIRONMENT "POLAPPR-RUN-DATE".
000207     IF WS-RUN-DATE-PARM NUMERIC
000208         MOVE WS-RUN-DATE-PARM TO WS-RUN-DATE
000209     ELSE
000210         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
000211     END-IF.
000212     ACCEPT WS-EXPIRE-DAYS
000213         FROM ENVIRONMENT "POLAPPR-EXPIRE-DAYS".
000214     IF WS-EXPIRE-DAYS NOT NUMERIC
000215         DISPLAY "WARNING: POLAPPR-EXPIRE-DAYS IS NOT NUMERIC, "
000216             "IGNORING"
000217         MOVE 10 TO WS-EXPIRE-DAYS
000218     END-IF.
000219     IF WS-EXPIRE-DAYS = ZERO
000220         MOVE 10 TO WS-EXPIRE-DAYS
000221     END-IF.
000222
000223     OPEN I-O PENDING-FILE.
000224     IF WS-PENDING-STATUS NOT = "00"
000225             AND WS-PENDING-STATUS NOT = "05"
000226         DISPLAY "ERROR OPENING POLPEND, FILE STATUS: "
000227             WS-PENDING-STATUS
000228         MOVE 16 TO RETURN-CODE
000229         STOP RUN
000230     END-IF.
000231
000232     OPEN INPUT DECISION-FILE.
000233     IF WS-DECISION-STATUS NOT = "00"
000234             AND WS-DECISION-STATUS NOT = "05"
000235         DISPLAY "ERROR OPENING POLAPRV, FILE STATUS: "
000236             WS-DECISION-STATUS
000237         CLOSE PENDING-FILE
000238         MOVE 16 TO RETURN-CODE
000239         STOP RUN
000240     END-IF.
000241
000242     OPEN INPUT MAINT-TRAN-FILE.
000243     IF WS-TRAN-STATUS NOT = "00"
000244             AND WS-TRAN-STATUS NOT = "05"
000245         DISPLAY "ERROR OPENING POLTRAN, FILE STATUS: "
000246             WS-TRAN-STATUS
000247         CLOSE PENDING-FILE
000248         CLOSE DECISION-FILE
000249         MOVE 16 TO RETURN-CODE
000250         STOP RUN
000251     END-IF.
000252
000253     OPEN EXTEND POST-FILE.
000254     IF WS-POST-STATUS NOT = "00"
000255             AND WS-POST-STATUS NOT = "05"
000256         DISPLAY "ERROR OPENING POLPOST, FILE STATUS: "
000257             WS-POST-STATUS
000258         CLOSE PENDING-FILE
000259         CLOSE DECISION-FILE
000260         CLOSE MAINT-TRAN-FILE
000261         MOVE 16 TO RETURN-CODE
000262         STOP RUN
000263     END-IF.
000264
000265     OPEN OUTPUT APPROVAL-RPT-FILE.
000266     IF WS-APPROVAL-RPT-STATUS NOT = "00"
000267             AND WS-APPROVAL-RPT-STATUS NOT = "05"
000268         DISPLAY "ERROR OPENING POLPRPT, FILE STATUS: "
000269             WS-APPROVAL-RPT-STATUS
000270         CLOSE PENDING-FILE
000271         CLOSE DECISION-FILE
000272         CLOSE MAINT-TRAN-FILE
000273         CLOSE POST-FILE
000274         MOVE 16 TO RETURN-CODE
000275         STOP RUN
000276     END-IF.
000277
000278     PERFORM 1000-EXPIRE-PENDING.
000279
000280     PERFORM UNTIL WS-DECISION-EOF = "Y"
000281         READ DECISION-FILE
000282             AT END
000283                 MOVE "Y" TO WS-DECISION-EOF
000284             NOT AT END
000285                 ADD 1 TO WS-DECISION-COUNT
000286                 PERFORM 2000-APPLY-DECISION
000287         END-READ
000288     END-PERFORM.
000289
000290     PERFORM UNTIL WS-TRAN-EOF = "Y"
000291         READ MAINT-TRAN-FILE
000292             AT END
000293                 MOVE "Y" TO WS-TRAN-EOF
000294             NOT AT END
000295                 ADD 1 TO WS-TRAN-COUNT
000296                 PERFORM 3000-QUEUE-TRAN
000297         END-READ
000298     END-PERFORM.
000299
000300     PERFORM 4400-LIST-PENDING.
000301     PERFORM 5000-WRITE-RPT-TOTALS.
000302
000303     CLOSE PENDING-FILE.
000304     CLOSE DECISION-FILE.
000305     CLOSE MAINT-TRAN-FILE.
000306     CLOSE POST-FILE.
000307     CLOSE APPROVAL-RPT-FILE.
000308     IF WS-ERROR-COUNT > ZERO
000309         MOVE 4 TO RETURN-CODE
000310     END-IF.
000311     STOP RUN.
000312
000313 1000-EXPIRE-PENDING.
000314     MOVE LOW-VALUES TO PP-PENDING-KEY.
000315     START PENDING-FILE
000316         KEY IS NOT LESS THAN PP-PENDING-KEY
000317         INVALID KEY
000318             CONTINUE
000319     END-START.
000320     IF WS-PENDING-STATUS = "00"
000321         MOVE "N" TO WS-PENDING-EOF
000322         PERFORM UNTIL WS-PENDING-EOF = "Y"
000323             READ PENDING-FILE NEXT
000324                 AT END
000325                     MOVE "Y" TO WS-PENDING-EOF
000326                 NOT AT END
000327                     IF PP-KEYED-DATE = WS-RUN-DATE
000328                             AND PP-PENDING-SEQ > WS-LAST-SEQ
000329                         MOVE PP-PENDING-SEQ TO WS-LAST-SEQ
000330                     END-IF
000331                     IF PP-STATUS-PENDING
000332                         PERFORM 1100-CHECK-EXPIRY
000333                     END-IF
000334             END-READ
000335         END-PERFORM
000336     END-IF.
000337
000338 1100-CHECK-EXPIRY.
000339     COMPUTE WS-AGE-DAYS =
000340         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
000341         - FUNCTION INTEGER-OF-DATE(PP-KEYED-DATE).
000342     IF WS-AGE-DAYS > WS-EXPIRE-DAYS
000343         MOVE "E" TO PP-STATUS-FLAG
000344         MOVE WS-RUN-DATE TO PP-DECISION-DATE
000345         PERFORM 3200-REWRITE-PENDING
000346         IF WS-REWRITE-OK = "Y"
000347             ADD 1 TO WS-EXPIRED-COUNT
000348             MOVE "EXPIRED:" TO WS-ITEM-LABEL
000349             PERFORM 4300-WRITE-RPT-ITEM
000350         END-IF
000351     END-IF.
000352
000353 2000-APPLY-DECISION.
000354     IF AV-PENDING-ID NOT NUMERIC
000355         MOVE "ITEM ID NOT NUMERIC" TO WS-ERROR-TEXT
000356         PERFORM 2300-DECISION-ERROR
000357     ELSE
000358         IF AV-USER-ID = SPACES
000359             MOVE "DECIDING USER ID MISSING" TO WS-ERROR-TEXT
000360             PERFORM 2300-DECISION-ERROR
000361         ELSE
000362             MOVE AV-KEYED-DATE TO PP-KEYED-DATE
000363             MOVE AV-PENDING-SEQ TO PP-PENDING-SEQ
000364             READ PENDING-FILE
000365                 INVALID KEY
000366                     CONTINUE
000367             END-READ
000368             EVALUATE WS-PENDING-STATUS
000369                 WHEN "00"
000370                     PERFORM 2050-DECIDE-ITEM
000371                 WHEN "23"
000372                     MOVE "ITEM NOT ON PENDING FILE"
000373                         TO WS-ERROR-TEXT
000374                     PERFORM 2300-DECISION-ERROR
000375                 WHEN OTHER
000376                     DISPLAY "ERROR READING POLPEND, "
000377                         "FILE STATUS: " WS-PENDING-STATUS
000378                     MOVE "PENDING READ FAILED" TO WS-ERROR-TEXT
000379                     PERFORM 2300-DECISION-ERROR
000380             END-EVALUATE
000381         END-IF
000382     END-IF.
000383
000384 2050-DECIDE-ITEM.
000385     IF NOT PP-STATUS-PENDING
000386         MOVE "ITEM NOT PENDING" TO WS-ERROR-TEXT
000387         PERFORM 2300-DECISION-ERROR
000388     ELSE
000389         EVALUATE AV-DECISION-CODE
000390             WHEN "A"
000391                 IF AV-USER-ID = PP-MAKER-ID
000392                     ADD 1 TO WS-SELF-APPROVAL-COUNT
000393                     MOVE "SELF-APPROVAL REJECTED"
000394                         TO WS-ERROR-TEXT
000395                     PERFORM 2300-DECISION-ERROR
000396                 ELSE
000397                     PERFORM 2100-APPROVE-ITEM
000398                 END-IF
000399             WHEN "D"
000400                 PERFORM 2200-DECLINE-ITEM
000401             WHEN OTHER
000402                 MOVE "INVALID DECISION CODE" TO WS-ERROR-TEXT
000403                 PERFORM 2300-DECISION-ERROR
000404         END-EVALUATE
000405     END-IF.
000406
000407 2100-APPROVE-ITEM.
000408     MOVE "A" TO PP-STATUS-FLAG.
000409     MOVE AV-USER-ID TO PP-CHECKER-ID.
000410     MOVE WS-RUN-DATE TO PP-DECISION-DATE.
000411     PERFORM 3200-REWRITE-PENDING.
000412     IF WS-REWRITE-OK = "Y"
000413         PERFORM 3300-WRITE-POST-RECORD
000414         ADD 1 TO WS-APPROVED-COUNT
000415         MOVE "APPROVED:" TO WS-ITEM-LABEL
000416         PERFORM 4300-WRITE-RPT-ITEM
000417         PERFORM 4350-WRITE-RPT-REASON
000418     END-IF.
000419
000420 2200-DECLINE-ITEM.
000421     MOVE "D" TO PP-STATUS-FLAG.
000422     MOVE AV-USER-ID TO PP-CHECKER-ID.
000423     MOVE WS-RUN-DATE TO PP-DECISION-DATE.
000424     PERFORM 3200-REWRITE-PENDING.
000425     IF WS-REWRITE-OK = "Y"
000426         ADD 1 TO WS-DECLINED-COUNT
000427         MOVE "DECLINED:" TO WS-ITEM-LABEL
000428         PERFORM 4300-WRITE-RPT-ITEM
000429         PERFORM 4350-WRITE-RPT-REASON
000430     END-IF.
000431
000432 2300-DECISION-ERROR.
000433     ADD 1 TO WS-ERROR-COUNT.
000434     MOVE SPACES TO WS-RPT-LINE.
000435     STRING "ERROR:  DECISION: "  DELIMITED BY SIZE
000436             AV-DECISION-CODE     DELIMITED BY SIZE
000437             "  ITEM: "           DELIMITED BY SIZE
000438             AV-KEYED-DATE        DELIMITED BY SIZE
000439             "-"                  DELIMITED BY SIZE
000440             AV-PENDING-SEQ       DELIMITED BY SIZE
000441             "  BY: "             DELIMITED BY SIZE
000442             AV-USER-ID           DELIMITED BY SIZE
000443             "  - "               DELIMITED BY SIZE
000444             WS-ERROR-TEXT        DELIMITED BY SIZE
000445         INTO WS-RPT-LINE
000446         ON OVERFLOW
000447             DISPLAY "WARNING: APPROVAL REPORT LINE TRUNCATED"
000448     END-STRING.
000449     PERFORM 4100-WRITE-RPT-LINE.
000450
000451 3000-QUEUE-TRAN.
000452     IF PT-ACTION-CODE NOT = "A" AND PT-ACTION-CODE NOT = "C"
000453             AND PT-ACTION-CODE NOT = "D"
000454         MOVE "INVALID ACTION CODE" TO WS-ERROR-TEXT
000455         PERFORM 3400-TRAN-ERROR
000456     ELSE
000457         IF PT-ACCOUNT-CODE = SPACES
000458             MOVE "ACCOUNT CODE IS BLANK" TO WS-ERROR-TEXT
000459             PERFORM 3400-TRAN-ERROR
000460         ELSE
000461             IF PT-ACTION-CODE = "A"
000462                     AND (PT-TOLERANCE-PCT NOT NUMERIC
000463                     OR PT-ESCALATE-PCT NOT NUMERIC)
000464                 MOVE "TOLERANCE/ESCALATE PCT NOT NUMERIC"
000465                     TO WS-ERROR-TEXT
000466                 PERFORM 3400-TRAN-ERROR
000467             ELSE
000468                 IF PT-ACTION-CODE NOT = "D"
000469                         AND PT-HOLD-FLAG NOT = "N"
000470                         AND PT-HOLD-FLAG NOT = "H"
000471                         AND PT-HOLD-FLAG NOT = "B"
000472                         AND PT-HOLD-FLAG NOT = SPACE
000473                     MOVE "HOLD FLAG NOT N, H OR B"
000474                         TO WS-ERROR-TEXT
000475                     PERFORM 3400-TRAN-ERROR
000476                 ELSE
000477                     IF PT-USER-ID = SPACES
000478                         MOVE "KEYING USER ID MISSING"
000479                             TO WS-ERROR-TEXT
000480                         PERFORM 3400-TRAN-ERROR
000481                     ELSE
000482                         PERFORM 3100-WRITE-PENDING
000483                     END-IF
000484                 END-IF
000485             END-IF
000486         END-IF
000487     END-IF.
000488
000489 3100-WRITE-PENDING.
000490     IF WS-LAST-SEQ = 99999
000491         MOVE "PENDING SEQUENCE EXHAUSTED FOR DATE"
000492             TO WS-ERROR-TEXT
000493         PERFORM 3400-TRAN-ERROR
000494     ELSE
000495         ADD 1 TO WS-LAST-SEQ
000496         MOVE WS-RUN-DATE TO PP-KEYED-DATE
000497         MOVE WS-LAST-SEQ TO PP-PENDING-SEQ
000498         MOVE "P" TO PP-STATUS-FLAG
000499         MOVE PT-USER-ID TO PP-MAKER-ID
000500         MOVE SPACES TO PP-CHECKER-ID
000501         MOVE ZERO TO PP-DECISION-DATE
000502         MOVE MAINT-TRAN-RECORD TO PP-TRAN-IMAGE
000503         WRITE POL-PENDING-RECORD
000504             INVALID KEY
000505                 CONTINUE
000506         END-WRITE
000507         IF WS-PENDING-STATUS NOT = "00"
000508             DISPLAY "ERROR WRITING POLPEND, FILE STATUS: "
000509                 WS-PENDING-STATUS
000510             MOVE "PENDING WRITE FAILED" TO WS-ERROR-TEXT
000511             PERFORM 3400-TRAN-ERROR
000512         ELSE
000513             ADD 1 TO WS-QUEUED-COUNT
000514             MOVE "QUEUED:" TO WS-ITEM-LABEL
000515             PERFORM 4300-WRITE-RPT-ITEM
000516         END-IF
000517     END-IF.
000518
000519 3200-REWRITE-PENDING.
000520     MOVE "N" TO WS-REWRITE-OK.
000521     REWRITE POL-PENDING-RECORD
000522         INVALID KEY
000523             CONTINUE
000524     END-REWRITE.
000525     IF WS-PENDING-STATUS = "00"
000526         MOVE "Y" TO WS-REWRITE-OK
000527     ELSE
000528         DISPLAY "ERROR REWRITING POLPEND, FILE STATUS: "
000529             WS-PENDING-STATUS
000530         ADD 1 TO WS-ERROR-COUNT
000531     END-IF.
000532
000533 3300-WRITE-POST-RECORD.
000534     MOVE PP-TRAN-IMAGE TO PO-TRAN-IMAGE.
000535     MOVE PP-CHECKER-ID TO PO-APPROVER-ID.
000536     WRITE POST-TRAN-RECORD.
000537     IF WS-POST-STATUS NOT = "00"
000538         DISPLAY "ERROR WRITING POLPOST, FILE STATUS: "
000539             WS-POST-STATUS
000540         ADD 1 TO WS-ERROR-COUNT
000541     END-IF.
000542
000543 3400-TRAN-ERROR.
000544     ADD 1 TO WS-ERROR-COUNT.
000545     MOVE SPACES TO WS-RPT-LINE.
000546     STRING "ERROR:  ACTION: "    DELIMITED BY SIZE
000547             PT-ACTION-CODE       DELIMITED BY SIZE
000548             "  ACCT: "           DELIMITED BY SIZE
000549             PT-ACCOUNT-CODE      DELIMITED BY SIZE
000550             "  BY: "             DELIMITED BY SIZE
000551             PT-USER-ID           DELIMITED BY SIZE
000552             "  - "               DELIMITED BY SIZE
000553             WS-ERROR-TEXT        DELIMITED BY SIZE
000554         INTO WS-RPT-LINE
000555         ON OVERFLOW
000556             DISPLAY "WARNING: APPROVAL REPORT LINE TRUNCATED"
000557     END-STRING.
000558     PERFORM 4100-WRITE-RPT-LINE.
000559
000560 4100-WRITE-RPT-LINE.
000561     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000562         PERFORM 4200-WRITE-RPT-HEADING
000563     END-IF.
000564     WRITE APPROVAL-RPT-RECORD FROM WS-RPT-LINE.
000565     IF WS-APPROVAL-RPT-STATUS NOT = "00"
000566         DISPLAY "ERROR WRITING POLPRPT, FILE STATUS: "
000567             WS-APPROVAL-RPT-STATUS
000568     END-IF.
000569     ADD 1 TO WS-LINE-COUNT.
000570
000571 4200-WRITE-RPT-HEADING.
000572     ADD 1 TO WS-PAGE-COUNT.
000573     MOVE SPACES TO APPROVAL-RPT-RECORD.
000574     STRING "POLAPPR  ACCOUNT POLICY APPROVAL REPORT"
000575                                  DELIMITED BY SIZE
000576             "  RUN DATE: "       DELIMITED BY SIZE
000577             WS-RUN-DATE          DELIMITED BY SIZE
000578             "  PAGE: "           DELIMITED BY SIZE
000579             WS-PAGE-COUNT        DELIMITED BY SIZE
000580         INTO APPROVAL-RPT-RECORD
000581         ON OVERFLOW
000582             DISPLAY "WARNING: APPROVAL REPORT HEADING TRUNCATED"
000583     END-STRING.
000584     WRITE APPROVAL-RPT-RECORD.
000585     MOVE SPACES TO APPROVAL-RPT-RECORD.
000586     WRITE APPROVAL-RPT-RECORD.
000587     MOVE 2 TO WS-LINE-COUNT.
000588
000589 4300-WRITE-RPT-ITEM.
000590     IF PP-TOLERANCE-PCT NUMERIC
000591         MOVE PP-TOLERANCE-PCT TO WS-TOL-DISPLAY
000592     ELSE
000593         MOVE ZERO TO WS-TOL-DISPLAY
000594     END-IF.
000595     IF PP-ESCALATE-PCT NUMERIC
000596         MOVE PP-ESCALATE-PCT TO WS-ESC-DISPLAY
000597     ELSE
000598         MOVE ZERO TO WS-ESC-DISPLAY
000599     END-IF.
000600     MOVE SPACES TO WS-RPT-LINE.
000601     STRING WS-ITEM-LABEL        DELIMITED BY SIZE
000602             "ITEM: "             DELIMITED BY SIZE
000603             PP-KEYED-DATE        DELIMITED BY SIZE
000604             "-"                  DELIMITED BY SIZE
000605             PP-PENDING-SEQ       DELIMITED BY SIZE
000606             "  ACTION: "         DELIMITED BY SIZE
000607             PP-ACTION-CODE       DELIMITED BY SIZE
000608             "  ACCT: "           DELIMITED BY SIZE
000609             PP-ACCOUNT-CODE      DELIMITED BY SIZE
000610             "  TOL "             DELIMITED BY SIZE
000611             WS-TOL-DISPLAY       DELIMITED BY SIZE
000612             "  ESC "             DELIMITED BY SIZE
000613             WS-ESC-DISPLAY       DELIMITED BY SIZE
000614             "  ANALYST "         DELIMITED BY SIZE
000615             PP-ANALYST-ID        DELIMITED BY SIZE
000616             "  HOLD "            DELIMITED BY SIZE
000617             PP-HOLD-FLAG         DELIMITED BY SIZE
000618             "  KEYED BY: "       DELIMITED BY SIZE
000619             PP-MAKER-ID          DELIMITED BY SIZE
000620             "  DECIDED BY: "     DELIMITED BY SIZE
000621             PP-CHECKER-ID        DELIMITED BY SIZE
000622         INTO WS-RPT-LINE
000623         ON OVERFLOW
000624             DISPLAY "WARNING: APPROVAL REPORT LINE TRUNCATED"
000625     END-STRING.
000626     PERFORM 4100-WRITE-RPT-LINE.
000627
000628 4350-WRITE-RPT-REASON.
000629     IF AV-REASON NOT = SPACES
000630         MOVE SPACES TO WS-RPT-LINE
000631         STRING "          REASON: " DELIMITED BY SIZE
000632                 AV-REASON        DELIMITED BY SIZE
000633             INTO WS-RPT-LINE
000634             ON OVERFLOW
000635                 DISPLAY "WARNING: APPROVAL REPORT LINE TRUNCATED"
000636         END-STRING
000637         PERFORM 4100-WRITE-RPT-LINE
000638     END-IF.
000639
000640 4400-LIST-PENDING.
000641     MOVE SPACES TO WS-RPT-LINE.
000642     PERFORM 4100-WRITE-RPT-LINE.
000643     MOVE SPACES TO WS-RPT-LINE.
000644     STRING "ITEMS AWAITING A SECOND-USER DECISION "
000645                                  DELIMITED BY SIZE
000646             "(EXPIRE AFTER "     DELIMITED BY SIZE
000647             WS-EXPIRE-DAYS       DELIMITED BY SIZE
000648             " DAYS)"             DELIMITED BY SIZE
000649         INTO WS-RPT-LINE
000650         ON OVERFLOW
000651             DISPLAY "WARNING: APPROVAL REPORT LINE TRUNCATED"
000652     END-STRING.
000653     PERFORM 4100-WRITE-RPT-LINE.
000654
000655     MOVE LOW-VALUES TO PP-PENDING-KEY.
000656     START PENDING-FILE
000657         KEY IS NOT LESS THAN PP-PENDING-KEY
000658         INVALID KEY
000659             CONTINUE
000660     END-START.
000661     IF WS-PENDING-STATUS = "00"
000662         MOVE "N" TO WS-PENDING-EOF
000663         PERFORM UNTIL WS-PENDING-EOF = "Y"
000664             READ PENDING-FILE NEXT
000665                 AT END
000666                     MOVE "Y" TO WS-PENDING-EOF
000667                 NOT AT END
000668                     IF PP-STATUS-PENDING
000669                         PERFORM 4450-WRITE-RPT-PENDING
000670                     END-IF
000671             END-READ
000672         END-PERFORM
000673     END-IF.
000674
000675 4450-WRITE-RPT-PENDING.
000676     ADD 1 TO WS-STILL-PENDING-COUNT.
000677     COMPUTE WS-AGE-DAYS =
000678         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
000679         - FUNCTION INTEGER-OF-DATE(PP-KEYED-DATE).
000680     MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY.
000681     MOVE "PENDING:" TO WS-ITEM-LABEL.
000682     PERFORM 4300-WRITE-RPT-ITEM.
000683     MOVE SPACES TO WS-RPT-LINE.
000684     STRING "          AGE DAYS: " DELIMITED BY SIZE
000685             WS-AGE-DISPLAY       DELIMITED BY SIZE
000686         INTO WS-RPT-LINE
000687         ON OVERFLOW
000688             DISPLAY "WARNING: APPROVAL REPORT LINE TRUNCATED"
000689     END-STRING.
000690     PERFORM 4100-WRITE-RPT-LINE.
000691
000692 5000-WRITE-RPT-TOTALS.
000693     MOVE SPACES TO WS-RPT-LINE.
000694     PERFORM 4100-WRITE-RPT-LINE.
000695     MOVE SPACES TO WS-RPT-LINE.
000696     STRING "TRANS READ: "        DELIMITED BY SIZE
000697             WS-TRAN-COUNT        DELIMITED BY SIZE
000698             "  QUEUED: "         DELIMITED BY SIZE
000699             WS-QUEUED-COUNT      DELIMITED BY SIZE
000700             "  DECISIONS READ: " DELIMITED BY SIZE
000701             WS-DECISION-COUNT    DELIMITED BY SIZE
000702             "  APPROVED: "       DELIMITED BY SIZE
000703             WS-APPROVED-COUNT    DELIMITED BY SIZE
000704             "  DECLINED: "       DELIMITED BY SIZE
000705             WS-DECLINED-COUNT    DELIMITED BY SIZE
000706         INTO WS-RPT-LINE
000707         ON OVERFLOW
000708             DISPLAY "WARNING: APPROVAL REPORT TOTALS TRUNCATED"
000709     END-STRING.
000710     PERFORM 4100-WRITE-RPT-LINE.
000711     MOVE SPACES TO WS-RPT-LINE.
000712     STRING "EXPIRED: "           DELIMITED BY SIZE
000713             WS-EXPIRED-COUNT     DELIMITED BY SIZE
000714             "  STILL PENDING: "  DELIMITED BY SIZE
000715             WS-STILL-PENDING-COUNT DELIMITED BY SIZE
000716             "  SELF-APPROVALS REJECTED: " DELIMITED BY SIZE
000717             WS-SELF-APPROVAL-COUNT DELIMITED BY SIZE
000718             "  ERRORS: "         DELIMITED BY SIZE
000719             WS-ERROR-COUNT       DELIMITED BY SIZE
000720         INTO WS-RPT-LINE
000721         ON OVERFLOW
000722             DISPLAY "WARNING: APPROVAL REPORT TOTALS TRUNCATED"
000723     END-STRING.
000724     PERFORM 4100-WRITE-RPT-LINE.
