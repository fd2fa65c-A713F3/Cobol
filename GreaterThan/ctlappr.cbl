000100 IDENTIFICATION DIVISION.
000101 PROGRAM-ID. CTLAPPR.
000102 ENVIRONMENT DIVISION.
000103 INPUT-OUTPUT SECTION.
000104 FILE-CONTROL.
000105     SELECT OPTIONAL MAINT-TRAN-FILE ASSIGN TO "CTLTRAN"
000106         ORGANIZATION IS LINE SEQUENTIAL
000107         FILE STATUS IS WS-TRAN-STATUS.
000108
000109     SELECT OPTIONAL PENDING-FILE ASSIGN TO "CTLPEND"
000110         ORGANIZATION IS INDEXED
000111         ACCESS MODE IS DYNAMIC
000112         RECORD KEY IS CP-PENDING-KEY
000113         FILE STATUS IS WS-PENDING-STATUS.
000114
000115     SELECT OPTIONAL DECISION-FILE ASSIGN TO "CTLAPRV"
000116         ORGANIZATION IS LINE SEQUENTIAL
000117         FILE STATUS IS WS-DECISION-STATUS.
000118
000119     SELECT OPTIONAL POST-FILE ASSIGN TO "CTLPOST"
000120         ORGANIZATION IS LINE SEQUENTIAL
000121         FILE STATUS IS WS-POST-STATUS.
000122
000123     SELECT OPTIONAL APPROVAL-RPT-FILE ASSIGN TO "CTLPRPT"
000124         ORGANIZATION IS LINE SEQUENTIAL
000125         FILE STATUS IS WS-APPROVAL-RPT-STATUS.
000126
000127 DATA DIVISION.
000128 FILE SECTION.
000129 FD  MAINT-TRAN-FILE.
000130 01  MAINT-TRAN-RECORD.
000131     05  MT-ACTION-CODE          PIC X(1).
000132     05  MT-ACCOUNT-CODE         PIC X(8).
000133     05  MT-CONTROLL-NUM         PIC S9(10)V99
000134                                 SIGN LEADING SEPARATE.
000135     05  MT-EFFECTIVE-FROM       PIC 9(8).
000136     05  MT-EFFECTIVE-TO         PIC 9(8).
000137     05  MT-USER-ID              PIC X(8).
000138     05  MT-CURRENCY-CODE        PIC X(3).
000139
000140 FD  PENDING-FILE.
000141     COPY CTLPEND.
000142
000143 FD  DECISION-FILE.
000144 01  DECISION-RECORD.
000145     05  AV-DECISION-CODE        PIC X(1).
000146     05  AV-PENDING-ID.
000147         10  AV-KEYED-DATE       PIC 9(8).
000148         10  AV-PENDING-SEQ      PIC 9(5).
000149     05  AV-USER-ID              PIC X(8).
000150     05  AV-REASON               PIC X(30).
000151
000152 FD  POST-FILE.
000153 01  POST-TRAN-RECORD.
000154     05  PO-TRAN-IMAGE.
000155         10  PO-ACTION-CODE      PIC X(1).
000156         10  PO-ACCOUNT-CODE     PIC X(8).
000157         10  PO-CONTROLL-NUM     PIC S9(10)V99
000158                                 SIGN LEADING SEPARATE.
000159         10  PO-EFFECTIVE-FROM   PIC 9(8).
000160         10  PO-EFFECTIVE-TO     PIC 9(8).
000161         10  PO-USER-ID          PIC X(8).
000162         10  PO-CURRENCY-CODE    PIC X(3).
000163     05  PO-APPROVER-ID          PIC X(8).
000164
000165 FD  APPROVAL-RPT-FILE.
000166 01  APPROVAL-RPT-RECORD         PIC X(132).
000167
000168 WORKING-STORAGE SECTION.
000169 01  WS-TRAN-STATUS              PIC X(2).
000170 01  WS-PENDING-STATUS           PIC X(2).
000171 01  WS-DECISION-STATUS          PIC X(2).
000172 01  WS-POST-STATUS              PIC X(2).
000173 01  WS-APPROVAL-RPT-STATUS      PIC X(2).
000174
000175 01  WS-TRAN-EOF                 PIC X(1)    VALUE "N".
000176 01  WS-DECISION-EOF             PIC X(1)    VALUE "N".
000177 01  WS-PENDING-EOF              PIC X(1)    VALUE "N".
000178 01  WS-REWRITE-OK               PIC X(1)    VALUE "N".
000179
000180 01  WS-TRAN-COUNT               PIC 9(6)    VALUE ZERO.
000181 01  WS-DECISION-COUNT           PIC 9(6)    VALUE ZERO.
000182 01  WS-QUEUED-COUNT             PIC 9(6)    VALUE ZERO.
000183 01  WS-APPROVED-COUNT           PIC 9(6)    VALUE ZERO.
000184 01  WS-DECLINED-COUNT           PIC 9(6)    VALUE ZERO.
000185 01  WS-EXPIRED-COUNT            PIC 9(6)    VALUE ZERO.
000186 01  WS-SELF-APPROVAL-COUNT      PIC 9(6)    VALUE ZERO.
000187 01  WS-STILL-PENDING-COUNT      PIC 9(6)    VALUE ZERO.
000188 01  WS-ERROR-COUNT              PIC 9(6)    VALUE ZERO.
000189 01  WS-ERROR-TEXT               PIC X(40).
000190 01  WS-ITEM-LABEL               PIC X(10).
000191 01  WS-CTL-DISPLAY              PIC -(10)9.99.
000192
000193 01  WS-LAST-SEQ                 PIC 9(5)    VALUE ZERO.
000194 01  WS-EXPIRE-DAYS              PIC 9(3)    VALUE 10.
000195 01  WS-AGE-DAYS                 PIC S9(5)   VALUE ZERO.
000196 01  WS-AGE-DISPLAY              PIC ZZZZ9.
000197
000198 01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
000199 01  WS-RUN-DATE-PARM            PIC X(8)    VALUE SPACES.
000200 01  WS-PAGE-COUNT               PIC 9(4)    VALUE ZERO.
000201 01  WS-LINE-COUNT               PIC 9(2)    VALUE 99.
000202 01  WS-LINES-PER-PAGE           PIC 9(2)    VALUE 55.
000203 01  WS-RPT-LINE                 PIC X(132).
000204
000205 PROCEDURE DIVISION.
000206 0000-MAIN-LOGIC.
000207     ACCEPT WS-RUN-DATE-PARM FROM ENVIRONMENT "CTLAPPR-RUN-DATE".
000208     IF WS-RUN-DATE-PARM NUMERIC
000209         MOVE WS-RUN-DATE-PARM TO WS-RUN-DATE
000210     ELSE
000211         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
000212     END-IF.
000213     ACCEPT WS-EXPIRE-DAYS
000214         FROM ENVIRONMENT "CTLAPPR-EXPIRE-DAYS".
000215     IF WS-EXPIRE-DAYS NOT NUMERIC
000216         DISPLAY "WARNING: CTLAPPR-EXPIRE-DAYS IS NOT NUMERIC, "
000217             "IGNORING"
000218         MOVE 10 TO WS-EXPIRE-DAYS
000219     END-IF.
000220     IF WS-EXPIRE-DAYS = ZERO
000221         MOVE 10 TO WS-EXPIRE-DAYS
000222     END-IF.
000223
000224     OPEN I-O PENDING-FILE.
000225     IF WS-PENDING-STATUS NOT = "00"
000226             AND WS-PENDING-STATUS NOT = "05"
000227         DISPLAY "ERROR OPENING CTLPEND, FILE STATUS: "
000228             WS-PENDING-STATUS
000229         MOVE 16 TO RETURN-CODE
000230         STOP RUN
000231     END-IF.
000232
000233     OPEN INPUT DECISION-FILE.
000234     IF WS-DECISION-STATUS NOT = "00"
000235             AND WS-DECISION-STATUS NOT = "05"
000236         DISPLAY "ERROR OPENING CTLAPRV, FILE STATUS: "
000237             WS-DECISION-STATUS
000238         CLOSE PENDING-FILE
000239         MOVE 16 TO RETURN-CODE
000240         STOP RUN
000241     END-IF.
000242
000243     OPEN INPUT MAINT-TRAN-FILE.
000244     IF WS-TRAN-STATUS NOT = "00"
000245             AND WS-TRAN-STATUS NOT = "05"
000246         DISPLAY "ERROR OPENING CTLTRAN, FILE STATUS: "
000247             WS-TRAN-STATUS
000248         CLOSE PENDING-FILE
000249         CLOSE DECISION-FILE
000250         MOVE 16 TO RETURN-CODE
000251         STOP RUN
000252     END-IF.
000253
000254     OPEN EXTEND POST-FILE.
000255     IF WS-POST-STATUS NOT = "00"
000256             AND WS-POST-STATUS NOT = "05"
000257         DISPLAY "ERROR OPENING CTLPOST, FILE STATUS: "
000258             WS-POST-STATUS
000259         CLOSE PENDING-FILE
000260         CLOSE DECISION-FILE
000261         CLOSE MAINT-TRAN-FILE
000262         MOVE 16 TO RETURN-CODE
000263         STOP RUN
000264     END-IF.
000265
000266     OPEN OUTPUT APPROVAL-RPT-FILE.
000267     IF WS-APPROVAL-RPT-STATUS NOT = "00"
000268             AND WS-APPROVAL-RPT-STATUS NOT = "05"
000269         DISPLAY "ERROR OPENING CTLPRPT, FILE STATUS: "
000270             WS-APPROVAL-RPT-STATUS
000271         CLOSE PENDING-FILE
000272         CLOSE DECISION-FILE
000273         CLOSE MAINT-TRAN-FILE
000274         CLOSE POST-FILE
000275         MOVE 16 TO RETURN-CODE
000276         STOP RUN
000277     END-IF.
000278
000279     PERFORM 1000-EXPIRE-PENDING.
000280
000281     PERFORM UNTIL WS-DECISION-EOF = "Y"
000282         READ DECISION-FILE
000283             AT END
000284                 MOVE "Y" TO WS-DECISION-EOF
000285             NOT AT END
000286                 ADD 1 TO WS-DECISION-COUNT
000287                 PERFORM 2000-APPLY-DECISION
000288         END-READ
000289     END-PERFORM.
000290
000291     PERFORM UNTIL WS-TRAN-EOF = "Y"
000292         READ MAINT-TRAN-FILE
000293             AT END
000294                 MOVE "Y" TO WS-TRAN-EOF
000295             NOT AT END
000296                 ADD 1 TO WS-TRAN-COUNT
000297                 PERFORM 3000-QUEUE-TRAN
000298         END-READ
000299     END-PERFORM.
000300
000301     PERFORM 4400-LIST-PENDING.
000302     PERFORM 5000-WRITE-RPT-TOTALS.
000303
000304     CLOSE PENDING-FILE.
000305     CLOSE DECISION-FILE.
000306     CLOSE MAINT-TRAN-FILE.
000307     CLOSE POST-FILE.
000308     CLOSE APPROVAL-RPT-FILE.
000309     IF WS-ERROR-COUNT > ZERO
000310         MOVE 4 TO RETURN-CODE
000311     END-IF.
000312     STOP RUN.
000313
000314 1000-EXPIRE-PENDING.
000315     MOVE LOW-VALUES TO CP-PENDING-KEY.
000316     START PENDING-FILE
000317         KEY IS NOT LESS THAN CP-PENDING-KEY
000318         INVALID KEY
000319             CONTINUE
000320     END-START.
000321     IF WS-PENDING-STATUS = "00"
000322         MOVE "N" TO WS-PENDING-EOF
000323         PERFORM UNTIL WS-PENDING-EOF = "Y"
000324             READ PENDING-FILE NEXT
000325                 AT END
000326                     MOVE "Y" TO WS-PENDING-EOF
000327                 NOT AT END
000328                     IF CP-KEYED-DATE = WS-RUN-DATE
000329                             AND CP-PENDING-SEQ > WS-LAST-SEQ
000330                         MOVE CP-PENDING-SEQ TO WS-LAST-SEQ
000331                     END-IF
000332                     IF CP-STATUS-PENDING
000333                         PERFORM 1100-CHECK-EXPIRY
000334                     END-IF
000335             END-READ
000336         END-PERFORM
000337     END-IF.
000338
000339 1100-CHECK-EXPIRY.
000340     COMPUTE WS-AGE-DAYS =
000341         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
000342         - FUNCTION INTEGER-OF-DATE(CP-KEYED-DATE).
000343     IF WS-AGE-DAYS > WS-EXPIRE-DAYS
000344         MOVE "E" TO CP-STATUS-FLAG
000345         MOVE WS-RUN-DATE TO CP-DECISION-DATE
000346         PERFORM 3200-REWRITE-PENDING
000347         IF WS-REWRITE-OK = "Y"
000348             ADD 1 TO WS-EXPIRED-COUNT
000349             MOVE "EXPIRED:" TO WS-ITEM-LABEL
000350             PERFORM 4300-WRITE-RPT-ITEM
000351         END-IF
000352     END-IF.
000353
000354 2000-APPLY-DECISION.
000355     IF AV-PENDING-ID NOT NUMERIC
000356         MOVE "ITEM ID NOT NUMERIC" TO WS-ERROR-TEXT
000357         PERFORM 2300-DECISION-ERROR
000358     ELSE
000359         IF AV-USER-ID = SPACES
000360             MOVE "DECIDING USER ID MISSING" TO WS-ERROR-TEXT
000361             PERFORM 2300-DECISION-ERROR
000362         ELSE
000363             MOVE AV-KEYED-DATE TO CP-KEYED-DATE
000364             MOVE AV-PENDING-SEQ TO CP-PENDING-SEQ
000365             READ PENDING-FILE
000366                 INVALID KEY
000367                     CONTINUE
000368             END-READ
000369             EVALUATE WS-PENDING-STATUS
000370                 WHEN "00"
000371                     PERFORM 2050-DECIDE-ITEM
000372                 WHEN "23"
000373                     MOVE "ITEM NOT ON PENDING FILE"
000374                         TO WS-ERROR-TEXT
000375                     PERFORM 2300-DECISION-ERROR
000376                 WHEN OTHER
000377                     DISPLAY "ERROR READING CTLPEND, "
000378                         "FILE STATUS: " WS-PENDING-STATUS
000379                     MOVE "PENDING READ FAILED" TO WS-ERROR-TEXT
000380                     PERFORM 2300-DECISION-ERROR
000381             END-EVALUATE
000382         END-IF
000383     END-IF.
000384
000385 2050-DECIDE-ITEM.
000386     IF NOT CP-STATUS-PENDING
000387         MOVE "ITEM NOT PENDING" TO WS-ERROR-TEXT
000388         PERFORM 2300-DECISION-ERROR
000389     ELSE
000390         EVALUATE AV-DECISION-CODE
000391             WHEN "A"
000392                 IF AV-USER-ID = CP-MAKER-ID
000393                     ADD 1 TO WS-SELF-APPROVAL-COUNT
000394                     MOVE "SELF-APPROVAL REJECTED"
000395                         TO WS-ERROR-TEXT
000396                     PERFORM 2300-DECISION-ERROR
000397                 ELSE
000398                     PERFORM 2100-APPROVE-ITEM
000399                 END-IF
000400             WHEN "D"
000401                 PERFORM 2200-DECLINE-ITEM
000402             WHEN OTHER
000403                 MOVE "INVALID DECISION CODE" TO WS-ERROR-TEXT
000404                 PERFORM 2300-DECISION-ERROR
000405         END-EVALUATE
000406     END-IF.
000407
000408 2100-APPROVE-ITEM.
000409     MOVE "A" TO CP-STATUS-FLAG.
000410     MOVE AV-USER-ID TO CP-CHECKER-ID.
000411     MOVE WS-RUN-DATE TO CP-DECISION-DATE.
000412     PERFORM 3200-REWRITE-PENDING.
000413     IF WS-REWRITE-OK = "Y"
000414         PERFORM 3300-WRITE-POST-RECORD
000415         ADD 1 TO WS-APPROVED-COUNT
000416         MOVE "APPROVED:" TO WS-ITEM-LABEL
000417         PERFORM 4300-WRITE-RPT-ITEM
000418         PERFORM 4350-WRITE-RPT-REASON
000419     END-IF.
000420
000421 2200-DECLINE-ITEM.
000422     MOVE "D" TO CP-STATUS-FLAG.
000423     MOVE AV-USER-ID TO CP-CHECKER-ID.
000424     MOVE WS-RUN-DATE TO CP-DECISION-DATE.
000425     PERFORM 3200-REWRITE-PENDING.
000426     IF WS-REWRITE-OK = "Y"
000427         ADD 1 TO WS-DECLINED-COUNT
000428         MOVE "DECLINED:" TO WS-ITEM-LABEL
000429         PERFORM 4300-WRITE-RPT-ITEM
000430         PERFORM 4350-WRITE-RPT-REASON
000431     END-IF.
000432
000433 2300-DECISION-ERROR.
000434     ADD 1 TO WS-ERROR-COUNT.
000435     MOVE SPACES TO WS-RPT-LINE.
000436     STRING "ERROR:  DECISION: "  DELIMITED BY SIZE
000437             AV-DECISION-CODE     DELIMITED BY SIZE
000438             "  ITEM: "           DELIMITED BY SIZE
000439             AV-KEYED-DATE        DELIMITED BY SIZE
000440             "-"                  DELIMITED BY SIZE
000441             AV-PENDING-SEQ       DELIMITED BY SIZE
000442             "  BY: "             DELIMITED BY SIZE
000443             AV-USER-ID           DELIMITED BY SIZE
000444             "  - "               DELIMITED BY SIZE
000445             WS-ERROR-TEXT        DELIMITED BY SIZE
000446         INTO WS-RPT-LINE
000447         ON OVERFLOW
000448             DISPLAY "WARNING: APPROVAL REPORT LINE TRUNCATED"
000449     END-STRING.
000450     PERFORM 4100-WRITE-RPT-LINE.
000451
000452 3000-QUEUE-TRAN.
000453     IF MT-ACTION-CODE NOT = "A" AND MT-ACTION-CODE NOT = "C"
000454             AND MT-ACTION-CODE NOT = "D"
000455         MOVE "INVALID ACTION CODE" TO WS-ERROR-TEXT
000456         PERFORM 3400-TRAN-ERROR
000457     ELSE
000458         IF MT-EFFECTIVE-FROM NOT NUMERIC
000459             MOVE "EFFECTIVE-FROM NOT NUMERIC" TO WS-ERROR-TEXT
000460             PERFORM 3400-TRAN-ERROR
000461         ELSE
000462             IF MT-ACTION-CODE NOT = "D"
000463                     AND MT-CONTROLL-NUM NOT NUMERIC
000464                 MOVE "CONTROL NUMBER NOT NUMERIC"
000465                     TO WS-ERROR-TEXT
000466                 PERFORM 3400-TRAN-ERROR
000467             ELSE
000468                 IF MT-USER-ID = SPACES
000469                     MOVE "KEYING USER ID MISSING"
000470                         TO WS-ERROR-TEXT
000471                     PERFORM 3400-TRAN-ERROR
000472                 ELSE
000473                     PERFORM 3100-WRITE-PENDING
000474                 END-IF
000475             END-IF
000476         END-IF
000477     END-IF.
000478
000479 3100-WRITE-PENDING.
000480     IF WS-LAST-SEQ = 99999
000481         MOVE "PENDING SEQUENCE EXHAUSTED FOR DATE"
000482             TO WS-ERROR-TEXT
000483         PERFORM 3400-TRAN-ERROR
000484     ELSE
000485         ADD 1 TO WS-LAST-SEQ
000486         MOVE WS-RUN-DATE TO CP-KEYED-DATE
000487         MOVE WS-LAST-SEQ TO CP-PENDING-SEQ
000488         MOVE "P" TO CP-STATUS-FLAG
000489         MOVE MT-USER-ID TO CP-MAKER-ID
000490         MOVE SPACES TO CP-CHECKER-ID
000491         MOVE ZERO TO CP-DECISION-DATE
000492         MOVE MAINT-TRAN-RECORD TO CP-TRAN-IMAGE
000493         WRITE CTL-PENDING-RECORD
000494             INVALID KEY
000495                 CONTINUE
000496         END-WRITE
000497         IF WS-PENDING-STATUS NOT = "00"
000498             DISPLAY "ERROR WRITING CTLPEND, FILE STATUS: "
000499                 WS-PENDING-STATUS
000500             MOVE "PENDING WRITE FAILED" TO WS-ERROR-TEXT
000501             PERFORM 3400-TRAN-ERROR
000502         ELSE
000503             ADD 1 TO WS-QUEUED-COUNT
000504             MOVE "QUEUED:" TO WS-ITEM-LABEL
000505             PERFORM 4300-WRITE-RPT-ITEM
000506         END-IF
000507     END-IF.
000508
000509 3200-REWRITE-PENDING.
000510     MOVE "N" TO WS-REWRITE-OK.
000511     REWRITE CTL-PENDING-RECORD
000512         INVALID KEY
000513             CONTINUE
000514     END-REWRITE.
000515     IF WS-PENDING-STATUS = "00"
000516         MOVE "Y" TO WS-REWRITE-OK
000517     ELSE
000518         DISPLAY "ERROR REWRITING CTLPEND, FILE STATUS: "
000519             WS-PENDING-STATUS
000520         ADD 1 TO WS-ERROR-COUNT
000521     END-IF.
000522
000523 3300-WRITE-POST-RECORD.
000524     MOVE CP-TRAN-IMAGE TO PO-TRAN-IMAGE.
000525     MOVE CP-CHECKER-ID TO PO-APPROVER-ID.
000526     WRITE POST-TRAN-RECORD.
000527     IF WS-POST-STATUS NOT = "00"
000528         DISPLAY "ERROR WRITING CTLPOST, FILE STATUS: "
000529             WS-POST-STATUS
000530         ADD 1 TO WS-ERROR-COUNT
000531     END-IF.
000532
000533 3400-TRAN-ERROR.
000534     ADD 1 TO WS-ERROR-COUNT.
000535     MOVE SPACES TO WS-RPT-LINE.
000536     STRING "ERROR:  ACTION: "    DELIMITED BY SIZE
000537             MT-ACTION-CODE       DELIMITED BY SIZE
000538             "  ACCT: "           DELIMITED BY SIZE
000539             MT-ACCOUNT-CODE      DELIMITED BY SIZE
000540             "  EFF FROM: "       DELIMITED BY SIZE
000541             MT-EFFECTIVE-FROM    DELIMITED BY SIZE
000542             "  BY: "             DELIMITED BY SIZE
000543             MT-USER-ID           DELIMITED BY SIZE
000544             "  - "               DELIMITED BY SIZE
000545             WS-ERROR-TEXT        DELIMITED BY SIZE
000546         INTO WS-RPT-LINE
000547         ON OVERFLOW
000548             DISPLAY "WARNING: APPROVAL REPORT LINE TRUNCATED"
000549     END-STRING.
000550     PERFORM 4100-WRITE-RPT-LINE.
000551
000552 4100-WRITE-RPT-LINE.
000553     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000554         PERFORM 4200-WRITE-RPT-HEADING
000555     END-IF.
000556     WRITE APPROVAL-RPT-RECORD FROM WS-RPT-LINE.
000557     IF WS-APPROVAL-RPT-STATUS NOT = "00"
000558         DISPLAY "ERROR WRITING CTLPRPT, FILE STATUS: "
000559             WS-APPROVAL-RPT-STATUS
000560     END-IF.
000561     ADD 1 TO WS-LINE-COUNT.
000562
000563 4200-WRITE-RPT-HEADING.
000564     ADD 1 TO WS-PAGE-COUNT.
000565     MOVE SPACES TO APPROVAL-RPT-RECORD.
000566     STRING "CTLAPPR  CONTROL MASTER APPROVAL REPORT"
000567                                  DELIMITED BY SIZE
000568             "  RUN DATE: "       DELIMITED BY SIZE
000569             WS-RUN-DATE          DELIMITED BY SIZE
000570             "  PAGE: "           DELIMITED BY SIZE
000571             WS-PAGE-COUNT        DELIMITED BY SIZE
000572         INTO APPROVAL-RPT-RECORD
000573         ON OVERFLOW
000574             DISPLAY "WARNING: APPROVAL REPORT HEADING TRUNCATED"
000575     END-STRING.
000576     WRITE APPROVAL-RPT-RECORD.
000577     MOVE SPACES TO APPROVAL-RPT-RECORD.
000578     WRITE APPROVAL-RPT-RECORD.
000579     MOVE 2 TO WS-LINE-COUNT.
000580
000581 4300-WRITE-RPT-ITEM.
000582     IF CP-CONTROLL-NUM NUMERIC
000583         MOVE CP-CONTROLL-NUM TO WS-CTL-DISPLAY
000584     ELSE
000585         MOVE ZERO TO WS-CTL-DISPLAY
000586     END-IF.
000587     MOVE SPACES TO WS-RPT-LINE.
000588     STRING WS-ITEM-LABEL        DELIMITED BY SIZE
000589             "ITEM: "             DELIMITED BY SIZE
000590             CP-KEYED-DATE        DELIMITED BY SIZE
000591             "-"                  DELIMITED BY SIZE
000592             CP-PENDING-SEQ       DELIMITED BY SIZE
000593             "  ACTION: "         DELIMITED BY SIZE
000594             CP-ACTION-CODE       DELIMITED BY SIZE
000595             "  ACCT: "           DELIMITED BY SIZE
000596             CP-ACCOUNT-CODE      DELIMITED BY SIZE
000597             "  EFF FROM: "       DELIMITED BY SIZE
000598             CP-EFFECTIVE-FROM    DELIMITED BY SIZE
000599             "  CTL "             DELIMITED BY SIZE
000600             WS-CTL-DISPLAY       DELIMITED BY SIZE
000601             "  CCY "             DELIMITED BY SIZE
000602             CP-CURRENCY-CODE     DELIMITED BY SIZE
000603             "  KEYED BY: "       DELIMITED BY SIZE
000604             CP-MAKER-ID          DELIMITED BY SIZE
000605             "  DECIDED BY: "     DELIMITED BY SIZE
000606             CP-CHECKER-ID        DELIMITED BY SIZE
000607         INTO WS-RPT-LINE
000608         ON OVERFLOW
000609             DISPLAY "WARNING: APPROVAL REPORT LINE TRUNCATED"
000610     END-STRING.
000611     PERFORM 4100-WRITE-RPT-LINE.
000612
000613 4350-WRITE-RPT-REASON.
000614     IF AV-REASON NOT = SPACES
000615         MOVE SPACES TO WS-RPT-LINE
000616         STRING "          REASON: " DELIMITED BY SIZE
000617                 AV-REASON        DELIMITED BY SIZE
000618             INTO WS-RPT-LINE
000619             ON OVERFLOW
000620                 DISPLAY "WARNING: APPROVAL REPORT LINE TRUNCATED"
000621         END-STRING
000622         PERFORM 4100-WRITE-RPT-LINE
000623     END-IF.
000624
000625 4400-LIST-PENDING.
000626     MOVE SPACES TO WS-RPT-LINE.
000627     PERFORM 4100-WRITE-RPT-LINE.
000628     MOVE SPACES TO WS-RPT-LINE.
000629     STRING "ITEMS AWAITING A SECOND-USER DECISION "
000630                                  DELIMITED BY SIZE
000631             "(EXPIRE AFTER "     DELIMITED BY SIZE
000632             WS-EXPIRE-DAYS       DELIMITED BY SIZE
000633             " DAYS)"             DELIMITED BY SIZE
000634         INTO WS-RPT-LINE
000635         ON OVERFLOW
000636             DISPLAY "WARNING: APPROVAL REPORT LINE TRUNCATED"
000637     END-STRING.
000638     PERFORM 4100-WRITE-RPT-LINE.
000639
000640     MOVE LOW-VALUES TO CP-PENDING-KEY.
000641     START PENDING-FILE
000642         KEY IS NOT LESS THAN CP-PENDING-KEY
000643         INVALID KEY
000644             CONTINUE
000645     END-START.
000646     IF WS-PENDING-STATUS = "00"
000647         MOVE "N" TO WS-PENDING-EOF
000648         PERFORM UNTIL WS-PENDING-EOF = "Y"
000649             READ PENDING-FILE NEXT
000650                 AT END
000651                     MOVE "Y" TO WS-PENDING-EOF
000652                 NOT AT END
000653                     IF CP-STATUS-PENDING
000654                         PERFORM 4450-WRITE-RPT-PENDING
000655                     END-IF
000656             END-READ
000657         END-PERFORM
000658     END-IF.
000659
000660 4450-WRITE-RPT-PENDING.
000661     ADD 1 TO WS-STILL-PENDING-COUNT.
000662     COMPUTE WS-AGE-DAYS =
000663         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
000664         - FUNCTION INTEGER-OF-DATE(CP-KEYED-DATE).
000665     MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY.
000666     MOVE "PENDING:" TO WS-ITEM-LABEL.
000667     PERFORM 4300-WRITE-RPT-ITEM.
000668     MOVE SPACES TO WS-RPT-LINE.
000669     STRING "          AGE DAYS: " DELIMITED BY SIZE
000670             WS-AGE-DISPLAY       DELIMITED BY SIZE
000671         INTO WS-RPT-LINE
000672         ON OVERFLOW
000673             DISPLAY "WARNING: APPROVAL REPORT LINE TRUNCATED"
000674     END-STRING.
000675     PERFORM 4100-WRITE-RPT-LINE.
000676
000677 5000-WRITE-RPT-TOTALS.
000678     MOVE SPACES TO WS-RPT-LINE.
000679     PERFORM 4100-WRITE-RPT-LINE.
000680     MOVE SPACES TO WS-RPT-LINE.
000681     STRING "TRANS READ: "        DELIMITED BY SIZE
000682             WS-TRAN-COUNT        DELIMITED BY SIZE
000683             "  QUEUED: "         DELIMITED BY SIZE
000684             WS-QUEUED-COUNT      DELIMITED BY SIZE
000685             "  DECISIONS READ: " DELIMITED BY SIZE
000686             WS-DECISION-COUNT    DELIMITED BY SIZE
000687             "  APPROVED: "       DELIMITED BY SIZE
000688             WS-APPROVED-COUNT    DELIMITED BY SIZE
000689             "  DECLINED: "       DELIMITED BY SIZE
000690             WS-DECLINED-COUNT    DELIMITED BY SIZE
000691         INTO WS-RPT-LINE
000692         ON OVERFLOW
000693             DISPLAY "WARNING: APPROVAL REPORT TOTALS TRUNCATED"
000694     END-STRING.
000695     PERFORM 4100-WRITE-RPT-LINE.
000696     MOVE SPACES TO WS-RPT-LINE.
000697     STRING "EXPIRED: "           DELIMITED BY SIZE
000698             WS-EXPIRED-COUNT     DELIMITED BY SIZE
000699             "  STILL PENDING: "  DELIMITED BY SIZE
000700             WS-STILL-PENDING-COUNT DELIMITED BY SIZE
000701             "  SELF-APPROVALS REJECTED: " DELIMITED BY SIZE
000702             WS-SELF-APPROVAL-COUNT DELIMITED BY SIZE
000703             "  ERRORS: "         DELIMITED BY SIZE
000704             WS-ERROR-COUNT       DELIMITED BY SIZE
000705         INTO WS-RPT-LINE
000706         ON OVERFLOW
000707             DISPLAY "WARNING: APPROVAL REPORT TOTALS TRUNCATED"
000708     END-STRING.
000709     PERFORM 4100-WRITE-RPT-LINE.
