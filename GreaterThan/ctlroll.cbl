000151                                 SIGN LEADING SEPARATE.
000152     05  RW-SOURCE-CODE          PIC X(1).
000153     05  RW-FACTOR-PCT           PIC 9(3)V99.
000154     05  RW-CURRENCY-CODE        PIC X(3).
000155
000156 FD  ROLL-RPT-FILE.
000157 01  ROLL-RPT-RECORD             PIC X(132).
000158
000159 WORKING-STORAGE SECTION.
000160 01  WS-CTLMSTR-STATUS           PIC X(2).
000161 01  WS-FACTOR-STATUS            PIC X(2).
000162 01  WS-PLAN-STATUS              PIC X(2).
000163 01  WS-WORK-STATUS              PIC X(2).
000164 01  WS-ROLL-RPT-STATUS          PIC X(2).
000165
000166 01  WS-PARM                     PIC X(40).
000167 01  WS-PARM-MODE                PIC X(10).
000168 01  WS-APPLY-SWITCH             PIC X(1)    VALUE "N".
000169 01  WS-MODE-TEXT                PIC X(8).
000170
000171 01  WS-MASTER-EOF               PIC X(1)    VALUE "N".
000172 01  WS-FACTOR-EOF               PIC X(1)    VALUE "N".
000173 01  WS-PLAN-EOF                 PIC X(1)    VALUE "N".
000174 01  WS-WORK-EOF                 PIC X(1)    VALUE "N".
000175
000176 01  WS-NEW-FROM                 PIC X(8)    VALUE SPACES.
000177 01  WS-NEW-FROM-NUM             PIC 9(8)    VALUE ZERO.
000178 01  WS-NEW-TO                   PIC X(8)    VALUE SPACES.
000179 01  WS-NEW-TO-NUM               PIC 9(8)    VALUE ZERO.
000180 01  WS-CLOSE-TO-NUM             PIC 9(8)    VALUE ZERO.
000181 01  WS-GLOBAL-FACTOR            PIC 9(3)V99 VALUE 100.
000182
000183 01  WS-PREV-ACCOUNT             PIC X(8)    VALUE LOW-VALUES.
000184 01  WS-CAND-FOUND               PIC X(1)    VALUE "N".
000185 01  WS-CAND-FROM                PIC 9(8)    VALUE ZERO.
000186 01  WS-CAND-TO                  PIC 9(8)    VALUE ZERO.
000187 01  WS-CAND-CONTROLL            PIC S9(10)V99 VALUE ZERO.
000188 01  WS-CAND-CURRENCY            PIC X(3)    VALUE SPACES.
000189
000190 01  WS-FACTOR-ACCOUNT           PIC X(8)    VALUE HIGH-VALUES.
000191 01  WS-FACTOR-PCT               PIC 9(3)V99 VALUE ZERO.
000192 01  WS-PLAN-ACCOUNT             PIC X(8)    VALUE HIGH-VALUES.
000193 01  WS-PLAN-CONTROLL            PIC S9(10)V99 VALUE ZERO.
000194 01  WS-PLAN-VALID               PIC X(1)    VALUE "N".
000195 01  WS-BUILD-OK                 PIC X(1)    VALUE "N".
000196 01  WS-USE-FACTOR               PIC 9(3)V99 VALUE ZERO.
000197
000198 01  WS-ROLLED-COUNT             PIC 9(6)    VALUE ZERO.
000199 01  WS-CARRY-COUNT              PIC 9(6)    VALUE ZERO.
000200 01  WS-PLAN-COUNT               PIC 9(6)    VALUE ZERO.
000201 01  WS-NOCAND-COUNT             PIC 9(6)    VALUE ZERO.
000202 01  WS-ERROR-COUNT              PIC 9(6)    VALUE ZERO.
000203
000204 01  WS-OLD-CTL-DISPLAY          PIC -(10)9.99.
000205 01  WS-NEW-CTL-DISPLAY          PIC -(10)9.99.
000206 01  WS-FACTOR-DISPLAY           PIC ZZ9.99.
000207
000208 01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
000209 01  WS-PAGE-COUNT               PIC 9(4)    VALUE ZERO.
000210 01  WS-LINE-COUNT               PIC 9(2)    VALUE 99.
000211 01  WS-LINES-PER-PAGE           PIC 9(2)    VALUE 55.
000212 01  WS-RPT-LINE                 PIC X(132).
000213
000214 PROCEDURE DIVISION.
000215 0000-MAIN-LOGIC.
000216     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000217     ACCEPT WS-PARM FROM COMMAND-LINE.
000218     MOVE SPACES TO WS-PARM-MODE.
000219     UNSTRING WS-PARM DELIMITED BY ALL SPACE
000220         INTO WS-PARM-MODE.
000221     IF WS-PARM-MODE = "APPLY"
000222         MOVE "Y" TO WS-APPLY-SWITCH
000223         MOVE "APPLY" TO WS-MODE-TEXT
000224     ELSE
000225         MOVE "N" TO WS-APPLY-SWITCH
000226         MOVE "SIMULATE" TO WS-MODE-TEXT
000227     END-IF.
000228
000229     ACCEPT WS-NEW-FROM FROM ENVIRONMENT "CTLROLL-NEW-FROM".
000230     IF WS-NEW-FROM NOT NUMERIC
000231         DISPLAY "ERROR: CTLROLL-NEW-FROM IS MISSING OR "
000232             "NOT NUMERIC"
000233         MOVE 16 TO RETURN-CODE
000234         STOP RUN
000235     END-IF.
000236     MOVE WS-NEW-FROM TO WS-NEW-FROM-NUM.
000237     COMPUTE WS-CLOSE-TO-NUM = FUNCTION DATE-OF-INTEGER(
000238         FUNCTION INTEGER-OF-DATE(WS-NEW-FROM-NUM) - 1).
000239
000240     ACCEPT WS-NEW-TO FROM ENVIRONMENT "CTLROLL-NEW-TO".
000241     IF WS-NEW-TO NUMERIC
000242         MOVE WS-NEW-TO TO WS-NEW-TO-NUM
000243     ELSE
000244         MOVE ZERO TO WS-NEW-TO-NUM
000245     END-IF.
000246     IF WS-NEW-TO-NUM NOT = ZERO
000247             AND WS-NEW-TO-NUM < WS-NEW-FROM-NUM
000248         DISPLAY "ERROR: CTLROLL-NEW-TO IS BEFORE "
000249             "CTLROLL-NEW-FROM"
000250         MOVE 16 TO RETURN-CODE
000251         STOP RUN
000252     END-IF.
000253
000254     ACCEPT WS-GLOBAL-FACTOR
000255         FROM ENVIRONMENT "CTLROLL-FACTOR-PCT".
000256     IF WS-GLOBAL-FACTOR NOT NUMERIC
000257         DISPLAY "WARNING: CTLROLL-FACTOR-PCT IS NOT NUMERIC, "
000258             "IGNORING"
000259         MOVE 100 TO WS-GLOBAL-FACTOR
000260     END-IF.
000261     IF WS-GLOBAL-FACTOR = ZERO
000262         MOVE 100 TO WS-GLOBAL-FACTOR
000263     END-IF.
000264
000265     PERFORM 1000-OPEN-FILES.
000266     PERFORM 1200-READ-FACTOR.
000267     PERFORM 1300-READ-PLAN.
000268     PERFORM 2000-SWEEP-MASTER.
000269     PERFORM 3000-APPLY-WORK-FILE.
000270     PERFORM 5000-WRITE-RPT-TOTALS.
000271     PERFORM 9000-CLOSE-FILES.
000272     IF WS-ERROR-COUNT > ZERO
000273         MOVE 4 TO RETURN-CODE
000274     END-IF.
000275     STOP RUN.
000276
000277 1000-OPEN-FILES.
000278     IF WS-APPLY-SWITCH = "Y"
000279         OPEN I-O CONTROLL-MASTER-FILE
000280     ELSE
000281         OPEN INPUT CONTROLL-MASTER-FILE
000282     END-IF.
000283     IF WS-CTLMSTR-STATUS NOT = "00"
000284         DISPLAY "ERROR OPENING CTLMSTR, FILE STATUS: "
000285             WS-CTLMSTR-STATUS
000286         MOVE 16 TO RETURN-CODE
000287         STOP RUN
000288     END-IF.
000289
000290     OPEN INPUT FACTOR-FILE.
000291     IF WS-FACTOR-STATUS NOT = "00"
000292             AND WS-FACTOR-STATUS NOT = "05"
000293         DISPLAY "ERROR OPENING FACTIN, FILE STATUS: "
000294             WS-FACTOR-STATUS
000295         CLOSE CONTROLL-MASTER-FILE
000296         MOVE 16 TO RETURN-CODE
000297         STOP RUN
000298     END-IF.
000299     IF WS-FACTOR-STATUS = "05"
000300         MOVE "Y" TO WS-FACTOR-EOF
000301     END-IF.
000302
000303     OPEN INPUT PLAN-FILE.
000304     IF WS-PLAN-STATUS NOT = "00"
000305             AND WS-PLAN-STATUS NOT = "05"
000306         DISPLAY "ERROR OPENING PLANIN, FILE STATUS: "
000307             WS-PLAN-STATUS
000308         CLOSE CONTROLL-MASTER-FILE
000309         CLOSE FACTOR-FILE
000310         MOVE 16 TO RETURN-CODE
000311         STOP RUN
000312     END-IF.
000313     IF WS-PLAN-STATUS = "05"
000314         MOVE "Y" TO WS-PLAN-EOF
000315     END-IF.
000316
000317     OPEN OUTPUT ROLL-WORK-FILE.
000318     IF WS-WORK-STATUS NOT = "00" AND WS-WORK-STATUS NOT = "05"
000319         DISPLAY "ERROR OPENING ROLLWRK, FILE STATUS: "
000320             WS-WORK-STATUS
000321         CLOSE CONTROLL-MASTER-FILE
000322         CLOSE FACTOR-FILE
000323         CLOSE PLAN-FILE
000324         MOVE 16 TO RETURN-CODE
000325         STOP RUN
000326     END-IF.
000327
000328     OPEN OUTPUT ROLL-RPT-FILE.
000329     IF WS-ROLL-RPT-STATUS NOT = "00"
000330             AND WS-ROLL-RPT-STATUS NOT = "05"
000331         DISPLAY "ERROR OPENING ROLLRPT, FILE STATUS: "
000332             WS-ROLL-RPT-STATUS
000333         CLOSE CONTROLL-MASTER-FILE
000334         CLOSE FACTOR-FILE
000335         CLOSE PLAN-FILE
000336         CLOSE ROLL-WORK-FILE
000337         MOVE 16 TO RETURN-CODE
000338         STOP RUN
000339     END-IF.
000340
000341 1200-READ-FACTOR.
000342     IF WS-FACTOR-EOF = "Y"
000343         MOVE HIGH-VALUES TO WS-FACTOR-ACCOUNT
000344     ELSE
000345         READ FACTOR-FILE
000346             AT END
000347                 MOVE "Y" TO WS-FACTOR-EOF
000348                 MOVE HIGH-VALUES TO WS-FACTOR-ACCOUNT
000349             NOT AT END
000350                 MOVE FA-ACCOUNT-CODE TO WS-FACTOR-ACCOUNT
000351                 IF FA-FACTOR-PCT NUMERIC
000352                         AND FA-FACTOR-PCT > ZERO
000353                     MOVE FA-FACTOR-PCT TO WS-FACTOR-PCT
000354                 ELSE
000355                     MOVE WS-GLOBAL-FACTOR TO WS-FACTOR-PCT
000356                 END-IF
000357         END-READ
000358     END-IF.
000359
000360 1300-READ-PLAN.
000361     IF WS-PLAN-EOF = "Y"
000362         MOVE HIGH-VALUES TO WS-PLAN-ACCOUNT
000363     ELSE
000364         READ PLAN-FILE
000365             AT END
000366                 MOVE "Y" TO WS-PLAN-EOF
000367                 MOVE HIGH-VALUES TO WS-PLAN-ACCOUNT
000368             NOT AT END
000369                 MOVE PL-ACCOUNT-CODE TO WS-PLAN-ACCOUNT
000370                 IF PL-CONTROLL-NUM NUMERIC
000371                     MOVE PL-CONTROLL-NUM TO WS-PLAN-CONTROLL
000372                     MOVE "Y" TO WS-PLAN-VALID
000373                 ELSE
000374                     MOVE "N" TO WS-PLAN-VALID
000375                 END-IF
000376         END-READ
000377     END-IF.
000378
000379 2000-SWEEP-MASTER.
000380     MOVE LOW-VALUES TO CM-MASTER-KEY.
000381     START CONTROLL-MASTER-FILE
000382         KEY IS NOT LESS THAN CM-MASTER-KEY
000383         INVALID KEY
000384             MOVE "Y" TO WS-MASTER-EOF
000385     END-START.
000386     IF WS-CTLMSTR-STATUS NOT = "00"
000387         MOVE "Y" TO WS-MASTER-EOF
000388     END-IF.
000389     PERFORM UNTIL WS-MASTER-EOF = "Y"
000390         READ CONTROLL-MASTER-FILE NEXT
000391             AT END
000392                 MOVE "Y" TO WS-MASTER-EOF
000393             NOT AT END
000394                 IF CM-ACCOUNT-CODE NOT = WS-PREV-ACCOUNT
000395                     IF WS-PREV-ACCOUNT NOT = LOW-VALUES
000396                         PERFORM 2500-RESOLVE-ACCOUNT
000397                     END-IF
000398                     MOVE CM-ACCOUNT-CODE TO WS-PREV-ACCOUNT
000399                     MOVE "N" TO WS-CAND-FOUND
000400                     MOVE ZERO TO WS-CAND-FROM
000401                 END-IF
000402                 IF CM-ACTIVE
000403                         AND CM-EFFECTIVE-FROM < WS-NEW-FROM-NUM
000404                         AND CM-EFFECTIVE-FROM >= WS-CAND-FROM
000405                     MOVE CM-EFFECTIVE-FROM TO WS-CAND-FROM
000406                     MOVE CM-EFFECTIVE-TO TO WS-CAND-TO
000407                     MOVE CM-CONTROLL-NUM TO WS-CAND-CONTROLL
000408                     MOVE CM-CURRENCY-CODE TO WS-CAND-CURRENCY
000409                     MOVE "Y" TO WS-CAND-FOUND
000410                 END-IF
000411         END-READ
000412     END-PERFORM.
000413     IF WS-PREV-ACCOUNT NOT = LOW-VALUES
000414         PERFORM 2500-RESOLVE-ACCOUNT
000415     END-IF.
000416     PERFORM 2700-FLUSH-PLAN-LEFTOVERS.
000417
000418 2500-RESOLVE-ACCOUNT.
000419     PERFORM UNTIL WS-FACTOR-ACCOUNT >= WS-PREV-ACCOUNT
000420         PERFORM 1200-READ-FACTOR
000421     END-PERFORM.
000422     PERFORM UNTIL WS-PLAN-ACCOUNT >= WS-PREV-ACCOUNT
000423         PERFORM 2750-PLAN-NOT-ON-MASTER
000424         PERFORM 1300-READ-PLAN
000425     END-PERFORM.
000426
000427     IF WS-CAND-FOUND NOT = "Y"
000428         ADD 1 TO WS-NOCAND-COUNT
000429         IF WS-PLAN-ACCOUNT = WS-PREV-ACCOUNT
000430             ADD 1 TO WS-ERROR-COUNT
000431             MOVE SPACES TO WS-RPT-LINE
000432             STRING "ERROR:  ACCT: " DELIMITED BY SIZE
000433                     WS-PREV-ACCOUNT DELIMITED BY SIZE
000434                     "  PLAN VALUE BUT NO ACTIVE ENTRY "
000435                                      DELIMITED BY SIZE
000436                     "TO ROLL"        DELIMITED BY SIZE
000437                 INTO WS-RPT-LINE
000438                 ON OVERFLOW
000439                     DISPLAY "WARNING: ROLL REPORT LINE TRUNCATED"
000440             END-STRING
000441             PERFORM 4100-WRITE-RPT-LINE
000442             PERFORM 1300-READ-PLAN
000443         END-IF
000444     ELSE
000445         PERFORM 2600-BUILD-WORK-RECORD
000446     END-IF.
000447
000448 2600-BUILD-WORK-RECORD.
000449     MOVE "Y" TO WS-BUILD-OK.
000450     MOVE WS-PREV-ACCOUNT TO RW-ACCOUNT-CODE.
000451     MOVE WS-CAND-FROM TO RW-OLD-FROM.
000452     MOVE WS-CAND-TO TO RW-OLD-TO.
000453     MOVE WS-CAND-CONTROLL TO RW-OLD-CONTROLL.
000454     MOVE WS-CAND-CURRENCY TO RW-CURRENCY-CODE.
000455     IF WS-PLAN-ACCOUNT = WS-PREV-ACCOUNT
000456         IF WS-PLAN-VALID = "Y"
000457             MOVE WS-PLAN-CONTROLL TO RW-NEW-CONTROLL
000458             MOVE "P" TO RW-SOURCE-CODE
000459             MOVE 100 TO RW-FACTOR-PCT
000460         ELSE
000461             ADD 1 TO WS-ERROR-COUNT
000462             MOVE "N" TO WS-BUILD-OK
000463             MOVE SPACES TO WS-RPT-LINE
000464             STRING "ERROR:  ACCT: " DELIMITED BY SIZE
000465                     WS-PREV-ACCOUNT DELIMITED BY SIZE
000466                     "  PLAN VALUE NOT NUMERIC, "
000467                                      DELIMITED BY SIZE
000468                     "ACCOUNT NOT ROLLED" DELIMITED BY SIZE
000469                 INTO WS-RPT-LINE
000470                 ON OVERFLOW
000471                     DISPLAY "WARNING: ROLL REPORT LINE TRUNCATED"
000472             END-STRING
000473             PERFORM 4100-WRITE-RPT-LINE
000474         END-IF
000475         PERFORM 1300-READ-PLAN
000476     ELSE
000477         IF WS-FACTOR-ACCOUNT = WS-PREV-ACCOUNT
000478             MOVE WS-FACTOR-PCT TO WS-USE-FACTOR
000479         ELSE
000480             MOVE WS-GLOBAL-FACTOR TO WS-USE-FACTOR
000481         END-IF
000482         COMPUTE RW-NEW-CONTROLL ROUNDED =
000483             WS-CAND-CONTROLL * WS-USE-FACTOR / 100
000484             ON SIZE ERROR
000485                 MOVE WS-CAND-CONTROLL TO RW-NEW-CONTROLL
000486         END-COMPUTE
000487         MOVE "C" TO RW-SOURCE-CODE
000488         MOVE WS-USE-FACTOR TO RW-FACTOR-PCT
000489     END-IF.
000490
000491     IF WS-BUILD-OK = "Y"
000492         WRITE ROLL-WORK-RECORD
000493         IF WS-WORK-STATUS NOT = "00"
000494             DISPLAY "ERROR WRITING ROLLWRK, FILE STATUS: "
000495                 WS-WORK-STATUS
000496             ADD 1 TO WS-ERROR-COUNT
000497         END-IF
000498     END-IF.
000499
000500 2700-FLUSH-PLAN-LEFTOVERS.
000501     PERFORM UNTIL WS-PLAN-ACCOUNT = HIGH-VALUES
000502         PERFORM 2750-PLAN-NOT-ON-MASTER
000503         PERFORM 1300-READ-PLAN
000504     END-PERFORM.
000505
000506 2750-PLAN-NOT-ON-MASTER.
000507     ADD 1 TO WS-ERROR-COUNT.
000508     MOVE SPACES TO WS-RPT-LINE.
000509     STRING "ERROR:  ACCT: "      DELIMITED BY SIZE
000510             WS-PLAN-ACCOUNT      DELIMITED BY SIZE
000511             "  PLAN ACCOUNT NOT ON MASTER" DELIMITED BY SIZE
000512         INTO WS-RPT-LINE
000513         ON OVERFLOW
000514             DISPLAY "WARNING: ROLL REPORT LINE TRUNCATED"
000515     END-STRING.
000516     PERFORM 4100-WRITE-RPT-LINE.
000517
000518 3000-APPLY-WORK-FILE.
000519     CLOSE ROLL-WORK-FILE.
000520     OPEN INPUT ROLL-WORK-FILE.
000521     IF WS-WORK-STATUS NOT = "00" AND WS-WORK-STATUS NOT = "05"
000522         DISPLAY "ERROR REOPENING ROLLWRK, FILE STATUS: "
000523             WS-WORK-STATUS
000524         ADD 1 TO WS-ERROR-COUNT
000525     ELSE
000526         PERFORM UNTIL WS-WORK-EOF = "Y"
000527             READ ROLL-WORK-FILE
000528                 AT END
000529                     MOVE "Y" TO WS-WORK-EOF
000530                 NOT AT END
000531                     PERFORM 3100-APPLY-ONE-ACCOUNT
000532             END-READ
000533         END-PERFORM
000534     END-IF.
000535
000536 3100-APPLY-ONE-ACCOUNT.
000537     IF WS-APPLY-SWITCH = "Y"
000538         PERFORM 3200-CLOSE-OLD-ENTRY
000539         PERFORM 3300-WRITE-NEW-ENTRY
000540     ELSE
000541         ADD 1 TO WS-ROLLED-COUNT
000542         IF RW-SOURCE-CODE = "P"
000543             ADD 1 TO WS-PLAN-COUNT
000544         ELSE
000545             ADD 1 TO WS-CARRY-COUNT
000546         END-IF
000547         PERFORM 4300-WRITE-RPT-ROLL
000548     END-IF.
000549
000550 3200-CLOSE-OLD-ENTRY.
000551     MOVE RW-ACCOUNT-CODE TO CM-ACCOUNT-CODE.
000552     MOVE RW-OLD-FROM TO CM-EFFECTIVE-FROM.
000553     READ CONTROLL-MASTER-FILE
000554         INVALID KEY
000555             CONTINUE
000556     END-READ.
000557     IF WS-CTLMSTR-STATUS NOT = "00"
000558         DISPLAY "ERROR REREADING CTLMSTR, FILE STATUS: "
000559             WS-CTLMSTR-STATUS
000560         ADD 1 TO WS-ERROR-COUNT
000561     ELSE
000562         IF CM-EFFECTIVE-TO = ZERO
000563                 OR CM-EFFECTIVE-TO >= WS-NEW-FROM-NUM
000564             MOVE WS-CLOSE-TO-NUM TO CM-EFFECTIVE-TO
000565             REWRITE CONTROLL-MASTER-RECORD
000566                 INVALID KEY
000567                     CONTINUE
000568             END-REWRITE
000569             IF WS-CTLMSTR-STATUS NOT = "00"
000570                 DISPLAY "ERROR REWRITING CTLMSTR, FILE STATUS: "
000571                     WS-CTLMSTR-STATUS
000572                 ADD 1 TO WS-ERROR-COUNT
000573             END-IF
000574         END-IF
000575     END-IF.
000576
000577 3300-WRITE-NEW-ENTRY.
000578     MOVE RW-ACCOUNT-CODE TO CM-ACCOUNT-CODE.
000579     MOVE WS-NEW-FROM-NUM TO CM-EFFECTIVE-FROM.
000580     MOVE RW-NEW-CONTROLL TO CM-CONTROLL-NUM.
000581     MOVE WS-NEW-TO-NUM TO CM-EFFECTIVE-TO.
000582     MOVE "A" TO CM-ACTIVE-FLAG.
000583     MOVE RW-CURRENCY-CODE TO CM-CURRENCY-CODE.
000584     WRITE CONTROLL-MASTER-RECORD
000585         INVALID KEY
000586             CONTINUE
000587     END-WRITE.
000588     EVALUATE WS-CTLMSTR-STATUS
000589         WHEN "00"
000590             ADD 1 TO WS-ROLLED-COUNT
000591             IF RW-SOURCE-CODE = "P"
000592                 ADD 1 TO WS-PLAN-COUNT
000593             ELSE
000594                 ADD 1 TO WS-CARRY-COUNT
000595             END-IF
000596             PERFORM 4300-WRITE-RPT-ROLL
000597         WHEN "22"
000598             ADD 1 TO WS-ERROR-COUNT
000599             MOVE SPACES TO WS-RPT-LINE
000600             STRING "ERROR:  ACCT: " DELIMITED BY SIZE
000601                     RW-ACCOUNT-CODE DELIMITED BY SIZE
000602                     "  EFF FROM "    DELIMITED BY SIZE
000603                     WS-NEW-FROM      DELIMITED BY SIZE
000604                     " ALREADY ON MASTER, NOT ROLLED"
000605                                      DELIMITED BY SIZE
000606                 INTO WS-RPT-LINE
000607                 ON OVERFLOW
000608                     DISPLAY "WARNING: ROLL REPORT LINE TRUNCATED"
000609             END-STRING
000610             PERFORM 4100-WRITE-RPT-LINE
000611         WHEN OTHER
000612             DISPLAY "ERROR WRITING CTLMSTR, FILE STATUS: "
000613                 WS-CTLMSTR-STATUS
000614             ADD 1 TO WS-ERROR-COUNT
000615     END-EVALUATE.
000616
000617 4100-WRITE-RPT-LINE.
000618     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000619         PERFORM 4200-WRITE-RPT-HEADING
000620     END-IF.
000621     WRITE ROLL-RPT-RECORD FROM WS-RPT-LINE.
000622     IF WS-ROLL-RPT-STATUS NOT = "00"
000623         DISPLAY "ERROR WRITING ROLLRPT, FILE STATUS: "
000624             WS-ROLL-RPT-STATUS
000625     END-IF.
000626     ADD 1 TO WS-LINE-COUNT.
000627
000628 4200-WRITE-RPT-HEADING.
000629     ADD 1 TO WS-PAGE-COUNT.
000630     MOVE SPACES TO ROLL-RPT-RECORD.
000631     STRING "CTLROLL  CONTROL MASTER PERIOD ROLLOVER"
000632                                  DELIMITED BY SIZE
000633             "  MODE: "           DELIMITED BY SIZE
000634             WS-MODE-TEXT         DELIMITED BY SIZE
000635             "  RUN DATE: "       DELIMITED BY SIZE
000636             WS-RUN-DATE          DELIMITED BY SIZE
000637             "  PAGE: "           DELIMITED BY SIZE
000638             WS-PAGE-COUNT        DELIMITED BY SIZE
000639         INTO ROLL-RPT-RECORD
000640         ON OVERFLOW
000641             DISPLAY "WARNING: ROLL REPORT HEADING TRUNCATED"
000642     END-STRING.
000643     WRITE ROLL-RPT-RECORD.
000644     MOVE SPACES TO ROLL-RPT-RECORD.
000645     WRITE ROLL-RPT-RECORD.
000646     MOVE 2 TO WS-LINE-COUNT.
000647
000648 4300-WRITE-RPT-ROLL.
000649     MOVE RW-OLD-CONTROLL TO WS-OLD-CTL-DISPLAY.
000650     MOVE RW-NEW-CONTROLL TO WS-NEW-CTL-DISPLAY.
000651     MOVE RW-FACTOR-PCT TO WS-FACTOR-DISPLAY.
000652     MOVE SPACES TO WS-RPT-LINE.
000653     STRING "ACCT: "              DELIMITED BY SIZE
000654             RW-ACCOUNT-CODE      DELIMITED BY SIZE
000655             "  BEFORE: FROM "    DELIMITED BY SIZE
000656             RW-OLD-FROM          DELIMITED BY SIZE
000657             " TO "               DELIMITED BY SIZE
000658             RW-OLD-TO            DELIMITED BY SIZE
000659             " CTL "              DELIMITED BY SIZE
000660             WS-OLD-CTL-DISPLAY   DELIMITED BY SIZE
000661         INTO WS-RPT-LINE
000662         ON OVERFLOW
000663             DISPLAY "WARNING: ROLL REPORT LINE TRUNCATED"
000664     END-STRING.
000665     PERFORM 4100-WRITE-RPT-LINE.
000666
000667     MOVE SPACES TO WS-RPT-LINE.
000668     IF RW-SOURCE-CODE = "P"
000669         STRING "  AFTER:  FROM " DELIMITED BY SIZE
000670                 WS-NEW-FROM      DELIMITED BY SIZE
000671                 " TO "           DELIMITED BY SIZE
000672                 WS-NEW-TO-NUM    DELIMITED BY SIZE
000673                 " CTL "          DELIMITED BY SIZE
000674                 WS-NEW-CTL-DISPLAY DELIMITED BY SIZE
000675                 "  (FROM PLAN FILE)" DELIMITED BY SIZE
000676             INTO WS-RPT-LINE
000677             ON OVERFLOW
000678                 DISPLAY "WARNING: ROLL REPORT LINE TRUNCATED"
000679         END-STRING
000680     ELSE
000681         STRING "  AFTER:  FROM " DELIMITED BY SIZE
000682                 WS-NEW-FROM      DELIMITED BY SIZE
000683                 " TO "           DELIMITED BY SIZE
000684                 WS-NEW-TO-NUM    DELIMITED BY SIZE
000685                 " CTL "          DELIMITED BY SIZE
000686                 WS-NEW-CTL-DISPLAY DELIMITED BY SIZE
000687                 "  (FACTOR "     DELIMITED BY SIZE
000688                 WS-FACTOR-DISPLAY DELIMITED BY SIZE
000689                 " PCT)"          DELIMITED BY SIZE
000690             INTO WS-RPT-LINE
000691             ON OVERFLOW
000692                 DISPLAY "WARNING: ROLL REPORT LINE TRUNCATED"
000693         END-STRING
000694     END-IF.
000695     PERFORM 4100-WRITE-RPT-LINE.
000696
000697 5000-WRITE-RPT-TOTALS.
000698     MOVE SPACES TO WS-RPT-LINE.
000699     STRING "ACCOUNTS ROLLED: "   DELIMITED BY SIZE
000700             WS-ROLLED-COUNT      DELIMITED BY SIZE
000701             "  CARRIED/SCALED: " DELIMITED BY SIZE
000702             WS-CARRY-COUNT       DELIMITED BY SIZE
000703             "  FROM PLAN: "      DELIMITED BY SIZE
000704             WS-PLAN-COUNT        DELIMITED BY SIZE
000705             "  NO ACTIVE ENTRY: " DELIMITED BY SIZE
000706             WS-NOCAND-COUNT      DELIMITED BY SIZE
000707             "  ERRORS: "         DELIMITED BY SIZE
000708             WS-ERROR-COUNT       DELIMITED BY SIZE
000709         INTO WS-RPT-LINE
000710         ON OVERFLOW
000711             DISPLAY "WARNING: ROLL REPORT TOTALS TRUNCATED"
000712     END-STRING.
000713     PERFORM 4100-WRITE-RPT-LINE.
000714
000715     IF WS-APPLY-SWITCH NOT = "Y"
000716         MOVE "** SIMULATE MODE - MASTER NOT UPDATED **"
000717             TO WS-RPT-LINE
000718         PERFORM 4100-WRITE-RPT-LINE
000719     END-IF.
000720
000721 9000-CLOSE-FILES.
000722     CLOSE CONTROLL-MASTER-FILE.
000723     CLOSE FACTOR-FILE.
000724     CLOSE PLAN-FILE.
000725     CLOSE ROLL-WORK-FILE.
000726     CLOSE ROLL-RPT-FILE.
