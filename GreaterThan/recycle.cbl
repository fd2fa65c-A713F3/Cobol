000139     05  RJ-REASON-CODE          PIC X(4).
000140     05  FILLER                  PIC X(1).
000141     05  RJ-REASON-TEXT          PIC X(30).
000142     05  FILLER                  PIC X(1).
000143     05  RJ-CURRENCY-CODE        PIC X(3).
000144     05  FILLER                  PIC X(24).
000145
000146 FD  CORRECTION-FILE.
000147 01  CORRECTION-RECORD.
000148     05  CR-ACCOUNT-CODE         PIC X(8).
000149     05  CR-ORIG-NUM             PIC X(13).
000150     05  CR-NEW-NUM              PIC X(13).
000151     05  CR-NEW-NUM-AMT REDEFINES CR-NEW-NUM
000152                                 PIC S9(10)V99
000153                                 SIGN LEADING SEPARATE.
000154     05  CR-NEW-CONTROLL-NUM     PIC X(13).
000155     05  CR-NEW-CONTROLL-AMT REDEFINES CR-NEW-CONTROLL-NUM
000156                                 PIC S9(10)V99
000157                                 SIGN LEADING SEPARATE.
000158     05  CR-NEW-CURRENCY-CODE    PIC X(3).
000159
000160 FD  SUSPENSE-IN-FILE.
000161 01  SUSPENSE-IN-RECORD.
000162     05  SI-ACCOUNT-CODE         PIC X(8).
000163     05  SI-NUM                  PIC X(13).
000164     05  SI-CONTROLL-NUM         PIC X(13).
000165     05  SI-REASON-CODE          PIC X(4).
000166     05  SI-REASON-TEXT          PIC X(30).
000167     05  SI-FIRST-DATE           PIC 9(8).
000168     05  SI-CYCLE-COUNT          PIC 9(3).
000169     05  SI-CURRENCY-CODE        PIC X(3).
000170
000171 FD  RECYCLE-OUT-FILE.
000172 01  RECYCLE-OUT-RECORD.
000173     05  RO-ACCOUNT-CODE         PIC X(8).
000174     05  RO-NUM                  PIC X(13).
000175     05  RO-CONTROLL-NUM         PIC X(13).
000176     05  RO-CURRENCY-CODE        PIC X(3).
000177
000178 FD  SUSPENSE-OUT-FILE.
000179 01  SUSPENSE-OUT-RECORD.
000180     05  SO-ACCOUNT-CODE         PIC X(8).
000181     05  SO-NUM                  PIC X(13).
000182     05  SO-CONTROLL-NUM         PIC X(13).
000183     05  SO-REASON-CODE          PIC X(4).
000184     05  SO-REASON-TEXT          PIC X(30).
000185     05  SO-FIRST-DATE           PIC 9(8).
000186     05  SO-CYCLE-COUNT          PIC 9(3).
000187     05  SO-CURRENCY-CODE        PIC X(3).
000188
000189 FD  AGING-RPT-FILE.
000190 01  AGING-RPT-RECORD            PIC X(132).
000191
000192 WORKING-STORAGE SECTION.
000193 01  WS-REJECT-IN-STATUS         PIC X(2).
000194 01  WS-CORRECTION-STATUS        PIC X(2).
000195 01  WS-SUSPENSE-IN-STATUS       PIC X(2).
000196 01  WS-RECYCLE-OUT-STATUS       PIC X(2).
000197 01  WS-SUSPENSE-OUT-STATUS      PIC X(2).
000198 01  WS-AGING-RPT-STATUS         PIC X(2).
000199
000200 01  WS-REJECT-EOF               PIC X(1)    VALUE "N".
000201 01  WS-CORRECTION-EOF           PIC X(1)    VALUE "N".
000202 01  WS-SUSPENSE-EOF             PIC X(1)    VALUE "N".
000203
000204 01  WS-SUSP-KEY.
000205     05  WS-SK-ACCOUNT           PIC X(8).
000206     05  WS-SK-NUM               PIC X(13).
000207     05  WS-SK-REASON            PIC X(4).
000208
000209 01  WS-REJ-KEY.
000210     05  WS-RK-ACCOUNT           PIC X(8).
000211     05  WS-RK-NUM               PIC X(13).
000212     05  WS-RK-REASON            PIC X(4).
000213
000214 01  WS-HOLD-REJ-KEY             PIC X(25)   VALUE LOW-VALUES.
000215
000216 01  WS-ITEM-MATCH-KEY.
000217     05  WS-IK-ACCOUNT           PIC X(8).
000218     05  WS-IK-NUM               PIC X(13).
000219
000220 01  WS-CORR-KEY.
000221     05  WS-CK-ACCOUNT           PIC X(8).
000222     05  WS-CK-NUM               PIC X(13).
000223
000224 01  WS-SUSP-ITEM.
000225     05  WS-SU-ACCOUNT           PIC X(8).
000226     05  WS-SU-NUM               PIC X(13).
000227     05  WS-SU-CONTROLL          PIC X(13).
000228     05  WS-SU-REASON            PIC X(4).
000229     05  WS-SU-TEXT              PIC X(30).
000230     05  WS-SU-FIRST-DATE        PIC 9(8).
000231     05  WS-SU-CYCLES            PIC 9(3).
000232     05  WS-SU-CURRENCY          PIC X(3).
000233
000234 01  WS-CORR-HOLD.
000235     05  WS-CO-NEW-NUM           PIC X(13).
000236     05  WS-CO-NEW-CONTROLL      PIC X(13).
000237     05  WS-CO-NEW-CURRENCY      PIC X(3).
000238     05  WS-CO-VALID             PIC X(1).
000239
000240 01  WS-OPEN-COUNT               PIC 9(6)    VALUE ZERO.
000241 01  WS-REPAIRED-COUNT           PIC 9(6)    VALUE ZERO.
000242 01  WS-ESCALATED-COUNT          PIC 9(6)    VALUE ZERO.
000243 01  WS-BADCORR-COUNT            PIC 9(6)    VALUE ZERO.
000244 01  WS-NEW-REJECT-COUNT         PIC 9(6)    VALUE ZERO.
000245
000246 01  WS-AGE-LIMIT                PIC 9(3)    VALUE 30.
000247 01  WS-AGE-DAYS                 PIC 9(5)    VALUE ZERO.
000248
000249 01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
000250 01  WS-RUN-DATE-PARM            PIC X(8)    VALUE SPACES.
000251 01  WS-PAGE-COUNT               PIC 9(4)    VALUE ZERO.
000252 01  WS-LINE-COUNT               PIC 9(2)    VALUE 99.
000253 01  WS-LINES-PER-PAGE           PIC 9(2)    VALUE 55.
000254 01  WS-RPT-LINE                 PIC X(132).
000255
000256 PROCEDURE DIVISION.
000257 0000-MAIN-LOGIC.
000258     ACCEPT WS-RUN-DATE-PARM FROM ENVIRONMENT "RECYCLE-RUN-DATE".
000259     IF WS-RUN-DATE-PARM NUMERIC
000260         MOVE WS-RUN-DATE-PARM TO WS-RUN-DATE
000261     ELSE
000262         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
000263     END-IF.
000264     ACCEPT WS-AGE-LIMIT
000265         FROM ENVIRONMENT "RECYCLE-AGE-LIMIT".
000266     IF WS-AGE-LIMIT NOT NUMERIC
000267         DISPLAY "WARNING: RECYCLE-AGE-LIMIT IS NOT NUMERIC, "
000268             "IGNORING"
000269         MOVE 30 TO WS-AGE-LIMIT
000270     END-IF.
000271     IF WS-AGE-LIMIT = ZERO
000272         MOVE 30 TO WS-AGE-LIMIT
000273     END-IF.
000274
000275     OPEN INPUT REJECT-IN-FILE.
000276     IF WS-REJECT-IN-STATUS NOT = "00"
000277             AND WS-REJECT-IN-STATUS NOT = "05"
000278         DISPLAY "ERROR OPENING BATCHREJ, FILE STATUS: "
000279             WS-REJECT-IN-STATUS
000280         MOVE 16 TO RETURN-CODE
000281         STOP RUN
000282     END-IF.
000283     IF WS-REJECT-IN-STATUS = "05"
000284         MOVE "Y" TO WS-REJECT-EOF
000285     END-IF.
000286
000287     OPEN INPUT CORRECTION-FILE.
000288     IF WS-CORRECTION-STATUS NOT = "00"
000289             AND WS-CORRECTION-STATUS NOT = "05"
000290         DISPLAY "ERROR OPENING CORRIN, FILE STATUS: "
000291             WS-CORRECTION-STATUS
000292         CLOSE REJECT-IN-FILE
000293         MOVE 16 TO RETURN-CODE
000294         STOP RUN
000295     END-IF.
000296     IF WS-CORRECTION-STATUS = "05"
000297         MOVE "Y" TO WS-CORRECTION-EOF
000298     END-IF.
000299
000300     OPEN INPUT SUSPENSE-IN-FILE.
000301     IF WS-SUSPENSE-IN-STATUS NOT = "00"
000302             AND WS-SUSPENSE-IN-STATUS NOT = "05"
000303         DISPLAY "ERROR OPENING SUSPIN, FILE STATUS: "
000304             WS-SUSPENSE-IN-STATUS
000305         CLOSE REJECT-IN-FILE
000306         CLOSE CORRECTION-FILE
000307         MOVE 16 TO RETURN-CODE
000308         STOP RUN
000309     END-IF.
000310     IF WS-SUSPENSE-IN-STATUS = "05"
000311         MOVE "Y" TO WS-SUSPENSE-EOF
000312     END-IF.
000313
000314     OPEN OUTPUT RECYCLE-OUT-FILE.
000315     IF WS-RECYCLE-OUT-STATUS NOT = "00"
000316             AND WS-RECYCLE-OUT-STATUS NOT = "05"
000317         DISPLAY "ERROR OPENING RECYCOUT, FILE STATUS: "
000318             WS-RECYCLE-OUT-STATUS
000319         CLOSE REJECT-IN-FILE
000320         CLOSE CORRECTION-FILE
000321         CLOSE SUSPENSE-IN-FILE
000322         MOVE 16 TO RETURN-CODE
000323         STOP RUN
000324     END-IF.
000325
000326     OPEN OUTPUT SUSPENSE-OUT-FILE.
000327     IF WS-SUSPENSE-OUT-STATUS NOT = "00"
000328             AND WS-SUSPENSE-OUT-STATUS NOT = "05"
000329         DISPLAY "ERROR OPENING SUSPOUT, FILE STATUS: "
000330             WS-SUSPENSE-OUT-STATUS
000331         CLOSE REJECT-IN-FILE
000332         CLOSE CORRECTION-FILE
000333         CLOSE SUSPENSE-IN-FILE
000334         CLOSE RECYCLE-OUT-FILE
000335         MOVE 16 TO RETURN-CODE
000336         STOP RUN
000337     END-IF.
000338
000339     OPEN OUTPUT AGING-RPT-FILE.
000340     IF WS-AGING-RPT-STATUS NOT = "00"
000341             AND WS-AGING-RPT-STATUS NOT = "05"
000342         DISPLAY "ERROR OPENING AGERPT, FILE STATUS: "
000343             WS-AGING-RPT-STATUS
000344         CLOSE REJECT-IN-FILE
000345         CLOSE CORRECTION-FILE
000346         CLOSE SUSPENSE-IN-FILE
000347         CLOSE RECYCLE-OUT-FILE
000348         CLOSE SUSPENSE-OUT-FILE
000349         MOVE 16 TO RETURN-CODE
000350         STOP RUN
000351     END-IF.
000352
000353     PERFORM 1100-READ-SUSPENSE.
000354     PERFORM 1150-READ-REJECT.
000355     PERFORM 1200-READ-CORRECTION.
000356     PERFORM 2000-MERGE-AND-PROCESS.
000357     PERFORM 5000-WRITE-RPT-TOTALS.
000358
000359     CLOSE REJECT-IN-FILE.
000360     CLOSE CORRECTION-FILE.
000361     CLOSE SUSPENSE-IN-FILE.
000362     CLOSE RECYCLE-OUT-FILE.
000363     CLOSE SUSPENSE-OUT-FILE.
000364     CLOSE AGING-RPT-FILE.
000365     IF WS-BADCORR-COUNT > ZERO
000366         MOVE 4 TO RETURN-CODE
000367     END-IF.
000368     STOP RUN.
000369
000370 1100-READ-SUSPENSE.
000371     IF WS-SUSPENSE-EOF = "Y"
000372         MOVE HIGH-VALUES TO WS-SUSP-KEY
000373     ELSE
000374         READ SUSPENSE-IN-FILE
000375             AT END
000376                 MOVE "Y" TO WS-SUSPENSE-EOF
000377                 MOVE HIGH-VALUES TO WS-SUSP-KEY
000378             NOT AT END
000379                 MOVE SI-ACCOUNT-CODE TO WS-SK-ACCOUNT
000380                 MOVE SI-NUM TO WS-SK-NUM
000381                 MOVE SI-REASON-CODE TO WS-SK-REASON
000382         END-READ
000383     END-IF.
000384
000385 1150-READ-REJECT.
000386     IF WS-REJECT-EOF = "Y"
000387         MOVE HIGH-VALUES TO WS-REJ-KEY
000388     ELSE
000389         READ REJECT-IN-FILE
000390             AT END
000391                 MOVE "Y" TO WS-REJECT-EOF
000392                 MOVE HIGH-VALUES TO WS-REJ-KEY
000393             NOT AT END
000394                 MOVE RJ-ACCOUNT-CODE TO WS-RK-ACCOUNT
000395                 MOVE RJ-NUM TO WS-RK-NUM
000396                 MOVE RJ-REASON-CODE TO WS-RK-REASON
000397         END-READ
000398     END-IF.
000399
000400 1200-READ-CORRECTION.
000401     IF WS-CORRECTION-EOF = "Y"
000402         MOVE HIGH-VALUES TO WS-CORR-KEY
000403     ELSE
000404         READ CORRECTION-FILE
000405             AT END
000406                 MOVE "Y" TO WS-CORRECTION-EOF
000407                 MOVE HIGH-VALUES TO WS-CORR-KEY
000408             NOT AT END
000409                 MOVE CR-ACCOUNT-CODE TO WS-CK-ACCOUNT
000410                 MOVE CR-ORIG-NUM TO WS-CK-NUM
000411                 MOVE CR-NEW-NUM TO WS-CO-NEW-NUM
000412                 MOVE CR-NEW-CONTROLL-NUM TO WS-CO-NEW-CONTROLL
000413                 MOVE CR-NEW-CURRENCY-CODE TO WS-CO-NEW-CURRENCY
000414                 IF CR-NEW-NUM-AMT NUMERIC
000415                         AND CR-NEW-CONTROLL-AMT NUMERIC
000416                     MOVE "Y" TO WS-CO-VALID
000417                 ELSE
000418                     MOVE "N" TO WS-CO-VALID
000419                 END-IF
000420         END-READ
000421     END-IF.
000422
000423 2000-MERGE-AND-PROCESS.
000424     PERFORM UNTIL WS-SUSP-KEY = HIGH-VALUES
000425             AND WS-REJ-KEY = HIGH-VALUES
000426         IF WS-SUSP-KEY <= WS-REJ-KEY
000427             PERFORM 2050-ITEM-FROM-SUSPENSE
000428             PERFORM UNTIL WS-REJ-KEY NOT = WS-SUSP-KEY
000429                 PERFORM 1150-READ-REJECT
000430             END-PERFORM
000431             PERFORM 2100-PROCESS-ONE-ITEM
000432             PERFORM 1100-READ-SUSPENSE
000433         ELSE
000434             PERFORM 2060-ITEM-FROM-REJECT
000435             PERFORM 2100-PROCESS-ONE-ITEM
000436             MOVE WS-REJ-KEY TO WS-HOLD-REJ-KEY
000437             PERFORM UNTIL WS-REJ-KEY NOT = WS-HOLD-REJ-KEY
000438                 PERFORM 1150-READ-REJECT
000439             END-PERFORM
000440         END-IF
000441     END-PERFORM.
000442
000443 2050-ITEM-FROM-SUSPENSE.
000444     MOVE SI-ACCOUNT-CODE TO WS-SU-ACCOUNT.
000445     MOVE SI-NUM TO WS-SU-NUM.
000446     MOVE SI-CONTROLL-NUM TO WS-SU-CONTROLL.
000447     MOVE SI-REASON-CODE TO WS-SU-REASON.
000448     MOVE SI-REASON-TEXT TO WS-SU-TEXT.
000449     MOVE SI-FIRST-DATE TO WS-SU-FIRST-DATE.
000450     MOVE SI-CYCLE-COUNT TO WS-SU-CYCLES.
000451     MOVE SI-CURRENCY-CODE TO WS-SU-CURRENCY.
000452     MOVE WS-SU-ACCOUNT TO WS-IK-ACCOUNT.
000453     MOVE WS-SU-NUM TO WS-IK-NUM.
000454
000455 2060-ITEM-FROM-REJECT.
000456     ADD 1 TO WS-NEW-REJECT-COUNT.
000457     MOVE RJ-ACCOUNT-CODE TO WS-SU-ACCOUNT.
000458     MOVE RJ-NUM TO WS-SU-NUM.
000459     MOVE RJ-CONTROLL-NUM TO WS-SU-CONTROLL.
000460     MOVE RJ-REASON-CODE TO WS-SU-REASON.
000461     MOVE RJ-REASON-TEXT TO WS-SU-TEXT.
000462     MOVE WS-RUN-DATE TO WS-SU-FIRST-DATE.
000463     MOVE ZERO TO WS-SU-CYCLES.
000464     MOVE RJ-CURRENCY-CODE TO WS-SU-CURRENCY.
000465     MOVE WS-SU-ACCOUNT TO WS-IK-ACCOUNT.
000466     MOVE WS-SU-NUM TO WS-IK-NUM.
000467
000468 2100-PROCESS-ONE-ITEM.
000469     PERFORM UNTIL WS-CORR-KEY >= WS-ITEM-MATCH-KEY
000470         PERFORM 1200-READ-CORRECTION
000471     END-PERFORM.
000472     IF WS-CORR-KEY = WS-ITEM-MATCH-KEY
000473         IF WS-CO-VALID = "Y"
000474             PERFORM 2200-WRITE-REPAIRED-RECORD
000475         ELSE
000476             ADD 1 TO WS-BADCORR-COUNT
000477             MOVE SPACES TO WS-RPT-LINE
000478             STRING "CORRECTION INVALID: ACCT: "
000479                                      DELIMITED BY SIZE
000480                     WS-SU-ACCOUNT    DELIMITED BY SIZE
000481                     "  NUM: "        DELIMITED BY SIZE
000482                     WS-SU-NUM        DELIMITED BY SIZE
000483                     "  NEW VALUES NOT NUMERIC"
000484                                      DELIMITED BY SIZE
000485                 INTO WS-RPT-LINE
000486                 ON OVERFLOW
000487                     DISPLAY "WARNING: AGING LINE TRUNCATED"
000488             END-STRING
000489             PERFORM 4100-WRITE-RPT-LINE
000490             PERFORM 2300-CARRY-FORWARD-ITEM
000491         END-IF
000492     ELSE
000493         PERFORM 2300-CARRY-FORWARD-ITEM
000494     END-IF.
000495
000496 2200-WRITE-REPAIRED-RECORD.
000497     MOVE WS-SU-ACCOUNT TO RO-ACCOUNT-CODE.
000498     MOVE WS-CO-NEW-NUM TO RO-NUM.
000499     MOVE WS-CO-NEW-CONTROLL TO RO-CONTROLL-NUM.
000500     IF WS-CO-NEW-CURRENCY = SPACES
000501         MOVE WS-SU-CURRENCY TO RO-CURRENCY-CODE
000502     ELSE
000503         MOVE WS-CO-NEW-CURRENCY TO RO-CURRENCY-CODE
000504     END-IF.
000505     WRITE RECYCLE-OUT-RECORD.
000506     IF WS-RECYCLE-OUT-STATUS NOT = "00"
000507         DISPLAY "ERROR WRITING RECYCOUT, FILE STATUS: "
000508             WS-RECYCLE-OUT-STATUS
000509     END-IF.
000510     ADD 1 TO WS-REPAIRED-COUNT.
000511
000512 2300-CARRY-FORWARD-ITEM.
000513     ADD 1 TO WS-SU-CYCLES.
000514     COMPUTE WS-AGE-DAYS =
000515         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
000516         - FUNCTION INTEGER-OF-DATE(WS-SU-FIRST-DATE).
000517
000518     MOVE WS-SU-ACCOUNT TO SO-ACCOUNT-CODE.
000519     MOVE WS-SU-NUM TO SO-NUM.
000520     MOVE WS-SU-CONTROLL TO SO-CONTROLL-NUM.
000521     MOVE WS-SU-REASON TO SO-REASON-CODE.
000522     MOVE WS-SU-TEXT TO SO-REASON-TEXT.
000523     MOVE WS-SU-FIRST-DATE TO SO-FIRST-DATE.
000524     MOVE WS-SU-CYCLES TO SO-CYCLE-COUNT.
000525     MOVE WS-SU-CURRENCY TO SO-CURRENCY-CODE.
000526     WRITE SUSPENSE-OUT-RECORD.
000527     IF WS-SUSPENSE-OUT-STATUS NOT = "00"
000528         DISPLAY "ERROR WRITING SUSPOUT, FILE STATUS: "
000529             WS-SUSPENSE-OUT-STATUS
000530     END-IF.
000531     ADD 1 TO WS-OPEN-COUNT.
000532
000533     MOVE SPACES TO WS-RPT-LINE.
000534     IF WS-AGE-DAYS > WS-AGE-LIMIT
000535         ADD 1 TO WS-ESCALATED-COUNT
000536         STRING "ACCT: "          DELIMITED BY SIZE
000537                 WS-SU-ACCOUNT    DELIMITED BY SIZE
000538                 "  NUM: "        DELIMITED BY SIZE
000539                 WS-SU-NUM        DELIMITED BY SIZE
000540                 "  REASON: "     DELIMITED BY SIZE
000541                 WS-SU-REASON     DELIMITED BY SIZE
000542                 "  FIRST: "      DELIMITED BY SIZE
000543                 SO-FIRST-DATE    DELIMITED BY SIZE
000544                 "  AGE: "        DELIMITED BY SIZE
000545                 WS-AGE-DAYS      DELIMITED BY SIZE
000546                 "  CYCLES: "     DELIMITED BY SIZE
000547                 SO-CYCLE-COUNT   DELIMITED BY SIZE
000548                 "  ** ESCALATED" DELIMITED BY SIZE
000549             INTO WS-RPT-LINE
000550             ON OVERFLOW
000551                 DISPLAY "WARNING: AGING LINE TRUNCATED"
000552         END-STRING
000553     ELSE
000554         STRING "ACCT: "          DELIMITED BY SIZE
000555                 WS-SU-ACCOUNT    DELIMITED BY SIZE
000556                 "  NUM: "        DELIMITED BY SIZE
000557                 WS-SU-NUM        DELIMITED BY SIZE
000558                 "  REASON: "     DELIMITED BY SIZE
000559                 WS-SU-REASON     DELIMITED BY SIZE
000560                 "  FIRST: "      DELIMITED BY SIZE
000561                 SO-FIRST-DATE    DELIMITED BY SIZE
000562                 "  AGE: "        DELIMITED BY SIZE
000563                 WS-AGE-DAYS      DELIMITED BY SIZE
000564                 "  CYCLES: "     DELIMITED BY SIZE
000565                 SO-CYCLE-COUNT   DELIMITED BY SIZE
000566             INTO WS-RPT-LINE
000567             ON OVERFLOW
000568                 DISPLAY "WARNING: AGING LINE TRUNCATED"
000569         END-STRING
000570     END-IF.
000571     PERFORM 4100-WRITE-RPT-LINE.
000572
000573 4100-WRITE-RPT-LINE.
000574     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000575         PERFORM 4200-WRITE-RPT-HEADING
000576     END-IF.
000577     WRITE AGING-RPT-RECORD FROM WS-RPT-LINE.
000578     IF WS-AGING-RPT-STATUS NOT = "00"
000579         DISPLAY "ERROR WRITING AGERPT, FILE STATUS: "
000580             WS-AGING-RPT-STATUS
000581     END-IF.
000582     ADD 1 TO WS-LINE-COUNT.
000583
000584 4200-WRITE-RPT-HEADING.
000585     ADD 1 TO WS-PAGE-COUNT.
000586     MOVE SPACES TO AGING-RPT-RECORD.
000587     STRING "RECYCLE  REJECT SUSPENSE AGING REPORT"
000588                                  DELIMITED BY SIZE
000589             "  RUN DATE: "       DELIMITED BY SIZE
000590             WS-RUN-DATE          DELIMITED BY SIZE
000591             "  PAGE: "           DELIMITED BY SIZE
000592             WS-PAGE-COUNT        DELIMITED BY SIZE
000593         INTO AGING-RPT-RECORD
000594         ON OVERFLOW
000595             DISPLAY "WARNING: AGING HEADING TRUNCATED"
000596     END-STRING.
000597     WRITE AGING-RPT-RECORD.
000598     MOVE SPACES TO AGING-RPT-RECORD.
000599     WRITE AGING-RPT-RECORD.
000600     MOVE 2 TO WS-LINE-COUNT.
000601
000602 5000-WRITE-RPT-TOTALS.
000603     MOVE SPACES TO WS-RPT-LINE.
000604     STRING "NEW REJECTS: "       DELIMITED BY SIZE
000605             WS-NEW-REJECT-COUNT  DELIMITED BY SIZE
000606             "  REPAIRED: "       DELIMITED BY SIZE
000607             WS-REPAIRED-COUNT    DELIMITED BY SIZE
000608             "  STILL OPEN: "     DELIMITED BY SIZE
000609             WS-OPEN-COUNT        DELIMITED BY SIZE
000610             "  ESCALATED: "      DELIMITED BY SIZE
000611             WS-ESCALATED-COUNT   DELIMITED BY SIZE
000612             "  BAD CORRECTIONS: " DELIMITED BY SIZE
000613             WS-BADCORR-COUNT     DELIMITED BY SIZE
000614         INTO WS-RPT-LINE
000615         ON OVERFLOW
000616             DISPLAY "WARNING: AGING TOTALS TRUNCATED"
000617     END-STRING.
000618     PERFORM 4100-WRITE-RPT-LINE.
