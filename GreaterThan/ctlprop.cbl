000100 IDENTIFICATION DIVISION.
000101 PROGRAM-ID. CTLPROP.
000102 ENVIRONMENT DIVISION.
000103 INPUT-OUTPUT SECTION.
000104 FILE-CONTROL.
000105     SELECT OPTIONAL MONTH-SUMMARY-FILE ASSIGN TO "PROPIN"
000106         ORGANIZATION IS LINE SEQUENTIAL
000107         FILE STATUS IS WS-MONTHSUM-STATUS.
000108
000109     SELECT CONTROLL-MASTER-FILE ASSIGN TO "CTLMSTR"
000110         ORGANIZATION IS INDEXED
000111         ACCESS MODE IS DYNAMIC
000112         RECORD KEY IS CM-MASTER-KEY
000113         FILE STATUS IS WS-CTLMSTR-STATUS.
000114
000115     SELECT OPTIONAL PROPOSAL-FILE ASSIGN TO "CTLTRAN"
000116         ORGANIZATION IS LINE SEQUENTIAL
000117         FILE STATUS IS WS-PROPOSAL-STATUS.
000118
000119     SELECT OPTIONAL PROPOSAL-RPT-FILE ASSIGN TO "PROPRPT"
000120         ORGANIZATION IS LINE SEQUENTIAL
000121         FILE STATUS IS WS-PROPOSAL-RPT-STATUS.
000122
000123 DATA DIVISION.
000124 FILE SECTION.
000125 FD  MONTH-SUMMARY-FILE.
000126     COPY MONTHSUM.
000127
000128 FD  CONTROLL-MASTER-FILE.
000129     COPY CTLMSTR.
000130
000131 FD  PROPOSAL-FILE.
000132 01  MAINT-TRAN-RECORD.
000133     05  MT-ACTION-CODE          PIC X(1).
000134     05  MT-ACCOUNT-CODE         PIC X(8).
000135     05  MT-CONTROLL-NUM         PIC S9(10)V99
000136                                 SIGN LEADING SEPARATE.
000137     05  MT-EFFECTIVE-FROM       PIC 9(8).
000138     05  MT-EFFECTIVE-TO         PIC 9(8).
000139     05  MT-USER-ID              PIC X(8).
000140     05  MT-CURRENCY-CODE        PIC X(3).
000141
000142 FD  PROPOSAL-RPT-FILE.
000143 01  PROPOSAL-RPT-RECORD         PIC X(132).
000144
000145 WORKING-STORAGE SECTION.
000146 01  WS-MONTHSUM-STATUS          PIC X(2).
000147 01  WS-CTLMSTR-STATUS           PIC X(2).
000148 01  WS-PROPOSAL-STATUS          PIC X(2).
000149 01  WS-PROPOSAL-RPT-STATUS      PIC X(2).
000150
000151 01  WS-MONTHSUM-EOF             PIC X(1)    VALUE "N".
000152 01  WS-MASTER-EOF               PIC X(1)    VALUE "N".
000153 01  WS-FOUND-SWITCH             PIC X(1)    VALUE "N".
000154 01  WS-FIRST-ITEM               PIC X(1)    VALUE "Y".
000155 01  WS-BASIS-OK                 PIC X(1)    VALUE "N".
000156
000157 01  WS-MONTH-PARM               PIC X(6)    VALUE SPACES.
000158 01  WS-END-MONTH                PIC 9(6)    VALUE ZERO.
000159 01  WS-END-MONTH-R REDEFINES WS-END-MONTH.
000160     05  WS-EM-YEAR              PIC 9(4).
000161     05  WS-EM-MM                PIC 9(2).
000162 01  WS-START-MONTH              PIC 9(6)    VALUE ZERO.
000163 01  WS-START-MONTH-R REDEFINES WS-START-MONTH.
000164     05  WS-SM-YEAR              PIC 9(4).
000165     05  WS-SM-MM                PIC 9(2).
000166 01  WS-REC-MONTH                PIC 9(6)    VALUE ZERO.
000167 01  WS-REC-MONTH-R REDEFINES WS-REC-MONTH.
000168     05  WS-RM-YEAR              PIC 9(4).
000169     05  WS-RM-MM                PIC 9(2).
000170 01  WS-END-INDEX                PIC 9(6)    VALUE ZERO.
000171 01  WS-START-INDEX              PIC 9(6)    VALUE ZERO.
000172 01  WS-REC-INDEX                PIC 9(6)    VALUE ZERO.
000173 01  WS-MONTH-WEIGHT             PIC 9(2)    VALUE ZERO.
000174
000175 01  WS-BASIS-MONTHS             PIC 9(2)    VALUE 3.
000176 01  WS-MAX-BASIS-MONTHS         PIC 9(2)    VALUE 12.
000177 01  WS-METHOD                   PIC X(1)    VALUE "A".
000178 01  WS-METHOD-NAME              PIC X(10)   VALUE SPACES.
000179 01  WS-THRESHOLD-PCT            PIC 9(3)    VALUE 10.
000180 01  WS-PROPOSER-ID              PIC X(8)    VALUE "CTLPROP".
000181 01  WS-PROPOSER-PARM            PIC X(8)    VALUE SPACES.
000182
000183 01  WS-CUR-ACCOUNT              PIC X(8)    VALUE SPACES.
000184 01  WS-ACCOUNT-BASIS.
000185     05  WS-PA-MONTHS-USED       PIC 9(2).
000186     05  WS-PA-MONTHS-SKIPPED    PIC 9(2).
000187     05  WS-PA-FIRST-MONTH       PIC 9(6).
000188     05  WS-PA-LAST-MONTH        PIC 9(6).
000189     05  WS-PA-RATIO-SUM         PIC S9(9)V9(8).
000190     05  WS-PA-WEIGHTED-SUM      PIC S9(11)V9(8).
000191     05  WS-PA-WEIGHT-SUM        PIC 9(4).
000192     05  WS-PA-LAST-RATIO        PIC S9(9)V9(8).
000193 01  WS-MONTH-RATIO              PIC S9(9)V9(8) VALUE ZERO.
000194 01  WS-BASIS-RATIO              PIC S9(9)V9(8) VALUE ZERO.
000195
000196 01  WS-CURRENT-CONTROL          PIC S9(10)V99 VALUE ZERO.
000197 01  WS-PROPOSED-CONTROL         PIC S9(10)V99 VALUE ZERO.
000198 01  WS-CONTROL-CHANGE           PIC S9(11)V99 VALUE ZERO.
000199 01  WS-ABS-CURRENT              PIC 9(10)V99 VALUE ZERO.
000200 01  WS-CHANGE-PCT               PIC 9(5)V99 VALUE ZERO.
000201 01  WS-BEST-EFF-FROM            PIC 9(8)    VALUE ZERO.
000202 01  WS-BEST-EFF-TO              PIC 9(8)    VALUE ZERO.
000203 01  WS-BEST-CURRENCY            PIC X(3)    VALUE SPACES.
000204
000205 01  WS-ACCOUNT-COUNT            PIC 9(6)    VALUE ZERO.
000206 01  WS-PROPOSED-COUNT           PIC 9(6)    VALUE ZERO.
000207 01  WS-WITHIN-COUNT             PIC 9(6)    VALUE ZERO.
000208 01  WS-NOT-PROPOSED-COUNT       PIC 9(6)    VALUE ZERO.
000209 01  WS-SKIPPED-MONTH-COUNT      PIC 9(6)    VALUE ZERO.
000210 01  WS-ERROR-COUNT              PIC 9(6)    VALUE ZERO.
000211 01  WS-ERROR-TEXT               PIC X(40).
000212 01  WS-REASON-TEXT              PIC X(60).
000213 01  WS-DIRECTION-TEXT           PIC X(5).
000214
000215 01  WS-CUR-DISPLAY              PIC -(10)9.99.
000216 01  WS-PROP-DISPLAY             PIC -(10)9.99.
000217 01  WS-PCT-DISPLAY              PIC ZZZZ9.99.
000218 01  WS-THRESHOLD-DISPLAY        PIC ZZ9.
000219
000220 01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
000221 01  WS-RUN-DATE-PARM            PIC X(8)    VALUE SPACES.
000222 01  WS-PAGE-COUNT               PIC 9(4)    VALUE ZERO.
000223 01  WS-LINE-COUNT               PIC 9(2)    VALUE 99.
000224 01  WS-LINES-PER-PAGE           PIC 9(2)    VALUE 55.
000225 01  WS-RPT-LINE                 PIC X(132).
000226
000227 PROCEDURE DIVISION.
000228 0000-MAIN-LOGIC.
000229     ACCEPT WS-RUN-DATE-PARM FROM ENVIRONMENT "CTLPROP-RUN-DATE".
000230     IF WS-RUN-DATE-PARM NUMERIC
000231         MOVE WS-RUN-DATE-PARM TO WS-RUN-DATE
000232     ELSE
000233         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
000234     END-IF.
000235     ACCEPT WS-MONTH-PARM FROM ENVIRONMENT "CTLPROP-MONTH".
000236     IF WS-MONTH-PARM NOT NUMERIC
000237         DISPLAY "ERROR: CTLPROP-MONTH IS MISSING OR "
000238             "NOT NUMERIC (YYYYMM)"
000239         MOVE 16 TO RETURN-CODE
000240         STOP RUN
000241     END-IF.
000242     MOVE WS-MONTH-PARM TO WS-END-MONTH.
000243     IF WS-EM-MM < 1 OR WS-EM-MM > 12
000244         DISPLAY "ERROR: CTLPROP-MONTH MONTH PART IS NOT 01-12"
000245         MOVE 16 TO RETURN-CODE
000246         STOP RUN
000247     END-IF.
000248     ACCEPT WS-METHOD FROM ENVIRONMENT "CTLPROP-METHOD".
000249     IF WS-METHOD = SPACES
000250         MOVE "A" TO WS-METHOD
000251     END-IF.
000252     EVALUATE WS-METHOD
000253         WHEN "A"
000254             MOVE "AVERAGE" TO WS-METHOD-NAME
000255         WHEN "L"
000256             MOVE "LAST VALUE" TO WS-METHOD-NAME
000257         WHEN "W"
000258             MOVE "WEIGHTED" TO WS-METHOD-NAME
000259         WHEN OTHER
000260             DISPLAY "ERROR: CTLPROP-METHOD MUST BE A (AVERAGE), "
000261                 "L (LAST VALUE) OR W (WEIGHTED)"
000262             MOVE 16 TO RETURN-CODE
000263             STOP RUN
000264     END-EVALUATE.
000265     ACCEPT WS-BASIS-MONTHS FROM ENVIRONMENT "CTLPROP-MONTHS".
000266     IF WS-BASIS-MONTHS NOT NUMERIC
000267         DISPLAY "WARNING: CTLPROP-MONTHS IS NOT NUMERIC, "
000268             "IGNORING"
000269         MOVE 3 TO WS-BASIS-MONTHS
000270     END-IF.
000271     IF WS-BASIS-MONTHS = ZERO
000272         MOVE 3 TO WS-BASIS-MONTHS
000273     END-IF.
000274     IF WS-BASIS-MONTHS > WS-MAX-BASIS-MONTHS
000275         DISPLAY "WARNING: CTLPROP-MONTHS ABOVE "
000276             WS-MAX-BASIS-MONTHS ", USING " WS-MAX-BASIS-MONTHS
000277         MOVE WS-MAX-BASIS-MONTHS TO WS-BASIS-MONTHS
000278     END-IF.
000279     ACCEPT WS-THRESHOLD-PCT FROM ENVIRONMENT "CTLPROP-THRESHOLD".
000280     IF WS-THRESHOLD-PCT NOT NUMERIC
000281         DISPLAY "WARNING: CTLPROP-THRESHOLD IS NOT NUMERIC, "
000282             "IGNORING"
000283         MOVE 10 TO WS-THRESHOLD-PCT
000284     END-IF.
000285     IF WS-THRESHOLD-PCT = ZERO
000286         MOVE 10 TO WS-THRESHOLD-PCT
000287     END-IF.
000288     ACCEPT WS-PROPOSER-PARM FROM ENVIRONMENT "CTLPROP-USER-ID".
000289     IF WS-PROPOSER-PARM NOT = SPACES
000290         MOVE WS-PROPOSER-PARM TO WS-PROPOSER-ID
000291     END-IF.
000292
000293     COMPUTE WS-END-INDEX = WS-EM-YEAR * 12 + WS-EM-MM.
000294     COMPUTE WS-START-INDEX = WS-END-INDEX - WS-BASIS-MONTHS + 1.
000295     COMPUTE WS-SM-YEAR = (WS-START-INDEX - 1) / 12.
000296     COMPUTE WS-SM-MM = WS-START-INDEX - (WS-SM-YEAR * 12).
000297
000298     OPEN INPUT CONTROLL-MASTER-FILE.
000299     IF WS-CTLMSTR-STATUS NOT = "00"
000300         DISPLAY "ERROR OPENING CTLMSTR, FILE STATUS: "
000301             WS-CTLMSTR-STATUS
000302         MOVE 16 TO RETURN-CODE
000303         STOP RUN
000304     END-IF.
000305
000306     OPEN INPUT MONTH-SUMMARY-FILE.
000307     IF WS-MONTHSUM-STATUS NOT = "00"
000308             AND WS-MONTHSUM-STATUS NOT = "05"
000309         DISPLAY "ERROR OPENING PROPIN, FILE STATUS: "
000310             WS-MONTHSUM-STATUS
000311         CLOSE CONTROLL-MASTER-FILE
000312         MOVE 16 TO RETURN-CODE
000313         STOP RUN
000314     END-IF.
000315     IF WS-MONTHSUM-STATUS = "05"
000316         MOVE "Y" TO WS-MONTHSUM-EOF
000317     END-IF.
000318
000319     OPEN EXTEND PROPOSAL-FILE.
000320     IF WS-PROPOSAL-STATUS NOT = "00"
000321             AND WS-PROPOSAL-STATUS NOT = "05"
000322         DISPLAY "ERROR OPENING CTLTRAN, FILE STATUS: "
000323             WS-PROPOSAL-STATUS
000324         CLOSE CONTROLL-MASTER-FILE
000325         CLOSE MONTH-SUMMARY-FILE
000326         MOVE 16 TO RETURN-CODE
000327         STOP RUN
000328     END-IF.
000329
000330     OPEN OUTPUT PROPOSAL-RPT-FILE.
000331     IF WS-PROPOSAL-RPT-STATUS NOT = "00"
000332             AND WS-PROPOSAL-RPT-STATUS NOT = "05"
000333         DISPLAY "ERROR OPENING PROPRPT, FILE STATUS: "
000334             WS-PROPOSAL-RPT-STATUS
000335         CLOSE CONTROLL-MASTER-FILE
000336         CLOSE MONTH-SUMMARY-FILE
000337         CLOSE PROPOSAL-FILE
000338         MOVE 16 TO RETURN-CODE
000339         STOP RUN
000340     END-IF.
000341
000342     PERFORM 4400-WRITE-RPT-BASIS.
000343     PERFORM 1900-CLEAR-ACCOUNT.
000344
000345     PERFORM UNTIL WS-MONTHSUM-EOF = "Y"
000346         READ MONTH-SUMMARY-FILE
000347             AT END
000348                 MOVE "Y" TO WS-MONTHSUM-EOF
000349             NOT AT END
000350                 PERFORM 1000-PROCESS-MONTH
000351         END-READ
000352     END-PERFORM.
000353     IF WS-FIRST-ITEM = "N"
000354         PERFORM 2000-ACCOUNT-BREAK
000355     END-IF.
000356
000357     PERFORM 5000-WRITE-RPT-TOTALS.
000358
000359     CLOSE CONTROLL-MASTER-FILE.
000360     CLOSE MONTH-SUMMARY-FILE.
000361     CLOSE PROPOSAL-FILE.
000362     CLOSE PROPOSAL-RPT-FILE.
000363     IF WS-NOT-PROPOSED-COUNT > ZERO OR WS-ERROR-COUNT > ZERO
000364         MOVE 4 TO RETURN-CODE
000365     END-IF.
000366     STOP RUN.
000367
000368 1000-PROCESS-MONTH.
000369     MOVE MS-MONTH TO WS-REC-MONTH.
000370     COMPUTE WS-REC-INDEX = WS-RM-YEAR * 12 + WS-RM-MM.
000371     IF WS-REC-INDEX >= WS-START-INDEX
000372             AND WS-REC-INDEX <= WS-END-INDEX
000373         IF WS-FIRST-ITEM = "Y"
000374             MOVE "N" TO WS-FIRST-ITEM
000375             MOVE MS-ACCOUNT-CODE TO WS-CUR-ACCOUNT
000376         END-IF
000377         IF MS-ACCOUNT-CODE NOT = WS-CUR-ACCOUNT
000378             PERFORM 2000-ACCOUNT-BREAK
000379             MOVE MS-ACCOUNT-CODE TO WS-CUR-ACCOUNT
000380         END-IF
000381         PERFORM 1100-ADD-MONTH
000382     END-IF.
000383
000384 1100-ADD-MONTH.
000385     IF MS-CONTROLL-TOTAL = ZERO
000386         ADD 1 TO WS-PA-MONTHS-SKIPPED
000387         ADD 1 TO WS-SKIPPED-MONTH-COUNT
000388     ELSE
000389         COMPUTE WS-MONTH-RATIO ROUNDED =
000390             MS-NUM-TOTAL / MS-CONTROLL-TOTAL
000391             ON SIZE ERROR
000392                 MOVE "N" TO WS-BASIS-OK
000393             NOT ON SIZE ERROR
000394                 MOVE "Y" TO WS-BASIS-OK
000395         END-COMPUTE
000396         IF WS-BASIS-OK = "N"
000397             ADD 1 TO WS-PA-MONTHS-SKIPPED
000398             ADD 1 TO WS-SKIPPED-MONTH-COUNT
000399         ELSE
000400             COMPUTE WS-MONTH-WEIGHT =
000401                 WS-REC-INDEX - WS-START-INDEX + 1
000402             ADD 1 TO WS-PA-MONTHS-USED
000403             IF WS-PA-FIRST-MONTH = ZERO
000404                 MOVE MS-MONTH TO WS-PA-FIRST-MONTH
000405             END-IF
000406             MOVE MS-MONTH TO WS-PA-LAST-MONTH
000407             ADD WS-MONTH-RATIO TO WS-PA-RATIO-SUM
000408             COMPUTE WS-PA-WEIGHTED-SUM = WS-PA-WEIGHTED-SUM
000409                 + (WS-MONTH-RATIO * WS-MONTH-WEIGHT)
000410             ADD WS-MONTH-WEIGHT TO WS-PA-WEIGHT-SUM
000411             MOVE WS-MONTH-RATIO TO WS-PA-LAST-RATIO
000412         END-IF
000413     END-IF.
000414
000415 1900-CLEAR-ACCOUNT.
000416     MOVE ZERO TO WS-PA-MONTHS-USED.
000417     MOVE ZERO TO WS-PA-MONTHS-SKIPPED.
000418     MOVE ZERO TO WS-PA-FIRST-MONTH.
000419     MOVE ZERO TO WS-PA-LAST-MONTH.
000420     MOVE ZERO TO WS-PA-RATIO-SUM.
000421     MOVE ZERO TO WS-PA-WEIGHTED-SUM.
000422     MOVE ZERO TO WS-PA-WEIGHT-SUM.
000423     MOVE ZERO TO WS-PA-LAST-RATIO.
000424
000425 2000-ACCOUNT-BREAK.
000426     ADD 1 TO WS-ACCOUNT-COUNT.
000427     PERFORM 2100-SEARCH-MASTER-CONTROL.
000428     IF WS-FOUND-SWITCH = "N"
000429         MOVE "NO ACTIVE CONTROL ENTRY IN EFFECT"
000430             TO WS-ERROR-TEXT
000431         PERFORM 2300-NOT-PROPOSED
000432     ELSE
000433         IF WS-PA-MONTHS-USED = ZERO
000434             MOVE "NO BASIS MONTH WITH A USABLE CONTROL"
000435                 TO WS-ERROR-TEXT
000436             PERFORM 2300-NOT-PROPOSED
000437         ELSE
000438             IF WS-CURRENT-CONTROL = ZERO
000439                 MOVE "CURRENT CONTROL NUMBER IS ZERO"
000440                     TO WS-ERROR-TEXT
000441                 PERFORM 2300-NOT-PROPOSED
000442             ELSE
000443                 PERFORM 2200-COMPUTE-PROPOSAL
000444             END-IF
000445         END-IF
000446     END-IF.
000447     PERFORM 1900-CLEAR-ACCOUNT.
000448
000449 2100-SEARCH-MASTER-CONTROL.
000450     MOVE "N" TO WS-FOUND-SWITCH.
000451     MOVE ZERO TO WS-BEST-EFF-FROM.
000452     MOVE ZERO TO WS-CURRENT-CONTROL.
000453     MOVE WS-CUR-ACCOUNT TO CM-ACCOUNT-CODE.
000454     MOVE ZERO TO CM-EFFECTIVE-FROM.
000455     START CONTROLL-MASTER-FILE
000456         KEY IS NOT LESS THAN CM-MASTER-KEY
000457         INVALID KEY
000458             CONTINUE
000459     END-START.
000460     IF WS-CTLMSTR-STATUS = "00"
000461         MOVE "N" TO WS-MASTER-EOF
000462         PERFORM UNTIL WS-MASTER-EOF = "Y"
000463             READ CONTROLL-MASTER-FILE NEXT
000464                 AT END
000465                     MOVE "Y" TO WS-MASTER-EOF
000466                 NOT AT END
000467                     IF CM-ACCOUNT-CODE NOT = WS-CUR-ACCOUNT
000468                         MOVE "Y" TO WS-MASTER-EOF
000469                     ELSE
000470                         IF CM-ACTIVE
000471                             AND CM-EFFECTIVE-FROM <= WS-RUN-DATE
000472                             AND (CM-EFFECTIVE-TO = ZERO
000473                                 OR CM-EFFECTIVE-TO
000474                                     >= WS-RUN-DATE)
000475                             AND CM-EFFECTIVE-FROM
000476                                 >= WS-BEST-EFF-FROM
000477                             MOVE CM-CONTROLL-NUM
000478                                 TO WS-CURRENT-CONTROL
000479                             MOVE CM-EFFECTIVE-FROM
000480                                 TO WS-BEST-EFF-FROM
000481                             MOVE CM-EFFECTIVE-TO
000482                                 TO WS-BEST-EFF-TO
000483                             MOVE CM-CURRENCY-CODE
000484                                 TO WS-BEST-CURRENCY
000485                             MOVE "Y" TO WS-FOUND-SWITCH
000486                         END-IF
000487                     END-IF
000488             END-READ
000489         END-PERFORM
000490     END-IF.
000491
000492 2200-COMPUTE-PROPOSAL.
000493     EVALUATE WS-METHOD
000494         WHEN "A"
000495             COMPUTE WS-BASIS-RATIO ROUNDED =
000496                 WS-PA-RATIO-SUM / WS-PA-MONTHS-USED
000497         WHEN "L"
000498             MOVE WS-PA-LAST-RATIO TO WS-BASIS-RATIO
000499         WHEN "W"
000500             COMPUTE WS-BASIS-RATIO ROUNDED =
000501                 WS-PA-WEIGHTED-SUM / WS-PA-WEIGHT-SUM
000502     END-EVALUATE.
000503     COMPUTE WS-PROPOSED-CONTROL ROUNDED =
000504         WS-CURRENT-CONTROL * WS-BASIS-RATIO
000505         ON SIZE ERROR
000506             MOVE "N" TO WS-BASIS-OK
000507         NOT ON SIZE ERROR
000508             MOVE "Y" TO WS-BASIS-OK
000509     END-COMPUTE.
000510     IF WS-BASIS-OK = "N"
000511         MOVE "PROPOSED VALUE TOO LARGE FOR THE MASTER"
000512             TO WS-ERROR-TEXT
000513         PERFORM 2300-NOT-PROPOSED
000514     ELSE
000515         COMPUTE WS-CONTROL-CHANGE =
000516             WS-PROPOSED-CONTROL - WS-CURRENT-CONTROL
000517         IF WS-CONTROL-CHANGE < ZERO
000518             COMPUTE WS-CONTROL-CHANGE = ZERO - WS-CONTROL-CHANGE
000519         END-IF
000520         IF WS-BASIS-RATIO < 1
000521             MOVE "BELOW" TO WS-DIRECTION-TEXT
000522         ELSE
000523             MOVE "ABOVE" TO WS-DIRECTION-TEXT
000524         END-IF
000525         IF WS-CURRENT-CONTROL < ZERO
000526             COMPUTE WS-ABS-CURRENT = ZERO - WS-CURRENT-CONTROL
000527         ELSE
000528             MOVE WS-CURRENT-CONTROL TO WS-ABS-CURRENT
000529         END-IF
000530         COMPUTE WS-CHANGE-PCT ROUNDED =
000531             (WS-CONTROL-CHANGE / WS-ABS-CURRENT) * 100
000532             ON SIZE ERROR
000533                 MOVE 99999.99 TO WS-CHANGE-PCT
000534         END-COMPUTE
000535         IF WS-CHANGE-PCT > WS-THRESHOLD-PCT
000536             PERFORM 3000-WRITE-PROPOSAL
000537         ELSE
000538             ADD 1 TO WS-WITHIN-COUNT
000539         END-IF
000540     END-IF.
000541
000542 2300-NOT-PROPOSED.
000543     ADD 1 TO WS-NOT-PROPOSED-COUNT.
000544     MOVE SPACES TO WS-RPT-LINE.
000545     STRING "NOT PROPOSED:  ACCT: " DELIMITED BY SIZE
000546             WS-CUR-ACCOUNT       DELIMITED BY SIZE
000547             "  BASIS MONTHS: "   DELIMITED BY SIZE
000548             WS-PA-MONTHS-USED    DELIMITED BY SIZE
000549             "  SKIPPED: "        DELIMITED BY SIZE
000550             WS-PA-MONTHS-SKIPPED DELIMITED BY SIZE
000551             "  - "               DELIMITED BY SIZE
000552             WS-ERROR-TEXT        DELIMITED BY SIZE
000553         INTO WS-RPT-LINE
000554         ON OVERFLOW
000555             DISPLAY "WARNING: PROPOSAL REPORT LINE TRUNCATED"
000556     END-STRING.
000557     PERFORM 4100-WRITE-RPT-LINE.
000558
000559 3000-WRITE-PROPOSAL.
000560     MOVE SPACES TO MAINT-TRAN-RECORD.
000561     MOVE "C" TO MT-ACTION-CODE.
000562     MOVE WS-CUR-ACCOUNT TO MT-ACCOUNT-CODE.
000563     MOVE WS-PROPOSED-CONTROL TO MT-CONTROLL-NUM.
000564     MOVE WS-BEST-EFF-FROM TO MT-EFFECTIVE-FROM.
000565     MOVE WS-BEST-EFF-TO TO MT-EFFECTIVE-TO.
000566     MOVE WS-PROPOSER-ID TO MT-USER-ID.
000567     MOVE WS-BEST-CURRENCY TO MT-CURRENCY-CODE.
000568     WRITE MAINT-TRAN-RECORD.
000569     IF WS-PROPOSAL-STATUS NOT = "00"
000570         DISPLAY "ERROR WRITING CTLTRAN, FILE STATUS: "
000571             WS-PROPOSAL-STATUS
000572         ADD 1 TO WS-ERROR-COUNT
000573     ELSE
000574         ADD 1 TO WS-PROPOSED-COUNT
000575         PERFORM 4300-WRITE-RPT-PROPOSAL
000576     END-IF.
000577
000578 4100-WRITE-RPT-LINE.
000579     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000580         PERFORM 4200-WRITE-RPT-HEADING
000581     END-IF.
000582     WRITE PROPOSAL-RPT-RECORD FROM WS-RPT-LINE.
000583     IF WS-PROPOSAL-RPT-STATUS NOT = "00"
000584         DISPLAY "ERROR WRITING PROPRPT, FILE STATUS: "
000585             WS-PROPOSAL-RPT-STATUS
000586     END-IF.
000587     ADD 1 TO WS-LINE-COUNT.
000588
000589 4200-WRITE-RPT-HEADING.
000590     ADD 1 TO WS-PAGE-COUNT.
000591     MOVE SPACES TO PROPOSAL-RPT-RECORD.
000592     STRING "CTLPROP  CONTROL NUMBER PROPOSALS"
000593                                  DELIMITED BY SIZE
000594             "  RUN DATE: "       DELIMITED BY SIZE
000595             WS-RUN-DATE          DELIMITED BY SIZE
000596             "  PAGE: "           DELIMITED BY SIZE
000597             WS-PAGE-COUNT        DELIMITED BY SIZE
000598         INTO PROPOSAL-RPT-RECORD
000599         ON OVERFLOW
000600             DISPLAY "WARNING: PROPOSAL REPORT HEADING TRUNCATED"
000601     END-STRING.
000602     WRITE PROPOSAL-RPT-RECORD.
000603     MOVE SPACES TO PROPOSAL-RPT-RECORD.
000604     WRITE PROPOSAL-RPT-RECORD.
000605     MOVE 2 TO WS-LINE-COUNT.
000606
000607 4300-WRITE-RPT-PROPOSAL.
000608     MOVE WS-CURRENT-CONTROL TO WS-CUR-DISPLAY.
000609     MOVE WS-PROPOSED-CONTROL TO WS-PROP-DISPLAY.
000610     MOVE WS-CHANGE-PCT TO WS-PCT-DISPLAY.
000611     MOVE WS-THRESHOLD-PCT TO WS-THRESHOLD-DISPLAY.
000612     MOVE SPACES TO WS-RPT-LINE.
000613     STRING "PROPOSED:  ACCT: "   DELIMITED BY SIZE
000614             WS-CUR-ACCOUNT       DELIMITED BY SIZE
000615             "  EFF FROM: "       DELIMITED BY SIZE
000616             WS-BEST-EFF-FROM     DELIMITED BY SIZE
000617             "  CCY "             DELIMITED BY SIZE
000618             WS-BEST-CURRENCY     DELIMITED BY SIZE
000619             "  CURRENT "         DELIMITED BY SIZE
000620             WS-CUR-DISPLAY       DELIMITED BY SIZE
000621             "  PROPOSED "        DELIMITED BY SIZE
000622             WS-PROP-DISPLAY      DELIMITED BY SIZE
000623             "  CHANGE PCT "      DELIMITED BY SIZE
000624             WS-PCT-DISPLAY       DELIMITED BY SIZE
000625         INTO WS-RPT-LINE
000626         ON OVERFLOW
000627             DISPLAY "WARNING: PROPOSAL REPORT LINE TRUNCATED"
000628     END-STRING.
000629     PERFORM 4100-WRITE-RPT-LINE.
000630     MOVE SPACES TO WS-REASON-TEXT.
000631     STRING "ACTUALS RUNNING "    DELIMITED BY SIZE
000632             WS-DIRECTION-TEXT    DELIMITED BY SIZE
000633             " CONTROL, CHANGE OVER " DELIMITED BY SIZE
000634             WS-THRESHOLD-DISPLAY DELIMITED BY SIZE
000635             "% THRESHOLD"        DELIMITED BY SIZE
000636         INTO WS-REASON-TEXT
000637         ON OVERFLOW
000638             DISPLAY "WARNING: PROPOSAL REASON TRUNCATED"
000639     END-STRING.
000640     MOVE SPACES TO WS-RPT-LINE.
000641     STRING "           BASIS: "  DELIMITED BY SIZE
000642             WS-METHOD-NAME       DELIMITED BY SIZE
000643             "  MONTHS: "         DELIMITED BY SIZE
000644             WS-PA-MONTHS-USED    DELIMITED BY SIZE
000645             " ("                 DELIMITED BY SIZE
000646             WS-PA-FIRST-MONTH    DELIMITED BY SIZE
000647             "-"                  DELIMITED BY SIZE
000648             WS-PA-LAST-MONTH     DELIMITED BY SIZE
000649             ")  REASON: "        DELIMITED BY SIZE
000650             WS-REASON-TEXT       DELIMITED BY SIZE
000651         INTO WS-RPT-LINE
000652         ON OVERFLOW
000653             DISPLAY "WARNING: PROPOSAL REPORT LINE TRUNCATED"
000654     END-STRING.
000655     PERFORM 4100-WRITE-RPT-LINE.
000656
000657 4400-WRITE-RPT-BASIS.
000658     MOVE WS-THRESHOLD-PCT TO WS-THRESHOLD-DISPLAY.
000659     MOVE SPACES TO WS-RPT-LINE.
000660     STRING "BASIS: "             DELIMITED BY SIZE
000661             WS-METHOD-NAME       DELIMITED BY SIZE
000662             "  MONTHS "          DELIMITED BY SIZE
000663             WS-START-MONTH       DELIMITED BY SIZE
000664             " TO "               DELIMITED BY SIZE
000665             WS-END-MONTH         DELIMITED BY SIZE
000666             "  THRESHOLD: "      DELIMITED BY SIZE
000667             WS-THRESHOLD-DISPLAY DELIMITED BY SIZE
000668             "%  CONTROL ENTRIES IN EFFECT ON " DELIMITED BY SIZE
000669             WS-RUN-DATE          DELIMITED BY SIZE
000670             "  PROPOSED BY: "    DELIMITED BY SIZE
000671             WS-PROPOSER-ID       DELIMITED BY SIZE
000672         INTO WS-RPT-LINE
000673         ON OVERFLOW
000674             DISPLAY "WARNING: PROPOSAL REPORT LINE TRUNCATED"
000675     END-STRING.
000676     PERFORM 4100-WRITE-RPT-LINE.
000677     MOVE SPACES TO WS-RPT-LINE.
000678     PERFORM 4100-WRITE-RPT-LINE.
000679
000680 5000-WRITE-RPT-TOTALS.
000681     MOVE SPACES TO WS-RPT-LINE.
000682     PERFORM 4100-WRITE-RPT-LINE.
000683     MOVE SPACES TO WS-RPT-LINE.
000684     STRING "ACCOUNTS IN BASIS: " DELIMITED BY SIZE
000685             WS-ACCOUNT-COUNT     DELIMITED BY SIZE
000686             "  PROPOSED: "       DELIMITED BY SIZE
000687             WS-PROPOSED-COUNT    DELIMITED BY SIZE
000688             "  WITHIN THRESHOLD: " DELIMITED BY SIZE
000689             WS-WITHIN-COUNT      DELIMITED BY SIZE
000690             "  NOT PROPOSED: "   DELIMITED BY SIZE
000691             WS-NOT-PROPOSED-COUNT DELIMITED BY SIZE
000692             "  MONTHS SKIPPED: " DELIMITED BY SIZE
000693             WS-SKIPPED-MONTH-COUNT DELIMITED BY SIZE
000694             "  ERRORS: "         DELIMITED BY SIZE
000695             WS-ERROR-COUNT       DELIMITED BY SIZE
000696         INTO WS-RPT-LINE
000697         ON OVERFLOW
000698             DISPLAY "WARNING: PROPOSAL REPORT TOTALS TRUNCATED"
000699     END-STRING.
000700     PERFORM 4100-WRITE-RPT-LINE.
