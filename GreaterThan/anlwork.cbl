000100 IDENTIFICATION DIVISION.
000101 PROGRAM-ID. ANLWORK.
000102 ENVIRONMENT DIVISION.
000103 INPUT-OUTPUT SECTION.
000104 FILE-CONTROL.
000105     SELECT OPTIONAL WORK-ITEM-FILE ASSIGN TO "WORKIN"
000106         ORGANIZATION IS LINE SEQUENTIAL
000107         FILE STATUS IS WS-WORK-ITEM-STATUS.
000108
000109     SELECT OPTIONAL WORKLIST-RPT-FILE ASSIGN TO "WORKRPT"
000110         ORGANIZATION IS LINE SEQUENTIAL
000111         FILE STATUS IS WS-WORKLIST-RPT-STATUS.
000112
000113 DATA DIVISION.
000114 FILE SECTION.
000115 FD  WORK-ITEM-FILE.
000116     COPY WORKITEM.
000117
000118 FD  WORKLIST-RPT-FILE.
000119 01  WORKLIST-RPT-RECORD         PIC X(132).
000120
000121 WORKING-STORAGE SECTION.
000122 01  WS-WORK-ITEM-STATUS         PIC X(2).
000123 01  WS-WORKLIST-RPT-STATUS      PIC X(2).
000124
000125 01  WS-WORK-EOF                 PIC X(1)    VALUE "N".
000126 01  WS-FIRST-ITEM               PIC X(1)    VALUE "Y".
000127
000128 01  WS-CUR-QUEUE                PIC X(1)    VALUE SPACES.
000129 01  WS-CUR-ANALYST              PIC X(8)    VALUE SPACES.
000130 01  WS-CUR-SECTION              PIC X(1)    VALUE SPACES.
000131 01  WS-HEAD-ANALYST             PIC X(12)   VALUE SPACES.
000132
000133 01  WS-AN-ITEM-COUNT            PIC 9(6)    VALUE ZERO.
000134 01  WS-AN-ESC-COUNT             PIC 9(6)    VALUE ZERO.
000135 01  WS-AN-OVERDUE-COUNT         PIC 9(6)    VALUE ZERO.
000136 01  WS-AN-SUSP-COUNT            PIC 9(6)    VALUE ZERO.
000137 01  WS-AN-OVER-LIMIT-COUNT      PIC 9(6)    VALUE ZERO.
000138 01  WS-AN-VAR-COUNT             PIC 9(6)    VALUE ZERO.
000139
000140 01  WS-ANALYST-COUNT            PIC 9(6)    VALUE ZERO.
000141 01  WS-ITEM-COUNT               PIC 9(6)    VALUE ZERO.
000142 01  WS-ESC-COUNT                PIC 9(6)    VALUE ZERO.
000143 01  WS-OVERDUE-COUNT            PIC 9(6)    VALUE ZERO.
000144 01  WS-SUSP-COUNT               PIC 9(6)    VALUE ZERO.
000145 01  WS-OVER-LIMIT-COUNT         PIC 9(6)    VALUE ZERO.
000146 01  WS-VAR-COUNT                PIC 9(6)    VALUE ZERO.
000147 01  WS-UNASSIGNED-COUNT         PIC 9(6)    VALUE ZERO.
000148
000149 01  WS-AMT-DISPLAY              PIC -(15)9.99.
000150 01  WS-PCT-DISPLAY              PIC ZZ9.99.
000151 01  WS-AGE-DISPLAY              PIC ZZZZ9.
000152
000153 01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
000154 01  WS-RUN-DATE-PARM            PIC X(8)    VALUE SPACES.
000155 01  WS-PAGE-COUNT               PIC 9(4)    VALUE ZERO.
000156 01  WS-LINE-COUNT               PIC 9(2)    VALUE 99.
000157 01  WS-LINES-PER-PAGE           PIC 9(2)    VALUE 55.
000158 01  WS-RPT-LINE                 PIC X(132).
000159
000160 PROCEDURE DIVISION.
000161 0000-MAIN-LOGIC.
000162     ACCEPT WS-RUN-DATE-PARM FROM ENVIRONMENT "ANLWORK-RUN-DATE".
000163     IF WS-RUN-DATE-PARM NUMERIC
000164         MOVE WS-RUN-DATE-PARM TO WS-RUN-DATE
000165     ELSE
000166         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
000167     END-IF.
000168
000169     OPEN INPUT WORK-ITEM-FILE.
000170     IF WS-WORK-ITEM-STATUS NOT = "00"
000171             AND WS-WORK-ITEM-STATUS NOT = "05"
000172         DISPLAY "ERROR OPENING WORKIN, FILE STATUS: "
000173             WS-WORK-ITEM-STATUS
000174         MOVE 16 TO RETURN-CODE
000175         STOP RUN
000176     END-IF.
000177     IF WS-WORK-ITEM-STATUS = "05"
000178         MOVE "Y" TO WS-WORK-EOF
000179     END-IF.
000180
000181     OPEN OUTPUT WORKLIST-RPT-FILE.
000182     IF WS-WORKLIST-RPT-STATUS NOT = "00"
000183             AND WS-WORKLIST-RPT-STATUS NOT = "05"
000184         DISPLAY "ERROR OPENING WORKRPT, FILE STATUS: "
000185             WS-WORKLIST-RPT-STATUS
000186         CLOSE WORK-ITEM-FILE
000187         MOVE 16 TO RETURN-CODE
000188         STOP RUN
000189     END-IF.
000190
000191     PERFORM UNTIL WS-WORK-EOF = "Y"
000192         READ WORK-ITEM-FILE
000193             AT END
000194                 MOVE "Y" TO WS-WORK-EOF
000195             NOT AT END
000196                 PERFORM 2000-PROCESS-ITEM
000197         END-READ
000198     END-PERFORM.
000199
000200     IF WS-FIRST-ITEM = "N"
000201         PERFORM 3000-ANALYST-BREAK
000202     END-IF.
000203     PERFORM 5000-WRITE-RPT-TOTALS.
000204
000205     CLOSE WORK-ITEM-FILE.
000206     CLOSE WORKLIST-RPT-FILE.
000207     IF WS-UNASSIGNED-COUNT > ZERO
000208         MOVE 4 TO RETURN-CODE
000209     END-IF.
000210     STOP RUN.
000211
000212 2000-PROCESS-ITEM.
000213     IF WS-FIRST-ITEM = "Y"
000214         MOVE "N" TO WS-FIRST-ITEM
000215         PERFORM 2100-START-ANALYST
000216     ELSE
000217         IF WI-QUEUE-FLAG NOT = WS-CUR-QUEUE
000218                 OR WI-ANALYST-ID NOT = WS-CUR-ANALYST
000219             PERFORM 3000-ANALYST-BREAK
000220             PERFORM 2100-START-ANALYST
000221         END-IF
000222     END-IF.
000223     IF WI-SECTION NOT = WS-CUR-SECTION
000224         MOVE WI-SECTION TO WS-CUR-SECTION
000225         PERFORM 4300-WRITE-SECTION-HEADING
000226     END-IF.
000227
000228     ADD 1 TO WS-AN-ITEM-COUNT.
000229     ADD 1 TO WS-ITEM-COUNT.
000230     IF WI-QUEUE-UNASSIGNED
000231         ADD 1 TO WS-UNASSIGNED-COUNT
000232     END-IF.
000233     EVALUATE TRUE
000234         WHEN WI-SECTION-ESCALATION
000235             ADD 1 TO WS-AN-ESC-COUNT
000236             ADD 1 TO WS-ESC-COUNT
000237             IF WI-FLAG-TEXT = "OVERDUE"
000238                 ADD 1 TO WS-AN-OVERDUE-COUNT
000239                 ADD 1 TO WS-OVERDUE-COUNT
000240             END-IF
000241             PERFORM 4400-WRITE-ESCALATION-LINE
000242         WHEN WI-SECTION-SUSPENSE
000243             ADD 1 TO WS-AN-SUSP-COUNT
000244             ADD 1 TO WS-SUSP-COUNT
000245             IF WI-FLAG-TEXT = "OVER LIMIT"
000246                 ADD 1 TO WS-AN-OVER-LIMIT-COUNT
000247                 ADD 1 TO WS-OVER-LIMIT-COUNT
000248             END-IF
000249             PERFORM 4500-WRITE-SUSPENSE-LINE
000250         WHEN OTHER
000251             ADD 1 TO WS-AN-VAR-COUNT
000252             ADD 1 TO WS-VAR-COUNT
000253             PERFORM 4600-WRITE-VARIANCE-LINE
000254     END-EVALUATE.
000255     IF WI-QUEUE-UNASSIGNED
000256         MOVE SPACES TO WS-RPT-LINE
000257         STRING "      UNASSIGNED: "  DELIMITED BY SIZE
000258                 WI-ASSIGN-NOTE   DELIMITED BY SIZE
000259             INTO WS-RPT-LINE
000260             ON OVERFLOW
000261                 DISPLAY "WARNING: WORKLIST LINE TRUNCATED"
000262         END-STRING
000263         PERFORM 4100-WRITE-RPT-LINE
000264     END-IF.
000265
000266 2100-START-ANALYST.
000267     MOVE WI-QUEUE-FLAG TO WS-CUR-QUEUE.
000268     MOVE WI-ANALYST-ID TO WS-CUR-ANALYST.
000269     MOVE SPACES TO WS-CUR-SECTION.
000270     IF WI-QUEUE-UNASSIGNED
000271         MOVE "UNASSIGNED" TO WS-HEAD-ANALYST
000272     ELSE
000273         MOVE WI-ANALYST-ID TO WS-HEAD-ANALYST
000274         ADD 1 TO WS-ANALYST-COUNT
000275     END-IF.
000276     MOVE ZERO TO WS-AN-ITEM-COUNT.
000277     MOVE ZERO TO WS-AN-ESC-COUNT.
000278     MOVE ZERO TO WS-AN-OVERDUE-COUNT.
000279     MOVE ZERO TO WS-AN-SUSP-COUNT.
000280     MOVE ZERO TO WS-AN-OVER-LIMIT-COUNT.
000281     MOVE ZERO TO WS-AN-VAR-COUNT.
000282     MOVE 99 TO WS-LINE-COUNT.
000283
000284 3000-ANALYST-BREAK.
000285     MOVE SPACES TO WS-RPT-LINE.
000286     PERFORM 4100-WRITE-RPT-LINE.
000287     MOVE SPACES TO WS-RPT-LINE.
000288     STRING "WORKLIST TOTAL FOR " DELIMITED BY SIZE
000289             WS-HEAD-ANALYST      DELIMITED BY SIZE
000290             "  ITEMS: "          DELIMITED BY SIZE
000291             WS-AN-ITEM-COUNT     DELIMITED BY SIZE
000292             "  ESCALATIONS: "    DELIMITED BY SIZE
000293             WS-AN-ESC-COUNT      DELIMITED BY SIZE
000294             "  OVERDUE: "        DELIMITED BY SIZE
000295             WS-AN-OVERDUE-COUNT  DELIMITED BY SIZE
000296         INTO WS-RPT-LINE
000297         ON OVERFLOW
000298             DISPLAY "WARNING: WORKLIST TOTALS TRUNCATED"
000299     END-STRING.
000300     PERFORM 4100-WRITE-RPT-LINE.
000301     MOVE SPACES TO WS-RPT-LINE.
000302     STRING "    SUSPENSE ITEMS: "  DELIMITED BY SIZE
000303             WS-AN-SUSP-COUNT     DELIMITED BY SIZE
000304             "  OVER AGE LIMIT: " DELIMITED BY SIZE
000305             WS-AN-OVER-LIMIT-COUNT DELIMITED BY SIZE
000306             "  VARIANCES: "      DELIMITED BY SIZE
000307             WS-AN-VAR-COUNT      DELIMITED BY SIZE
000308         INTO WS-RPT-LINE
000309         ON OVERFLOW
000310             DISPLAY "WARNING: WORKLIST TOTALS TRUNCATED"
000311     END-STRING.
000312     PERFORM 4100-WRITE-RPT-LINE.
000313
000314 4100-WRITE-RPT-LINE.
000315     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000316         PERFORM 4200-WRITE-RPT-HEADING
000317     END-IF.
000318     WRITE WORKLIST-RPT-RECORD FROM WS-RPT-LINE.
000319     IF WS-WORKLIST-RPT-STATUS NOT = "00"
000320         DISPLAY "ERROR WRITING WORKRPT, FILE STATUS: "
000321             WS-WORKLIST-RPT-STATUS
000322     END-IF.
000323     ADD 1 TO WS-LINE-COUNT.
000324
000325 4200-WRITE-RPT-HEADING.
000326     ADD 1 TO WS-PAGE-COUNT.
000327     MOVE SPACES TO WORKLIST-RPT-RECORD.
000328     STRING "ANLWORK  ANALYST WORKLIST"
000329                                  DELIMITED BY SIZE
000330             "  ANALYST: "        DELIMITED BY SIZE
000331             WS-HEAD-ANALYST      DELIMITED BY SIZE
000332             "  RUN DATE: "       DELIMITED BY SIZE
000333             WS-RUN-DATE          DELIMITED BY SIZE
000334             "  PAGE: "           DELIMITED BY SIZE
000335             WS-PAGE-COUNT        DELIMITED BY SIZE
000336         INTO WORKLIST-RPT-RECORD
000337         ON OVERFLOW
000338             DISPLAY "WARNING: WORKLIST HEADING TRUNCATED"
000339     END-STRING.
000340     WRITE WORKLIST-RPT-RECORD.
000341     MOVE SPACES TO WORKLIST-RPT-RECORD.
000342     WRITE WORKLIST-RPT-RECORD.
000343     MOVE 2 TO WS-LINE-COUNT.
000344
000345 4300-WRITE-SECTION-HEADING.
000346     IF WS-LINE-COUNT > 2 AND WS-LINE-COUNT < WS-LINES-PER-PAGE
000347         MOVE SPACES TO WS-RPT-LINE
000348         PERFORM 4100-WRITE-RPT-LINE
000349     END-IF.
000350     MOVE SPACES TO WS-RPT-LINE.
000351     EVALUATE TRUE
000352         WHEN WI-SECTION-ESCALATION
000353             MOVE "OPEN ESCALATIONS AWAITING DISPOSITION"
000354                 TO WS-RPT-LINE
000355         WHEN WI-SECTION-SUSPENSE
000356             MOVE "ITEMS AGING IN RECYCLE SUSPENSE" TO WS-RPT-LINE
000357         WHEN OTHER
000358             STRING "VARIANCES ON LATEST COMPARISON RUN "
000359                                  DELIMITED BY SIZE
000360                     WI-ITEM-DATE DELIMITED BY SIZE
000361                 INTO WS-RPT-LINE
000362                 ON OVERFLOW
000363                     DISPLAY "WARNING: WORKLIST LINE TRUNCATED"
000364             END-STRING
000365     END-EVALUATE.
000366     PERFORM 4100-WRITE-RPT-LINE.
000367
000368 4400-WRITE-ESCALATION-LINE.
000369     MOVE WI-AGE-DAYS TO WS-AGE-DISPLAY.
000370     MOVE WI-AMOUNT TO WS-AMT-DISPLAY.
000371     MOVE WI-VARIANCE-PCT TO WS-PCT-DISPLAY.
000372     MOVE SPACES TO WS-RPT-LINE.
000373     STRING "  ACCT: "            DELIMITED BY SIZE
000374             WI-ACCOUNT-CODE      DELIMITED BY SIZE
000375             "  SENT: "           DELIMITED BY SIZE
000376             WI-ITEM-REF          DELIMITED BY SIZE
000377             "  AGE: "            DELIMITED BY SIZE
000378             WS-AGE-DISPLAY       DELIMITED BY SIZE
000379             "  VAR: "            DELIMITED BY SIZE
000380             WS-AMT-DISPLAY       DELIMITED BY SIZE
000381             "  PCT: "            DELIMITED BY SIZE
000382             WS-PCT-DISPLAY       DELIMITED BY SIZE
000383             "  "                 DELIMITED BY SIZE
000384             WI-DETAIL-TEXT(1:17) DELIMITED BY SIZE
000385             "  "                 DELIMITED BY SIZE
000386             WI-FLAG-TEXT         DELIMITED BY SIZE
000387         INTO WS-RPT-LINE
000388         ON OVERFLOW
000389             DISPLAY "WARNING: WORKLIST LINE TRUNCATED"
000390     END-STRING.
000391     PERFORM 4100-WRITE-RPT-LINE.
000392
000393 4500-WRITE-SUSPENSE-LINE.
000394     MOVE WI-AGE-DAYS TO WS-AGE-DISPLAY.
000395     MOVE SPACES TO WS-RPT-LINE.
000396     STRING "  ACCT: "            DELIMITED BY SIZE
000397             WI-ACCOUNT-CODE      DELIMITED BY SIZE
000398             "  NUM: "            DELIMITED BY SIZE
000399             WI-ITEM-REF(1:13)    DELIMITED BY SIZE
000400             "  SEEN: "           DELIMITED BY SIZE
000401             WI-ITEM-DATE         DELIMITED BY SIZE
000402             "  AGE: "            DELIMITED BY SIZE
000403             WS-AGE-DISPLAY       DELIMITED BY SIZE
000404             "  CYC: "            DELIMITED BY SIZE
000405             WI-CYCLE-COUNT       DELIMITED BY SIZE
000406             "  "                 DELIMITED BY SIZE
000407             WI-DETAIL-TEXT       DELIMITED BY SIZE
000408             "  "                 DELIMITED BY SIZE
000409             WI-FLAG-TEXT         DELIMITED BY SIZE
000410         INTO WS-RPT-LINE
000411         ON OVERFLOW
000412             DISPLAY "WARNING: WORKLIST LINE TRUNCATED"
000413     END-STRING.
000414     PERFORM 4100-WRITE-RPT-LINE.
000415
000416 4600-WRITE-VARIANCE-LINE.
000417     MOVE WI-AMOUNT TO WS-AMT-DISPLAY.
000418     MOVE WI-VARIANCE-PCT TO WS-PCT-DISPLAY.
000419     MOVE SPACES TO WS-RPT-LINE.
000420     STRING "  ACCT: "            DELIMITED BY SIZE
000421             WI-ACCOUNT-CODE      DELIMITED BY SIZE
000422             "  RUN: "            DELIMITED BY SIZE
000423             WI-ITEM-DATE         DELIMITED BY SIZE
000424             "  VAR: "            DELIMITED BY SIZE
000425             WS-AMT-DISPLAY       DELIMITED BY SIZE
000426             "  PCT: "            DELIMITED BY SIZE
000427             WS-PCT-DISPLAY       DELIMITED BY SIZE
000428             "  "                 DELIMITED BY SIZE
000429             WI-DETAIL-TEXT(1:17) DELIMITED BY SIZE
000430         INTO WS-RPT-LINE
000431         ON OVERFLOW
000432             DISPLAY "WARNING: WORKLIST LINE TRUNCATED"
000433     END-STRING.
000434     PERFORM 4100-WRITE-RPT-LINE.
000435
000436 5000-WRITE-RPT-TOTALS.
000437     MOVE "ALL ANALYSTS" TO WS-HEAD-ANALYST.
000438     MOVE 99 TO WS-LINE-COUNT.
000439     MOVE SPACES TO WS-RPT-LINE.
000440     STRING "ANALYSTS WITH WORK: " DELIMITED BY SIZE
000441             WS-ANALYST-COUNT     DELIMITED BY SIZE
000442             "  TOTAL ITEMS: "    DELIMITED BY SIZE
000443             WS-ITEM-COUNT        DELIMITED BY SIZE
000444             "  UNASSIGNED ITEMS: " DELIMITED BY SIZE
000445             WS-UNASSIGNED-COUNT  DELIMITED BY SIZE
000446         INTO WS-RPT-LINE
000447         ON OVERFLOW
000448             DISPLAY "WARNING: WORKLIST TOTALS TRUNCATED"
000449     END-STRING.
000450     PERFORM 4100-WRITE-RPT-LINE.
000451     MOVE SPACES TO WS-RPT-LINE.
000452     STRING "ESCALATIONS: "       DELIMITED BY SIZE
000453             WS-ESC-COUNT         DELIMITED BY SIZE
000454             "  OVERDUE: "        DELIMITED BY SIZE
000455             WS-OVERDUE-COUNT     DELIMITED BY SIZE
000456             "  SUSPENSE ITEMS: " DELIMITED BY SIZE
000457             WS-SUSP-COUNT        DELIMITED BY SIZE
000458             "  OVER AGE LIMIT: " DELIMITED BY SIZE
000459             WS-OVER-LIMIT-COUNT  DELIMITED BY SIZE
000460             "  VARIANCES: "      DELIMITED BY SIZE
000461             WS-VAR-COUNT         DELIMITED BY SIZE
000462         INTO WS-RPT-LINE
000463         ON OVERFLOW
000464             DISPLAY "WARNING: WORKLIST TOTALS TRUNCATED"
000465     END-STRING.
000466     PERFORM 4100-WRITE-RPT-LINE.
