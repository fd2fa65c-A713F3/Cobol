000100 IDENTIFICATION DIVISION.
000101 PROGRAM-ID. AHEXTR.
000102 ENVIRONMENT DIVISION.
000103 INPUT-OUTPUT SECTION.
000104 FILE-CONTROL.
000105     SELECT OPTIONAL HIERARCHY-FILE ASSIGN TO "ACCTHIER"
000106         ORGANIZATION IS INDEXED
000107         ACCESS MODE IS DYNAMIC
000108         RECORD KEY IS AH-ACCOUNT-CODE
000109         FILE STATUS IS WS-ACCTHIER-STATUS.
000110
000111     SELECT OPTIONAL HISTORY-FILE ASSIGN TO "CMPHIST"
000112         ORGANIZATION IS LINE SEQUENTIAL
000113         FILE STATUS IS WS-HISTORY-STATUS.
000114
000115     SELECT OPTIONAL MONTH-SUMMARY-FILE ASSIGN TO "MONTHSUM"
000116         ORGANIZATION IS LINE SEQUENTIAL
000117         FILE STATUS IS WS-MONTHSUM-STATUS.
000118
000119     SELECT ROLL-ITEM-FILE ASSIGN TO "ROLLITEM"
000120         ORGANIZATION IS LINE SEQUENTIAL
000121         FILE STATUS IS WS-ROLL-ITEM-STATUS.
000122
000123 DATA DIVISION.
000124 FILE SECTION.
000125 FD  HIERARCHY-FILE.
000126     COPY ACCTHIER.
000127
000128 FD  HISTORY-FILE.
000129     COPY CMPHIST.
000130
000131 FD  MONTH-SUMMARY-FILE.
000132     COPY MONTHSUM.
000133
000134 FD  ROLL-ITEM-FILE.
000135     COPY ROLLITEM.
000136
000137 WORKING-STORAGE SECTION.
000138 01  WS-ACCTHIER-STATUS          PIC X(2).
000139 01  WS-HISTORY-STATUS           PIC X(2).
000140 01  WS-MONTHSUM-STATUS          PIC X(2).
000141 01  WS-ROLL-ITEM-STATUS         PIC X(2).
000142
000143 01  WS-HISTORY-EOF              PIC X(1)    VALUE "N".
000144 01  WS-MONTHSUM-EOF             PIC X(1)    VALUE "N".
000145
000146 01  WS-RUN-DATE-PARM            PIC X(8)    VALUE SPACES.
000147 01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
000148 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
000149     05  WS-RD-MONTH             PIC 9(6).
000150     05  FILLER                  PIC 9(2).
000151 01  WS-LATEST-RUN-DATE          PIC 9(8)    VALUE ZERO.
000152
000153 01  WS-MONTH-PARM               PIC X(6)    VALUE SPACES.
000154 01  WS-ROLLUP-MONTH             PIC 9(6)    VALUE ZERO.
000155 01  WS-ROLLUP-MONTH-R REDEFINES WS-ROLLUP-MONTH.
000156     05  WS-RM-YEAR              PIC 9(4).
000157     05  WS-RM-MM                PIC 9(2).
000158
000159 01  WS-RUN-ITEM-COUNT           PIC 9(6)    VALUE ZERO.
000160 01  WS-MONTH-ITEM-COUNT         PIC 9(6)    VALUE ZERO.
000161 01  WS-MISSING-COUNT            PIC 9(6)    VALUE ZERO.
000162 01  WS-WRITE-ERROR-COUNT        PIC 9(6)    VALUE ZERO.
000163
000164 PROCEDURE DIVISION.
000165 0000-MAIN-LOGIC.
000166     ACCEPT WS-RUN-DATE-PARM FROM ENVIRONMENT "AHROLLUP-RUN-DATE".
000167     IF WS-RUN-DATE-PARM NUMERIC
000168         MOVE WS-RUN-DATE-PARM TO WS-RUN-DATE
000169     ELSE
000170         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
000171     END-IF.
000172     ACCEPT WS-MONTH-PARM FROM ENVIRONMENT "AHROLLUP-MONTH".
000173     IF WS-MONTH-PARM NOT = SPACES
000174         IF WS-MONTH-PARM NOT NUMERIC
000175             DISPLAY "ERROR: AHROLLUP-MONTH IS NOT NUMERIC "
000176                 "(YYYYMM)"
000177             MOVE 16 TO RETURN-CODE
000178             STOP RUN
000179         END-IF
000180         MOVE WS-MONTH-PARM TO WS-ROLLUP-MONTH
000181         IF WS-RM-MM < 1 OR WS-RM-MM > 12
000182             DISPLAY "ERROR: AHROLLUP-MONTH MONTH PART IS "
000183                 "NOT 01-12"
000184             MOVE 16 TO RETURN-CODE
000185             STOP RUN
000186         END-IF
000187     END-IF.
000188
000189     OPEN INPUT HIERARCHY-FILE.
000190     IF WS-ACCTHIER-STATUS NOT = "00"
000191             AND WS-ACCTHIER-STATUS NOT = "05"
000192         DISPLAY "ERROR OPENING ACCTHIER, FILE STATUS: "
000193             WS-ACCTHIER-STATUS
000194         MOVE 16 TO RETURN-CODE
000195         STOP RUN
000196     END-IF.
000197
000198     OPEN OUTPUT ROLL-ITEM-FILE.
000199     IF WS-ROLL-ITEM-STATUS NOT = "00"
000200         DISPLAY "ERROR OPENING ROLLITEM, FILE STATUS: "
000201             WS-ROLL-ITEM-STATUS
000202         CLOSE HIERARCHY-FILE
000203         MOVE 16 TO RETURN-CODE
000204         STOP RUN
000205     END-IF.
000206
000207     PERFORM 1000-FIND-LATEST-RUN.
000208     IF WS-LATEST-RUN-DATE > ZERO
000209         PERFORM 1100-EXTRACT-RUN
000210     END-IF.
000211     IF WS-ROLLUP-MONTH = ZERO
000212         PERFORM 2000-FIND-LATEST-MONTH
000213     END-IF.
000214     IF WS-ROLLUP-MONTH > ZERO
000215         PERFORM 2100-EXTRACT-MONTH
000216     END-IF.
000217
000218     CLOSE HIERARCHY-FILE.
000219     CLOSE ROLL-ITEM-FILE.
000220
000221     DISPLAY "AHEXTR RUN DATE: " WS-RUN-DATE
000222         "  LATEST COMPARISON RUN: " WS-LATEST-RUN-DATE
000223         "  MONTH: " WS-ROLLUP-MONTH.
000224     DISPLAY "AHEXTR RUN ITEMS: " WS-RUN-ITEM-COUNT
000225         "  MONTH ITEMS: " WS-MONTH-ITEM-COUNT
000226         "  NOT IN HIERARCHY: " WS-MISSING-COUNT.
000227     IF WS-WRITE-ERROR-COUNT > ZERO
000228         MOVE 16 TO RETURN-CODE
000229     END-IF.
000230     STOP RUN.
000231
000232 1000-FIND-LATEST-RUN.
000233     OPEN INPUT HISTORY-FILE.
000234     IF WS-HISTORY-STATUS NOT = "00"
000235             AND WS-HISTORY-STATUS NOT = "05"
000236         DISPLAY "ERROR OPENING CMPHIST, FILE STATUS: "
000237             WS-HISTORY-STATUS
000238         MOVE 8 TO RETURN-CODE
000239     ELSE
000240         MOVE "N" TO WS-HISTORY-EOF
000241         PERFORM UNTIL WS-HISTORY-EOF = "Y"
000242             READ HISTORY-FILE
000243                 AT END
000244                     MOVE "Y" TO WS-HISTORY-EOF
000245                 NOT AT END
000246                     IF CH-RUN-DATE > WS-LATEST-RUN-DATE
000247                             AND CH-RUN-DATE <= WS-RUN-DATE
000248                         MOVE CH-RUN-DATE TO WS-LATEST-RUN-DATE
000249                     END-IF
000250             END-READ
000251         END-PERFORM
000252         CLOSE HISTORY-FILE
000253     END-IF.
000254
000255 1100-EXTRACT-RUN.
000256     OPEN INPUT HISTORY-FILE.
000257     IF WS-HISTORY-STATUS NOT = "00"
000258             AND WS-HISTORY-STATUS NOT = "05"
000259         DISPLAY "ERROR OPENING CMPHIST, FILE STATUS: "
000260             WS-HISTORY-STATUS
000261         MOVE 8 TO RETURN-CODE
000262     ELSE
000263         MOVE "N" TO WS-HISTORY-EOF
000264         PERFORM UNTIL WS-HISTORY-EOF = "Y"
000265             READ HISTORY-FILE
000266                 AT END
000267                     MOVE "Y" TO WS-HISTORY-EOF
000268                 NOT AT END
000269                     IF CH-RUN-DATE = WS-LATEST-RUN-DATE
000270                         PERFORM 1200-RUN-ITEM
000271                     END-IF
000272             END-READ
000273         END-PERFORM
000274         CLOSE HISTORY-FILE
000275     END-IF.
000276
000277 1200-RUN-ITEM.
000278     MOVE SPACES TO ROLL-ITEM-RECORD.
000279     MOVE CH-ACCOUNT-CODE TO RI-ACCOUNT-CODE.
000280     MOVE "R" TO RI-SOURCE.
000281     MOVE CH-RUN-DATE TO RI-PERIOD.
000282     MOVE CH-NUM-TOTAL TO RI-NUM-TOTAL.
000283     MOVE CH-CONTROLL-TOTAL TO RI-CONTROLL-TOTAL.
000284     MOVE CH-VARIANCE TO RI-VARIANCE-TOTAL.
000285     MOVE CH-RESULT-TEXT TO RI-RESULT-TEXT.
000286     MOVE 1 TO RI-RUN-COUNT.
000287     ADD 1 TO WS-RUN-ITEM-COUNT.
000288     PERFORM 3000-PLACE-IN-HIERARCHY.
000289     PERFORM 3100-WRITE-ROLL-ITEM.
000290
000291 2000-FIND-LATEST-MONTH.
000292     OPEN INPUT MONTH-SUMMARY-FILE.
000293     IF WS-MONTHSUM-STATUS NOT = "00"
000294             AND WS-MONTHSUM-STATUS NOT = "05"
000295         DISPLAY "ERROR OPENING MONTHSUM, FILE STATUS: "
000296             WS-MONTHSUM-STATUS
000297         MOVE 8 TO RETURN-CODE
000298     ELSE
000299         MOVE "N" TO WS-MONTHSUM-EOF
000300         PERFORM UNTIL WS-MONTHSUM-EOF = "Y"
000301             READ MONTH-SUMMARY-FILE
000302                 AT END
000303                     MOVE "Y" TO WS-MONTHSUM-EOF
000304                 NOT AT END
000305                     IF MS-MONTH > WS-ROLLUP-MONTH
000306                             AND MS-MONTH <= WS-RD-MONTH
000307                         MOVE MS-MONTH TO WS-ROLLUP-MONTH
000308                     END-IF
000309             END-READ
000310         END-PERFORM
000311         CLOSE MONTH-SUMMARY-FILE
000312     END-IF.
000313
000314 2100-EXTRACT-MONTH.
000315     OPEN INPUT MONTH-SUMMARY-FILE.
000316     IF WS-MONTHSUM-STATUS NOT = "00"
000317             AND WS-MONTHSUM-STATUS NOT = "05"
000318         DISPLAY "ERROR OPENING MONTHSUM, FILE STATUS: "
000319             WS-MONTHSUM-STATUS
000320         MOVE 8 TO RETURN-CODE
000321     ELSE
000322         MOVE "N" TO WS-MONTHSUM-EOF
000323         PERFORM UNTIL WS-MONTHSUM-EOF = "Y"
000324             READ MONTH-SUMMARY-FILE
000325                 AT END
000326                     MOVE "Y" TO WS-MONTHSUM-EOF
000327                 NOT AT END
000328                     IF MS-MONTH = WS-ROLLUP-MONTH
000329                         PERFORM 2200-MONTH-ITEM
000330                     END-IF
000331             END-READ
000332         END-PERFORM
000333         CLOSE MONTH-SUMMARY-FILE
000334     END-IF.
000335
000336 2200-MONTH-ITEM.
000337     MOVE SPACES TO ROLL-ITEM-RECORD.
000338     MOVE MS-ACCOUNT-CODE TO RI-ACCOUNT-CODE.
000339     MOVE "M" TO RI-SOURCE.
000340     COMPUTE RI-PERIOD = MS-MONTH * 100.
000341     MOVE MS-NUM-TOTAL TO RI-NUM-TOTAL.
000342     MOVE MS-CONTROLL-TOTAL TO RI-CONTROLL-TOTAL.
000343     MOVE MS-VARIANCE-TOTAL TO RI-VARIANCE-TOTAL.
000344     MOVE MS-RUN-COUNT TO RI-RUN-COUNT.
000345     ADD 1 TO WS-MONTH-ITEM-COUNT.
000346     PERFORM 3000-PLACE-IN-HIERARCHY.
000347     PERFORM 3100-WRITE-ROLL-ITEM.
000348
000349 3000-PLACE-IN-HIERARCHY.
000350     MOVE RI-ACCOUNT-CODE TO AH-ACCOUNT-CODE.
000351     READ HIERARCHY-FILE
000352         INVALID KEY
000353             CONTINUE
000354     END-READ.
000355     EVALUATE WS-ACCTHIER-STATUS
000356         WHEN "00"
000357             IF AH-INACTIVE
000358                 MOVE "ENTRY INACTIVE" TO RI-HIER-NOTE
000359             END-IF
000360         WHEN "23"
000361             MOVE "NOT ON ACCTHIER" TO RI-HIER-NOTE
000362         WHEN OTHER
000363             DISPLAY "ERROR READING ACCTHIER, FILE STATUS: "
000364                 WS-ACCTHIER-STATUS
000365             MOVE "NOT ON ACCTHIER" TO RI-HIER-NOTE
000366     END-EVALUATE.
000367     IF RI-HIER-NOTE = SPACES
000368         MOVE "1" TO RI-HIER-FLAG
000369         MOVE AH-LEGAL-ENTITY TO RI-LEGAL-ENTITY
000370         MOVE AH-REGION TO RI-REGION
000371         MOVE AH-BUSINESS-UNIT TO RI-BUSINESS-UNIT
000372     ELSE
000373         MOVE "2" TO RI-HIER-FLAG
000374         ADD 1 TO WS-MISSING-COUNT
000375     END-IF.
000376
000377 3100-WRITE-ROLL-ITEM.
000378     WRITE ROLL-ITEM-RECORD.
000379     IF WS-ROLL-ITEM-STATUS NOT = "00"
000380         DISPLAY "ERROR WRITING ROLLITEM, FILE STATUS: "
000381             WS-ROLL-ITEM-STATUS
000382         ADD 1 TO WS-WRITE-ERROR-COUNT
000383     END-IF.
