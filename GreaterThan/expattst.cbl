000100 IDENTIFICATION DIVISION.
000101 PROGRAM-ID. EXPATTST.
000102 ENVIRONMENT DIVISION.
000103 INPUT-OUTPUT SECTION.
000104 FILE-CONTROL.
000105     SELECT ATTEST-IN-FILE ASSIGN TO "ATTESTIN"
000106         ORGANIZATION IS LINE SEQUENTIAL
000107         FILE STATUS IS WS-ATTEST-IN-STATUS.
000108
000109     SELECT OPTIONAL EXPLANATION-FILE ASSIGN TO "VAREXPL"
000110         ORGANIZATION IS INDEXED
000111         ACCESS MODE IS DYNAMIC
000112         RECORD KEY IS VX-EXPL-KEY
000113         FILE STATUS IS WS-VAREXPL-STATUS.
000114
000115     SELECT OPTIONAL POLICY-MASTER-FILE ASSIGN TO "POLMSTR"
000116         ORGANIZATION IS INDEXED
000117         ACCESS MODE IS DYNAMIC
000118         RECORD KEY IS AP-ACCOUNT-CODE
000119         FILE STATUS IS WS-POLMSTR-STATUS.
000120
000121     SELECT OPTIONAL ATTEST-RPT-FILE ASSIGN TO "ATTRPT"
000122         ORGANIZATION IS LINE SEQUENTIAL
000123         FILE STATUS IS WS-ATTEST-RPT-STATUS.
000124
000125 DATA DIVISION.
000126 FILE SECTION.
000127 FD  ATTEST-IN-FILE.
000128     COPY CMPHIST.
000129
000130 FD  EXPLANATION-FILE.
000131     COPY VAREXPL.
000132
000133 FD  POLICY-MASTER-FILE.
000134     COPY ACCTPOL.
000135
000136 FD  ATTEST-RPT-FILE.
000137 01  ATTEST-RPT-RECORD           PIC X(132).
000138
000139 WORKING-STORAGE SECTION.
000140 01  WS-ATTEST-IN-STATUS         PIC X(2).
000141 01  WS-VAREXPL-STATUS           PIC X(2).
000142 01  WS-POLMSTR-STATUS           PIC X(2).
000143 01  WS-ATTEST-RPT-STATUS        PIC X(2).
000144
000145 01  WS-HISTORY-EOF              PIC X(1)    VALUE "N".
000146 01  WS-EXPLAINED                PIC X(1)    VALUE "N".
000147 01  WS-TABLE-FULL-SW            PIC X(1)    VALUE "N".
000148
000149 01  WS-MONTH-PARM               PIC X(6)    VALUE SPACES.
000150 01  WS-ATTEST-MONTH             PIC 9(6)    VALUE ZERO.
000151 01  WS-ATTEST-MONTH-R REDEFINES WS-ATTEST-MONTH.
000152     05  WS-AM-YEAR              PIC 9(4).
000153     05  WS-AM-MM                PIC 9(2).
000154 01  WS-RUN-DATE-X.
000155     05  WS-RD-MONTH             PIC X(6).
000156     05  FILLER                  PIC X(2).
000157
000158 01  WS-ROW-ANALYST              PIC X(10)   VALUE SPACES.
000159 01  WS-STATUS-TEXT              PIC X(11)   VALUE SPACES.
000160
000161 01  WS-ANALYST-COUNT            PIC 9(3)    VALUE ZERO.
000162 01  WS-ANALYST-MAX              PIC 9(3)    VALUE 200.
000163 01  WS-AN-IDX                   PIC 9(3)    VALUE ZERO.
000164 01  WS-AN-FOUND                 PIC 9(3)    VALUE ZERO.
000165 01  WS-ANALYST-TABLE.
000166     05  WS-ANALYST-ENTRY OCCURS 200 TIMES.
000167         10  WS-AN-ID            PIC X(10).
000168         10  WS-AN-EXPLAINED     PIC 9(6).
000169         10  WS-AN-UNEXPLAINED   PIC 9(6).
000170
000171 01  WS-ROW-COUNT                PIC 9(8)    VALUE ZERO.
000172 01  WS-OUT-OF-TOL-COUNT         PIC 9(6)    VALUE ZERO.
000173 01  WS-EXPLAINED-COUNT          PIC 9(6)    VALUE ZERO.
000174 01  WS-UNEXPLAINED-COUNT        PIC 9(6)    VALUE ZERO.
000175 01  WS-WITHDRAWN-COUNT          PIC 9(6)    VALUE ZERO.
000176
000177 01  WS-VARIANCE-DISPLAY         PIC -(15)9.99.
000178 01  WS-PCT-DISPLAY              PIC ZZ9.99.
000179
000180 01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
000181 01  WS-PAGE-COUNT               PIC 9(4)    VALUE ZERO.
000182 01  WS-LINE-COUNT               PIC 9(2)    VALUE 99.
000183 01  WS-LINES-PER-PAGE           PIC 9(2)    VALUE 55.
000184 01  WS-RPT-LINE                 PIC X(132).
000185
000186 PROCEDURE DIVISION.
000187 0000-MAIN-LOGIC.
000188     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000189     ACCEPT WS-MONTH-PARM FROM ENVIRONMENT "EXPATTST-MONTH".
000190     IF WS-MONTH-PARM NOT NUMERIC
000191         DISPLAY "ERROR: EXPATTST-MONTH IS MISSING OR "
000192             "NOT NUMERIC (YYYYMM)"
000193         MOVE 16 TO RETURN-CODE
000194         STOP RUN
000195     END-IF.
000196     MOVE WS-MONTH-PARM TO WS-ATTEST-MONTH.
000197     IF WS-AM-MM < 1 OR WS-AM-MM > 12
000198         DISPLAY "ERROR: EXPATTST-MONTH MONTH PART IS NOT 01-12"
000199         MOVE 16 TO RETURN-CODE
000200         STOP RUN
000201     END-IF.
000202
000203     OPEN INPUT ATTEST-IN-FILE.
000204     IF WS-ATTEST-IN-STATUS NOT = "00"
000205         DISPLAY "ERROR OPENING ATTESTIN, FILE STATUS: "
000206             WS-ATTEST-IN-STATUS
000207         MOVE 16 TO RETURN-CODE
000208         STOP RUN
000209     END-IF.
000210
000211     OPEN INPUT EXPLANATION-FILE.
000212     IF WS-VAREXPL-STATUS NOT = "00"
000213             AND WS-VAREXPL-STATUS NOT = "05"
000214         DISPLAY "ERROR OPENING VAREXPL, FILE STATUS: "
000215             WS-VAREXPL-STATUS
000216         CLOSE ATTEST-IN-FILE
000217         MOVE 16 TO RETURN-CODE
000218         STOP RUN
000219     END-IF.
000220
000221     OPEN INPUT POLICY-MASTER-FILE.
000222     IF WS-POLMSTR-STATUS NOT = "00"
000223             AND WS-POLMSTR-STATUS NOT = "05"
000224         DISPLAY "ERROR OPENING POLMSTR, FILE STATUS: "
000225             WS-POLMSTR-STATUS
000226         CLOSE ATTEST-IN-FILE
000227         CLOSE EXPLANATION-FILE
000228         MOVE 16 TO RETURN-CODE
000229         STOP RUN
000230     END-IF.
000231
000232     OPEN OUTPUT ATTEST-RPT-FILE.
000233     IF WS-ATTEST-RPT-STATUS NOT = "00"
000234             AND WS-ATTEST-RPT-STATUS NOT = "05"
000235         DISPLAY "ERROR OPENING ATTRPT, FILE STATUS: "
000236             WS-ATTEST-RPT-STATUS
000237         CLOSE ATTEST-IN-FILE
000238         CLOSE EXPLANATION-FILE
000239         CLOSE POLICY-MASTER-FILE
000240         MOVE 16 TO RETURN-CODE
000241         STOP RUN
000242     END-IF.
000243
000244     PERFORM UNTIL WS-HISTORY-EOF = "Y"
000245         READ ATTEST-IN-FILE
000246             AT END
000247                 MOVE "Y" TO WS-HISTORY-EOF
000248             NOT AT END
000249                 ADD 1 TO WS-ROW-COUNT
000250                 MOVE CH-RUN-DATE TO WS-RUN-DATE-X
000251                 IF WS-RD-MONTH = WS-MONTH-PARM
000252                     IF CH-RESULT-TEXT = "GREATER THEN"
000253                             OR CH-RESULT-TEXT = "LESS THEN"
000254                         PERFORM 2000-ATTEST-ROW
000255                     END-IF
000256                 END-IF
000257         END-READ
000258     END-PERFORM.
000259
000260     PERFORM 4500-WRITE-ANALYST-SUMMARY.
000261     PERFORM 5000-WRITE-RPT-TOTALS.
000262
000263     CLOSE ATTEST-IN-FILE.
000264     CLOSE EXPLANATION-FILE.
000265     CLOSE POLICY-MASTER-FILE.
000266     CLOSE ATTEST-RPT-FILE.
000267     IF WS-UNEXPLAINED-COUNT > ZERO
000268         MOVE 4 TO RETURN-CODE
000269     END-IF.
000270     STOP RUN.
000271
000272 2000-ATTEST-ROW.
000273     ADD 1 TO WS-OUT-OF-TOL-COUNT.
000274     MOVE "N" TO WS-EXPLAINED.
000275     MOVE CH-ACCOUNT-CODE TO VX-ACCOUNT-CODE.
000276     MOVE CH-RUN-DATE TO VX-RUN-DATE.
000277     READ EXPLANATION-FILE
000278         INVALID KEY
000279             CONTINUE
000280     END-READ.
000281     EVALUATE WS-VAREXPL-STATUS
000282         WHEN "00"
000283             IF VX-ACTIVE
000284                 MOVE "Y" TO WS-EXPLAINED
000285             ELSE
000286                 ADD 1 TO WS-WITHDRAWN-COUNT
000287             END-IF
000288         WHEN "23"
000289             CONTINUE
000290         WHEN OTHER
000291             DISPLAY "ERROR READING VAREXPL, FILE STATUS: "
000292                 WS-VAREXPL-STATUS
000293     END-EVALUATE.
000294
000295     IF WS-EXPLAINED = "Y"
000296         ADD 1 TO WS-EXPLAINED-COUNT
000297         MOVE "EXPLAINED" TO WS-STATUS-TEXT
000298         MOVE VX-ANALYST-ID TO WS-ROW-ANALYST
000299     ELSE
000300         ADD 1 TO WS-UNEXPLAINED-COUNT
000301         MOVE "UNEXPLAINED" TO WS-STATUS-TEXT
000302         PERFORM 2100-GET-POLICY-ANALYST
000303     END-IF.
000304
000305     PERFORM 3000-TALLY-ANALYST.
000306     PERFORM 4300-WRITE-RPT-ROW.
000307
000308 2100-GET-POLICY-ANALYST.
000309     MOVE "UNASSIGNED" TO WS-ROW-ANALYST.
000310     MOVE CH-ACCOUNT-CODE TO AP-ACCOUNT-CODE.
000311     READ POLICY-MASTER-FILE
000312         INVALID KEY
000313             CONTINUE
000314     END-READ.
000315     EVALUATE WS-POLMSTR-STATUS
000316         WHEN "00"
000317             IF AP-POLICY-ACTIVE
000318                     AND AP-ANALYST-ID NOT = SPACES
000319                 MOVE AP-ANALYST-ID TO WS-ROW-ANALYST
000320             END-IF
000321         WHEN "23"
000322             CONTINUE
000323         WHEN OTHER
000324             DISPLAY "ERROR READING POLMSTR, FILE STATUS: "
000325                 WS-POLMSTR-STATUS
000326     END-EVALUATE.
000327
000328 3000-TALLY-ANALYST.
000329     MOVE ZERO TO WS-AN-FOUND.
000330     PERFORM VARYING WS-AN-IDX FROM 1 BY 1
000331             UNTIL WS-AN-IDX > WS-ANALYST-COUNT
000332         IF WS-AN-ID(WS-AN-IDX) = WS-ROW-ANALYST
000333             MOVE WS-AN-IDX TO WS-AN-FOUND
000334         END-IF
000335     END-PERFORM.
000336     IF WS-AN-FOUND = ZERO
000337         IF WS-ANALYST-COUNT < WS-ANALYST-MAX
000338             ADD 1 TO WS-ANALYST-COUNT
000339             MOVE WS-ANALYST-COUNT TO WS-AN-FOUND
000340             MOVE WS-ROW-ANALYST TO WS-AN-ID(WS-AN-FOUND)
000341             MOVE ZERO TO WS-AN-EXPLAINED(WS-AN-FOUND)
000342             MOVE ZERO TO WS-AN-UNEXPLAINED(WS-AN-FOUND)
000343         ELSE
000344             IF WS-TABLE-FULL-SW NOT = "Y"
000345                 DISPLAY "WARNING: ANALYST TABLE FULL, "
000346                     "SUMMARY IS INCOMPLETE"
000347                 MOVE "Y" TO WS-TABLE-FULL-SW
000348             END-IF
000349         END-IF
000350     END-IF.
000351     IF WS-AN-FOUND > ZERO
000352         IF WS-EXPLAINED = "Y"
000353             ADD 1 TO WS-AN-EXPLAINED(WS-AN-FOUND)
000354         ELSE
000355             ADD 1 TO WS-AN-UNEXPLAINED(WS-AN-FOUND)
000356         END-IF
000357     END-IF.
000358
000359 4100-WRITE-RPT-LINE.
000360     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000361         PERFORM 4200-WRITE-RPT-HEADING
000362     END-IF.
000363     WRITE ATTEST-RPT-RECORD FROM WS-RPT-LINE.
000364     IF WS-ATTEST-RPT-STATUS NOT = "00"
000365         DISPLAY "ERROR WRITING ATTRPT, FILE STATUS: "
000366             WS-ATTEST-RPT-STATUS
000367     END-IF.
000368     ADD 1 TO WS-LINE-COUNT.
000369
000370 4200-WRITE-RPT-HEADING.
000371     ADD 1 TO WS-PAGE-COUNT.
000372     MOVE SPACES TO ATTEST-RPT-RECORD.
000373     STRING "EXPATTST  VARIANCE ATTESTATION  MONTH: "
000374                                  DELIMITED BY SIZE
000375             WS-MONTH-PARM        DELIMITED BY SIZE
000376             "  RUN DATE: "       DELIMITED BY SIZE
000377             WS-RUN-DATE          DELIMITED BY SIZE
000378             "  PAGE: "           DELIMITED BY SIZE
000379             WS-PAGE-COUNT        DELIMITED BY SIZE
000380         INTO ATTEST-RPT-RECORD
000381         ON OVERFLOW
000382             DISPLAY "WARNING: ATTESTATION HEADING TRUNCATED"
000383     END-STRING.
000384     WRITE ATTEST-RPT-RECORD.
000385     MOVE SPACES TO ATTEST-RPT-RECORD.
000386     WRITE ATTEST-RPT-RECORD.
000387     MOVE 2 TO WS-LINE-COUNT.
000388
000389 4300-WRITE-RPT-ROW.
000390     MOVE CH-VARIANCE TO WS-VARIANCE-DISPLAY.
000391     MOVE CH-VARIANCE-PCT TO WS-PCT-DISPLAY.
000392     MOVE SPACES TO WS-RPT-LINE.
000393     STRING CH-ACCOUNT-CODE       DELIMITED BY SIZE
000394             "  "                 DELIMITED BY SIZE
000395             CH-RUN-DATE          DELIMITED BY SIZE
000396             "  "                 DELIMITED BY SIZE
000397             CH-RESULT-TEXT       DELIMITED BY SIZE
000398             " VAR: "             DELIMITED BY SIZE
000399             WS-VARIANCE-DISPLAY  DELIMITED BY SIZE
000400             " PCT: "             DELIMITED BY SIZE
000401             WS-PCT-DISPLAY       DELIMITED BY SIZE
000402             "  "                 DELIMITED BY SIZE
000403             WS-STATUS-TEXT       DELIMITED BY SIZE
000404             "  ANALYST: "        DELIMITED BY SIZE
000405             WS-ROW-ANALYST       DELIMITED BY SIZE
000406         INTO WS-RPT-LINE
000407         ON OVERFLOW
000408             DISPLAY "WARNING: ATTESTATION LINE TRUNCATED"
000409     END-STRING.
000410     PERFORM 4100-WRITE-RPT-LINE.
000411
000412     IF WS-EXPLAINED = "Y"
000413         MOVE SPACES TO WS-RPT-LINE
000414         STRING "    REASON: "        DELIMITED BY SIZE
000415                 VX-REASON-CODE       DELIMITED BY SIZE
000416                 "  SIGNED OFF: "     DELIMITED BY SIZE
000417                 VX-SIGNOFF-DATE      DELIMITED BY SIZE
000418                 "  "                 DELIMITED BY SIZE
000419                 VX-COMMENT           DELIMITED BY SIZE
000420             INTO WS-RPT-LINE
000421             ON OVERFLOW
000422                 DISPLAY "WARNING: ATTESTATION LINE TRUNCATED"
000423         END-STRING
000424         PERFORM 4100-WRITE-RPT-LINE
000425     ELSE
000426         IF WS-VAREXPL-STATUS = "00"
000427             MOVE SPACES TO WS-RPT-LINE
000428             STRING "    EXPLANATION WITHDRAWN, LAST REASON: "
000429                                      DELIMITED BY SIZE
000430                     VX-REASON-CODE   DELIMITED BY SIZE
000431                     "  BY: "         DELIMITED BY SIZE
000432                     VX-ANALYST-ID    DELIMITED BY SIZE
000433                 INTO WS-RPT-LINE
000434                 ON OVERFLOW
000435                     DISPLAY "WARNING: ATTESTATION LINE TRUNCATED"
000436             END-STRING
000437             PERFORM 4100-WRITE-RPT-LINE
000438         END-IF
000439     END-IF.
000440
000441 4500-WRITE-ANALYST-SUMMARY.
000442     MOVE SPACES TO WS-RPT-LINE.
000443     PERFORM 4100-WRITE-RPT-LINE.
000444     MOVE "COUNTS BY ANALYST" TO WS-RPT-LINE.
000445     PERFORM 4100-WRITE-RPT-LINE.
000446     PERFORM VARYING WS-AN-IDX FROM 1 BY 1
000447             UNTIL WS-AN-IDX > WS-ANALYST-COUNT
000448         MOVE SPACES TO WS-RPT-LINE
000449         STRING "  ANALYST: "         DELIMITED BY SIZE
000450                 WS-AN-ID(WS-AN-IDX) DELIMITED BY SIZE
000451                 "  EXPLAINED: "      DELIMITED BY SIZE
000452                 WS-AN-EXPLAINED(WS-AN-IDX)
000453                                      DELIMITED BY SIZE
000454                 "  UNEXPLAINED: "    DELIMITED BY SIZE
000455                 WS-AN-UNEXPLAINED(WS-AN-IDX)
000456                                      DELIMITED BY SIZE
000457             INTO WS-RPT-LINE
000458             ON OVERFLOW
000459                 DISPLAY "WARNING: ATTESTATION LINE TRUNCATED"
000460         END-STRING
000461         PERFORM 4100-WRITE-RPT-LINE
000462     END-PERFORM.
000463
000464 5000-WRITE-RPT-TOTALS.
000465     MOVE SPACES TO WS-RPT-LINE.
000466     PERFORM 4100-WRITE-RPT-LINE.
000467     MOVE SPACES TO WS-RPT-LINE.
000468     STRING "ROWS READ: "         DELIMITED BY SIZE
000469             WS-ROW-COUNT         DELIMITED BY SIZE
000470             "  OUT OF TOLERANCE: " DELIMITED BY SIZE
000471             WS-OUT-OF-TOL-COUNT  DELIMITED BY SIZE
000472             "  EXPLAINED: "      DELIMITED BY SIZE
000473             WS-EXPLAINED-COUNT   DELIMITED BY SIZE
000474             "  UNEXPLAINED: "    DELIMITED BY SIZE
000475             WS-UNEXPLAINED-COUNT DELIMITED BY SIZE
000476             "  (WITHDRAWN: "     DELIMITED BY SIZE
000477             WS-WITHDRAWN-COUNT   DELIMITED BY SIZE
000478             ")"                  DELIMITED BY SIZE
000479         INTO WS-RPT-LINE
000480         ON OVERFLOW
000481             DISPLAY "WARNING: ATTESTATION TOTALS TRUNCATED"
000482     END-STRING.
000483     PERFORM 4100-WRITE-RPT-LINE.
