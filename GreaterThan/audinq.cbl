000120     COPY AUDITREC.
000121
000122 FD  ARCHIVE-FILE.
000123 01  ARCHIVE-RECORD              PIC X(110).
000124
000125 FD  INQUIRY-RPT-FILE.
000126 01  INQUIRY-RPT-RECORD          PIC X(132).
000145                                 SIGN LEADING SEPARATE.
000146     05  WA-VARIANCE             PIC -(10)9.99.
000147     05  WA-RESULT-TEXT          PIC X(17).
000148     05  WA-CHAIN-SEQ            PIC 9(9).
000149     05  WA-CHAIN-CHECK          PIC 9(10).
000150
000151 01  WS-PARM                     PIC X(40).
000152 01  WS-INQ-ACCOUNT              PIC X(8).
000153 01  WS-INQ-FROM-DATE            PIC X(8).
000154 01  WS-INQ-TO-DATE              PIC X(8).
000155
000156 01  WS-MATCH-COUNT              PIC 9(6)    VALUE ZERO.
000157 01  WS-SOURCE-TEXT              PIC X(7).
000158
000159 01  WS-NUM-DISPLAY              PIC -(10)9.99.
000160 01  WS-CTL-DISPLAY              PIC -(10)9.99.
000161
000162 01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
000163 01  WS-PAGE-COUNT               PIC 9(4)    VALUE ZERO.
000164 01  WS-LINE-COUNT               PIC 9(2)    VALUE 99.
000165 01  WS-LINES-PER-PAGE           PIC 9(2)    VALUE 55.
000166 01  WS-RPT-LINE                 PIC X(132).
000167
000168 PROCEDURE DIVISION.
000169 0000-MAIN-LOGIC.
000170     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000171     ACCEPT WS-PARM FROM COMMAND-LINE.
000172     MOVE SPACES TO WS-INQ-ACCOUNT.
000173     MOVE SPACES TO WS-INQ-FROM-DATE.
000174     MOVE SPACES TO WS-INQ-TO-DATE.
000175     UNSTRING WS-PARM DELIMITED BY ALL SPACE
000176         INTO WS-INQ-ACCOUNT WS-INQ-FROM-DATE WS-INQ-TO-DATE.
000177
000178     IF WS-INQ-ACCOUNT = SPACES
000179         DISPLAY "ERROR: ACCOUNT CODE PARM IS REQUIRED "
000180             "(ACCOUNT FROM-DATE TO-DATE)"
000181         MOVE 16 TO RETURN-CODE
000182         STOP RUN
000183     END-IF.
000184     IF WS-INQ-FROM-DATE = SPACES
000185         MOVE "00000000" TO WS-INQ-FROM-DATE
000186     END-IF.
000187     IF WS-INQ-TO-DATE = SPACES
000188         MOVE "99999999" TO WS-INQ-TO-DATE
000189     END-IF.
000190     IF WS-INQ-FROM-DATE NOT NUMERIC
000191             OR WS-INQ-TO-DATE NOT NUMERIC
000192         DISPLAY "ERROR: FROM/TO DATE PARMS MUST BE YYYYMMDD"
000193         MOVE 16 TO RETURN-CODE
000194         STOP RUN
000195     END-IF.
000196
000197     OPEN OUTPUT INQUIRY-RPT-FILE.
000198     IF WS-INQUIRY-RPT-STATUS NOT = "00"
000199             AND WS-INQUIRY-RPT-STATUS NOT = "05"
000200         DISPLAY "ERROR OPENING INQRPT, FILE STATUS: "
000201             WS-INQUIRY-RPT-STATUS
000202         MOVE 16 TO RETURN-CODE
000203         STOP RUN
000204     END-IF.
000205
000206     MOVE "LIVE" TO WS-SOURCE-TEXT.
000207     OPEN INPUT AUDIT-FILE.
000208     IF WS-AUDIT-STATUS = "00"
000209         PERFORM UNTIL WS-AUDIT-EOF = "Y"
000210             READ AUDIT-FILE INTO WS-AUDIT-WORK
000211                 AT END
000212                     MOVE "Y" TO WS-AUDIT-EOF
000213                 NOT AT END
000214                     PERFORM 2000-SELECT-AUDIT-RECORD
000215             END-READ
000216         END-PERFORM
000217     ELSE
000218         DISPLAY "WARNING: AUDITLOG NOT AVAILABLE, "
000219             "FILE STATUS: " WS-AUDIT-STATUS
000220     END-IF.
000221     CLOSE AUDIT-FILE.
000222
000223     MOVE "ARCHIVE" TO WS-SOURCE-TEXT.
000224     OPEN INPUT ARCHIVE-FILE.
000225     IF WS-ARCHIVE-STATUS = "00"
000226         PERFORM UNTIL WS-ARCHIVE-EOF = "Y"
000227             READ ARCHIVE-FILE INTO WS-AUDIT-WORK
000228                 AT END
000229                     MOVE "Y" TO WS-ARCHIVE-EOF
000230                 NOT AT END
000231                     PERFORM 2000-SELECT-AUDIT-RECORD
000232             END-READ
000233         END-PERFORM
000234     END-IF.
000235     CLOSE ARCHIVE-FILE.
000236
000237     PERFORM 5000-WRITE-RPT-TOTALS.
000238
000239     CLOSE INQUIRY-RPT-FILE.
000240     STOP RUN.
000241
000242 2000-SELECT-AUDIT-RECORD.
000243     IF WA-ACCOUNT-CODE = WS-INQ-ACCOUNT
000244             AND WA-AUDIT-DATE >= WS-INQ-FROM-DATE
000245             AND WA-AUDIT-DATE <= WS-INQ-TO-DATE
000246         ADD 1 TO WS-MATCH-COUNT
000247         PERFORM 3000-WRITE-INQUIRY-LINE
000248     END-IF.
000249
000250 3000-WRITE-INQUIRY-LINE.
000251     MOVE WA-NUM TO WS-NUM-DISPLAY.
000252     MOVE WA-CONTROLL-NUM TO WS-CTL-DISPLAY.
000253     MOVE SPACES TO WS-RPT-LINE.
000254     STRING WS-SOURCE-TEXT        DELIMITED BY SIZE
000255             "  "                 DELIMITED BY SIZE
000256             WA-TIMESTAMP(1:15)   DELIMITED BY SIZE
000257             "  NUM: "            DELIMITED BY SIZE
000258             WS-NUM-DISPLAY       DELIMITED BY SIZE
000259             "  CTL: "            DELIMITED BY SIZE
000260             WS-CTL-DISPLAY       DELIMITED BY SIZE
000261             "  VARIANCE: "       DELIMITED BY SIZE
000262             WA-VARIANCE          DELIMITED BY SIZE
000263             "  "                 DELIMITED BY SIZE
000264             WA-RESULT-TEXT       DELIMITED BY SIZE
000265         INTO WS-RPT-LINE
000266         ON OVERFLOW
000267             DISPLAY "WARNING: INQUIRY LINE TRUNCATED"
000268     END-STRING.
000269     PERFORM 4100-WRITE-RPT-LINE.
000270
000271 4100-WRITE-RPT-LINE.
000272     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000273         PERFORM 4200-WRITE-RPT-HEADING
000274     END-IF.
000275     WRITE INQUIRY-RPT-RECORD FROM WS-RPT-LINE.
000276     IF WS-INQUIRY-RPT-STATUS NOT = "00"
000277         DISPLAY "ERROR WRITING INQRPT, FILE STATUS: "
000278             WS-INQUIRY-RPT-STATUS
000279     END-IF.
000280     ADD 1 TO WS-LINE-COUNT.
000281
000282 4200-WRITE-RPT-HEADING.
000283     ADD 1 TO WS-PAGE-COUNT.
000284     MOVE SPACES TO INQUIRY-RPT-RECORD.
000285     STRING "AUDINQ  AUDIT TRAIL INQUIRY  ACCT: "
000286                                  DELIMITED BY SIZE
000287             WS-INQ-ACCOUNT       DELIMITED BY SIZE
000288             "  FROM: "           DELIMITED BY SIZE
000289             WS-INQ-FROM-DATE     DELIMITED BY SIZE
000290             "  TO: "             DELIMITED BY SIZE
000291             WS-INQ-TO-DATE       DELIMITED BY SIZE
000292             "  RUN DATE: "       DELIMITED BY SIZE
000293             WS-RUN-DATE          DELIMITED BY SIZE
000294             "  PAGE: "           DELIMITED BY SIZE
000295             WS-PAGE-COUNT        DELIMITED BY SIZE
000296         INTO INQUIRY-RPT-RECORD
000297         ON OVERFLOW
000298             DISPLAY "WARNING: INQUIRY HEADING TRUNCATED"
000299     END-STRING.
000300     WRITE INQUIRY-RPT-RECORD.
000301     MOVE SPACES TO INQUIRY-RPT-RECORD.
000302     WRITE INQUIRY-RPT-RECORD.
000303     MOVE 2 TO WS-LINE-COUNT.
000304
000305 5000-WRITE-RPT-TOTALS.
000306     MOVE SPACES TO WS-RPT-LINE.
000307     STRING "MATCHES: "           DELIMITED BY SIZE
000308             WS-MATCH-COUNT       DELIMITED BY SIZE
000309         INTO WS-RPT-LINE
000310         ON OVERFLOW
000311             DISPLAY "WARNING: INQUIRY TOTALS TRUNCATED"
000312     END-STRING.
000313     PERFORM 4100-WRITE-RPT-LINE.
000314     DISPLAY "AUDINQ: ACCT " WS-INQ-ACCOUNT
000315         " MATCHES " WS-MATCH-COUNT.
