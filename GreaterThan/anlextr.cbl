000100 IDENTIFICATION DIVISION.
000101 PROGRAM-ID. ANLEXTR.
000102 ENVIRONMENT DIVISION.
000103 INPUT-OUTPUT SECTION.
000104 FILE-CONTROL.
000105     SELECT OPTIONAL POLICY-MASTER-FILE ASSIGN TO "POLMSTR"
000106         ORGANIZATION IS INDEXED
000107         ACCESS MODE IS DYNAMIC
000108         RECORD KEY IS AP-ACCOUNT-CODE
000109         FILE STATUS IS WS-POLMSTR-STATUS.
000110
000111     SELECT OPTIONAL OPEN-ESC-FILE ASSIGN TO "OPENESC"
000112         ORGANIZATION IS INDEXED
000113         ACCESS MODE IS DYNAMIC
000114         RECORD KEY IS OE-ESC-KEY
000115         FILE STATUS IS WS-OPENESC-STATUS.
000116
000117     SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000118         ORGANIZATION IS LINE SEQUENTIAL
000119         FILE STATUS IS WS-SUSPENSE-STATUS.
000120
000121     SELECT OPTIONAL HISTORY-FILE ASSIGN TO "CMPHIST"
000122         ORGANIZATION IS LINE SEQUENTIAL
000123         FILE STATUS IS WS-HISTORY-STATUS.
000124
000125     SELECT WORK-ITEM-FILE ASSIGN TO "WORKITEM"
000126         ORGANIZATION IS LINE SEQUENTIAL
000127         FILE STATUS IS WS-WORK-ITEM-STATUS.
000128
000129 DATA DIVISION.
000130 FILE SECTION.
000131 FD  POLICY-MASTER-FILE.
000132     COPY ACCTPOL.
000133
000134 FD  OPEN-ESC-FILE.
000135     COPY OPENESC.
000136
000137 FD  SUSPENSE-FILE.
000138 01  SUSPENSE-RECORD.
000139     05  SU-ACCOUNT-CODE         PIC X(8).
000140     05  SU-NUM                  PIC X(13).
000141     05  SU-CONTROLL-NUM         PIC X(13).
000142     05  SU-REASON-CODE          PIC X(4).
000143     05  SU-REASON-TEXT          PIC X(30).
000144     05  SU-FIRST-DATE           PIC 9(8).
000145     05  SU-CYCLE-COUNT          PIC 9(3).
000146     05  SU-CURRENCY-CODE        PIC X(3).
000147
000148 FD  HISTORY-FILE.
000149     COPY CMPHIST.
000150
000151 FD  WORK-ITEM-FILE.
000152     COPY WORKITEM.
000153
000154 WORKING-STORAGE SECTION.
000155 01  WS-POLMSTR-STATUS           PIC X(2).
000156 01  WS-OPENESC-STATUS           PIC X(2).
000157 01  WS-SUSPENSE-STATUS          PIC X(2).
000158 01  WS-HISTORY-STATUS           PIC X(2).
000159 01  WS-WORK-ITEM-STATUS         PIC X(2).
000160
000161 01  WS-ESC-EOF                  PIC X(1)    VALUE "N".
000162 01  WS-SUSPENSE-EOF             PIC X(1)    VALUE "N".
000163 01  WS-HISTORY-EOF              PIC X(1)    VALUE "N".
000164
000165 01  WS-ESC-AGE-LIMIT            PIC 9(3)    VALUE 5.
000166 01  WS-SUSP-AGE-LIMIT           PIC 9(3)    VALUE 30.
000167 01  WS-AGE-DAYS                 PIC S9(5)   VALUE ZERO.
000168 01  WS-LATEST-RUN-DATE          PIC 9(8)    VALUE ZERO.
000169
000170 01  WS-ESC-COUNT                PIC 9(6)    VALUE ZERO.
000171 01  WS-SUSPENSE-COUNT           PIC 9(6)    VALUE ZERO.
000172 01  WS-VARIANCE-COUNT           PIC 9(6)    VALUE ZERO.
000173 01  WS-UNASSIGNED-COUNT         PIC 9(6)    VALUE ZERO.
000174 01  WS-WRITE-ERROR-COUNT        PIC 9(6)    VALUE ZERO.
000175
000176 01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
000177 01  WS-RUN-DATE-PARM            PIC X(8)    VALUE SPACES.
000178
000179 PROCEDURE DIVISION.
000180 0000-MAIN-LOGIC.
000181     ACCEPT WS-RUN-DATE-PARM FROM ENVIRONMENT "ANLWORK-RUN-DATE".
000182     IF WS-RUN-DATE-PARM NUMERIC
000183         MOVE WS-RUN-DATE-PARM TO WS-RUN-DATE
000184     ELSE
000185         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
000186     END-IF.
000187     ACCEPT WS-ESC-AGE-LIMIT
000188         FROM ENVIRONMENT "ANLWORK-ESC-AGE-LIMIT".
000189     IF WS-ESC-AGE-LIMIT NOT NUMERIC
000190         DISPLAY "WARNING: ANLWORK-ESC-AGE-LIMIT IS NOT NUMERIC, "
000191             "IGNORING"
000192         MOVE 5 TO WS-ESC-AGE-LIMIT
000193     END-IF.
000194     IF WS-ESC-AGE-LIMIT = ZERO
000195         MOVE 5 TO WS-ESC-AGE-LIMIT
000196     END-IF.
000197     ACCEPT WS-SUSP-AGE-LIMIT
000198         FROM ENVIRONMENT "ANLWORK-SUSP-AGE-LIMIT".
000199     IF WS-SUSP-AGE-LIMIT NOT NUMERIC
000200         DISPLAY "WARNING: ANLWORK-SUSP-AGE-LIMIT IS NOT "
000201             "NUMERIC, IGNORING"
000202         MOVE 30 TO WS-SUSP-AGE-LIMIT
000203     END-IF.
000204     IF WS-SUSP-AGE-LIMIT = ZERO
000205         MOVE 30 TO WS-SUSP-AGE-LIMIT
000206     END-IF.
000207
000208     OPEN INPUT POLICY-MASTER-FILE.
000209     IF WS-POLMSTR-STATUS NOT = "00"
000210             AND WS-POLMSTR-STATUS NOT = "05"
000211         DISPLAY "ERROR OPENING POLMSTR, FILE STATUS: "
000212             WS-POLMSTR-STATUS
000213         MOVE 16 TO RETURN-CODE
000214         STOP RUN
000215     END-IF.
000216
000217     OPEN INPUT OPEN-ESC-FILE.
000218     IF WS-OPENESC-STATUS NOT = "00"
000219             AND WS-OPENESC-STATUS NOT = "05"
000220         DISPLAY "ERROR OPENING OPENESC, FILE STATUS: "
000221             WS-OPENESC-STATUS
000222         CLOSE POLICY-MASTER-FILE
000223         MOVE 16 TO RETURN-CODE
000224         STOP RUN
000225     END-IF.
000226
000227     OPEN INPUT SUSPENSE-FILE.
000228     IF WS-SUSPENSE-STATUS NOT = "00"
000229             AND WS-SUSPENSE-STATUS NOT = "05"
000230         DISPLAY "ERROR OPENING SUSPENSE, FILE STATUS: "
000231             WS-SUSPENSE-STATUS
000232         CLOSE POLICY-MASTER-FILE
000233         CLOSE OPEN-ESC-FILE
000234         MOVE 16 TO RETURN-CODE
000235         STOP RUN
000236     END-IF.
000237
000238     OPEN OUTPUT WORK-ITEM-FILE.
000239     IF WS-WORK-ITEM-STATUS NOT = "00"
000240         DISPLAY "ERROR OPENING WORKITEM, FILE STATUS: "
000241             WS-WORK-ITEM-STATUS
000242         CLOSE POLICY-MASTER-FILE
000243         CLOSE OPEN-ESC-FILE
000244         CLOSE SUSPENSE-FILE
000245         MOVE 16 TO RETURN-CODE
000246         STOP RUN
000247     END-IF.
000248
000249     PERFORM 1000-EXTRACT-ESCALATIONS.
000250     PERFORM 2000-EXTRACT-SUSPENSE.
000251     PERFORM 3000-FIND-LATEST-RUN.
000252     IF WS-LATEST-RUN-DATE > ZERO
000253         PERFORM 3100-EXTRACT-VARIANCES
000254     END-IF.
000255
000256     CLOSE POLICY-MASTER-FILE.
000257     CLOSE OPEN-ESC-FILE.
000258     CLOSE SUSPENSE-FILE.
000259     CLOSE WORK-ITEM-FILE.
000260
000261     DISPLAY "ANLEXTR RUN DATE: " WS-RUN-DATE
000262         "  LATEST COMPARISON RUN: " WS-LATEST-RUN-DATE.
000263     DISPLAY "ANLEXTR ESCALATIONS: " WS-ESC-COUNT
000264         "  SUSPENSE ITEMS: " WS-SUSPENSE-COUNT
000265         "  VARIANCES: " WS-VARIANCE-COUNT
000266         "  UNASSIGNED: " WS-UNASSIGNED-COUNT.
000267     IF WS-WRITE-ERROR-COUNT > ZERO
000268         MOVE 16 TO RETURN-CODE
000269     END-IF.
000270     STOP RUN.
000271
000272 1000-EXTRACT-ESCALATIONS.
000273     MOVE LOW-VALUES TO OE-ESC-KEY.
000274     START OPEN-ESC-FILE
000275         KEY IS NOT LESS THAN OE-ESC-KEY
000276         INVALID KEY
000277             MOVE "Y" TO WS-ESC-EOF
000278     END-START.
000279     IF WS-OPENESC-STATUS NOT = "00"
000280         MOVE "Y" TO WS-ESC-EOF
000281     END-IF.
000282     PERFORM UNTIL WS-ESC-EOF = "Y"
000283         READ OPEN-ESC-FILE NEXT
000284             AT END
000285                 MOVE "Y" TO WS-ESC-EOF
000286             NOT AT END
000287                 IF OE-STATUS-OPEN
000288                     PERFORM 1100-ESCALATION-ITEM
000289                 END-IF
000290         END-READ
000291     END-PERFORM.
000292
000293 1100-ESCALATION-ITEM.
000294     MOVE SPACES TO WORK-ITEM-RECORD.
000295     MOVE "1" TO WI-SECTION.
000296     MOVE OE-ACCOUNT-CODE TO WI-ACCOUNT-CODE.
000297     MOVE OE-RUN-TIMESTAMP TO WI-ITEM-REF.
000298     MOVE OE-SENT-DATE TO WI-ITEM-DATE.
000299     COMPUTE WS-AGE-DAYS =
000300         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
000301         - FUNCTION INTEGER-OF-DATE(OE-SENT-DATE).
000302     IF WS-AGE-DAYS < ZERO
000303         MOVE ZERO TO WS-AGE-DAYS
000304     END-IF.
000305     MOVE WS-AGE-DAYS TO WI-AGE-DAYS.
000306     MOVE OE-VARIANCE TO WI-AMOUNT.
000307     MOVE OE-VARIANCE-PCT TO WI-VARIANCE-PCT.
000308     MOVE OE-RESULT-TEXT TO WI-DETAIL-TEXT.
000309     MOVE ZERO TO WI-CYCLE-COUNT.
000310     IF WS-AGE-DAYS > WS-ESC-AGE-LIMIT
000311         MOVE "OVERDUE" TO WI-FLAG-TEXT
000312     ELSE
000313         MOVE "OPEN" TO WI-FLAG-TEXT
000314     END-IF.
000315     ADD 1 TO WS-ESC-COUNT.
000316     PERFORM 4000-ASSIGN-ANALYST.
000317     PERFORM 4100-WRITE-WORK-ITEM.
000318
000319 2000-EXTRACT-SUSPENSE.
000320     IF WS-SUSPENSE-STATUS = "05"
000321         MOVE "Y" TO WS-SUSPENSE-EOF
000322     END-IF.
000323     PERFORM UNTIL WS-SUSPENSE-EOF = "Y"
000324         READ SUSPENSE-FILE
000325             AT END
000326                 MOVE "Y" TO WS-SUSPENSE-EOF
000327             NOT AT END
000328                 PERFORM 2100-SUSPENSE-ITEM
000329         END-READ
000330     END-PERFORM.
000331
000332 2100-SUSPENSE-ITEM.
000333     MOVE SPACES TO WORK-ITEM-RECORD.
000334     MOVE "2" TO WI-SECTION.
000335     MOVE SU-ACCOUNT-CODE TO WI-ACCOUNT-CODE.
000336     MOVE SU-NUM TO WI-ITEM-REF.
000337     IF SU-FIRST-DATE NUMERIC AND SU-FIRST-DATE > ZERO
000338         MOVE SU-FIRST-DATE TO WI-ITEM-DATE
000339         COMPUTE WS-AGE-DAYS =
000340             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
000341             - FUNCTION INTEGER-OF-DATE(SU-FIRST-DATE)
000342         IF WS-AGE-DAYS < ZERO
000343             MOVE ZERO TO WS-AGE-DAYS
000344         END-IF
000345     ELSE
000346         MOVE WS-RUN-DATE TO WI-ITEM-DATE
000347         MOVE ZERO TO WS-AGE-DAYS
000348     END-IF.
000349     MOVE WS-AGE-DAYS TO WI-AGE-DAYS.
000350     MOVE ZERO TO WI-AMOUNT.
000351     MOVE ZERO TO WI-VARIANCE-PCT.
000352     STRING SU-REASON-CODE       DELIMITED BY SIZE
000353             " "                  DELIMITED BY SIZE
000354             SU-REASON-TEXT       DELIMITED BY SIZE
000355         INTO WI-DETAIL-TEXT
000356         ON OVERFLOW
000357             CONTINUE
000358     END-STRING.
000359     IF SU-CYCLE-COUNT NUMERIC
000360         MOVE SU-CYCLE-COUNT TO WI-CYCLE-COUNT
000361     ELSE
000362         MOVE ZERO TO WI-CYCLE-COUNT
000363     END-IF.
000364     IF WS-AGE-DAYS > WS-SUSP-AGE-LIMIT
000365         MOVE "OVER LIMIT" TO WI-FLAG-TEXT
000366     END-IF.
000367     ADD 1 TO WS-SUSPENSE-COUNT.
000368     PERFORM 4000-ASSIGN-ANALYST.
000369     PERFORM 4100-WRITE-WORK-ITEM.
000370
000371 3000-FIND-LATEST-RUN.
000372     OPEN INPUT HISTORY-FILE.
000373     IF WS-HISTORY-STATUS NOT = "00"
000374             AND WS-HISTORY-STATUS NOT = "05"
000375         DISPLAY "ERROR OPENING CMPHIST, FILE STATUS: "
000376             WS-HISTORY-STATUS
000377         MOVE 8 TO RETURN-CODE
000378     ELSE
000379         MOVE "N" TO WS-HISTORY-EOF
000380         PERFORM UNTIL WS-HISTORY-EOF = "Y"
000381             READ HISTORY-FILE
000382                 AT END
000383                     MOVE "Y" TO WS-HISTORY-EOF
000384                 NOT AT END
000385                     IF CH-RUN-DATE > WS-LATEST-RUN-DATE
000386                             AND CH-RUN-DATE <= WS-RUN-DATE
000387                         MOVE CH-RUN-DATE TO WS-LATEST-RUN-DATE
000388                     END-IF
000389             END-READ
000390         END-PERFORM
000391         CLOSE HISTORY-FILE
000392     END-IF.
000393
000394 3100-EXTRACT-VARIANCES.
000395     OPEN INPUT HISTORY-FILE.
000396     IF WS-HISTORY-STATUS NOT = "00"
000397             AND WS-HISTORY-STATUS NOT = "05"
000398         DISPLAY "ERROR OPENING CMPHIST, FILE STATUS: "
000399             WS-HISTORY-STATUS
000400         MOVE 8 TO RETURN-CODE
000401     ELSE
000402         MOVE "N" TO WS-HISTORY-EOF
000403         PERFORM UNTIL WS-HISTORY-EOF = "Y"
000404             READ HISTORY-FILE
000405                 AT END
000406                     MOVE "Y" TO WS-HISTORY-EOF
000407                 NOT AT END
000408                     IF CH-RUN-DATE = WS-LATEST-RUN-DATE
000409                             AND (CH-RESULT-TEXT = "GREATER THEN"
000410                             OR CH-RESULT-TEXT = "LESS THEN")
000411                         PERFORM 3200-VARIANCE-ITEM
000412                     END-IF
000413             END-READ
000414         END-PERFORM
000415         CLOSE HISTORY-FILE
000416     END-IF.
000417
000418 3200-VARIANCE-ITEM.
000419     MOVE SPACES TO WORK-ITEM-RECORD.
000420     MOVE "3" TO WI-SECTION.
000421     MOVE CH-ACCOUNT-CODE TO WI-ACCOUNT-CODE.
000422     MOVE CH-RUN-DATE TO WI-ITEM-REF.
000423     MOVE CH-RUN-DATE TO WI-ITEM-DATE.
000424     MOVE ZERO TO WI-AGE-DAYS.
000425     MOVE CH-VARIANCE TO WI-AMOUNT.
000426     MOVE CH-VARIANCE-PCT TO WI-VARIANCE-PCT.
000427     MOVE CH-RESULT-TEXT TO WI-DETAIL-TEXT.
000428     MOVE ZERO TO WI-CYCLE-COUNT.
000429     ADD 1 TO WS-VARIANCE-COUNT.
000430     PERFORM 4000-ASSIGN-ANALYST.
000431     PERFORM 4100-WRITE-WORK-ITEM.
000432
000433 4000-ASSIGN-ANALYST.
000434     MOVE WI-ACCOUNT-CODE TO AP-ACCOUNT-CODE.
000435     READ POLICY-MASTER-FILE
000436         INVALID KEY
000437             CONTINUE
000438     END-READ.
000439     EVALUATE WS-POLMSTR-STATUS
000440         WHEN "00"
000441             IF AP-POLICY-INACTIVE
000442                 MOVE "POLICY INACTIVE" TO WI-ASSIGN-NOTE
000443             ELSE
000444                 IF AP-ANALYST-ID = SPACES
000445                     MOVE "NO ANALYST" TO WI-ASSIGN-NOTE
000446                 END-IF
000447             END-IF
000448         WHEN "23"
000449             MOVE "NO POLICY" TO WI-ASSIGN-NOTE
000450         WHEN OTHER
000451             DISPLAY "ERROR READING POLMSTR, FILE STATUS: "
000452                 WS-POLMSTR-STATUS
000453             MOVE "NO POLICY" TO WI-ASSIGN-NOTE
000454     END-EVALUATE.
000455     IF WI-ASSIGN-NOTE = SPACES
000456         MOVE "A" TO WI-QUEUE-FLAG
000457         MOVE AP-ANALYST-ID TO WI-ANALYST-ID
000458     ELSE
000459         MOVE "U" TO WI-QUEUE-FLAG
000460         MOVE SPACES TO WI-ANALYST-ID
000461         ADD 1 TO WS-UNASSIGNED-COUNT
000462     END-IF.
000463
000464 4100-WRITE-WORK-ITEM.
000465     WRITE WORK-ITEM-RECORD.
000466     IF WS-WORK-ITEM-STATUS NOT = "00"
000467         DISPLAY "ERROR WRITING WORKITEM, FILE STATUS: "
000468             WS-WORK-ITEM-STATUS
000469         ADD 1 TO WS-WRITE-ERROR-COUNT
000470     END-IF.
