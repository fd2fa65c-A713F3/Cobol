000124     COPY AUDITREC.
000125
000126 FD  ARCHIVE-OUT-FILE.
000127 01  ARCHIVE-OUT-RECORD          PIC X(110).
000128
000129 FD  NEW-AUDIT-FILE.
000130 01  NEW-AUDIT-RECORD            PIC X(110).
000131
000132 FD  RETENTION-FILE.
000133     COPY RETNREC.
000134
000135 WORKING-STORAGE SECTION.
000136 01  WS-AUDIT-STATUS             PIC X(2).
000137 01  WS-ARCHIVE-STATUS           PIC X(2).
000138 01  WS-NEW-AUDIT-STATUS         PIC X(2).
000139 01  WS-RETENTION-STATUS         PIC X(2).
000140
000141 01  WS-AUDIT-EOF                PIC X(1)    VALUE "N".
000142 01  WS-ARCHIVING                PIC X(1)    VALUE "Y".
000143 01  WS-CUTOFF-DATE              PIC X(8)    VALUE SPACES.
000144 01  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
000145
000146 01  WS-ARCHIVED-COUNT           PIC 9(9)    VALUE ZERO.
000147 01  WS-RETAINED-COUNT           PIC 9(9)    VALUE ZERO.
000148 01  WS-HELD-BACK-COUNT          PIC 9(9)    VALUE ZERO.
000149 01  WS-LAST-CHAIN-SEQ           PIC 9(9)    VALUE ZERO.
000150 01  WS-LAST-CHAIN-CHECK         PIC 9(10)   VALUE ZERO.
000151 01  WS-EARLIEST-DATE            PIC X(8)    VALUE HIGH-VALUES.
000152 01  WS-LATEST-DATE              PIC X(8)    VALUE LOW-VALUES.
000153
000154 PROCEDURE DIVISION.
000155 0000-MAIN-LOGIC.
000156     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000157     ACCEPT WS-CUTOFF-DATE
000158         FROM ENVIRONMENT "AUDARCH-CUTOFF-DATE".
000159     IF WS-CUTOFF-DATE NOT NUMERIC
000160         DISPLAY "ERROR: AUDARCH-CUTOFF-DATE IS MISSING OR "
000161             "NOT NUMERIC"
000162         MOVE 16 TO RETURN-CODE
000163         STOP RUN
000164     END-IF.
000165
000166     OPEN INPUT AUDIT-FILE.
000167     IF WS-AUDIT-STATUS NOT = "00"
000168         DISPLAY "ERROR OPENING AUDITLOG, FILE STATUS: "
000169             WS-AUDIT-STATUS
000170         MOVE 16 TO RETURN-CODE
000171         STOP RUN
000172     END-IF.
000173
000174     OPEN OUTPUT ARCHIVE-OUT-FILE.
000175     IF WS-ARCHIVE-STATUS NOT = "00"
000176             AND WS-ARCHIVE-STATUS NOT = "05"
000177         DISPLAY "ERROR OPENING ARCHOUT, FILE STATUS: "
000178             WS-ARCHIVE-STATUS
000179         CLOSE AUDIT-FILE
000180         MOVE 16 TO RETURN-CODE
000181         STOP RUN
000182     END-IF.
000183
000184     OPEN OUTPUT NEW-AUDIT-FILE.
000185     IF WS-NEW-AUDIT-STATUS NOT = "00"
000186             AND WS-NEW-AUDIT-STATUS NOT = "05"
000187         DISPLAY "ERROR OPENING AUDITNEW, FILE STATUS: "
000188             WS-NEW-AUDIT-STATUS
000189         CLOSE AUDIT-FILE
000190         CLOSE ARCHIVE-OUT-FILE
000191         MOVE 16 TO RETURN-CODE
000192         STOP RUN
000193     END-IF.
000194
000195     OPEN EXTEND RETENTION-FILE.
000196     IF WS-RETENTION-STATUS NOT = "00"
000197             AND WS-RETENTION-STATUS NOT = "05"
000198         DISPLAY "ERROR OPENING RETNFILE, FILE STATUS: "
000199             WS-RETENTION-STATUS
000200         CLOSE AUDIT-FILE
000201         CLOSE ARCHIVE-OUT-FILE
000202         CLOSE NEW-AUDIT-FILE
000203         MOVE 16 TO RETURN-CODE
000204         STOP RUN
000205     END-IF.
000206
000207     PERFORM UNTIL WS-AUDIT-EOF = "Y"
000208         READ AUDIT-FILE
000209             AT END
000210                 MOVE "Y" TO WS-AUDIT-EOF
000211             NOT AT END
000212                 PERFORM 2000-SPLIT-AUDIT-RECORD
000213         END-READ
000214     END-PERFORM.
000215
000216     PERFORM 3000-WRITE-RETENTION-RECORD.
000217
000218     DISPLAY "AUDARCH: CUTOFF " WS-CUTOFF-DATE
000219         "  ARCHIVED " WS-ARCHIVED-COUNT
000220         "  RETAINED " WS-RETAINED-COUNT.
000221     IF WS-HELD-BACK-COUNT > ZERO
000222         DISPLAY "AUDARCH: " WS-HELD-BACK-COUNT
000223             " RECORDS DATED ON OR BEFORE THE CUTOFF RETAINED "
000224             "BEHIND A LATER RECORD"
000225     END-IF.
000226
000227     CLOSE AUDIT-FILE.
000228     CLOSE ARCHIVE-OUT-FILE.
000229     CLOSE NEW-AUDIT-FILE.
000230     CLOSE RETENTION-FILE.
000231     STOP RUN.
000232
000233 2000-SPLIT-AUDIT-RECORD.
000234     IF AL-AUDIT-DATE > WS-CUTOFF-DATE
000235         MOVE "N" TO WS-ARCHIVING
000236     END-IF.
000237
000238     IF WS-ARCHIVING = "Y"
000239         WRITE ARCHIVE-OUT-RECORD FROM AUDIT-RECORD
000240         IF WS-ARCHIVE-STATUS NOT = "00"
000241             DISPLAY "ERROR WRITING ARCHOUT, FILE STATUS: "
000242                 WS-ARCHIVE-STATUS
000243         END-IF
000244         ADD 1 TO WS-ARCHIVED-COUNT
000245         IF AL-AUDIT-DATE < WS-EARLIEST-DATE
000246             MOVE AL-AUDIT-DATE TO WS-EARLIEST-DATE
000247         END-IF
000248         IF AL-AUDIT-DATE > WS-LATEST-DATE
000249             MOVE AL-AUDIT-DATE TO WS-LATEST-DATE
000250         END-IF
000251         IF AL-CHAIN-SEQ NUMERIC AND AL-CHAIN-CHECK NUMERIC
000252             MOVE AL-CHAIN-SEQ TO WS-LAST-CHAIN-SEQ
000253             MOVE AL-CHAIN-CHECK TO WS-LAST-CHAIN-CHECK
000254         END-IF
000255     ELSE
000256         WRITE NEW-AUDIT-RECORD FROM AUDIT-RECORD
000257         IF WS-NEW-AUDIT-STATUS NOT = "00"
000258             DISPLAY "ERROR WRITING AUDITNEW, FILE STATUS: "
000259                 WS-NEW-AUDIT-STATUS
000260         END-IF
000261         ADD 1 TO WS-RETAINED-COUNT
000262         IF AL-AUDIT-DATE <= WS-CUTOFF-DATE
000263             ADD 1 TO WS-HELD-BACK-COUNT
000264         END-IF
000265     END-IF.
000266
000267 3000-WRITE-RETENTION-RECORD.
000268     MOVE WS-RUN-DATE TO RT-ARCHIVE-DATE.
000269     MOVE WS-CUTOFF-DATE TO RT-CUTOFF-DATE.
000270     MOVE WS-ARCHIVED-COUNT TO RT-ARCHIVED-COUNT.
000271     MOVE WS-RETAINED-COUNT TO RT-RETAINED-COUNT.
000272     IF WS-ARCHIVED-COUNT = ZERO
000273         MOVE SPACES TO RT-EARLIEST-DATE
000274         MOVE SPACES TO RT-LATEST-DATE
000275     ELSE
000276         MOVE WS-EARLIEST-DATE TO RT-EARLIEST-DATE
000277         MOVE WS-LATEST-DATE TO RT-LATEST-DATE
000278     END-IF.
000279     MOVE WS-LAST-CHAIN-SEQ TO RT-LAST-CHAIN-SEQ.
000280     MOVE WS-LAST-CHAIN-CHECK TO RT-LAST-CHAIN-CHECK.
000281     WRITE RETENTION-RECORD.
000282     IF WS-RETENTION-STATUS NOT = "00"
000283         DISPLAY "ERROR WRITING RETNFILE, FILE STATUS: "
000284             WS-RETENTION-STATUS
000285     END-IF.
