000100 IDENTIFICATION DIVISION.
000101 PROGRAM-ID. AUDCHAIN.
000102 DATA DIVISION.
000103 WORKING-STORAGE SECTION.
000104 01  WS-CHAIN-HASH               PIC 9(13)   VALUE ZERO.
000105 01  WS-CHAIN-QUOTIENT           PIC 9(13)   VALUE ZERO.
000106 01  WS-CHAIN-MODULUS            PIC 9(10)   VALUE 9999999967.
000107 01  WS-CHAIN-MULTIPLIER         PIC 9(3)    VALUE 131.
000108 01  WS-SEQUENCE-TEXT            PIC X(9)    VALUE SPACES.
000109 01  WS-DATA-LENGTH              PIC 9(4)    VALUE ZERO.
000110 01  WS-BYTE-INDEX               PIC 9(4)    VALUE ZERO.
000111 01  WS-BYTE                     PIC X(1)    VALUE SPACE.
000112
000113 LINKAGE SECTION.
000114     COPY AUDCHAIN.
000115
000116 PROCEDURE DIVISION USING AUDIT-CHAIN-AREA.
000117 0000-MAIN-LOGIC.
000118     MOVE AC-PRIOR-CHECK TO WS-CHAIN-HASH.
000119     MOVE AC-SEQUENCE TO WS-SEQUENCE-TEXT.
000120     MOVE AC-DATA-LENGTH TO WS-DATA-LENGTH.
000121     IF WS-DATA-LENGTH > 200
000122         MOVE 200 TO WS-DATA-LENGTH
000123     END-IF.
000124
000125     PERFORM VARYING WS-BYTE-INDEX FROM 1 BY 1
000126             UNTIL WS-BYTE-INDEX > 9
000127         MOVE WS-SEQUENCE-TEXT(WS-BYTE-INDEX:1) TO WS-BYTE
000128         PERFORM 1000-FOLD-BYTE
000129     END-PERFORM.
000130
000131     PERFORM VARYING WS-BYTE-INDEX FROM 1 BY 1
000132             UNTIL WS-BYTE-INDEX > WS-DATA-LENGTH
000133         MOVE AC-DATA(WS-BYTE-INDEX:1) TO WS-BYTE
000134         PERFORM 1000-FOLD-BYTE
000135     END-PERFORM.
000136
000137     MOVE WS-CHAIN-HASH TO AC-NEW-CHECK.
000138     GOBACK.
000139
000140 1000-FOLD-BYTE.
000141     COMPUTE WS-CHAIN-HASH = WS-CHAIN-HASH * WS-CHAIN-MULTIPLIER
000142         + FUNCTION ORD(WS-BYTE).
000143     DIVIDE WS-CHAIN-HASH BY WS-CHAIN-MODULUS
000144         GIVING WS-CHAIN-QUOTIENT
000145         REMAINDER WS-CHAIN-HASH.
