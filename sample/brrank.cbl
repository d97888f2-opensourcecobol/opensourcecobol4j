00030B*                  RGRLFILE REGION ROLLUPS MONTHEND NOW WRITES,
00030C*                  RANKED BY AMOUNT FOR THE LATEST MONTH AND
00030D*                  APPENDED BELOW THE BRANCH RANKING.
00030E*  10/15/2026 DCG  BRANCH AND REGION TABLES WIDENED TO 200 TO
00030F*                  MATCH MONTHEND'S ROLLUPS.  A BRANCH OR REGION
00030G*                  THAT STILL WILL NOT FIT IS NAMED ON THE
00030H*                  CONSOLE AND THE RUN ENDS RC 16 INSTEAD OF
00030I*                  RANKING A SHORT LIST.
000310*---------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000620             88  BRK-BRANCH-FOUND        VALUE "Y".
000630         05  BRK-SWAPPED-SWITCH      PIC X(01) VALUE "N".
000640             88  BRK-PASS-SWAPPED        VALUE "Y".
00064A         05  BRK-OVERFLOW-SWITCH     PIC X(01) VALUE "N".
00064B             88  BRK-TABLE-OVERFLOW      VALUE "Y".
000650 01  BRK-MONTH-FIELDS.
000660         05  BRK-LATEST-MONTH        PIC 9(06) VALUE ZERO.
000670         05  BRK-PRIOR-MONTH         PIC 9(06) VALUE ZERO.
000680 01  BRK-BRANCH-TABLE.
000690         05  BRK-BRANCH-COUNT        PIC 9(03) COMP VALUE ZERO.
000700         05  BRK-BRANCH-ENTRY OCCURS 200 TIMES
000710                 INDEXED BY BRK-BRANCH-IDX.
000720             10  BRK-BR-CODE         PIC X(03).
000730             10  BRK-BR-CURR-COUNT   PIC S9(09) COMP.
0007A2         05  BRK-RGN-EOF-SWITCH      PIC X(01) VALUE "N".
0007A3             88  BRK-REGIONS-AT-END      VALUE "Y".
0007A4         05  BRK-RGN-COUNT           PIC 9(03) COMP VALUE ZERO.
0007A5         05  BRK-RGN-ENTRY OCCURS 200 TIMES
0007A6                 INDEXED BY BRK-RGN-IDX.
0007A7             10  BRK-RGN-CODE        PIC X(03).
0007A8             10  BRK-RGN-REC-COUNT   PIC S9(09) COMP.
000980         PERFORM 4000-SORT-BY-MOVEMENT THRU 4000-EXIT.
000990         PERFORM 5000-PRINT-RANKING THRU 5000-EXIT.
001000 0000-STOP.
00100A         IF BRK-TABLE-OVERFLOW
00100B             DISPLAY "BRRANK: TABLE OVERFLOW - RETURN CODE 16"
00100C             MOVE 16 TO RETURN-CODE
00100D         END-IF.
001010         DISPLAY "BRRANK: JOB COMPLETE".
001020         STOP RUN.
001030*---------------------------------------------------------------
001850         IF BRK-BRANCH-FOUND
001860             GO TO 2100-EXIT
001870         END-IF.
001880         IF BRK-BRANCH-COUNT < 200
001890             ADD 1 TO BRK-BRANCH-COUNT
001900             SET BRK-BRANCH-IDX TO BRK-BRANCH-COUNT
001910             MOVE BRL-BRANCH-CODE
001980             MOVE ZERO TO BRK-BR-AMOUNT-DELTA(BRK-BRANCH-IDX)
001990             MOVE ZERO TO BRK-BR-ABS-DELTA(BRK-BRANCH-IDX)
002000             SET BRK-BRANCH-FOUND TO TRUE
00200A         ELSE
00200B             DISPLAY "BRRANK: BRANCH " BRL-BRANCH-CODE
00200C                 " DOES NOT FIT THE BRANCH TABLE"
00200D             SET BRK-TABLE-OVERFLOW TO TRUE
002010         END-IF.
002020 2100-EXIT.
002030         EXIT.
003350         IF MRG-RUN-MONTH NOT = BRK-LATEST-MONTH
003360             GO TO 6100-EXIT
003370         END-IF.
003380         IF BRK-RGN-COUNT < 200
003390             ADD 1 TO BRK-RGN-COUNT
003400             MOVE MRG-REGION-CODE
003410                 TO BRK-RGN-CODE(BRK-RGN-COUNT)
003430                 TO BRK-RGN-REC-COUNT(BRK-RGN-COUNT)
003440             MOVE MRG-AMOUNT-TOTAL
003450                 TO BRK-RGN-AMOUNT(BRK-RGN-COUNT)
00345A         ELSE
00345B             DISPLAY "BRRANK: REGION " MRG-REGION-CODE
00345C                 " DOES NOT FIT THE REGION TABLE"
00345D             SET BRK-TABLE-OVERFLOW TO TRUE
003460         END-IF.
003470 6100-EXIT.
003480         EXIT.
