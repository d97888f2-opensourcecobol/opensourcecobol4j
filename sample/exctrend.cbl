000320*  DATE       BY   DESCRIPTION
000330*  ---------- ---- --------------------------------------------
000340*  08/22/2026 DCG  ORIGINAL PROGRAM.
00034A*  10/15/2026 DCG  REASON TABLE WIDENED FROM 20 TO 30 ROWS --
00034B*                  REASONTBL NOW CARRIES MORE THAN 20 CODES, AND A
00034C*                  CODE PAST THE 20TH WAS DROPPED FROM THE TREND.
000350*---------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000930             10  TRD-DAY-RECORDS     PIC S9(09) COMP.
000940 01  TRD-REASON-TABLE.
000950         05  TRD-REASON-COUNT        PIC 9(03) COMP VALUE ZERO.
000960         05  TRD-REASON-ENTRY OCCURS 30 TIMES
000970                 INDEXED BY TRD-REASON-IDX.
000980             10  TRD-RSN-CODE        PIC 9(02).
000990             10  TRD-RSN-TEXT        PIC X(30).
002140             END-SEARCH
002150         END-IF.
002160         IF NOT TRD-SLOT-FOUND
002170             IF TRD-REASON-COUNT < 30
002180                 ADD 1 TO TRD-REASON-COUNT
002190                 SET TRD-REASON-IDX TO TRD-REASON-COUNT
002200                 MOVE EXC-REASON-CODE
