000441*                  NO ROWS OF ITS OWN (THE ROUNDING-RESIDUE
000442*                  BRANCH 000, FOR ONE) HELD THE VOUCHER FOR
000443*                  NOTHING A SHOP-WIDE ROW COULD HAVE MAPPED.
0004AA*  10/15/2026 DCG  THE TXNTYPTB TYPE TABLE NOW HOLDS 50 TYPES
0004AB*                  (WAS 20).  A MASTER WITH MORE ROWS THAN THAT
0004AC*                  STOPS THE RUN WITH RETURN CODE 16 INSTEAD OF
0004AD*                  QUIETLY DROPPING THE TYPES PAST THE LIMIT.
0004AE*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
0004AF*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
0004AG*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000440*---------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
001592         05  GLX-TTM-EOF-SWITCH      PIC X(01) VALUE "N".
001593             88  GLX-TTM-AT-END          VALUE "Y".
001594         05  GLX-TTM-COUNT           PIC 9(02) COMP VALUE ZERO.
001595         05  GLX-TTM-ENTRY OCCURS 50 TIMES
001596                 INDEXED BY GLX-TTM-IDX.
001597             10  GLX-TTM-TYPE        PIC X(02).
001598             10  GLX-TTM-GL-TYPE     PIC X(02).
001710         05  GLX-EVL-SEVERITY        PIC X(01) VALUE "I".
001720         05  GLX-EVL-CODE            PIC X(04) VALUE SPACES.
001730         05  GLX-EVL-TEXT            PIC X(60) VALUE SPACES.
00173A     COPY RUNDATEC.
001740 PROCEDURE DIVISION.
001750 0000-MAINLINE.
001760         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001870         MOVE "STRT" TO GLX-EVL-CODE.
001880         MOVE "GL VOUCHER EXTRACT STARTING" TO GLX-EVL-TEXT.
001890         PERFORM 9000-LOG-EVENT THRU 9000-EXIT.
001900         CALL "RUNDATE" USING RUN-DATE-AREA.
00190A         MOVE RDT-RUN-DATE TO GLX-RUN-DATE.
001910         PERFORM 1100-LOAD-GL-MAP THRU 1100-EXIT.
001912         PERFORM 1120-LOAD-TXN-TYPES THRU 1120-EXIT.
001920         IF GLX-EXTRACT-FAILED
0019T5         END-IF.
0019T6         PERFORM 1170-LOAD-ONE-TYPE THRU 1170-EXIT
0019T7             UNTIL GLX-TTM-AT-END
0019T8                 OR GLX-TTM-COUNT = 50.
0019TP         IF NOT GLX-TTM-AT-END
0019TQ             READ TXN-TYPE-FILE
0019TR                 AT END
0019TS                     MOVE "Y" TO GLX-TTM-EOF-SWITCH
0019TT             END-READ
0019TU         END-IF.
0019T9         CLOSE TXN-TYPE-FILE.
0019AA         IF NOT GLX-TTM-AT-END
0019AB             DISPLAY "GLEXTR: TXNTYPTB HOLDS MORE THAN 50 "
0019AC                 "TYPES - RUN STOPPED"
0019AD             MOVE 16 TO RETURN-CODE
0019AE             STOP RUN
0019AF         END-IF.
0019TA 1120-EXIT.
0019TB         EXIT.
0019TC 1170-LOAD-ONE-TYPE.
