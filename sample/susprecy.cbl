00038Q*                  "N" GOES STRAIGHT TO THE ESCALATION REPORT
00038R*                  INSTEAD OF CIRCLING.  NO ROW, OR NO TABLE,
00038S*                  RECYCLES EVERYTHING AS ALWAYS.
00038T*  10/15/2026 DCG  THE TXNTYPTB TYPE TABLE NOW HOLDS 50 TYPES
00038U*                  (WAS 20).  A MASTER WITH MORE ROWS THAN THAT
00038V*                  STOPS THE RUN WITH RETURN CODE 16 INSTEAD OF
00038W*                  QUIETLY DROPPING THE TYPES PAST THE LIMIT.
00038X*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00038Y*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00038Z*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000390*---------------------------------------------------------------
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
00101S         05  RCY-TTM-EOF-SWITCH      PIC X(01) VALUE "N".
00101T             88  RCY-TTM-AT-END          VALUE "Y".
00101U         05  RCY-TTM-COUNT           PIC 9(02) COMP VALUE ZERO.
00101V         05  RCY-TTM-ENTRY OCCURS 50 TIMES
00101W                 INDEXED BY RCY-TTM-IDX.
00101X             10  RCY-TTM-TYPE        PIC X(02).
00101Y             10  RCY-TTM-RECYCLE     PIC X(01).
001050         05  RCY-HELD-ENTRY OCCURS 200 TIMES
001060                                     PIC X(194).
001070 01  RCY-REPORT-LINE             PIC X(132) VALUE SPACES.
00107A     COPY RUNDATEC.
001080 PROCEDURE DIVISION.
001090 0000-MAINLINE.
001100         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001150         STOP RUN.
001160 1000-INITIALIZE.
001170         DISPLAY "SUSPRECY: JOB STARTING".
001180         CALL "RUNDATE" USING RUN-DATE-AREA.
00118A         MOVE RDT-RUN-DATE TO RCY-RUN-DATE.
001190         OPEN INPUT SUSPENSE-FILE.
001200         IF NOT RCY-SUSPENSE-FILE-OK
001210             DISPLAY "SUSPRECY: NO SUSPENSE FILE - "
0013B5         END-IF.
0013B6         PERFORM 1260-LOAD-ONE-TYPE THRU 1260-EXIT
0013B7             UNTIL RCY-TTM-AT-END
0013B8                 OR RCY-TTM-COUNT = 50.
0013BP         IF NOT RCY-TTM-AT-END
0013BQ             READ TXN-TYPE-FILE
0013BR                 AT END
0013BS                     MOVE "Y" TO RCY-TTM-EOF-SWITCH
0013BT             END-READ
0013BU         END-IF.
0013B9         CLOSE TXN-TYPE-FILE.
0013AA         IF NOT RCY-TTM-AT-END
0013AB             DISPLAY "SUSPRECY: TXNTYPTB HOLDS MORE THAN 50 "
0013AC                 "TYPES - RUN STOPPED"
0013AD             MOVE 16 TO RETURN-CODE
0013AE             STOP RUN
0013AF         END-IF.
0013BA 1200-EXIT.
0013BB         EXIT.
0013BC 1260-LOAD-ONE-TYPE.
