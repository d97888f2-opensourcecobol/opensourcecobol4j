000320*                  ALREADY ON RUNHIST FOR TODAY IS NOT
000330*                  APPENDED AGAIN, SO A RERUN OF THE STREAM
000340*                  NEVER DOUBLES THE HISTORY.
00034A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00034B*                  CATCH-UP RUN PICKS UP ITS OWN BUSINESS DAY'S
00034C*                  JOBSTAT LINES (BUSDATE) AND NOT TODAY'S.
000350*---------------------------------------------------------------
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
001230         05  RNH-HIN-RUN-DATE        PIC 9(08).
001240         05  RNH-HIN-STEP-NAME       PIC X(10).
001250         05  FILLER                  PIC X(35).
00125A     COPY RUNDATEC.
001260 PROCEDURE DIVISION.
001270 0000-MAINLINE.
001280         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001340         STOP RUN.
001350 1000-INITIALIZE.
001360         DISPLAY "RUNHIST: JOB STARTING".
001370         CALL "RUNDATE" USING RUN-DATE-AREA.
00137A         MOVE RDT-RUN-DATE TO RNH-RUN-DATE.
001380 1000-EXIT.
001390         EXIT.
001400 2000-SCAN-JOBSTAT.
