000330*                  HISTORY ROW THAT OLD IS LISTED AS UNPRICED
000340*                  RATHER THAN GUESSED AT.  READ-ONLY -- THE
000350*                  ITEMS THEMSELVES ARE LEFT FOR SUSPRECY.
00035A*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00035B*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00035C*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000360*---------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
001370         05  RVL-REJECT-EDIT         PIC -(11)9.99.
001380         05  RVL-CURRENT-EDIT        PIC -(11)9.99.
001390         05  RVL-GAIN-EDIT           PIC -(11)9.99.
00139A     COPY RUNDATEC.
001400 PROCEDURE DIVISION.
001410 0000-MAINLINE.
001420         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001470         STOP RUN.
001480 1000-INITIALIZE.
001490         DISPLAY "SUSPREVL: JOB STARTING".
001500         CALL "RUNDATE" USING RUN-DATE-AREA.
00150A         MOVE RDT-RUN-DATE TO RVL-RUN-DATE.
001510         OPEN INPUT SUSPENSE-FILE.
001520         IF NOT RVL-SUSPENSE-FILE-OK
001530             DISPLAY "SUSPREVL: NO SUSPENSE FILE - "
