00036C*                  UNDISTRIBUTED.  INTRADAY PARTIALS ARE
00036E*                  SKIPPED; THE END-OF-DAY REPORT IS THE
00036G*                  TRUE-UP.
00036H*  10/15/2026 DCG  THE RUN DATE NOW COMES FROM RUNDATE, SO A
00036I*                  CATCH-UP RUN OF A MISSED BUSINESS DAY WORKS AS
00036J*                  OF THAT DAY (BUSDATE) AND NOT AS OF TODAY.
000370*---------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
001290 01  RSP-COUNTERS.
001300         05  RSP-FILES-PRODUCED      PIC 9(03) COMP VALUE ZERO.
001310         05  RSP-NO-RECIPIENT-COUNT  PIC 9(03) COMP VALUE ZERO.
00131A     COPY RUNDATEC.
001320 PROCEDURE DIVISION.
001330 0000-MAINLINE.
001340         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001400         STOP RUN.
001410 1000-INITIALIZE.
001420         DISPLAY "RPTSPLIT: JOB STARTING".
001430         CALL "RUNDATE" USING RUN-DATE-AREA.
00143A         MOVE RDT-RUN-DATE TO RSP-RUN-DATE.
001440         ACCEPT RSP-RUN-TIME FROM TIME.
001450         PERFORM 1100-LOAD-DIST-TABLE THRU 1100-EXIT.
001460         PERFORM 1200-BUILD-GENERATION-LIST THRU 1200-EXIT.
